      *THE CURRENT RECORD AND EVERYTHING BEHIND IT TOO, AND A FEW
      *CONSECUTIVE BLANK OR INVALID REPLIES ARE TREATED AS QUIT SO
      *AN EXHAUSTED INPUT STREAM CANNOT SPIN THE PROMPTS FOREVER.
      *KOREJ CARRIES THE ORIGINAL RECORD KEY AND BUSINESS DATE;
      *THE ORIGINAL KEY IS OFFERED AS THE RESUBMISSION KEY (IT WAS
      *NEVER REGISTERED, SO IT WILL NOT BOUNCE AS A DUPLICATE) AND
      *THE OPERATOR KEYS A DIFFERENT ONE ONLY WHEN IT IS MISSING OR
      *OUT OF SEQUENCE. BOTH TRAVEL ON TO THE AGED FILE. EVERY
      *REJECT CARRIES THE SENDING SYSTEM IT CAME FROM, AND A
      *REPAIR GOES BACK UNDER THAT SAME SOURCE: WHEN THE SOURCE
      *CHANGES FROM ONE REPAIR TO THE NEXT THE OPEN SEGMENT IS
      *CLOSED AND A NEW ONE OPENED, SO PRO49 STILL BALANCES EACH
      *SENDER ON ITS OWN (AND THE KEY SEQUENCE STARTS AGAIN).
      *NOBODY REPAIRS ANONYMOUSLY: THE SESSION STARTS WITH AN
      *OPERATOR ID (WHEN PARMFILE CARRIES OPERATOR= LINES THE ID
      *MUST BE ONE OF THEM OR A SUPERVISOR=), AND NO ID MEANS RC 16
      *WITH NOTHING OPENED. EVERY ACTION - REPAIR, HOLD, APPROVE,
      *DECLINE, SKIP, QUIT OR FAILED REPAIR - IS WRITTEN TO THE
      *PERMANENT KOFIXJNL REPAIR JOURNAL WITH THE OPERATOR, THE
      *REJECT AS IT CAME IN, THE FIELDS AS REPAIRED, THE AMOUNT
      *KEYED AND THE KEY ASSIGNED (KOFIXRPT LISTS IT DAILY). A
      *REPAIR WHOSE AMOUNT IS OVER THE APPRLIMIT PARM DOES NOT GO
      *TO FIXOUT: IT IS HELD ON THE KOFIXPND PENDING FILE (A KSDS -
      *SEE KOFXDEF) UNTIL A SUPERVISOR OTHER THAN THE OPERATOR WHO
      *KEYED IT APPROVES IT. A SUPERVISOR'S SESSION WORKS THE
      *PENDING QUEUE FIRST: APPROVED REPAIRS ARE RELEASED INTO THIS
      *SESSION'S FIXOUT (A NEW SEGMENT WHEREVER THE SOURCE CHANGES
      *OR THE KEY WOULD NOT ASCEND), DECLINED ONES ARE AGED LIKE A
      *SKIP, AND LEFT ONES STAY PENDING. RUN WITH KOREJ DD DUMMY
      *FOR AN APPROVALS-ONLY SESSION. A JOURNAL OR PENDING FILE
      *THAT CANNOT BE WRITTEN STOPS THE SESSION RC 16 - A REPAIR
      *THAT CANNOT BE RECORDED IS NOT MADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIX-AGED-FILE ASSIGN TO "KOREJAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIX-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIX-BIZ-STATUS.
           SELECT FIX-JNL-FILE ASSIGN TO "KOFIXJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIX-JNL-STATUS.
           SELECT FIX-PND-FILE ASSIGN TO "KOFIXPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS FIX-PND-STATUS.
           SELECT FIX-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIX-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIX-REJECTS-FILE
           05 FIX-REJ-DATA3           PIC X(05).
           05 FIX-REJ-REASON-CODE     PIC X(04).
           05 FIX-REJ-REASON-TEXT     PIC X(30).
           05 FIX-REJ-SOURCE          PIC X(08).
           05 FIX-REJ-REC-KEY         PIC X(06).
           05 FIX-REJ-RUN-DATE        PIC X(08).
       FD  FIX-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIX-OUT-RECORD.
       01  FIX-OUT-HEADER.
           05 FIX-HDR-ID         PIC X(06).
           05 FIX-HDR-DATE       PIC X(08).
           05 FIX-HDR-SOURCE     PIC X(08).
           05 FILLER             PIC X(10).
       01  FIX-OUT-TRAILER.
           05 FIX-TRL-ID         PIC X(06).
           05 FIX-TRL-COUNT      PIC 9(08).
      *ONE; KOAGERPT'S CARRY-FORWARD CUT RAISES THE COUNT.
           05 FIX-AGED-FIRST-DATE     PIC X(08).
           05 FIX-AGED-CARRY-CNT      PIC 9(03).
           05 FIX-AGED-SOURCE         PIC X(08).
           05 FIX-AGED-REC-KEY        PIC X(06).
           05 FIX-AGED-REJ-DATE       PIC X(08).
       FD  FIX-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIX-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
       FD  FIX-JNL-FILE
           LABEL RECORDS ARE STANDARD.
      *ONE LINE PER OPERATOR ACTION, NEVER REWRITTEN. THE BEFORE
      *FIELDS ARE THE REJECT AS KO WROTE IT; THE AFTER FIELDS,
      *AMOUNT AND NEW KEY ARE THE REPAIR AS KEYED (SPACES FOR A
      *SKIP OR QUIT). ACTIONS: R REPAIRED AND RELEASED, P HELD FOR
      *APPROVAL, A APPROVED AND RELEASED, D DECLINED AND AGED, S
      *SKIPPED, Q QUIT, F REPAIR FAILED AND AGED. AN A OR D LINE
      *CARRIES THE SUPERVISOR AS OPERATOR AND THE ONE WHO KEYED
      *THE REPAIR AS KEYED-BY; P, A AND D CARRY THE PENDING KEY.
       01  FIX-JNL-RECORD.
           05 JNL-BIZ-DATE       PIC X(08).
           05 JNL-TIME           PIC X(08).
           05 JNL-OPERATOR       PIC X(08).
           05 JNL-ACTION         PIC X(01).
           05 JNL-REASON-CODE    PIC X(04).
           05 JNL-SOURCE         PIC X(08).
           05 JNL-REJ-KEY        PIC X(06).
           05 JNL-REJ-DATE       PIC X(08).
           05 JNL-BEFORE-DATA1   PIC X(05).
           05 JNL-BEFORE-DATA2   PIC X(05).
           05 JNL-BEFORE-DATA3   PIC X(05).
           05 JNL-AFTER-DATA1    PIC X(05).
           05 JNL-AFTER-DATA2    PIC X(05).
           05 JNL-AFTER-DATA3    PIC X(05).
           05 JNL-AMT-X          PIC X(11).
           05 JNL-NEW-KEY        PIC X(06).
           05 JNL-RUN-DATE       PIC X(08).
           05 JNL-PEND-KEY       PIC X(24).
           05 JNL-KEYED-BY       PIC X(08).
       FD  FIX-PND-FILE.
      *REPAIRS HELD FOR SUPERVISOR APPROVAL. KEYED ON THE BUSINESS
      *DATE AND TIME THE REPAIR WAS HELD PLUS THE OPERATOR, SO THE
      *QUEUE READS OLDEST FIRST. THE WHOLE REJECT TRAVELS WITH THE
      *REPAIR SO A DECLINE CAN AGE IT EXACTLY AS A SKIP WOULD.
      *RESOLVED ENTRIES STAY ON FILE AS "A" OR "D" WITH THE
      *APPROVER AND DATE.
       01  FIX-PND-RECORD.
           05 PND-KEY.
              10 PND-OPEN-DATE      PIC X(08).
              10 PND-OPEN-TIME      PIC X(08).
              10 PND-OPERATOR       PIC X(08).
           05 PND-STATUS            PIC X(01).
              88 PND-PENDING        VALUE "P".
           05 PND-REJ-DATA1         PIC X(05).
           05 PND-REJ-DATA2         PIC X(05).
           05 PND-REJ-DATA3         PIC X(05).
           05 PND-REJ-REASON-CODE   PIC X(04).
           05 PND-REJ-REASON-TEXT   PIC X(30).
           05 PND-REJ-SOURCE        PIC X(08).
           05 PND-REJ-REC-KEY       PIC X(06).
           05 PND-REJ-RUN-DATE      PIC X(08).
           05 PND-NEW-KEY           PIC X(06).
           05 PND-NEW-FLD-1         PIC X(05).
           05 PND-NEW-FLD-2         PIC X(05).
           05 PND-NEW-FLD-3         PIC X(05).
           05 PND-AMT-X             PIC X(11).
           05 PND-AMOUNT REDEFINES PND-AMT-X
                                    PIC 9(09)V99.
           05 PND-RUN-DATE          PIC X(08).
           05 PND-APPROVER          PIC X(08).
           05 PND-RESOLVED-DATE     PIC X(08).
       FD  FIX-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIX-PARM-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       01 FIX-EOF-SWITCH PIC X(01) VALUE "N".
           88 FIX-END-OF-FILE VALUE "Y".
       01 FIX-IN-FIELD PIC X(05) VALUE SPACES.
       01 FIX-IN-DATE  PIC X(08) VALUE SPACES.
       01 FIX-RUN-DATE PIC X(08) VALUE SPACES.
       01 FIX-BIZ-STATUS   PIC X(02) VALUE "00".
       01 FIX-PREV-KEY PIC X(06) VALUE LOW-VALUES.
      *THE KEY THE NEXT REPAIR MUST BEAT - THE LAST ONE WRITTEN,
      *OR LOW-VALUES WHEN THE REPAIR WILL OPEN A NEW SEGMENT.
       01 FIX-KEY-FLOOR PIC X(06) VALUE LOW-VALUES.
      *REJECTS WRITTEN BEFORE KOREJ CARRIED A SOURCE CAME FROM THE
      *MAIN EXTRACT - THE SAME DEFAULT PRO49 GIVES A BLANK HEADER.
       01 FIX-DEFAULT-SOURCE PIC X(08) VALUE "MAIN".
       01 FIX-REJ-SRC  PIC X(08) VALUE SPACES.
       01 FIX-SEG-SOURCE PIC X(08) VALUE SPACES.
       01 FIX-SEG-COUNT  PIC 9(05) COMP VALUE ZERO.
       01 FIX-SEG-AMT    PIC 9(13)V99 VALUE ZERO.
       01 FIX-RETRY-COUNT    PIC 9(02) COMP VALUE ZERO.
       01 FIX-HDR-SWITCH PIC X(01) VALUE "N".
           88 FIX-HDR-WRITTEN VALUE "Y".
       01 FIX-REPAIR-COUNT   PIC 9(05) COMP VALUE ZERO.
       01 FIX-AGED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01 FIX-WARN-COUNT     PIC 9(05) COMP VALUE ZERO.
       01 FIX-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
       01 FIX-APPROVED-COUNT PIC 9(05) COMP VALUE ZERO.
       01 FIX-DECLINED-COUNT PIC 9(05) COMP VALUE ZERO.
       01 FIX-LEFT-COUNT     PIC 9(05) COMP VALUE ZERO.
       01 FIX-OWN-COUNT      PIC 9(05) COMP VALUE ZERO.
      *THE SIGNED-ON OPERATOR AND THE BUSINESS DATE THE SESSION'S
      *JOURNAL LINES AND HELD REPAIRS ARE FILED UNDER (BIZDATE'S
      *CURRENT DATE, WHATEVER RESUBMISSION DATE IS KEYED).
       01 FIX-OPERATOR   PIC X(08) VALUE SPACES.
       01 FIX-BIZ-DATE   PIC X(08) VALUE SPACES.
       01 FIX-JNL-STATUS PIC X(02) VALUE "00".
       01 FIX-PND-STATUS PIC X(02) VALUE "00".
       01 FIX-JNL-ACT    PIC X(01) VALUE SPACE.
       01 FIX-PND-LINK   PIC X(24) VALUE SPACES.
       01 FIX-PND-TRIES  PIC 9(02) COMP VALUE ZERO.
       01 FIX-PND-EOF-SWITCH PIC X(01) VALUE "N".
           88 FIX-PND-DONE VALUE "Y".
       01 FIX-DECISION PIC X(01) VALUE SPACE.
           88 FIX-DECIDE-APPROVE VALUE "A" "a".
           88 FIX-DECIDE-DECLINE VALUE "D" "d".
           88 FIX-DECIDE-LEAVE   VALUE "L" "l".
           88 FIX-DECIDE-QUIT    VALUE "Q" "q".
      *APPRLIMIT IS KEYED LIKE THE AMOUNT PROMPT - 11 DIGITS,
      *PENNIES IN THE LAST TWO. A REPAIR OVER IT WAITS FOR A
      *SUPERVISOR; AT OR UNDER IT IS RELEASED AT ONCE.
       01 FIX-APPR-LIMIT-X PIC X(11) VALUE "00000500000".
       01 FIX-APPR-LIMIT REDEFINES FIX-APPR-LIMIT-X PIC 9(09)V99.
       01 FIX-PARM-STATUS PIC X(02) VALUE "00".
       01 FIX-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 FIX-PARM-EOF VALUE "Y".
       01 FIX-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 FIX-PARM-ERROR VALUE "Y".
       01 FIX-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 FIX-PARM-VALUE   PIC X(20) VALUE SPACES.
      *THE SIGN-ON LISTS. NO OPERATOR= LINES MEANS ANY NON-BLANK
      *ID MAY REPAIR; APPROVAL ALWAYS NEEDS A SUPERVISOR= ID.
       01 FIX-FOUND-SWITCH PIC X(01) VALUE "N".
           88 FIX-ENTRY-FOUND VALUE "Y".
       01 FIX-SUPV-SWITCH PIC X(01) VALUE "N".
           88 FIX-SUPERVISOR-ON VALUE "Y".
       01 FIX-LIST-LIMIT PIC 9(02) COMP VALUE 20.
       01 FIX-LIST-IX    PIC 9(02) COMP VALUE ZERO.
       01 FIX-OPR-USED   PIC 9(02) COMP VALUE ZERO.
       01 FIX-OPR-TABLE.
           05 FIX-OPR-ID OCCURS 20 PIC X(08).
       01 FIX-SUPV-USED  PIC 9(02) COMP VALUE ZERO.
       01 FIX-SUPV-TABLE.
           05 FIX-SUPV-ID OCCURS 20 PIC X(08).
       PROCEDURE DIVISION.
       KOFIX_START SECTION.
       KOFIX_INITIALIZE.
           PERFORM KOFIX_READ_PARMS.
           IF FIX-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM KOFIX_SIGN_ON.
           PERFORM KOFIX_OPEN_RECORDS.
           OPEN INPUT FIX-REJECTS-FILE.
           OPEN OUTPUT FIX-OUT-FILE.
           OPEN EXTEND FIX-AGED-FILE.
           PERFORM KOFIX_GET_RUN_DATE.
           IF FIX-SUPERVISOR-ON
               PERFORM KOFIX_WORK_APPROVALS
           END-IF.
           PERFORM KOFIX_NEXT_RECORD.
           PERFORM KOFIX_ONE_REJECT THRU KOFIX_ONE_EXIT
               UNTIL FIX-END-OF-FILE OR FIX-OPERATOR-QUIT.
               FIX-REPAIR-COUNT " REPAIRED, "
               FIX-AGED-COUNT " CARRIED TO AGED FILE, "
               FIX-WARN-COUNT " WARNINGS (NO ACTION)".
           DISPLAY "KOFIX: " FIX-OPERATOR " HELD " FIX-HELD-COUNT
               " FOR APPROVAL, APPROVED " FIX-APPROVED-COUNT
               ", DECLINED " FIX-DECLINED-COUNT
               ", LEFT PENDING " FIX-LEFT-COUNT.
           CLOSE FIX-REJECTS-FILE.
           CLOSE FIX-OUT-FILE.
           CLOSE FIX-AGED-FILE.
           CLOSE FIX-JNL-FILE.
           CLOSE FIX-PND-FILE.
           GO TO END_PROGRAM.
       KOFIX_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, THE SAME CONVENTION
      *THE REST OF THE CHAIN USES: APPRLIMIT (11 DIGITS) AND ANY
      *NUMBER OF OPERATOR= AND SUPERVISOR= LINES, ONE ID EACH.
           OPEN INPUT FIX-PARM-FILE.
           IF FIX-PARM-STATUS NOT = "00"
               DISPLAY "KOFIX: NO PARMFILE, DEFAULTS IN EFFECT"
           ELSE
               PERFORM KOFIX_NEXT_PARM
               PERFORM KOFIX_PARSE_PARM UNTIL FIX-PARM-EOF
               CLOSE FIX-PARM-FILE
           END-IF.
           DISPLAY "KOFIX: APPROVAL LIMIT " FIX-APPR-LIMIT-X
               ", " FIX-SUPV-USED " SUPERVISORS, "
               FIX-OPR-USED " OPERATORS LISTED".
       KOFIX_PARSE_PARM.
           MOVE SPACES TO FIX-PARM-KEYWORD FIX-PARM-VALUE.
           UNSTRING FIX-PARM-RECORD DELIMITED BY "="
               INTO FIX-PARM-KEYWORD FIX-PARM-VALUE.
           EVALUATE FIX-PARM-KEYWORD
             WHEN "APPRLIMIT"
               IF FIX-PARM-VALUE(1:11) IS NUMERIC
                   MOVE FIX-PARM-VALUE(1:11) TO FIX-APPR-LIMIT-X
               ELSE
                   DISPLAY "KOFIX: BAD APPRLIMIT VALUE "
                       FIX-PARM-VALUE
                   SET FIX-PARM-ERROR TO TRUE
               END-IF
             WHEN "OPERATOR"
               IF FIX-PARM-VALUE = SPACES
                  OR FIX-OPR-USED >= FIX-LIST-LIMIT
                   DISPLAY "KOFIX: BAD OR TOO MANY OPERATOR "
                       FIX-PARM-VALUE
                   SET FIX-PARM-ERROR TO TRUE
               ELSE
                   ADD 1 TO FIX-OPR-USED
                   MOVE FIX-PARM-VALUE TO FIX-OPR-ID(FIX-OPR-USED)
               END-IF
             WHEN "SUPERVISOR"
               IF FIX-PARM-VALUE = SPACES
                  OR FIX-SUPV-USED >= FIX-LIST-LIMIT
                   DISPLAY "KOFIX: BAD OR TOO MANY SUPERVISOR "
                       FIX-PARM-VALUE
                   SET FIX-PARM-ERROR TO TRUE
               ELSE
                   ADD 1 TO FIX-SUPV-USED
                   MOVE FIX-PARM-VALUE TO FIX-SUPV-ID(FIX-SUPV-USED)
               END-IF
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "KOFIX: UNKNOWN PARM KEYWORD "
                   FIX-PARM-KEYWORD
               SET FIX-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM KOFIX_NEXT_PARM.
       KOFIX_NEXT_PARM.
           READ FIX-PARM-FILE
               AT END SET FIX-PARM-EOF TO TRUE
           END-READ.
       KOFIX_SIGN_ON.
      *NO REPAIR WITHOUT A NAME AGAINST IT. A FEW BLANK REPLIES
      *END THE SESSION BEFORE ANY FILE IS OPENED, AS DOES AN ID
      *NOT ON THE LISTS WHEN THE PARMS CARRY ONE.
           MOVE ZERO TO FIX-RETRY-COUNT.
           PERFORM KOFIX_ASK_OPERATOR
               UNTIL FIX-OPERATOR NOT = SPACES
                  OR FIX-RETRY-COUNT > 3.
           IF FIX-OPERATOR = SPACES
               DISPLAY "KOFIX: NO OPERATOR ID - NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO FIX-FOUND-SWITCH.
           PERFORM KOFIX_MATCH_SUPERVISOR
               VARYING FIX-LIST-IX FROM 1 BY 1
               UNTIL FIX-LIST-IX > FIX-SUPV-USED
                  OR FIX-ENTRY-FOUND.
           IF FIX-ENTRY-FOUND
               SET FIX-SUPERVISOR-ON TO TRUE
           ELSE
               PERFORM KOFIX_MATCH_OPERATOR
                   VARYING FIX-LIST-IX FROM 1 BY 1
                   UNTIL FIX-LIST-IX > FIX-OPR-USED
                      OR FIX-ENTRY-FOUND
           END-IF.
           IF FIX-OPR-USED > ZERO AND NOT FIX-ENTRY-FOUND
               DISPLAY "KOFIX: OPERATOR " FIX-OPERATOR
                   " NOT AUTHORIZED - NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FIX-SUPERVISOR-ON
               DISPLAY "KOFIX: " FIX-OPERATOR
                   " SIGNED ON AS SUPERVISOR"
           ELSE
               DISPLAY "KOFIX: " FIX-OPERATOR " SIGNED ON"
           END-IF.
       KOFIX_ASK_OPERATOR.
           DISPLAY "OPERATOR ID : " WITH NO ADVANCING.
           ACCEPT FIX-OPERATOR.
           IF FIX-OPERATOR = SPACES
               ADD 1 TO FIX-RETRY-COUNT
           END-IF.
       KOFIX_MATCH_SUPERVISOR.
           IF FIX-SUPV-ID(FIX-LIST-IX) = FIX-OPERATOR
               SET FIX-ENTRY-FOUND TO TRUE
           END-IF.
       KOFIX_MATCH_OPERATOR.
           IF FIX-OPR-ID(FIX-LIST-IX) = FIX-OPERATOR
               SET FIX-ENTRY-FOUND TO TRUE
           END-IF.
       KOFIX_OPEN_RECORDS.
      *THE JOURNAL AND THE PENDING FILE ARE OPENED BEFORE ANYTHING
      *ELSE - IF EITHER IS MISSING THE SESSION ENDS HERE, BEFORE A
      *REPAIR COULD BE MADE THAT NOTHING RECORDS.
           OPEN EXTEND FIX-JNL-FILE.
           IF FIX-JNL-STATUS NOT = "00"
               DISPLAY "KOFIX: JOURNAL OPEN FAILED, STATUS "
                   FIX-JNL-STATUS " - NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FIX-PND-FILE.
           IF FIX-PND-STATUS NOT = "00"
               DISPLAY "KOFIX: PENDING FILE OPEN FAILED, STATUS "
                   FIX-PND-STATUS " - NOTHING CHANGED"
               CLOSE FIX-JNL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       KOFIX_GET_RUN_DATE.
      *THE SEGMENT HEADER MUST CARRY THE BUSINESS DATE OF THE RUN
      *THE REPAIRS WILL RIDE ON. BLANK TAKES THE CURRENT DATE ON
      *BIZDATE; A FEW BAD ANSWERS ALSO FALL BACK TO IT RATHER THAN
      *SPINNING. A DATE BEFORE IT IS REFUSED - PRO49 ONLY ACCEPTS A
      *HEADER FOR ITS OWN BIZDATE, SO A BACK-DATED SEGMENT COULD
      *NEVER BE PROCESSED. A LATER DATE IS ALLOWED FOR REPAIRS
      *HELD BACK FOR A FUTURE RUN.
           PERFORM KOFIX_READ_BIZDATE.
           MOVE ZERO TO FIX-RETRY-COUNT.
           MOVE SPACES TO FIX-IN-DATE.
           PERFORM KOFIX_ASK_RUN_DATE
           END-IF.
           DISPLAY "KOFIX: RESUBMISSION DATE " FIX-RUN-DATE.
       KOFIX_ASK_RUN_DATE.
           DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK=" FIX-RUN-DATE
               ") : " WITH NO ADVANCING.
           ACCEPT FIX-IN-DATE.
           IF FIX-IN-DATE = SPACES
               ADD 4 TO FIX-RETRY-COUNT
                   DISPLAY "KOFIX: DATE MUST BE 8 DIGITS"
                   MOVE SPACES TO FIX-IN-DATE
                   ADD 1 TO FIX-RETRY-COUNT
               ELSE
                   IF FIX-IN-DATE < FIX-RUN-DATE
                       DISPLAY "KOFIX: DATE IS BEFORE BUSINESS DATE "
                           FIX-RUN-DATE
                       MOVE SPACES TO FIX-IN-DATE
                       ADD 1 TO FIX-RETRY-COUNT
                   END-IF
               END-IF
           END-IF.
       KOFIX_WRITE_HEADER.
           MOVE SPACES TO FIX-OUT-HEADER.
           MOVE "HDR   " TO FIX-HDR-ID.
           MOVE FIX-RUN-DATE TO FIX-HDR-DATE.
           MOVE FIX-REJ-SRC TO FIX-HDR-SOURCE.
           WRITE FIX-OUT-HEADER.
           SET FIX-HDR-WRITTEN TO TRUE.
           MOVE FIX-REJ-SRC TO FIX-SEG-SOURCE.
           MOVE ZERO TO FIX-SEG-COUNT.
           MOVE ZERO TO FIX-SEG-AMT.
       KOFIX_WRITE_TRAILER.
           MOVE SPACES TO FIX-OUT-TRAILER.
           MOVE "TRL   " TO FIX-TRL-ID.
           MOVE FIX-SEG-COUNT TO FIX-TRL-COUNT.
           MOVE FIX-SEG-AMT TO FIX-TRL-AMOUNT.
           WRITE FIX-OUT-TRAILER.
           MOVE "N" TO FIX-HDR-SWITCH.
       KOFIX_ONE_REJECT.
      *W-SERIES LINES ARE WARNINGS KO WROTE FOR RECORDS THAT WERE
      *STILL DRIVEN THROUGH MAGO AND ALREADY SIT ON THE PROCESSED
           DISPLAY " ".
           DISPLAY "REJECT " FIX-REJ-REASON-CODE " : "
               FIX-REJ-REASON-TEXT.
           DISPLAY "  SOURCE: " FIX-REJ-SRC.
           DISPLAY "  KEY   : " FIX-REJ-REC-KEY
               " REJECTED " FIX-REJ-RUN-DATE.
           DISPLAY "  DATA1 : " FIX-REJ-DATA1.
           DISPLAY "  DATA2 : " FIX-REJ-DATA2.
           DISPLAY "  DATA3 : " FIX-REJ-DATA3.
           END-IF.
           IF FIX-ACTION-SKIP
               PERFORM KOFIX_AGE_RECORD
               MOVE "S" TO FIX-JNL-ACT
               PERFORM KOFIX_JOURNAL_AGED
           END-IF.
           IF FIX-ACTION-QUIT
               SET FIX-OPERATOR-QUIT TO TRUE
               PERFORM KOFIX_AGE_RECORD
               MOVE "Q" TO FIX-JNL-ACT
               PERFORM KOFIX_JOURNAL_AGED
           END-IF.
           MOVE SPACE TO FIX-ACTION.
           PERFORM KOFIX_NEXT_RECORD.
       KOFIX_REPAIR.
      *BLANK INPUT KEEPS THE FIELD AS IT CAME OFF THE REJECT, SO
      *THE OPERATOR ONLY KEYS WHAT WAS ACTUALLY MISSING OR WRONG.
      *THE RECORD KEY DEFAULTS TO THE ONE THE REJECT CAME IN
      *UNDER (REJECTS WRITTEN BEFORE KOREJ CARRIED IT HAVE NONE
      *AND MUST BE KEYED), AND IT MUST ASCEND WITHIN THE SEGMENT
      *SO PRO49'S SEQUENCE CHECK ACCEPTS THE RESUBMISSION. IF NO
      *USABLE KEY ARRIVES, THE RECORD IS AGED AND THE SESSION ENDS.
           IF FIX-HDR-WRITTEN AND FIX-REJ-SRC NOT = FIX-SEG-SOURCE
               MOVE LOW-VALUES TO FIX-KEY-FLOOR
           ELSE
               MOVE FIX-PREV-KEY TO FIX-KEY-FLOOR
           END-IF.
           MOVE SPACES TO FIX-IN-KEY.
           MOVE ZERO TO FIX-RETRY-COUNT.
           PERFORM KOFIX_GET_KEY
           IF FIX-IN-KEY = SPACES
               DISPLAY "KOFIX: NO USABLE KEY - RECORD AGED"
               PERFORM KOFIX_AGE_RECORD
               MOVE "F" TO FIX-JNL-ACT
               PERFORM KOFIX_JOURNAL_AGED
               SET FIX-OPERATOR-QUIT TO TRUE
               GO TO KOFIX_REPAIR_EXIT
           END-IF.
               DISPLAY "KOFIX: REPAIR STILL FAILS KO EDITS"
                   " - RECORD AGED"
               PERFORM KOFIX_AGE_RECORD
               MOVE "F" TO FIX-JNL-ACT
               PERFORM KOFIX_JOURNAL_REPAIR
               GO TO KOFIX_REPAIR_EXIT
           END-IF.
      *OVER THE APPROVAL LIMIT THE REPAIR IS HELD, NOT WRITTEN -
      *IT TAKES NO PLACE IN THE SEGMENT, SO THE KEY FLOOR STAYS.
           IF FIX-CUR-AMT > FIX-APPR-LIMIT
               PERFORM KOFIX_HOLD_PENDING
               GO TO KOFIX_REPAIR_EXIT
           END-IF.
           IF FIX-HDR-WRITTEN AND FIX-REJ-SRC NOT = FIX-SEG-SOURCE
               PERFORM KOFIX_WRITE_TRAILER
           END-IF.
           IF NOT FIX-HDR-WRITTEN
               PERFORM KOFIX_WRITE_HEADER
           END-IF.
           MOVE FIX-IN-KEY TO FIX-PREV-KEY.
           WRITE FIX-OUT-RECORD.
           ADD FIX-CUR-AMT TO FIX-AMT-TOTAL.
           ADD FIX-CUR-AMT TO FIX-SEG-AMT.
           ADD 1 TO FIX-REPAIR-COUNT.
           ADD 1 TO FIX-SEG-COUNT.
           MOVE "R" TO FIX-JNL-ACT.
           PERFORM KOFIX_JOURNAL_REPAIR.
       KOFIX_REPAIR_EXIT.
           EXIT.
       KOFIX_TRY_FIELDS.
           MOVE FIX-OUT-FLD-3 TO FIX-EDIT-DATA3.
           MOVE SPACES TO FIX-EDIT-RESULT.
           CALL "KO" USING FIX-PHASE-EDIT FIX-EDIT-DATA1
               FIX-EDIT-DATA2 FIX-EDIT-DATA3 FIX-EDIT-RESULT
               FIX-RUN-DATE FIX-REJ-SRC FIX-IN-KEY.
           IF FIX-EDIT-RESULT = "RJ"
               MOVE "N" TO FIX-EDIT-OK-SWITCH
           ELSE
               END-IF
           END-IF.
       KOFIX_GET_KEY.
           DISPLAY "RECORD KEY (BLANK=ORIGINAL, ASCENDING) : "
               WITH NO ADVANCING.
           ACCEPT FIX-IN-KEY.
           IF FIX-IN-KEY = SPACES
               MOVE FIX-REJ-REC-KEY TO FIX-IN-KEY
           END-IF.
           IF FIX-IN-KEY = SPACES
               ADD 1 TO FIX-RETRY-COUNT
           ELSE
               IF FIX-IN-KEY NOT > FIX-KEY-FLOOR
                   DISPLAY "KOFIX: KEY MUST BE GREATER THAN "
                       FIX-KEY-FLOOR
                   MOVE SPACES TO FIX-IN-KEY
                   ADD 1 TO FIX-RETRY-COUNT
               END-IF
           MOVE FIX-REJ-REASON-TEXT TO FIX-AGED-REASON-TEXT.
           MOVE FIX-RUN-DATE TO FIX-AGED-FIRST-DATE.
           MOVE 1 TO FIX-AGED-CARRY-CNT.
           MOVE FIX-REJ-SRC TO FIX-AGED-SOURCE.
           MOVE FIX-REJ-REC-KEY TO FIX-AGED-REC-KEY.
           MOVE FIX-REJ-RUN-DATE TO FIX-AGED-REJ-DATE.
           WRITE FIX-AGED-RECORD.
           ADD 1 TO FIX-AGED-COUNT.
       KOFIX_AGE_REMAINDER.
           PERFORM KOFIX_AGE_RECORD.
           MOVE "Q" TO FIX-JNL-ACT.
           PERFORM KOFIX_JOURNAL_AGED.
           PERFORM KOFIX_NEXT_RECORD.
       KOFIX_HOLD_PENDING.
      *THE REPAIR AS KEYED GOES TO THE PENDING FILE UNDER THIS
      *OPERATOR. THE TIME IN THE KEY IS TO THE HUNDREDTH, SO A
      *COLLISION IS ONLY RETRIED WITH A FRESH TIME A FEW TIMES.
           MOVE SPACES TO FIX-PND-RECORD.
           MOVE FIX-BIZ-DATE TO PND-OPEN-DATE.
           MOVE FIX-OPERATOR TO PND-OPERATOR.
           MOVE "P" TO PND-STATUS.
           MOVE FIX-REJ-DATA1 TO PND-REJ-DATA1.
           MOVE FIX-REJ-DATA2 TO PND-REJ-DATA2.
           MOVE FIX-REJ-DATA3 TO PND-REJ-DATA3.
           MOVE FIX-REJ-REASON-CODE TO PND-REJ-REASON-CODE.
           MOVE FIX-REJ-REASON-TEXT TO PND-REJ-REASON-TEXT.
           MOVE FIX-REJ-SRC TO PND-REJ-SOURCE.
           MOVE FIX-REJ-REC-KEY TO PND-REJ-REC-KEY.
           MOVE FIX-REJ-RUN-DATE TO PND-REJ-RUN-DATE.
           MOVE FIX-OUT-KEY TO PND-NEW-KEY.
           MOVE FIX-OUT-FLD-1 TO PND-NEW-FLD-1.
           MOVE FIX-OUT-FLD-2 TO PND-NEW-FLD-2.
           MOVE FIX-OUT-FLD-3 TO PND-NEW-FLD-3.
           MOVE FIX-OUT-AMT-X TO PND-AMT-X.
           MOVE FIX-RUN-DATE TO PND-RUN-DATE.
           MOVE ZERO TO FIX-PND-TRIES.
           MOVE "22" TO FIX-PND-STATUS.
           PERFORM KOFIX_WRITE_PENDING
               UNTIL FIX-PND-STATUS NOT = "22"
                  OR FIX-PND-TRIES > 3.
           IF FIX-PND-STATUS NOT = "00"
               DISPLAY "KOFIX: PENDING FILE WRITE FAILED, STATUS "
                   FIX-PND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PND-KEY TO FIX-PND-LINK.
           DISPLAY "KOFIX: AMOUNT OVER APPROVAL LIMIT "
               FIX-APPR-LIMIT-X " - HELD FOR SUPERVISOR APPROVAL".
           ADD 1 TO FIX-HELD-COUNT.
           MOVE "P" TO FIX-JNL-ACT.
           PERFORM KOFIX_JOURNAL_REPAIR.
           MOVE SPACES TO FIX-PND-LINK.
       KOFIX_WRITE_PENDING.
           ADD 1 TO FIX-PND-TRIES.
           ACCEPT PND-OPEN-TIME FROM TIME.
           WRITE FIX-PND-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
       KOFIX_WORK_APPROVALS.
      *A SUPERVISOR'S SESSION TAKES THE PENDING QUEUE FIRST,
      *OLDEST FIRST. A SUPERVISOR NEVER APPROVES THEIR OWN REPAIR -
      *THOSE ARE PASSED OVER FOR ANOTHER SUPERVISOR. QUIT (OR A
      *RUN OF BLANK REPLIES) LEAVES THE REST PENDING AND GOES ON
      *TO THE REJECTS.
           MOVE "N" TO FIX-PND-EOF-SWITCH.
           MOVE LOW-VALUES TO PND-KEY.
           START FIX-PND-FILE KEY NOT < PND-KEY
               INVALID KEY SET FIX-PND-DONE TO TRUE
           END-START.
           PERFORM KOFIX_ONE_PENDING THRU KOFIX_ONE_PENDING_EXIT
               UNTIL FIX-PND-DONE.
           DISPLAY "KOFIX: APPROVALS DONE - " FIX-APPROVED-COUNT
               " APPROVED, " FIX-DECLINED-COUNT " DECLINED, "
               FIX-LEFT-COUNT " LEFT, " FIX-OWN-COUNT
               " OF YOUR OWN FOR ANOTHER SUPERVISOR".
       KOFIX_ONE_PENDING.
           READ FIX-PND-FILE NEXT RECORD
               AT END SET FIX-PND-DONE TO TRUE
           END-READ.
           IF FIX-PND-DONE OR NOT PND-PENDING
               GO TO KOFIX_ONE_PENDING_EXIT
           END-IF.
           IF PND-OPERATOR = FIX-OPERATOR
               ADD 1 TO FIX-OWN-COUNT
               GO TO KOFIX_ONE_PENDING_EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "PENDING " PND-OPEN-DATE " " PND-OPEN-TIME
               " KEYED BY " PND-OPERATOR.
           DISPLAY "  REJECT " PND-REJ-REASON-CODE " : "
               PND-REJ-REASON-TEXT.
           DISPLAY "  SOURCE: " PND-REJ-SOURCE
               "  KEY " PND-REJ-REC-KEY " REJECTED "
               PND-REJ-RUN-DATE.
           DISPLAY "  BEFORE: " PND-REJ-DATA1 " " PND-REJ-DATA2
               " " PND-REJ-DATA3.
           DISPLAY "  AFTER : " PND-NEW-FLD-1 " " PND-NEW-FLD-2
               " " PND-NEW-FLD-3 "  NEW KEY " PND-NEW-KEY.
           DISPLAY "  AMOUNT: " PND-AMT-X.
           MOVE SPACE TO FIX-DECISION.
           MOVE ZERO TO FIX-RETRY-COUNT.
           PERFORM KOFIX_GET_DECISION
               UNTIL FIX-DECIDE-APPROVE OR FIX-DECIDE-DECLINE
                  OR FIX-DECIDE-LEAVE OR FIX-DECIDE-QUIT.
           IF FIX-DECIDE-APPROVE
               PERFORM KOFIX_RELEASE_PENDING
               MOVE "A" TO FIX-JNL-ACT
               PERFORM KOFIX_JOURNAL_PENDING
               MOVE "A" TO PND-STATUS
               PERFORM KOFIX_RESOLVE_PENDING
           END-IF.
           IF FIX-DECIDE-DECLINE
               PERFORM KOFIX_AGE_PENDING
               MOVE "D" TO FIX-JNL-ACT
               PERFORM KOFIX_JOURNAL_PENDING
               MOVE "D" TO PND-STATUS
               PERFORM KOFIX_RESOLVE_PENDING
           END-IF.
           IF FIX-DECIDE-LEAVE
               ADD 1 TO FIX-LEFT-COUNT
           END-IF.
           IF FIX-DECIDE-QUIT
               ADD 1 TO FIX-LEFT-COUNT
               SET FIX-PND-DONE TO TRUE
           END-IF.
       KOFIX_ONE_PENDING_EXIT.
           EXIT.
       KOFIX_GET_DECISION.
           DISPLAY "APPROVE, DECLINE, LEAVE OR QUIT? (A/D/L/Q) : "
               WITH NO ADVANCING.
           ACCEPT FIX-DECISION.
           IF NOT FIX-DECIDE-APPROVE AND NOT FIX-DECIDE-DECLINE
              AND NOT FIX-DECIDE-LEAVE AND NOT FIX-DECIDE-QUIT
               ADD 1 TO FIX-RETRY-COUNT
               IF FIX-RETRY-COUNT > 3
                   DISPLAY "KOFIX: NO VALID REPLY - APPROVALS ENDED"
                   MOVE "Q" TO FIX-DECISION
               END-IF
           END-IF.
       KOFIX_RELEASE_PENDING.
      *AN APPROVED REPAIR RIDES THIS SESSION'S FIXOUT UNDER ITS
      *OWN SOURCE. THE QUEUE IS IN TIME ORDER, NOT KEY ORDER, SO
      *WHEREVER THE KEY WOULD NOT ASCEND THE SEGMENT IS CLOSED AND
      *A NEW ONE OPENED - PRO49 RESTARTS ITS SEQUENCE CHECK THERE.
           MOVE PND-REJ-SOURCE TO FIX-REJ-SRC.
           IF FIX-HDR-WRITTEN
              AND (FIX-REJ-SRC NOT = FIX-SEG-SOURCE
                   OR PND-NEW-KEY NOT > FIX-PREV-KEY)
               PERFORM KOFIX_WRITE_TRAILER
           END-IF.
           IF NOT FIX-HDR-WRITTEN
               PERFORM KOFIX_WRITE_HEADER
           END-IF.
           MOVE PND-NEW-KEY TO FIX-OUT-KEY.
           MOVE PND-NEW-FLD-1 TO FIX-OUT-FLD-1.
           MOVE PND-NEW-FLD-2 TO FIX-OUT-FLD-2.
           MOVE PND-NEW-FLD-3 TO FIX-OUT-FLD-3.
           MOVE PND-AMT-X TO FIX-OUT-AMT-X.
           IF PND-AMT-X = SPACES
               MOVE ZERO TO FIX-CUR-AMT
           ELSE
               MOVE PND-AMOUNT TO FIX-CUR-AMT
           END-IF.
           MOVE PND-NEW-KEY TO FIX-PREV-KEY.
           WRITE FIX-OUT-RECORD.
           ADD FIX-CUR-AMT TO FIX-AMT-TOTAL.
           ADD FIX-CUR-AMT TO FIX-SEG-AMT.
           ADD 1 TO FIX-APPROVED-COUNT.
           ADD 1 TO FIX-SEG-COUNT.
       KOFIX_AGE_PENDING.
      *A DECLINED REPAIR IS DROPPED AND THE ORIGINAL REJECT AGED,
      *EXACTLY AS IF THE OPERATOR HAD SKIPPED IT.
           MOVE PND-REJ-DATA1 TO FIX-AGED-DATA1.
           MOVE PND-REJ-DATA2 TO FIX-AGED-DATA2.
           MOVE PND-REJ-DATA3 TO FIX-AGED-DATA3.
           MOVE PND-REJ-REASON-CODE TO FIX-AGED-REASON-CODE.
           MOVE PND-REJ-REASON-TEXT TO FIX-AGED-REASON-TEXT.
           MOVE FIX-RUN-DATE TO FIX-AGED-FIRST-DATE.
           MOVE 1 TO FIX-AGED-CARRY-CNT.
           MOVE PND-REJ-SOURCE TO FIX-AGED-SOURCE.
           MOVE PND-REJ-REC-KEY TO FIX-AGED-REC-KEY.
           MOVE PND-REJ-RUN-DATE TO FIX-AGED-REJ-DATE.
           WRITE FIX-AGED-RECORD.
           ADD 1 TO FIX-AGED-COUNT.
           ADD 1 TO FIX-DECLINED-COUNT.
       KOFIX_RESOLVE_PENDING.
           MOVE FIX-OPERATOR TO PND-APPROVER.
           MOVE FIX-BIZ-DATE TO PND-RESOLVED-DATE.
           REWRITE FIX-PND-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF FIX-PND-STATUS NOT = "00"
               DISPLAY "KOFIX: PENDING FILE REWRITE FAILED, STATUS "
                   FIX-PND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       KOFIX_JOURNAL_AGED.
      *A SKIP, QUIT OR UNKEYED FAILURE - THE REJECT AS IT CAME IN,
      *NOTHING REPAIRED.
           MOVE SPACES TO FIX-JNL-RECORD.
           PERFORM KOFIX_JOURNAL_BEFORE.
           PERFORM KOFIX_WRITE_JOURNAL.
       KOFIX_JOURNAL_REPAIR.
      *A REPAIR RELEASED, HELD OR FAILING KO'S EDITS - THE REJECT
      *AND THE REPAIR AS LAST KEYED.
           MOVE SPACES TO FIX-JNL-RECORD.
           PERFORM KOFIX_JOURNAL_BEFORE.
           MOVE FIX-OUT-FLD-1 TO JNL-AFTER-DATA1.
           MOVE FIX-OUT-FLD-2 TO JNL-AFTER-DATA2.
           MOVE FIX-OUT-FLD-3 TO JNL-AFTER-DATA3.
           MOVE FIX-OUT-AMT-X TO JNL-AMT-X.
           MOVE FIX-OUT-KEY TO JNL-NEW-KEY.
           MOVE FIX-PND-LINK TO JNL-PEND-KEY.
           PERFORM KOFIX_WRITE_JOURNAL.
       KOFIX_JOURNAL_BEFORE.
           MOVE FIX-REJ-REASON-CODE TO JNL-REASON-CODE.
           MOVE FIX-REJ-SRC TO JNL-SOURCE.
           MOVE FIX-REJ-REC-KEY TO JNL-REJ-KEY.
           MOVE FIX-REJ-RUN-DATE TO JNL-REJ-DATE.
           MOVE FIX-REJ-DATA1 TO JNL-BEFORE-DATA1.
           MOVE FIX-REJ-DATA2 TO JNL-BEFORE-DATA2.
           MOVE FIX-REJ-DATA3 TO JNL-BEFORE-DATA3.
       KOFIX_JOURNAL_PENDING.
      *AN APPROVAL OR DECLINE - THE HELD REPAIR IN FULL, WITH THE
      *OPERATOR WHO KEYED IT.
           MOVE SPACES TO FIX-JNL-RECORD.
           MOVE PND-REJ-REASON-CODE TO JNL-REASON-CODE.
           MOVE PND-REJ-SOURCE TO JNL-SOURCE.
           MOVE PND-REJ-REC-KEY TO JNL-REJ-KEY.
           MOVE PND-REJ-RUN-DATE TO JNL-REJ-DATE.
           MOVE PND-REJ-DATA1 TO JNL-BEFORE-DATA1.
           MOVE PND-REJ-DATA2 TO JNL-BEFORE-DATA2.
           MOVE PND-REJ-DATA3 TO JNL-BEFORE-DATA3.
           MOVE PND-NEW-FLD-1 TO JNL-AFTER-DATA1.
           MOVE PND-NEW-FLD-2 TO JNL-AFTER-DATA2.
           MOVE PND-NEW-FLD-3 TO JNL-AFTER-DATA3.
           MOVE PND-AMT-X TO JNL-AMT-X.
           MOVE PND-NEW-KEY TO JNL-NEW-KEY.
           MOVE PND-KEY TO JNL-PEND-KEY.
           MOVE PND-OPERATOR TO JNL-KEYED-BY.
           PERFORM KOFIX_WRITE_JOURNAL.
       KOFIX_WRITE_JOURNAL.
           MOVE FIX-BIZ-DATE TO JNL-BIZ-DATE.
           ACCEPT JNL-TIME FROM TIME.
           MOVE FIX-OPERATOR TO JNL-OPERATOR.
           MOVE FIX-JNL-ACT TO JNL-ACTION.
           MOVE FIX-RUN-DATE TO JNL-RUN-DATE.
           WRITE FIX-JNL-RECORD.
           IF FIX-JNL-STATUS NOT = "00"
               DISPLAY "KOFIX: JOURNAL WRITE FAILED, STATUS "
                   FIX-JNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       KOFIX_NEXT_RECORD.
           READ FIX-REJECTS-FILE
               AT END SET FIX-END-OF-FILE TO TRUE
               NOT AT END ADD 1 TO FIX-READ-COUNT
           END-READ.
           IF NOT FIX-END-OF-FILE
               IF FIX-REJ-SOURCE = SPACES
                   MOVE FIX-DEFAULT-SOURCE TO FIX-REJ-SRC
               ELSE
                   MOVE FIX-REJ-SOURCE TO FIX-REJ-SRC
               END-IF
           END-IF.
       KOFIX_READ_BIZDATE.
      *THE RUN DATE IS THE BUSINESS DATE ON THE BIZDATE CONTROL
      *RECORD, NOT THE CLOCK. NO USABLE DATE STOPS THE RUN RC 16.
           OPEN INPUT FIX-BIZ-FILE.
           IF FIX-BIZ-STATUS NOT = "00"
               DISPLAY "KOFIX: BIZDATE OPEN FAILED, STATUS "
                   FIX-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FIX-BIZ-FILE
               AT END MOVE SPACES TO FIX-BIZ-RECORD
           END-READ.
           CLOSE FIX-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "KOFIX: NO BUSINESS DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-CUR-DATE TO FIX-RUN-DATE.
           MOVE BIZ-CUR-DATE TO FIX-BIZ-DATE.
           DISPLAY "KOFIX: BUSINESS DATE " BIZ-CUR-DATE
               " PRIOR " BIZ-PRIOR-DATE
               " HOLIDAY " BIZ-HOLIDAY-FLAG
               " MONTH-END " BIZ-MONTH-END-FLAG.
       END_PROGRAM.
           STOP RUN.
