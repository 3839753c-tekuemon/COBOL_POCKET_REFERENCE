       IDENTIFICATION DIVISION.
       PROGRAM-ID. KOFIXRPT.
      *DAILY REPORT OF THE KOFIX REPAIR JOURNAL. KOFIXJNL IS
      *DISP=MOD AND PERMANENT - EVERY REPAIR, HOLD, APPROVAL,
      *DECLINE, SKIP, QUIT AND FAILED REPAIR EVERY OPERATOR HAS
      *EVER MADE - SO THIS PROGRAM PICKS OUT ONE BUSINESS DATE
      *(BIZDATE'S CURRENT DATE, OR THE RPTDATE PARM) AND LISTS ITS
      *LINES GROUPED BY OPERATOR, EACH WITH THE REJECT BEFORE AND
      *THE FIELDS AFTER, THE AMOUNT KEYED AND THE KEY ASSIGNED, AND
      *A COUNT OF EACH KIND OF ACTION PER OPERATOR. THEN IT LISTS
      *EVERY REPAIR STILL PENDING SUPERVISOR APPROVAL ON KOFIXPND,
      *WHATEVER DAY IT WAS HELD - THOSE HELD BEFORE THE REPORT
      *DATE ARE FLAGGED "*". ANY UNRESOLVED APPROVAL ENDS THE RUN
      *RC 4 SO SUPERVISION SEES IT. IT ONLY READS, SO IT CAN BE
      *RERUN FOR ANY DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXR-JNL-FILE ASSIGN TO "KOFIXJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXR-JNL-STATUS.
           SELECT FXR-PND-FILE ASSIGN TO "KOFIXPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS FXR-PND-STATUS.
           SELECT FXR-RPT-FILE ASSIGN TO "FIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXR-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXR-PARM-STATUS.
           SELECT FXR-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXR-BIZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FXR-JNL-FILE
           LABEL RECORDS ARE STANDARD.
      *THE LAYOUT KOFIX WRITES - SEE FIX-JNL-RECORD THERE.
       01  FXR-JNL-RECORD.
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
       FD  FXR-PND-FILE.
      *THE PENDING-APPROVAL KSDS KOFIX HOLDS OVER-LIMIT REPAIRS ON
      *(SEE KOFXDEF). ONLY STATUS "P" IS STILL WAITING.
       01  FXR-PND-RECORD.
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
           05 PND-RUN-DATE          PIC X(08).
           05 PND-APPROVER          PIC X(08).
           05 PND-RESOLVED-DATE     PIC X(08).
       FD  FXR-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FXR-RPT-LINE           PIC X(90).
       FD  FXR-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  FXR-PARM-RECORD        PIC X(80).
       FD  FXR-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  FXR-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
       WORKING-STORAGE SECTION.
       01 FXR-JNL-STATUS  PIC X(02) VALUE "00".
       01 FXR-PND-STATUS  PIC X(02) VALUE "00".
       01 FXR-PARM-STATUS PIC X(02) VALUE "00".
       01 FXR-BIZ-STATUS  PIC X(02) VALUE "00".
       01 FXR-JNL-EOF-SWITCH PIC X(01) VALUE "N".
           88 FXR-JNL-EOF VALUE "Y".
       01 FXR-PND-EOF-SWITCH PIC X(01) VALUE "N".
           88 FXR-PND-EOF VALUE "Y".
       01 FXR-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 FXR-PARM-EOF VALUE "Y".
       01 FXR-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 FXR-PARM-ERROR VALUE "Y".
       01 FXR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 FXR-ENTRY-FOUND VALUE "Y".
       01 FXR-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 FXR-PARM-VALUE   PIC X(20) VALUE SPACES.
      *THE BUSINESS DATE REPORTED - BIZDATE'S CURRENT DATE UNLESS
      *RPTDATE NAMES ANOTHER.
       01 FXR-RPT-DATE     PIC X(08) VALUE SPACES.
       01 FXR-READ-COUNT   PIC 9(07) VALUE ZERO.
       01 FXR-DAY-COUNT    PIC 9(05) VALUE ZERO.
       01 FXR-DROP-COUNT   PIC 9(05) VALUE ZERO.
       01 FXR-PEND-COUNT   PIC 9(05) VALUE ZERO.
       01 FXR-OLD-COUNT    PIC 9(05) VALUE ZERO.
      *ONE OPERATOR'S ACTION COUNTS, REBUILT FOR EACH GROUP.
       01 FXR-CNT-R PIC 9(05) VALUE ZERO.
       01 FXR-CNT-P PIC 9(05) VALUE ZERO.
       01 FXR-CNT-A PIC 9(05) VALUE ZERO.
       01 FXR-CNT-D PIC 9(05) VALUE ZERO.
       01 FXR-CNT-S PIC 9(05) VALUE ZERO.
       01 FXR-CNT-Q PIC 9(05) VALUE ZERO.
       01 FXR-CNT-F PIC 9(05) VALUE ZERO.
      *EVERY JOURNAL LINE FOR THE DATE, HELD SO THE PAGE CAN PRINT
      *OPERATOR BY OPERATOR WITHOUT A SORT STEP. 1000 IS FAR PAST A
      *DAY'S REPAIRS; OVERFLOW IS COUNTED ON THE REPORT.
       01 FXR-TAB-USED  PIC 9(04) COMP VALUE ZERO.
       01 FXR-TAB-LIMIT PIC 9(04) COMP VALUE 1000.
       01 FXR-TAB-IX    PIC 9(04) COMP VALUE ZERO.
       01 FXR-JNL-TABLE.
           05 FXR-TAB-ENTRY OCCURS 1000.
              10 FXR-TAB-OPERATOR  PIC X(08).
              10 FXR-TAB-TIME      PIC X(08).
              10 FXR-TAB-ACTION    PIC X(01).
              10 FXR-TAB-CODE      PIC X(04).
              10 FXR-TAB-REJ-KEY   PIC X(06).
              10 FXR-TAB-BEFORE1   PIC X(05).
              10 FXR-TAB-BEFORE2   PIC X(05).
              10 FXR-TAB-BEFORE3   PIC X(05).
              10 FXR-TAB-AFTER1    PIC X(05).
              10 FXR-TAB-AFTER2    PIC X(05).
              10 FXR-TAB-AFTER3    PIC X(05).
              10 FXR-TAB-AMT-X     PIC X(11).
              10 FXR-TAB-NEW-KEY   PIC X(06).
              10 FXR-TAB-KEYED-BY  PIC X(08).
      *THE DISTINCT OPERATORS SEEN, IN FIRST-SEEN ORDER - THE
      *GROUP SEQUENCE OF THE REPORT.
       01 FXR-OPR-USED  PIC 9(02) COMP VALUE ZERO.
       01 FXR-OPR-LIMIT PIC 9(02) COMP VALUE 50.
       01 FXR-OPR-IX    PIC 9(02) COMP VALUE ZERO.
       01 FXR-OPR-TABLE.
           05 FXR-OPR-ID OCCURS 50 PIC X(08).
       01 FXR-LOOK-OPERATOR PIC X(08) VALUE SPACES.
       01 FXR-HDR-LINE.
           05 FILLER PIC X(37)
              VALUE "KOFIX REPAIR JOURNAL - BUSINESS DATE ".
           05 HDR-RPT-DATE PIC X(08).
           05 FILLER PIC X(45) VALUE SPACES.
       01 FXR-LEGEND-LINE.
           05 FILLER PIC X(45)
              VALUE "ACTION R REPAIRED  P HELD  A APPROVED  D DECL".
           05 FILLER PIC X(45)
              VALUE "INED  S SKIPPED  Q QUIT  F FAILED            ".
       01 FXR-COL-LINE.
           05 FILLER PIC X(45)
              VALUE "  TIME   A CODE KEY    BEFORE            AFTE".
           05 FILLER PIC X(45)
              VALUE "R             AMOUNT      NEWKEY KEYED BY    ".
       01 FXR-OPR-LINE.
           05 FILLER PIC X(09) VALUE "OPERATOR ".
           05 OPR-O-ID PIC X(08).
           05 FILLER PIC X(73) VALUE SPACES.
       01 FXR-DTL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DTL-TIME PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-ACTION PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-REJ-KEY PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-BEFORE1 PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-BEFORE2 PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-BEFORE3 PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-AFTER1 PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-AFTER2 PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-AFTER3 PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-AMT-X PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-NEW-KEY PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-KEYED-BY PIC X(08).
           05 FILLER PIC X(04) VALUE SPACES.
       01 FXR-SUM-LINE.
           05 FILLER PIC X(10) VALUE "  REPAIRED".
           05 SUM-R PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE " HELD".
           05 SUM-P PIC ZZZZ9.
           05 FILLER PIC X(09) VALUE " APPROVED".
           05 SUM-A PIC ZZZZ9.
           05 FILLER PIC X(09) VALUE " DECLINED".
           05 SUM-D PIC ZZZZ9.
           05 FILLER PIC X(08) VALUE " SKIPPED".
           05 SUM-S PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE " QUIT".
           05 SUM-Q PIC ZZZZ9.
           05 FILLER PIC X(07) VALUE " FAILED".
           05 SUM-F PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
       01 FXR-PND-HDR.
           05 FILLER PIC X(45)
              VALUE "PENDING APPROVALS NOT RESOLVED (* = HELD BEFO".
           05 FILLER PIC X(45)
              VALUE "RE THE REPORT DATE)                          ".
       01 FXR-PND-COL.
           05 FILLER PIC X(45)
              VALUE "  HELD     TIME   KEYED BY CODE SOURCE   KEY ".
           05 FILLER PIC X(45)
              VALUE "   NEW    AMOUNT      FOR RUN                ".
       01 FXR-PND-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PLN-OPEN-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-OPEN-TIME PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-OPERATOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-SOURCE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-REJ-KEY PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-NEW-KEY PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-AMT-X PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-RUN-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PLN-FLAG PIC X(01).
           05 FILLER PIC X(13) VALUE SPACES.
       01 FXR-CNT-LINE.
           05 CNT-LABEL PIC X(36).
           05 CNT-VALUE PIC 9(05).
           05 FILLER PIC X(49) VALUE SPACES.
       PROCEDURE DIVISION.
       KOFIXRPT_START SECTION.
       KOFIXRPT_INITIALIZE.
           PERFORM KOFIXRPT_READ_BIZDATE.
           PERFORM KOFIXRPT_READ_PARMS.
           IF FXR-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FXR-JNL-FILE.
           IF FXR-JNL-STATUS NOT = "00"
               DISPLAY "KOFIXRPT: JOURNAL OPEN FAILED, STATUS "
                   FXR-JNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FXR-PND-FILE.
           IF FXR-PND-STATUS NOT = "00"
               DISPLAY "KOFIXRPT: PENDING FILE OPEN FAILED, STATUS "
                   FXR-PND-STATUS
               CLOSE FXR-JNL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FXR-RPT-FILE.
           MOVE FXR-RPT-DATE TO HDR-RPT-DATE.
           WRITE FXR-RPT-LINE FROM FXR-HDR-LINE.
           WRITE FXR-RPT-LINE FROM FXR-LEGEND-LINE.
           PERFORM KOFIXRPT_NEXT_JOURNAL.
           PERFORM KOFIXRPT_ONE_JOURNAL UNTIL FXR-JNL-EOF.
           CLOSE FXR-JNL-FILE.
           PERFORM KOFIXRPT_WRITE_GROUPS.
           MOVE "JOURNAL LINES FOR THE DATE         =" TO CNT-LABEL.
           MOVE FXR-DAY-COUNT TO CNT-VALUE.
           WRITE FXR-RPT-LINE FROM FXR-CNT-LINE.
           IF FXR-DROP-COUNT > ZERO
               MOVE "NOT LISTED - TABLE FULL            =" TO
                   CNT-LABEL
               MOVE FXR-DROP-COUNT TO CNT-VALUE
               WRITE FXR-RPT-LINE FROM FXR-CNT-LINE
           END-IF.
           PERFORM KOFIXRPT_WRITE_PENDING.
           CLOSE FXR-PND-FILE.
           CLOSE FXR-RPT-FILE.
           DISPLAY "KOFIXRPT: " FXR-READ-COUNT " JOURNAL LINES, "
               FXR-DAY-COUNT " FOR " FXR-RPT-DATE ", "
               FXR-PEND-COUNT " PENDING APPROVAL ("
               FXR-OLD-COUNT " FROM EARLIER DAYS)".
           IF FXR-PEND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO END_PROGRAM.
       KOFIXRPT_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, THE SAME CONVENTION
      *THE REST OF THE CHAIN USES. RPTDATE REPORTS A DAY OTHER
      *THAN BIZDATE'S CURRENT ONE.
           OPEN INPUT FXR-PARM-FILE.
           IF FXR-PARM-STATUS NOT = "00"
               DISPLAY "KOFIXRPT: NO PARMFILE, DEFAULTS IN EFFECT"
           ELSE
               PERFORM KOFIXRPT_NEXT_PARM
               PERFORM KOFIXRPT_PARSE_PARM UNTIL FXR-PARM-EOF
               CLOSE FXR-PARM-FILE
           END-IF.
           DISPLAY "KOFIXRPT: REPORTING BUSINESS DATE " FXR-RPT-DATE.
       KOFIXRPT_PARSE_PARM.
           MOVE SPACES TO FXR-PARM-KEYWORD FXR-PARM-VALUE.
           UNSTRING FXR-PARM-RECORD DELIMITED BY "="
               INTO FXR-PARM-KEYWORD FXR-PARM-VALUE.
           EVALUATE FXR-PARM-KEYWORD
             WHEN "RPTDATE"
               IF FXR-PARM-VALUE(1:8) IS NUMERIC
                   MOVE FXR-PARM-VALUE(1:8) TO FXR-RPT-DATE
               ELSE
                   DISPLAY "KOFIXRPT: BAD RPTDATE VALUE "
                       FXR-PARM-VALUE
                   SET FXR-PARM-ERROR TO TRUE
               END-IF
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "KOFIXRPT: UNKNOWN PARM KEYWORD "
                   FXR-PARM-KEYWORD
               SET FXR-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM KOFIXRPT_NEXT_PARM.
       KOFIXRPT_NEXT_PARM.
           READ FXR-PARM-FILE
               AT END SET FXR-PARM-EOF TO TRUE
           END-READ.
       KOFIXRPT_NEXT_JOURNAL.
           READ FXR-JNL-FILE
               AT END SET FXR-JNL-EOF TO TRUE
               NOT AT END ADD 1 TO FXR-READ-COUNT
           END-READ.
       KOFIXRPT_ONE_JOURNAL.
           IF JNL-BIZ-DATE = FXR-RPT-DATE
               ADD 1 TO FXR-DAY-COUNT
               IF FXR-TAB-USED >= FXR-TAB-LIMIT
                   DISPLAY "KOFIXRPT: TABLE FULL, LINE NOT REPORTED"
                   ADD 1 TO FXR-DROP-COUNT
               ELSE
                   PERFORM KOFIXRPT_POST_JOURNAL
               END-IF
           END-IF.
           PERFORM KOFIXRPT_NEXT_JOURNAL.
       KOFIXRPT_POST_JOURNAL.
           MOVE JNL-OPERATOR TO FXR-LOOK-OPERATOR.
           PERFORM KOFIXRPT_FIND_OPERATOR.
           IF NOT FXR-ENTRY-FOUND
               PERFORM KOFIXRPT_NEW_OPERATOR
           END-IF.
           IF FXR-ENTRY-FOUND
               ADD 1 TO FXR-TAB-USED
               MOVE JNL-OPERATOR TO FXR-TAB-OPERATOR(FXR-TAB-USED)
               MOVE JNL-TIME TO FXR-TAB-TIME(FXR-TAB-USED)
               MOVE JNL-ACTION TO FXR-TAB-ACTION(FXR-TAB-USED)
               MOVE JNL-REASON-CODE TO FXR-TAB-CODE(FXR-TAB-USED)
               MOVE JNL-REJ-KEY TO FXR-TAB-REJ-KEY(FXR-TAB-USED)
               MOVE JNL-BEFORE-DATA1 TO FXR-TAB-BEFORE1(FXR-TAB-USED)
               MOVE JNL-BEFORE-DATA2 TO FXR-TAB-BEFORE2(FXR-TAB-USED)
               MOVE JNL-BEFORE-DATA3 TO FXR-TAB-BEFORE3(FXR-TAB-USED)
               MOVE JNL-AFTER-DATA1 TO FXR-TAB-AFTER1(FXR-TAB-USED)
               MOVE JNL-AFTER-DATA2 TO FXR-TAB-AFTER2(FXR-TAB-USED)
               MOVE JNL-AFTER-DATA3 TO FXR-TAB-AFTER3(FXR-TAB-USED)
               MOVE JNL-AMT-X TO FXR-TAB-AMT-X(FXR-TAB-USED)
               MOVE JNL-NEW-KEY TO FXR-TAB-NEW-KEY(FXR-TAB-USED)
               MOVE JNL-KEYED-BY TO FXR-TAB-KEYED-BY(FXR-TAB-USED)
           ELSE
               ADD 1 TO FXR-DROP-COUNT
           END-IF.
       KOFIXRPT_FIND_OPERATOR.
           MOVE "N" TO FXR-FOUND-SWITCH.
           PERFORM KOFIXRPT_MATCH_OPERATOR
               VARYING FXR-OPR-IX FROM 1 BY 1
               UNTIL FXR-OPR-IX > FXR-OPR-USED
                  OR FXR-ENTRY-FOUND.
       KOFIXRPT_MATCH_OPERATOR.
           IF FXR-OPR-ID(FXR-OPR-IX) = FXR-LOOK-OPERATOR
               SET FXR-ENTRY-FOUND TO TRUE
           END-IF.
       KOFIXRPT_NEW_OPERATOR.
      *A LINE WHOSE OPERATOR CANNOT GET A GROUP IS COUNTED AS NOT
      *LISTED RATHER THAN PRINTED UNDER SOMEONE ELSE'S NAME.
           IF FXR-OPR-USED >= FXR-OPR-LIMIT
               DISPLAY "KOFIXRPT: OPERATOR TABLE FULL, DROPPED "
                   FXR-LOOK-OPERATOR
           ELSE
               ADD 1 TO FXR-OPR-USED
               MOVE FXR-LOOK-OPERATOR TO FXR-OPR-ID(FXR-OPR-USED)
               SET FXR-ENTRY-FOUND TO TRUE
           END-IF.
       KOFIXRPT_WRITE_GROUPS.
           WRITE FXR-RPT-LINE FROM FXR-COL-LINE.
           PERFORM KOFIXRPT_ONE_GROUP
               VARYING FXR-OPR-IX FROM 1 BY 1
               UNTIL FXR-OPR-IX > FXR-OPR-USED.
       KOFIXRPT_ONE_GROUP.
           MOVE ZERO TO FXR-CNT-R FXR-CNT-P FXR-CNT-A FXR-CNT-D
               FXR-CNT-S FXR-CNT-Q FXR-CNT-F.
           MOVE FXR-OPR-ID(FXR-OPR-IX) TO OPR-O-ID.
           WRITE FXR-RPT-LINE FROM FXR-OPR-LINE.
           PERFORM KOFIXRPT_GROUP_DTL
               VARYING FXR-TAB-IX FROM 1 BY 1
               UNTIL FXR-TAB-IX > FXR-TAB-USED.
           MOVE FXR-CNT-R TO SUM-R.
           MOVE FXR-CNT-P TO SUM-P.
           MOVE FXR-CNT-A TO SUM-A.
           MOVE FXR-CNT-D TO SUM-D.
           MOVE FXR-CNT-S TO SUM-S.
           MOVE FXR-CNT-Q TO SUM-Q.
           MOVE FXR-CNT-F TO SUM-F.
           WRITE FXR-RPT-LINE FROM FXR-SUM-LINE.
       KOFIXRPT_GROUP_DTL.
           IF FXR-TAB-OPERATOR(FXR-TAB-IX) = FXR-OPR-ID(FXR-OPR-IX)
               MOVE FXR-TAB-TIME(FXR-TAB-IX)(1:6) TO DTL-TIME
               MOVE FXR-TAB-ACTION(FXR-TAB-IX) TO DTL-ACTION
               MOVE FXR-TAB-CODE(FXR-TAB-IX) TO DTL-CODE
               MOVE FXR-TAB-REJ-KEY(FXR-TAB-IX) TO DTL-REJ-KEY
               MOVE FXR-TAB-BEFORE1(FXR-TAB-IX) TO DTL-BEFORE1
               MOVE FXR-TAB-BEFORE2(FXR-TAB-IX) TO DTL-BEFORE2
               MOVE FXR-TAB-BEFORE3(FXR-TAB-IX) TO DTL-BEFORE3
               MOVE FXR-TAB-AFTER1(FXR-TAB-IX) TO DTL-AFTER1
               MOVE FXR-TAB-AFTER2(FXR-TAB-IX) TO DTL-AFTER2
               MOVE FXR-TAB-AFTER3(FXR-TAB-IX) TO DTL-AFTER3
               MOVE FXR-TAB-AMT-X(FXR-TAB-IX) TO DTL-AMT-X
               MOVE FXR-TAB-NEW-KEY(FXR-TAB-IX) TO DTL-NEW-KEY
               MOVE FXR-TAB-KEYED-BY(FXR-TAB-IX) TO DTL-KEYED-BY
               WRITE FXR-RPT-LINE FROM FXR-DTL-LINE
               PERFORM KOFIXRPT_COUNT_ACTION
           END-IF.
       KOFIXRPT_COUNT_ACTION.
           EVALUATE FXR-TAB-ACTION(FXR-TAB-IX)
             WHEN "R"
               ADD 1 TO FXR-CNT-R
             WHEN "P"
               ADD 1 TO FXR-CNT-P
             WHEN "A"
               ADD 1 TO FXR-CNT-A
             WHEN "D"
               ADD 1 TO FXR-CNT-D
             WHEN "S"
               ADD 1 TO FXR-CNT-S
             WHEN "Q"
               ADD 1 TO FXR-CNT-Q
             WHEN "F"
               ADD 1 TO FXR-CNT-F
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       KOFIXRPT_WRITE_PENDING.
      *EVERY REPAIR STILL WAITING FOR A SUPERVISOR, OLDEST FIRST
      *(THE FILE'S KEY ORDER). RESOLVED ENTRIES AND THE HIGH-KEY
      *SEED RECORD ARE NOT STATUS "P" AND ARE PASSED OVER.
           WRITE FXR-RPT-LINE FROM FXR-PND-HDR.
           WRITE FXR-RPT-LINE FROM FXR-PND-COL.
           PERFORM KOFIXRPT_NEXT_PENDING.
           PERFORM KOFIXRPT_ONE_PENDING UNTIL FXR-PND-EOF.
           MOVE "PENDING APPROVALS NOT RESOLVED     =" TO CNT-LABEL.
           MOVE FXR-PEND-COUNT TO CNT-VALUE.
           WRITE FXR-RPT-LINE FROM FXR-CNT-LINE.
           MOVE "  OF WHICH HELD BEFORE THE DATE    =" TO CNT-LABEL.
           MOVE FXR-OLD-COUNT TO CNT-VALUE.
           WRITE FXR-RPT-LINE FROM FXR-CNT-LINE.
       KOFIXRPT_NEXT_PENDING.
           READ FXR-PND-FILE NEXT RECORD
               AT END SET FXR-PND-EOF TO TRUE
           END-READ.
       KOFIXRPT_ONE_PENDING.
           IF PND-PENDING
               ADD 1 TO FXR-PEND-COUNT
               MOVE PND-OPEN-DATE TO PLN-OPEN-DATE
               MOVE PND-OPEN-TIME(1:6) TO PLN-OPEN-TIME
               MOVE PND-OPERATOR TO PLN-OPERATOR
               MOVE PND-REJ-REASON-CODE TO PLN-CODE
               MOVE PND-REJ-SOURCE TO PLN-SOURCE
               MOVE PND-REJ-REC-KEY TO PLN-REJ-KEY
               MOVE PND-NEW-KEY TO PLN-NEW-KEY
               MOVE PND-AMT-X TO PLN-AMT-X
               MOVE PND-RUN-DATE TO PLN-RUN-DATE
               IF PND-OPEN-DATE < FXR-RPT-DATE
                   MOVE "*" TO PLN-FLAG
                   ADD 1 TO FXR-OLD-COUNT
               ELSE
                   MOVE SPACE TO PLN-FLAG
               END-IF
               WRITE FXR-RPT-LINE FROM FXR-PND-LINE
           END-IF.
           PERFORM KOFIXRPT_NEXT_PENDING.
       KOFIXRPT_READ_BIZDATE.
      *THE REPORT DATE IS THE BUSINESS DATE ON THE BIZDATE CONTROL
      *RECORD, NOT THE CLOCK. NO USABLE DATE STOPS THE RUN RC 16.
           OPEN INPUT FXR-BIZ-FILE.
           IF FXR-BIZ-STATUS NOT = "00"
               DISPLAY "KOFIXRPT: BIZDATE OPEN FAILED, STATUS "
                   FXR-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FXR-BIZ-FILE
               AT END MOVE SPACES TO FXR-BIZ-RECORD
           END-READ.
           CLOSE FXR-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "KOFIXRPT: NO BUSINESS DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-CUR-DATE TO FXR-RPT-DATE.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM KOFIXRPT.
