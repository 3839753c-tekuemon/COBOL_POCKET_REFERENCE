       IDENTIFICATION DIVISION.
       PROGRAM-ID. OYAGL.
      *GENERAL-LEDGER POSTING INTERFACE FOR THE OYA/KO/MAGO CHAIN.
      *RUNS AFTER OYABAL HAS PROVED THE DAY: READS THE DAY'S
      *OYAPROC GENERATION, ROLLS PROC-AMOUNT UP BY
      *PROC-RESULT-CODE, AND WRITES ONE DEBIT/CREDIT PAIR PER
      *ENRICHMENT CODE TO THE GL JOURNAL FILE (OYAGLJNL), BRACKETED
      *BY A HEADER AND A CONTROL TRAILER THE LEDGER'S LOADER
      *PROVES BEFORE IT POSTS. THE POSTING ACCOUNTS FOR EACH CODE
      *COME FROM THE CODE-TO-ACCOUNT TABLE (OYAGLACT, A KSDS - SEE
      *OYAGDEF) THAT FINANCE MAINTAINS. A CODE WITH NO ROW ON THE
      *TABLE IS NOT DROPPED: ITS CREDIT LEG POSTS TO THE SUSPENSE
      *ACCOUNT (SUSPACCT PARM) AND THE CODE IS LISTED ON THE
      *REPORT SO FINANCE CAN MAP IT AND CLEAR THE SUSPENSE BY
      *HAND. UNMAPPED CODES END THE RUN RC 4.
      *THE JOURNAL MUST TIE BACK TO THE RUN-TOTALS RECORD - THE
      *RECORDS ROLLED UP TO TOT-PROCESSED AND THE AMOUNT POSTED TO
      *TOT-AMT-OUT. ANYTHING ELSE (OR A MISSING TOTALS RECORD, OR
      *A RESTART DAY WHOSE TOTALS COVER ONLY THE RESTARTED PORTION)
      *IS REFUSED RC 12 AND THE JOURNAL FILE IS NEVER OPENED, SO
      *NOTHING HALF-PROVED CAN REACH THE LEDGER.
      *A DAY PRO49 RESTARTED FROM A CHECKPOINT IS NOT POSTED FROM
      *ITS OWN OYAPROC GENERATION, WHICH HOLDS ONLY THE RESTART'S
      *RECORDS. IT IS POSTED BY OYATRIM.jcl FROM THE RELEASE FILE
      *OYATRIM BUILDS, WITH RELEASE=YES ON PARMFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PROC-FILE ASSIGN TO "OYAPROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-TOTAL-FILE ASSIGN TO "OYATOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-TOTAL-STATUS.
           SELECT GL-ACCT-FILE ASSIGN TO "OYAGLACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-CODE
               FILE STATUS IS GL-ACCT-STATUS.
           SELECT GL-JNL-FILE ASSIGN TO "OYAGLJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-RPT-FILE ASSIGN TO "OYAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-PROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-PROC-RECORD.
           05 GL-PROC-KEY        PIC X(06).
           05 GL-PROC-FLD-1      PIC X(05).
           05 GL-PROC-FLD-2      PIC X(05).
           05 GL-PROC-FLD-3      PIC X(05).
           05 GL-PROC-RESULT     PIC X(02).
           05 GL-PROC-AMOUNT     PIC 9(09)V99.
           05 GL-PROC-SOURCE     PIC X(08).
       FD  GL-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-TOTAL-RECORD.
           05 GL-TOT-RUN-DATE    PIC X(08).
           05 GL-TOT-READ        PIC 9(08).
           05 GL-TOT-DRIVEN      PIC 9(08).
           05 GL-TOT-PROCESSED   PIC 9(08).
           05 GL-TOT-REJECTED    PIC 9(08).
           05 GL-TOT-SUSPENDED   PIC 9(08).
           05 GL-TOT-DUPREJ      PIC 9(08).
           05 GL-TOT-AMT-IN      PIC 9(13)V99.
           05 GL-TOT-AMT-OUT     PIC 9(13)V99.
           05 GL-TOT-AMT-REJ     PIC 9(13)V99.
           05 GL-TOT-AMT-SUSP    PIC 9(13)V99.
           05 GL-TOT-AMT-DUP     PIC 9(13)V99.
           05 GL-TOT-HELD        PIC 9(08).
           05 GL-TOT-AMT-HELD    PIC 9(13)V99.
           05 GL-TOT-REC-TYPE    PIC X(01).
               88 GL-TOT-DAY-RECORD VALUE "D" " ".
           05 GL-TOT-SOURCE      PIC X(08).
           05 GL-TOT-RESTART-FLAG PIC X(01).
               88 GL-TOT-RESTARTED VALUE "R".
       FD  GL-ACCT-FILE.
      *ONE ROW PER ENRICHMENT CODE: THE ACCOUNT THE DAY'S VALUE IS
      *DEBITED TO AND THE ACCOUNT IT IS CREDITED TO, PLUS FINANCE'S
      *OWN NAME FOR THE POSTING.
       01  GL-ACCT-RECORD.
           05 GLA-CODE           PIC X(02).
           05 GLA-DR-ACCT        PIC X(10).
           05 GLA-CR-ACCT        PIC X(10).
           05 GLA-DESC           PIC X(20).
       FD  GL-JNL-FILE
           LABEL RECORDS ARE STANDARD.
      *THE JOURNAL IS ONE HEADER, TWO DETAIL LINES (DEBIT THEN
      *CREDIT) PER CODE, AND ONE CONTROL TRAILER CARRYING THE LINE
      *COUNT, THE DEBIT AND CREDIT TOTALS AND THE OYAPROC RECORD
      *COUNT THEY REPRESENT. THE RECORD TYPE IN BYTE ONE TELLS THE
      *THREE LAYOUTS APART.
       01  GL-JNL-RECORD.
           05 GLJ-REC-TYPE       PIC X(01).
           05 GLJ-RUN-DATE       PIC X(08).
           05 GLJ-LINE-NO        PIC 9(06).
           05 GLJ-ACCOUNT        PIC X(10).
           05 GLJ-DR-CR          PIC X(01).
           05 GLJ-AMOUNT         PIC 9(13)V99.
           05 GLJ-ENRICH-CODE    PIC X(02).
           05 GLJ-REC-COUNT      PIC 9(08).
           05 GLJ-SUSP-FLAG      PIC X(01).
       01  GL-JNL-HEADER.
           05 GLJ-HDR-TYPE       PIC X(01).
           05 GLJ-HDR-DATE       PIC X(08).
           05 GLJ-HDR-SOURCE     PIC X(08).
           05 FILLER             PIC X(35).
       01  GL-JNL-TRAILER.
           05 GLJ-TRL-TYPE       PIC X(01).
           05 GLJ-TRL-DATE       PIC X(08).
           05 GLJ-TRL-LINES      PIC 9(06).
           05 GLJ-TRL-DEBITS     PIC 9(13)V99.
           05 GLJ-TRL-CREDITS    PIC 9(13)V99.
           05 GLJ-TRL-RECORDS    PIC 9(08).
           05 FILLER             PIC X(01).
       FD  GL-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-RPT-LINE           PIC X(80).
       FD  GL-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-PARM-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       01 GL-TOTAL-STATUS PIC X(02) VALUE "00".
       01 GL-ACCT-STATUS  PIC X(02) VALUE "00".
       01 GL-PARM-STATUS  PIC X(02) VALUE "00".
       01 GL-PROC-EOF-SWITCH PIC X(01) VALUE "N".
           88 GL-PROC-EOF VALUE "Y".
       01 GL-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 GL-PARM-EOF VALUE "Y".
       01 GL-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 GL-PARM-ERROR VALUE "Y".
       01 GL-FOUND-SWITCH PIC X(01) VALUE "N".
           88 GL-ENTRY-FOUND VALUE "Y".
       01 GL-UNTIED-SWITCH PIC X(01) VALUE "N".
           88 GL-UNTIED VALUE "Y".
       01 GL-RELEASE-SWITCH PIC X(01) VALUE "N".
           88 GL-POSTING-RELEASE VALUE "Y".
       01 GL-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 GL-PARM-VALUE   PIC X(20) VALUE SPACES.
      *THE OFFSET (DEBIT) ACCOUNT AND THE SUSPENSE (CREDIT)
      *ACCOUNT AN UNMAPPED CODE POSTS TO. FINANCE OWNS THE
      *NUMBERS; THE DEFAULTS ARE THE CLEARING AND SUSPENSE
      *ACCOUNTS IN USE WHEN THE INTERFACE WAS BUILT.
       01 GL-CLEAR-ACCT   PIC X(10) VALUE "1990000000".
       01 GL-SUSP-ACCT    PIC X(10) VALUE "2990000000".
       01 GL-SOURCE-ID    PIC X(08) VALUE "OYA".
       01 GL-RUN-DATE     PIC X(08) VALUE SPACES.
       01 GL-RECORDS-READ PIC 9(08) VALUE ZERO.
       01 GL-RESTART-SKIP PIC 9(08) VALUE ZERO.
       01 GL-UNMAPPED-CNT PIC 9(08) VALUE ZERO.
       01 GL-LINE-NO      PIC 9(06) VALUE ZERO.
       01 GL-AMT-READ     PIC 9(13)V99 VALUE ZERO.
       01 GL-AMT-DEBIT    PIC 9(13)V99 VALUE ZERO.
       01 GL-AMT-CREDIT   PIC 9(13)V99 VALUE ZERO.
       01 GL-AMT-SUSP     PIC 9(13)V99 VALUE ZERO.
      *ONE ENTRY PER RESULT CODE ON TODAY'S OYAPROC, THE SAME
      *100-ENTRY ROLL-UP OYADIST USES. OVERFLOW IS REPORTED, AND
      *THE VALUE LEFT OUT OF THE TABLE FAILS THE TIE-BACK, SO A
      *FULL TABLE CAN NEVER POST SHORT.
       01 GL-TAB-USED  PIC 9(03) COMP VALUE ZERO.
       01 GL-TAB-LIMIT PIC 9(03) COMP VALUE 100.
       01 GL-TAB-IX    PIC 9(03) COMP VALUE ZERO.
       01 GL-TAB-HIT   PIC 9(03) COMP VALUE ZERO.
       01 GL-CODE-TABLE.
           05 GL-TAB-ENTRY OCCURS 100.
              10 GL-TAB-CODE     PIC X(02).
              10 GL-TAB-COUNT    PIC 9(08).
              10 GL-TAB-AMOUNT   PIC 9(13)V99.
              10 GL-TAB-DR-ACCT  PIC X(10).
              10 GL-TAB-CR-ACCT  PIC X(10).
              10 GL-TAB-DESC     PIC X(20).
              10 GL-TAB-MAPPED   PIC X(01).
       01 GL-LOOK-CODE PIC X(02) VALUE SPACES.
       01 GL-HDR-LINE.
           05 FILLER         PIC X(34)
              VALUE "OYA GL JOURNAL POSTING - RUN OF ".
           05 HDR-RUN-DATE   PIC X(08).
           05 FILLER         PIC X(38) VALUE SPACES.
       01 GL-COL-LINE.
           05 FILLER         PIC X(40)
              VALUE "CD DESCRIPTION           RECORDS     AMO".
           05 FILLER         PIC X(40)
              VALUE "UNT DEBIT      CREDIT                   ".
       01 GL-DTL-LINE.
           05 DTL-CODE       PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-DESC       PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-COUNT      PIC Z(07)9.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-AMOUNT     PIC Z(09)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-DR-ACCT    PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-CR-ACCT    PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-TAG        PIC X(11).
       01 GL-AMT-LINE.
           05 AMT-LABEL      PIC X(24).
           05 AMT-VALUE      PIC Z(12)9.99.
           05 FILLER         PIC X(39) VALUE SPACES.
       01 GL-CNT-LINE.
           05 CNT-LABEL      PIC X(24).
           05 CNT-VALUE      PIC Z(07)9.
           05 FILLER         PIC X(48) VALUE SPACES.
       01 GL-NOTE-LINE.
           05 GL-NOTE-TEXT   PIC X(80).
       PROCEDURE DIVISION.
       OYAGL_START SECTION.
       OYAGL_INITIALIZE.
           PERFORM OYAGL_READ_PARMS.
           IF GL-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-RPT-FILE.
           PERFORM OYAGL_READ_TOTALS.
           MOVE GL-RUN-DATE TO HDR-RUN-DATE.
           WRITE GL-RPT-LINE FROM GL-HDR-LINE.
           WRITE GL-RPT-LINE FROM GL-COL-LINE.
           OPEN INPUT GL-PROC-FILE.
           PERFORM OYAGL_NEXT_PROC.
           PERFORM OYAGL_ONE_PROC UNTIL GL-PROC-EOF.
           CLOSE GL-PROC-FILE.
           PERFORM OYAGL_MAP_ACCOUNTS.
           PERFORM OYAGL_WRITE_DTL
               VARYING GL-TAB-IX FROM 1 BY 1
               UNTIL GL-TAB-IX > GL-TAB-USED.
           PERFORM OYAGL_TIE_BACK.
           IF GL-UNTIED
               MOVE "*** JOURNAL DOES NOT TIE - NOT PRODUCED ***"
                   TO GL-NOTE-TEXT
               PERFORM OYAGL_REFUSE
           END-IF.
           PERFORM OYAGL_WRITE_JOURNAL.
           MOVE "JOURNAL TIES TO RUN TOTALS - RELEASED TO GL"
               TO GL-NOTE-TEXT.
           WRITE GL-RPT-LINE FROM GL-NOTE-LINE.
           CLOSE GL-RPT-FILE.
           DISPLAY "OYAGL: " GL-LINE-NO " JOURNAL LINES FOR "
               GL-TAB-USED " CODES, " GL-RECORDS-READ " RECORDS".
           IF GL-UNMAPPED-CNT > ZERO
               DISPLAY "OYAGL: " GL-UNMAPPED-CNT
                   " UNMAPPED CODES POSTED TO SUSPENSE " GL-SUSP-ACCT
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO END_PROGRAM.
       OYAGL_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, THE SAME CONVENTION
      *THE REST OF THE CHAIN USES. CLEARACCT AND SUSPACCT OVERRIDE
      *THE OFFSET AND SUSPENSE ACCOUNTS AN UNMAPPED CODE POSTS TO
      *(10 CHARACTERS, AS FINANCE KEYS THEM). RELEASE=YES SAYS
      *OYAPROC IS OYATRIM'S RELEASE FILE FOR A RESTARTED DAY, NOT
      *THE DAY'S OWN GENERATION.
           OPEN INPUT GL-PARM-FILE.
           IF GL-PARM-STATUS NOT = "00"
               DISPLAY "OYAGL: NO PARMFILE, DEFAULTS IN EFFECT"
           ELSE
               PERFORM OYAGL_NEXT_PARM
               PERFORM OYAGL_PARSE_PARM UNTIL GL-PARM-EOF
               CLOSE GL-PARM-FILE
           END-IF.
           DISPLAY "OYAGL: CLEARING ACCOUNT " GL-CLEAR-ACCT
               " SUSPENSE ACCOUNT " GL-SUSP-ACCT " IN EFFECT".
       OYAGL_PARSE_PARM.
           MOVE SPACES TO GL-PARM-KEYWORD GL-PARM-VALUE.
           UNSTRING GL-PARM-RECORD DELIMITED BY "="
               INTO GL-PARM-KEYWORD GL-PARM-VALUE.
           EVALUATE GL-PARM-KEYWORD
             WHEN "CLEARACCT"
               IF GL-PARM-VALUE(1:10) NOT = SPACES
                   MOVE GL-PARM-VALUE(1:10) TO GL-CLEAR-ACCT
               ELSE
                   DISPLAY "OYAGL: BAD CLEARACCT VALUE "
                       GL-PARM-VALUE
                   SET GL-PARM-ERROR TO TRUE
               END-IF
             WHEN "SUSPACCT"
               IF GL-PARM-VALUE(1:10) NOT = SPACES
                   MOVE GL-PARM-VALUE(1:10) TO GL-SUSP-ACCT
               ELSE
                   DISPLAY "OYAGL: BAD SUSPACCT VALUE "
                       GL-PARM-VALUE
                   SET GL-PARM-ERROR TO TRUE
               END-IF
             WHEN "RELEASE"
               EVALUATE GL-PARM-VALUE
                 WHEN "YES"
                   SET GL-POSTING-RELEASE TO TRUE
                 WHEN "NO"
                   MOVE "N" TO GL-RELEASE-SWITCH
                 WHEN OTHER
                   DISPLAY "OYAGL: BAD RELEASE VALUE "
                       GL-PARM-VALUE
                   SET GL-PARM-ERROR TO TRUE
               END-EVALUATE
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "OYAGL: UNKNOWN PARM KEYWORD "
                   GL-PARM-KEYWORD
               SET GL-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM OYAGL_NEXT_PARM.
       OYAGL_NEXT_PARM.
           READ GL-PARM-FILE
               AT END SET GL-PARM-EOF TO TRUE
           END-READ.
       OYAGL_READ_TOTALS.
      *THE RUN-TOTALS RECORD IS BOTH THE BUSINESS DATE THE JOURNAL
      *IS STAMPED WITH AND THE CONTROL IT MUST TIE TO - WITHOUT IT
      *THERE IS NOTHING TO PROVE THE POSTING AGAINST.
           OPEN INPUT GL-TOTAL-FILE.
           IF GL-TOTAL-STATUS NOT = "00"
               MOVE "NO RUN-TOTALS RECORD - NOTHING TO TIE TO"
                   TO GL-NOTE-TEXT
               PERFORM OYAGL_REFUSE
           END-IF.
           READ GL-TOTAL-FILE
               AT END
                   MOVE "RUN-TOTALS FILE IS EMPTY"
                       TO GL-NOTE-TEXT
                   PERFORM OYAGL_REFUSE
           END-READ.
           IF NOT GL-TOT-DAY-RECORD
               MOVE "UNEXPECTED RECORD TYPE ON RUN-TOTALS FILE"
                   TO GL-NOTE-TEXT
               PERFORM OYAGL_REFUSE
           END-IF.
           CLOSE GL-TOTAL-FILE.
           MOVE GL-TOT-RUN-DATE TO GL-RUN-DATE.
       OYAGL_ONE_PROC.
           ADD 1 TO GL-RECORDS-READ.
           ADD GL-PROC-AMOUNT TO GL-AMT-READ.
           MOVE GL-PROC-RESULT TO GL-LOOK-CODE.
           PERFORM OYAGL_FIND_CODE.
           IF GL-TAB-HIT = ZERO
               PERFORM OYAGL_NEW_ENTRY
           END-IF.
           IF GL-TAB-HIT > ZERO
               ADD 1 TO GL-TAB-COUNT(GL-TAB-HIT)
               ADD GL-PROC-AMOUNT TO GL-TAB-AMOUNT(GL-TAB-HIT)
           END-IF.
           PERFORM OYAGL_NEXT_PROC.
       OYAGL_NEXT_PROC.
           READ GL-PROC-FILE
               AT END SET GL-PROC-EOF TO TRUE
           END-READ.
       OYAGL_FIND_CODE.
           MOVE ZERO TO GL-TAB-HIT.
           MOVE "N" TO GL-FOUND-SWITCH.
           PERFORM OYAGL_MATCH_CODE
               VARYING GL-TAB-IX FROM 1 BY 1
               UNTIL GL-TAB-IX > GL-TAB-USED
                  OR GL-ENTRY-FOUND.
       OYAGL_MATCH_CODE.
           IF GL-TAB-CODE(GL-TAB-IX) = GL-LOOK-CODE
               MOVE GL-TAB-IX TO GL-TAB-HIT
               SET GL-ENTRY-FOUND TO TRUE
           END-IF.
       OYAGL_NEW_ENTRY.
           IF GL-TAB-USED >= GL-TAB-LIMIT
               DISPLAY "OYAGL: CODE TABLE FULL, CODE NOT ROLLED UP "
                   GL-LOOK-CODE
           ELSE
               ADD 1 TO GL-TAB-USED
               MOVE GL-TAB-USED TO GL-TAB-HIT
               MOVE GL-LOOK-CODE TO GL-TAB-CODE(GL-TAB-HIT)
               MOVE ZERO TO GL-TAB-COUNT(GL-TAB-HIT)
               MOVE ZERO TO GL-TAB-AMOUNT(GL-TAB-HIT)
               MOVE SPACES TO GL-TAB-DR-ACCT(GL-TAB-HIT)
               MOVE SPACES TO GL-TAB-CR-ACCT(GL-TAB-HIT)
               MOVE SPACES TO GL-TAB-DESC(GL-TAB-HIT)
               MOVE "N" TO GL-TAB-MAPPED(GL-TAB-HIT)
           END-IF.
       OYAGL_MAP_ACCOUNTS.
      *ONE RANDOM PROBE PER CODE - A HANDFUL A DAY. A TABLE THAT
      *WILL NOT OPEN IS A HARD STOP: POSTING EVERY CODE TO
      *SUSPENSE BECAUSE THE FILE WAS MISSING IS NOT A POSTING.
           OPEN INPUT GL-ACCT-FILE.
           IF GL-ACCT-STATUS NOT = "00"
               DISPLAY "OYAGL: ACCOUNT TABLE OPEN FAILED, STATUS "
                   GL-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OYAGL_MAP_ONE
               VARYING GL-TAB-IX FROM 1 BY 1
               UNTIL GL-TAB-IX > GL-TAB-USED.
           CLOSE GL-ACCT-FILE.
       OYAGL_MAP_ONE.
           MOVE GL-TAB-CODE(GL-TAB-IX) TO GLA-CODE.
           READ GL-ACCT-FILE
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE GL-ACCT-STATUS
             WHEN "00"
               MOVE GLA-DR-ACCT TO GL-TAB-DR-ACCT(GL-TAB-IX)
               MOVE GLA-CR-ACCT TO GL-TAB-CR-ACCT(GL-TAB-IX)
               MOVE GLA-DESC TO GL-TAB-DESC(GL-TAB-IX)
               MOVE "Y" TO GL-TAB-MAPPED(GL-TAB-IX)
             WHEN "23"
      *NO MAPPING - THE VALUE STILL POSTS, AGAINST THE CLEARING
      *ACCOUNT ON THE DEBIT SIDE AND SUSPENSE ON THE CREDIT SIDE,
      *SO THE LEDGER BALANCES AND FINANCE SEES IT WAITING.
               MOVE GL-CLEAR-ACCT TO GL-TAB-DR-ACCT(GL-TAB-IX)
               MOVE GL-SUSP-ACCT TO GL-TAB-CR-ACCT(GL-TAB-IX)
               MOVE "(NO GL MAPPING)" TO GL-TAB-DESC(GL-TAB-IX)
               ADD 1 TO GL-UNMAPPED-CNT
               ADD GL-TAB-AMOUNT(GL-TAB-IX) TO GL-AMT-SUSP
             WHEN OTHER
               DISPLAY "OYAGL: ACCOUNT TABLE READ FAILED, STATUS "
                   GL-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           ADD GL-TAB-AMOUNT(GL-TAB-IX) TO GL-AMT-DEBIT.
           ADD GL-TAB-AMOUNT(GL-TAB-IX) TO GL-AMT-CREDIT.
       OYAGL_WRITE_DTL.
           MOVE GL-TAB-CODE(GL-TAB-IX) TO DTL-CODE.
           MOVE GL-TAB-DESC(GL-TAB-IX) TO DTL-DESC.
           MOVE GL-TAB-COUNT(GL-TAB-IX) TO DTL-COUNT.
           MOVE GL-TAB-AMOUNT(GL-TAB-IX) TO DTL-AMOUNT.
           MOVE GL-TAB-DR-ACCT(GL-TAB-IX) TO DTL-DR-ACCT.
           MOVE GL-TAB-CR-ACCT(GL-TAB-IX) TO DTL-CR-ACCT.
           EVALUATE TRUE
             WHEN GL-TAB-MAPPED(GL-TAB-IX) = "N"
               MOVE "** SUSPENSE" TO DTL-TAG
             WHEN GL-TAB-AMOUNT(GL-TAB-IX) = ZERO
               MOVE "NO VALUE" TO DTL-TAG
             WHEN OTHER
               MOVE SPACES TO DTL-TAG
           END-EVALUATE.
           WRITE GL-RPT-LINE FROM GL-DTL-LINE.
       OYAGL_TIE_BACK.
      *THE PROOF: EVERY OYAPROC RECORD AND EVERY PENNY OF IT SITS
      *IN THE ROLL-UP, THE ROLL-UP MATCHES THE RUN TOTALS, AND THE
      *TWO SIDES OF THE JOURNAL ARE EQUAL. A RESTART DAY'S TOTALS
      *COVER THE WHOLE DAY - PRO49 CARRIES ITS COUNTERS ACROSS THE
      *CHECKPOINT - BUT ITS OWN OYAPROC GENERATION HOLDS ONLY THE
      *RESTART'S RECORDS, SO IT IS POSTED ONLY FROM OYATRIM'S
      *RELEASE FILE (RELEASE=YES) AND ONLY WHEN THAT FILE TIES TO
      *TOT-PROCESSED LIKE ANY OTHER DAY'S OYAPROC. THE RELEASE
      *FILE IS REFUSED FOR A DAY THAT DID NOT RESTART, SO NO DAY
      *REACHES THE LEDGER TWICE. TOTALS THAT STILL SHOW DETAILS
      *READ BUT NEVER DRIVEN COVER ONLY WHAT A RESTART DROVE AND
      *WOULD POST THE DAY SHORT - THEY ARE REFUSED WHATEVER THE
      *OYAPROC.
           MOVE "OYAPROC RECORDS READ   =" TO CNT-LABEL.
           MOVE GL-RECORDS-READ TO CNT-VALUE.
           WRITE GL-RPT-LINE FROM GL-CNT-LINE.
           MOVE "RUN TOTALS PROCESSED   =" TO CNT-LABEL.
           MOVE GL-TOT-PROCESSED TO CNT-VALUE.
           WRITE GL-RPT-LINE FROM GL-CNT-LINE.
           MOVE "JOURNAL DEBITS         =" TO AMT-LABEL.
           MOVE GL-AMT-DEBIT TO AMT-VALUE.
           WRITE GL-RPT-LINE FROM GL-AMT-LINE.
           MOVE "JOURNAL CREDITS        =" TO AMT-LABEL.
           MOVE GL-AMT-CREDIT TO AMT-VALUE.
           WRITE GL-RPT-LINE FROM GL-AMT-LINE.
           MOVE "RUN TOTALS AMOUNT OUT  =" TO AMT-LABEL.
           MOVE GL-TOT-AMT-OUT TO AMT-VALUE.
           WRITE GL-RPT-LINE FROM GL-AMT-LINE.
           MOVE "POSTED TO SUSPENSE     =" TO AMT-LABEL.
           MOVE GL-AMT-SUSP TO AMT-VALUE.
           WRITE GL-RPT-LINE FROM GL-AMT-LINE.
           IF GL-RECORDS-READ NOT = GL-TOT-PROCESSED
               SET GL-UNTIED TO TRUE
           END-IF.
           IF GL-AMT-READ NOT = GL-TOT-AMT-OUT
              OR GL-AMT-DEBIT NOT = GL-TOT-AMT-OUT
              OR GL-AMT-CREDIT NOT = GL-AMT-DEBIT
               SET GL-UNTIED TO TRUE
           END-IF.
           COMPUTE GL-RESTART-SKIP
               = GL-TOT-READ - GL-TOT-DRIVEN - GL-TOT-DUPREJ
                 - GL-TOT-HELD.
           IF GL-RESTART-SKIP > ZERO
               MOVE "* RESTART DAY - TOTALS COVER THE RESTART ONLY"
                   TO GL-NOTE-TEXT
               WRITE GL-RPT-LINE FROM GL-NOTE-LINE
               SET GL-UNTIED TO TRUE
           END-IF.
           IF GL-TOT-RESTARTED AND NOT GL-POSTING-RELEASE
               MOVE "* RESTART DAY - POST IT WITH OYATRIM.jcl FROM THE"
                   TO GL-NOTE-TEXT
               WRITE GL-RPT-LINE FROM GL-NOTE-LINE
               MOVE "* RELEASE FILE, NOT FROM THIS OYAPROC GENERATION"
                   TO GL-NOTE-TEXT
               WRITE GL-RPT-LINE FROM GL-NOTE-LINE
               SET GL-UNTIED TO TRUE
           END-IF.
           IF GL-POSTING-RELEASE AND NOT GL-TOT-RESTARTED
               MOVE "* RELEASE=YES BUT THE DAY DID NOT RESTART"
                   TO GL-NOTE-TEXT
               WRITE GL-RPT-LINE FROM GL-NOTE-LINE
               SET GL-UNTIED TO TRUE
           END-IF.
           IF GL-POSTING-RELEASE AND GL-TOT-RESTARTED
              AND NOT GL-UNTIED
               MOVE "* RESTART DAY - RELEASE FILE TIES TO THE DAY"
                   TO GL-NOTE-TEXT
               WRITE GL-RPT-LINE FROM GL-NOTE-LINE
           END-IF.
           IF GL-UNMAPPED-CNT > ZERO
               MOVE "* UNMAPPED CODES ABOVE POSTED TO SUSPENSE - ADD"
                   TO GL-NOTE-TEXT
               WRITE GL-RPT-LINE FROM GL-NOTE-LINE
               MOVE "* THEM TO OYAGLACT AND CLEAR THE SUSPENSE ACCOUNT"
                   TO GL-NOTE-TEXT
               WRITE GL-RPT-LINE FROM GL-NOTE-LINE
           END-IF.
       OYAGL_WRITE_JOURNAL.
      *ONLY A TIED DAY GETS THIS FAR. ZERO-VALUE CODES (PLAIN
      *21-BYTE DETAILS) CARRY NOTHING TO POST AND STAY ON THE
      *REPORT ONLY.
           OPEN OUTPUT GL-JNL-FILE.
           MOVE SPACES TO GL-JNL-HEADER.
           MOVE "H" TO GLJ-HDR-TYPE.
           MOVE GL-RUN-DATE TO GLJ-HDR-DATE.
           MOVE GL-SOURCE-ID TO GLJ-HDR-SOURCE.
           WRITE GL-JNL-HEADER.
           PERFORM OYAGL_POST_CODE
               VARYING GL-TAB-IX FROM 1 BY 1
               UNTIL GL-TAB-IX > GL-TAB-USED.
           MOVE SPACES TO GL-JNL-TRAILER.
           MOVE "T" TO GLJ-TRL-TYPE.
           MOVE GL-RUN-DATE TO GLJ-TRL-DATE.
           MOVE GL-LINE-NO TO GLJ-TRL-LINES.
           MOVE GL-AMT-DEBIT TO GLJ-TRL-DEBITS.
           MOVE GL-AMT-CREDIT TO GLJ-TRL-CREDITS.
           MOVE GL-RECORDS-READ TO GLJ-TRL-RECORDS.
           WRITE GL-JNL-TRAILER.
           CLOSE GL-JNL-FILE.
       OYAGL_POST_CODE.
           IF GL-TAB-AMOUNT(GL-TAB-IX) > ZERO
               MOVE GL-TAB-DR-ACCT(GL-TAB-IX) TO GLJ-ACCOUNT
               MOVE "D" TO GLJ-DR-CR
               PERFORM OYAGL_POST_LEG
               MOVE GL-TAB-CR-ACCT(GL-TAB-IX) TO GLJ-ACCOUNT
               MOVE "C" TO GLJ-DR-CR
               PERFORM OYAGL_POST_LEG
           END-IF.
       OYAGL_POST_LEG.
           ADD 1 TO GL-LINE-NO.
           MOVE "D" TO GLJ-REC-TYPE.
           MOVE GL-RUN-DATE TO GLJ-RUN-DATE.
           MOVE GL-LINE-NO TO GLJ-LINE-NO.
           MOVE GL-TAB-AMOUNT(GL-TAB-IX) TO GLJ-AMOUNT.
           MOVE GL-TAB-CODE(GL-TAB-IX) TO GLJ-ENRICH-CODE.
           MOVE GL-TAB-COUNT(GL-TAB-IX) TO GLJ-REC-COUNT.
           IF GL-TAB-MAPPED(GL-TAB-IX) = "N"
               MOVE "S" TO GLJ-SUSP-FLAG
           ELSE
               MOVE SPACE TO GLJ-SUSP-FLAG
           END-IF.
           WRITE GL-JNL-RECORD.
       OYAGL_REFUSE.
           WRITE GL-RPT-LINE FROM GL-NOTE-LINE.
           DISPLAY "OYAGL: " GL-NOTE-TEXT.
           MOVE 12 TO RETURN-CODE.
           CLOSE GL-RPT-FILE.
           STOP RUN.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM OYAGL.
