      *MOST OF THOSE ARE JUST A MASTER ROW THAT ARRIVES A DAY
      *LATE, SO THIS STEP RUNS AFTER THE MASTER IS MAINTAINED
      *(SEE MAGOMNT) AND RE-DRIVES EVERY SUSPENDED RECORD THROUGH
      *THE SAME MAGO LOOKUP, JUDGED AGAINST THE MASTER VERSIONS IN
      *FORCE ON THE RECYCLE'S OWN RUN DATE - A ROW MAINTAINED
      *TODAY WITH A BACK-DATED EFFECTIVE DATE STILL RELEASES THE
      *RECORD. A RECORD THAT NOW MATCHES GOES OUT IN
      *OYA-PROC-RECORD LAYOUT ON RECYPROC, READY TO BE
      *CONCATENATED BEHIND THE DAY'S OYAPROC GENERATION; A RECORD
      *STILL NOT FOUND IS CARRIED TO THE NEW SUSPENSE FILE WITH
      *THE WINDOW) AND A KEY SEEN AGAIN IS DROPPED, SO NOTHING
      *RIDES OUT ON RECYPROC OR IS CARRIED FORWARD TWICE. ANY
      *WRITE-OFF ENDS THE RUN RC 4 SO SUPERVISION SEES THE LIST.
      *A RUN THAT FINISHES APPENDS ONE LINE TO THE EXCEPTION-JOB RUN
      *LOG (OYARUNLG) - BUSINESS DATE, RELEASED, CARRIED AND
      *WRITTEN-OFF COUNTS - SO THE MORNING SUMMARY (OYAMORN) CAN
      *TELL WHETHER RECYPROC(0) IS THE DAY'S RECYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCY-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCY-PARM-STATUS.
           SELECT RCY-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCY-BIZ-STATUS.
           SELECT RCY-RUNLOG-FILE ASSIGN TO "OYARUNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCY-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCY-SUSP-FILE
           05 RCY-SUS-FIRST-DATE PIC X(08).
           05 RCY-SUS-AGE-CNT    PIC 9(03).
           05 RCY-SUS-AMOUNT     PIC 9(09)V99.
      *THE SENDING SYSTEM PRO49 SUSPENDED THE RECORD FROM. IT
      *TRAVELS WITH THE RECORD - CARRIED, RELEASED OR WRITTEN OFF.
           05 RCY-SUS-SOURCE     PIC X(08).
       FD  RCY-NEWSUSP-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCY-NEWSUSP-RECORD.
           05 RCY-NEW-FIRST-DATE PIC X(08).
           05 RCY-NEW-AGE-CNT    PIC 9(03).
           05 RCY-NEW-AMOUNT     PIC 9(09)V99.
           05 RCY-NEW-SOURCE     PIC X(08).
       FD  RCY-PROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCY-PROC-RECORD.
           05 RCY-PROC-FLD-3     PIC X(05).
           05 RCY-PROC-RESULT    PIC X(02).
           05 RCY-PROC-AMOUNT    PIC 9(09)V99.
           05 RCY-PROC-SOURCE    PIC X(08).
       FD  RCY-WOFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCY-WOFF-RECORD.
           05 RCY-WO-FIRST-DATE  PIC X(08).
           05 RCY-WO-AGE-CNT     PIC 9(03).
           05 RCY-WO-AMOUNT      PIC 9(09)V99.
           05 RCY-WO-SOURCE      PIC X(08).
       FD  RCY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCY-PARM-RECORD       PIC X(80).
       FD  RCY-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCY-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
      *THE SAME ONE-LINE RUN RECORD MAGOMNT WRITES; HERE THE COUNTS
      *ARE RELEASED, CARRIED AND WRITTEN OFF.
       FD  RCY-RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCY-RUNLOG-RECORD.
           05 RLG-PGM            PIC X(08).
           05 RLG-RUN-DATE       PIC X(08).
           05 RLG-COUNT-1        PIC 9(08).
           05 RLG-COUNT-2        PIC 9(08).
           05 RLG-COUNT-3        PIC 9(08).
           05 FILLER             PIC X(40).
       WORKING-STORAGE SECTION.
       01 RCY-EOF-SWITCH PIC X(01) VALUE "N".
           88 RCY-END-OF-FILE VALUE "Y".
      *LATE-ARRIVING MASTER ROW AND SHORT ENOUGH THAT A DEAD KEY
      *DOES NOT SIT FOR A QUARTER.
       01 RCY-AGE-LIMIT    PIC 9(03) VALUE 5.
       01 RCY-RUN-DATE     PIC X(08) VALUE SPACES.
       01 RCY-BIZ-STATUS   PIC X(02) VALUE "00".
       01 RCY-RUNLOG-STATUS PIC X(02) VALUE "00".
       01 RCY-MAGO-RESULT PIC X(02) VALUE SPACES.
           88 RCY-STILL-NOT-FOUND VALUE "NF".
           88 RCY-MST-LOOKUP-ERROR VALUE "ER".
       PROCEDURE DIVISION.
       RECYC_START SECTION.
       RECYC_INITIALIZE.
           PERFORM RECYC_READ_BIZDATE.
           PERFORM RECYC_READ_PARMS.
           IF RCY-PARM-ERROR
               MOVE 8 TO RETURN-CODE
           CALL "AUDITLOG" USING AUD-PGM-RCY AUD-PGM-MAGO
               AUD-PHASE-CALL DATA1 DATA2 DATA3.
           CALL "MAGO" USING AUD-PHASE-CALL DATA2 DATA3
               RCY-MAGO-RESULT RCY-RUN-DATE.
           CALL "AUDITLOG" USING AUD-PGM-RCY AUD-PGM-MAGO
               AUD-PHASE-RETN DATA1 DATA2 DATA3.
       RECYC_WRITE_MATCHED.
           MOVE RCY-SUS-FLD-3 TO RCY-PROC-FLD-3.
           MOVE RCY-MAGO-RESULT TO RCY-PROC-RESULT.
           MOVE RCY-SUS-AMOUNT TO RCY-PROC-AMOUNT.
           MOVE RCY-SUS-SOURCE TO RCY-PROC-SOURCE.
           WRITE RCY-PROC-RECORD.
       RECYC_CARRY_OR_WRITEOFF.
           ADD 1 TO RCY-SUS-AGE-CNT.
           WRITE RCY-WOFF-RECORD.
           DISPLAY "OYARECYC: WRITE-OFF KEY " RCY-SUS-REC-KEY
               " SUSPENDED SINCE " RCY-SUS-FIRST-DATE
               " AFTER " RCY-SUS-AGE-CNT " PASSES FROM "
               RCY-SUS-SOURCE.
       RECYC_NEXT_RECORD.
           READ RCY-SUSP-FILE
               AT END SET RCY-END-OF-FILE TO TRUE
               NOT AT END ADD 1 TO RCY-READ-COUNT
           END-READ.
       RECYC_WRITE_RUNLOG.
      *THE RECYCLE IS DONE BY NOW, SO A RUN LOG THAT WILL NOT OPEN
      *IS ONLY SAID ON SYSOUT - THE MORNING SUMMARY THEN SHOWS NO
      *RECYCLE FOR THE DAY.
           OPEN EXTEND RCY-RUNLOG-FILE.
           IF RCY-RUNLOG-STATUS NOT = "00"
               DISPLAY "OYARECYC: RUN LOG OPEN FAILED, STATUS "
                   RCY-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               MOVE SPACES TO RCY-RUNLOG-RECORD
               MOVE "OYARECYC" TO RLG-PGM
               MOVE RCY-RUN-DATE TO RLG-RUN-DATE
               MOVE RCY-MATCH-COUNT TO RLG-COUNT-1
               MOVE RCY-CARRY-COUNT TO RLG-COUNT-2
               MOVE RCY-WOFF-COUNT TO RLG-COUNT-3
               WRITE RCY-RUNLOG-RECORD
               CLOSE RCY-RUNLOG-FILE
           END-IF.
       RECYC_READ_BIZDATE.
      *THE RUN DATE IS THE BUSINESS DATE ON THE BIZDATE CONTROL
      *RECORD, NOT THE CLOCK. NO USABLE DATE STOPS THE RUN RC 16.
           OPEN INPUT RCY-BIZ-FILE.
           IF RCY-BIZ-STATUS NOT = "00"
               DISPLAY "OYARECYC: BIZDATE OPEN FAILED, STATUS "
                   RCY-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RCY-BIZ-FILE
               AT END MOVE SPACES TO RCY-BIZ-RECORD
           END-READ.
           CLOSE RCY-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "OYARECYC: NO BUSINESS DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-CUR-DATE TO RCY-RUN-DATE.
           DISPLAY "OYARECYC: BUSINESS DATE " BIZ-CUR-DATE
               " PRIOR " BIZ-PRIOR-DATE
               " HOLIDAY " BIZ-HOLIDAY-FLAG
               " MONTH-END " BIZ-MONTH-END-FLAG.
       END_PROGRAM.
           CALL "MAGO" USING AUD-PHASE-EOJ DATA2 DATA3
               RCY-MAGO-RESULT RCY-RUN-DATE.
           CALL "AUDITLOG" USING AUD-PGM-RCY AUD-PGM-RCY
               AUD-PHASE-EOJ DATA1 DATA2 DATA3.
           CLOSE RCY-SUSP-FILE.
           CLOSE RCY-NEWSUSP-FILE.
           CLOSE RCY-PROC-FILE.
           CLOSE RCY-WOFF-FILE.
           PERFORM RECYC_WRITE_RUNLOG.
           DISPLAY "OYARECYC: READ " RCY-READ-COUNT
               " DUPLICATES " RCY-DUP-COUNT
               " MATCHED " RCY-MATCH-COUNT
