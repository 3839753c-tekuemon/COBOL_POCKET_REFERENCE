      *THEY CAN POISON A DAY'S OYAPROC CODES - NOT TRANSLATED AFTER
      *THE FACT THE WAY MAGO HAS TO. ANY REJECTED TRANSACTION ENDS
      *THE RUN RC 4 SO OPERATIONS LOOKS AT THE REPORT.
      *THE MASTER KEEPS ITS HISTORY: A KEY CARRIES ONE ROW PER
      *VERSION, KEYED ON THE KEY PLUS THE VERSION'S EFFECTIVE-FROM
      *DATE, WITH AN INCLUSIVE EFFECTIVE-TO AND 99991231 ON THE
      *VERSION STILL OPEN (THE KODATA1 CONVENTION). EVERY
      *TRANSACTION CARRIES AN EFFECTIVE DATE, BLANK MEANING THE
      *RUN DATE. ADD OPENS A FIRST (OR RE-OPENED) VERSION; CHG
      *CLOSES THE OPEN VERSION THE DAY BEFORE AND OPENS A NEW ONE
      *FROM THE DATE (OR CORRECTS IT IN PLACE WHEN THE DATES ARE
      *THE SAME); DEL CLOSES THE OPEN VERSION THE DAY BEFORE THE
      *DATE. NOTHING IS PHYSICALLY REMOVED EXCEPT A VERSION DELETED
      *ON ITS OWN FIRST DAY, WHICH NEVER TOOK EFFECT - SO MAGO CAN
      *STILL ANSWER FOR ANY PAST DATE AND OLD DAYS CAN BE RE-RUN
      *WITH THE CODES THAT WERE IN FORCE AT THE TIME.
      *A RUN THAT FINISHES APPENDS ONE LINE TO THE EXCEPTION-JOB RUN
      *LOG (OYARUNLG) - BUSINESS DATE, APPLIED AND REJECTED COUNTS -
      *SO THE MORNING SUMMARY (OYAMORN) CAN SHOW THE DAY'S
      *MAINTENANCE WITHOUT ANYONE OPENING THE REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNT-MASTER-FILE ASSIGN TO "MAGOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-VERSION-KEY
               FILE STATUS IS MNT-MST-STATUS.
           SELECT MNT-TRAN-FILE ASSIGN TO "MAGOTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNT-RPT-FILE ASSIGN TO "MAGOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNT-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-BIZ-STATUS.
           SELECT MNT-RUNLOG-FILE ASSIGN TO "OYARUNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MNT-MASTER-FILE.
       01  MNT-MASTER-RECORD.
           05 MST-VERSION-KEY.
              10 MST-KEY          PIC X(05).
              10 MST-EFF-FROM     PIC X(08).
           05 MST-ENRICH-CODE     PIC X(02).
           05 MST-DESC            PIC X(20).
           05 MST-EFF-TO          PIC X(08).
       FD  MNT-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
      *ONE MAINTENANCE ACTION PER LINE. THE ACTION ANNOUNCES ITSELF
      *IN THE FIRST THREE BYTES; THE REST IS THE MASTER ROW IMAGE.
      *DEL IGNORES THE CODE AND DESCRIPTION BYTES - ONLY THE KEY
      *AND DATE MATTER FOR A DELETE. THE EFFECTIVE DATE SITS LAST
      *SO AN OLD-STYLE LINE WITHOUT ONE STILL READS - AS THE RUN
      *DATE.
       01  MNT-TRAN-RECORD.
           05 TRN-ACTION          PIC X(03).
              88 TRN-ACTION-ADD   VALUE "ADD".
           05 TRN-ENRICH-CODE     PIC X(02).
              88 TRN-RESERVED-CODE VALUE "RJ" "NF" "ER" "XX".
           05 TRN-DESC            PIC X(20).
           05 TRN-EFF-DATE        PIC X(08).
       FD  MNT-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-RPT-LINE           PIC X(80).
       FD  MNT-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
      *ONE LINE PER FINISHED RUN: PROGRAM, BUSINESS DATE AND THREE
      *COUNTS WHOSE MEANING IS THE PROGRAM'S - HERE APPLIED,
      *REJECTED AND TRANSACTIONS READ.
       FD  MNT-RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-RUNLOG-RECORD.
           05 RLG-PGM            PIC X(08).
           05 RLG-RUN-DATE       PIC X(08).
           05 RLG-COUNT-1        PIC 9(08).
           05 RLG-COUNT-2        PIC 9(08).
           05 RLG-COUNT-3        PIC 9(08).
           05 FILLER             PIC X(40).
       WORKING-STORAGE SECTION.
       01 MNT-MST-STATUS PIC X(02) VALUE "00".
       01 MNT-TRAN-EOF-SWITCH PIC X(01) VALUE "N".
       01 MNT-MST-EOF-SWITCH PIC X(01) VALUE "N".
           88 MNT-MST-EOF VALUE "Y".
       01 MNT-RUN-DATE        PIC X(08) VALUE SPACES.
       01 MNT-BIZ-STATUS   PIC X(02) VALUE "00".
       01 MNT-RUNLOG-STATUS PIC X(02) VALUE "00".
       01 MNT-REJECT-REASON   PIC X(30) VALUE SPACES.
       01 MNT-BEFORE-COUNT    PIC 9(08) VALUE ZERO.
       01 MNT-AFTER-COUNT     PIC 9(08) VALUE ZERO.
       01 MNT-CHG-COUNT       PIC 9(08) VALUE ZERO.
       01 MNT-DEL-COUNT       PIC 9(08) VALUE ZERO.
       01 MNT-REJ-COUNT       PIC 9(08) VALUE ZERO.
       01 MNT-VER-COUNT       PIC 9(08) VALUE ZERO.
       01 MNT-CLOSE-COUNT     PIC 9(08) VALUE ZERO.
       01 MNT-REMOVE-COUNT    PIC 9(08) VALUE ZERO.
       01 MNT-OPEN-END        PIC X(08) VALUE "99991231".
      *THE VERSION WALK. ALL ROWS FOR THE TRANSACTION KEY ARE READ
      *IN EFFECTIVE-FROM ORDER AND THE LAST ONE IS KEPT - ONLY THE
      *LATEST VERSION CAN BE OPEN, AND A NEW VERSION MAY NEVER
      *START INSIDE THE SPAN OF AN EARLIER ONE.
       01 MNT-VER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MNT-VER-EOF VALUE "Y".
       01 MNT-LAST-SWITCH PIC X(01) VALUE "N".
           88 MNT-LAST-FOUND VALUE "Y".
       01 MNT-LAST-FROM       PIC X(08) VALUE SPACES.
       01 MNT-LAST-TO         PIC X(08) VALUE SPACES.
      *EFFECTIVE-DATE WORK. THE DATE IS EDITED AS A REAL CALENDAR
      *DATE AND THE CLOSE-OFF DATE IS THE DAY BEFORE IT.
       01 MNT-EFF-DATE        PIC X(08) VALUE SPACES.
       01 MNT-CLOSE-DATE      PIC X(08) VALUE SPACES.
       01 MNT-CVT-DATE.
           05 MNT-CVT-YEAR    PIC 9(04).
           05 MNT-CVT-MONTH   PIC 9(02).
           05 MNT-CVT-DAY     PIC 9(02).
       01 MNT-CVT-WORK        PIC 9(07) COMP VALUE ZERO.
       01 MNT-CVT-REM         PIC 9(04) COMP VALUE ZERO.
       01 MNT-CVT-MAXDAY      PIC 9(02) VALUE ZERO.
       01 MNT-LEAP-SWITCH     PIC X(01) VALUE "N".
           88 MNT-LEAP-YEAR VALUE "Y".
       01 MNT-MONTH-LEN-DEF.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MNT-MONTH-LEN REDEFINES MNT-MONTH-LEN-DEF.
           05 MNT-DAYS-IN-MONTH OCCURS 12 PIC 9(02).
       01 MNT-HDR-LINE.
           05 FILLER          PIC X(29)
              VALUE "MAGOMST MAINTENANCE - RUN OF ".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DTL-CODE        PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DTL-EFF-DATE    PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DTL-RESULT      PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 DTL-REASON      PIC X(30).
           05 FILLER          PIC X(19) VALUE SPACES.
       01 MNT-CNT-LINE.
           05 CNT-LABEL       PIC X(20).
           05 CNT-VALUE       PIC 9(08).
       PROCEDURE DIVISION.
       MAGOMNT_START SECTION.
       MAGOMNT_INITIALIZE.
           PERFORM MAGOMNT_READ_BIZDATE.
           OPEN I-O MNT-MASTER-FILE.
           IF MNT-MST-STATUS NOT = "00"
               DISPLAY "MAGOMNT: MASTER OPEN FAILED, STATUS "
           CLOSE MNT-TRAN-FILE.
           CLOSE MNT-RPT-FILE.
           CLOSE MNT-MASTER-FILE.
           PERFORM MAGOMNT_WRITE_RUNLOG.
           IF MNT-REJ-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *ONE SEQUENTIAL PASS FROM THE LOWEST KEY GIVES THE BEFORE
      *COUNT THE REPORT OPENS WITH; THE AFTER COUNT IS MAINTAINED
      *ARITHMETICALLY AS TRANSACTIONS APPLY, SO THE TWO NUMBERS
      *MUST RECONCILE THROUGH THE VERSIONS OPENED AND REMOVED ON
      *THE PAGE.
           MOVE LOW-VALUES TO MST-VERSION-KEY.
           START MNT-MASTER-FILE KEY NOT < MST-VERSION-KEY
               INVALID KEY SET MNT-MST-EOF TO TRUE
           END-START.
           PERFORM MAGOMNT_COUNT_ONE UNTIL MNT-MST-EOF.
                   PERFORM MAGOMNT_APPLY_ADD
                 WHEN TRN-ACTION-CHG
                   PERFORM MAGOMNT_APPLY_CHG
                       THRU MAGOMNT_APPLY_CHG_EXIT
                 WHEN TRN-ACTION-DEL
                   PERFORM MAGOMNT_APPLY_DEL
                       THRU MAGOMNT_APPLY_DEL_EXIT
               END-EVALUATE
           END-IF.
           IF MNT-REJECT-REASON = SPACES
               MOVE "KEY IS BLANK" TO MNT-REJECT-REASON
               GO TO MAGOMNT_EDIT_EXIT
           END-IF.
           IF TRN-EFF-DATE = SPACES
               MOVE MNT-RUN-DATE TO MNT-EFF-DATE
           ELSE
               MOVE TRN-EFF-DATE TO MNT-EFF-DATE
           END-IF.
           IF MNT-EFF-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO MNT-REJECT-REASON
               GO TO MAGOMNT_EDIT_EXIT
           END-IF.
           MOVE MNT-EFF-DATE TO MNT-CVT-DATE.
           IF MNT-CVT-MONTH < 1 OR MNT-CVT-MONTH > 12
              OR MNT-CVT-DAY < 1
               MOVE "EFFECTIVE DATE INVALID" TO MNT-REJECT-REASON
               GO TO MAGOMNT_EDIT_EXIT
           END-IF.
           PERFORM MAGOMNT_MONTH_LENGTH.
           IF MNT-CVT-DAY > MNT-CVT-MAXDAY
              OR MNT-EFF-DATE = MNT-OPEN-END
               MOVE "EFFECTIVE DATE INVALID" TO MNT-REJECT-REASON
               GO TO MAGOMNT_EDIT_EXIT
           END-IF.
           IF TRN-ACTION-DEL
               GO TO MAGOMNT_EDIT_EXIT
           END-IF.
       MAGOMNT_EDIT_EXIT.
           EXIT.
       MAGOMNT_APPLY_ADD.
      *A KEY MAY BE ADDED WHEN IT HAS NO VERSIONS AT ALL, OR WHEN
      *ITS LAST VERSION WAS CLOSED BEFORE THE NEW EFFECTIVE DATE -
      *A KEY THAT WAS DELETED AND IS NOW COMING BACK.
           PERFORM MAGOMNT_FIND_VERSIONS.
           IF MNT-LAST-FOUND
               IF MNT-LAST-TO = MNT-OPEN-END
                   MOVE "KEY ALREADY ON MASTER" TO MNT-REJECT-REASON
               ELSE
                   IF MNT-LAST-TO NOT < MNT-EFF-DATE
                       MOVE "DATE INSIDE AN EARLIER VERSION"
                           TO MNT-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF MNT-REJECT-REASON = SPACES
               PERFORM MAGOMNT_WRITE_VERSION
               IF MNT-REJECT-REASON = SPACES
                   ADD 1 TO MNT-ADD-COUNT
               END-IF
           END-IF.
       MAGOMNT_APPLY_CHG.
      *A CHANGE DATED THE SAME DAY THE OPEN VERSION STARTS IS A
      *CORRECTION AND REWRITES THAT VERSION IN PLACE; A LATER DATE
      *CLOSES THE OPEN VERSION THE DAY BEFORE AND OPENS A NEW ONE,
      *SO THE OLD CODE STILL ANSWERS FOR THE DAYS IT COVERED.
           PERFORM MAGOMNT_FIND_VERSIONS.
           IF NOT MNT-LAST-FOUND OR MNT-LAST-TO NOT = MNT-OPEN-END
               MOVE "KEY NOT ON MASTER" TO MNT-REJECT-REASON
           ELSE
               IF MNT-LAST-FROM > MNT-EFF-DATE
                   MOVE "DATE BEFORE THE OPEN VERSION"
                       TO MNT-REJECT-REASON
               END-IF
           END-IF.
           IF MNT-REJECT-REASON NOT = SPACES
               GO TO MAGOMNT_APPLY_CHG_EXIT
           END-IF.
           PERFORM MAGOMNT_READ_LAST.
           IF MNT-REJECT-REASON NOT = SPACES
               GO TO MAGOMNT_APPLY_CHG_EXIT
           END-IF.
           IF MNT-LAST-FROM = MNT-EFF-DATE
               MOVE TRN-ENRICH-CODE TO MST-ENRICH-CODE
               MOVE TRN-DESC TO MST-DESC
               REWRITE MNT-MASTER-RECORD
                   NOT INVALID KEY
                       ADD 1 TO MNT-CHG-COUNT
               END-REWRITE
               PERFORM MAGOMNT_CHECK_IO
           ELSE
               PERFORM MAGOMNT_CLOSE_LAST
               IF MNT-REJECT-REASON = SPACES
                   PERFORM MAGOMNT_WRITE_VERSION
               END-IF
               IF MNT-REJECT-REASON = SPACES
                   ADD 1 TO MNT-CHG-COUNT
               END-IF
           END-IF.
       MAGOMNT_APPLY_CHG_EXIT.
           EXIT.
       MAGOMNT_APPLY_DEL.
      *THE EFFECTIVE DATE OF A DELETE IS THE FIRST DAY THE KEY IS
      *NO LONGER ON THE MASTER. A VERSION DELETED ON ITS OWN FIRST
      *DAY NEVER TOOK EFFECT AND IS REMOVED OUTRIGHT; ANY OTHER IS
      *CLOSED THE DAY BEFORE AND KEPT FOR THE HISTORY.
           PERFORM MAGOMNT_FIND_VERSIONS.
           IF NOT MNT-LAST-FOUND OR MNT-LAST-TO NOT = MNT-OPEN-END
               MOVE "KEY NOT ON MASTER" TO MNT-REJECT-REASON
           ELSE
               IF MNT-LAST-FROM > MNT-EFF-DATE
                   MOVE "DATE BEFORE THE OPEN VERSION"
                       TO MNT-REJECT-REASON
               END-IF
           END-IF.
           IF MNT-REJECT-REASON NOT = SPACES
               GO TO MAGOMNT_APPLY_DEL_EXIT
           END-IF.
           PERFORM MAGOMNT_READ_LAST.
           IF MNT-REJECT-REASON NOT = SPACES
               GO TO MAGOMNT_APPLY_DEL_EXIT
           END-IF.
           IF MNT-LAST-FROM = MNT-EFF-DATE
               DELETE MNT-MASTER-FILE
                   INVALID KEY
                       MOVE "KEY NOT ON MASTER" TO MNT-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO MNT-DEL-COUNT
                       ADD 1 TO MNT-REMOVE-COUNT
                       SUBTRACT 1 FROM MNT-AFTER-COUNT
               END-DELETE
               PERFORM MAGOMNT_CHECK_IO
           ELSE
               PERFORM MAGOMNT_CLOSE_LAST
               IF MNT-REJECT-REASON = SPACES
                   ADD 1 TO MNT-DEL-COUNT
               END-IF
           END-IF.
       MAGOMNT_APPLY_DEL_EXIT.
           EXIT.
       MAGOMNT_FIND_VERSIONS.
           MOVE "N" TO MNT-LAST-SWITCH.
           MOVE "N" TO MNT-VER-EOF-SWITCH.
           MOVE TRN-KEY TO MST-KEY.
           MOVE LOW-VALUES TO MST-EFF-FROM.
           START MNT-MASTER-FILE KEY NOT < MST-VERSION-KEY
               INVALID KEY SET MNT-VER-EOF TO TRUE
           END-START.
           PERFORM MAGOMNT_NEXT_VERSION UNTIL MNT-VER-EOF.
           PERFORM MAGOMNT_CHECK_IO.
       MAGOMNT_NEXT_VERSION.
           READ MNT-MASTER-FILE NEXT RECORD
               AT END SET MNT-VER-EOF TO TRUE
           END-READ.
           IF NOT MNT-VER-EOF
               IF MST-KEY = TRN-KEY
                   SET MNT-LAST-FOUND TO TRUE
                   MOVE MST-EFF-FROM TO MNT-LAST-FROM
                   MOVE MST-EFF-TO TO MNT-LAST-TO
               ELSE
                   SET MNT-VER-EOF TO TRUE
               END-IF
           END-IF.
       MAGOMNT_READ_LAST.
           MOVE TRN-KEY TO MST-KEY.
           MOVE MNT-LAST-FROM TO MST-EFF-FROM.
           READ MNT-MASTER-FILE
               INVALID KEY
                   MOVE "KEY NOT ON MASTER" TO MNT-REJECT-REASON
           END-READ.
           PERFORM MAGOMNT_CHECK_IO.
       MAGOMNT_CLOSE_LAST.
      *THE OPEN VERSION IS IN THE RECORD AREA (MAGOMNT_READ_LAST)
      *AND ENDS THE DAY BEFORE THE TRANSACTION'S EFFECTIVE DATE.
           PERFORM MAGOMNT_PRIOR_DAY.
           MOVE MNT-CLOSE-DATE TO MST-EFF-TO.
           REWRITE MNT-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO MNT-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO MNT-CLOSE-COUNT
           END-REWRITE.
           PERFORM MAGOMNT_CHECK_IO.
       MAGOMNT_WRITE_VERSION.
           MOVE TRN-KEY TO MST-KEY.
           MOVE MNT-EFF-DATE TO MST-EFF-FROM.
           MOVE TRN-ENRICH-CODE TO MST-ENRICH-CODE.
           MOVE TRN-DESC TO MST-DESC.
           MOVE MNT-OPEN-END TO MST-EFF-TO.
           WRITE MNT-MASTER-RECORD
               INVALID KEY
                   MOVE "VERSION ALREADY ON MASTER"
                       TO MNT-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO MNT-VER-COUNT
                   ADD 1 TO MNT-AFTER-COUNT
           END-WRITE.
           PERFORM MAGOMNT_CHECK_IO.
       MAGOMNT_PRIOR_DAY.
      *ONE CALENDAR DAY BACK FROM THE EFFECTIVE DATE, ACROSS MONTH
      *AND YEAR ENDS.
           MOVE MNT-EFF-DATE TO MNT-CVT-DATE.
           IF MNT-CVT-DAY > 1
               SUBTRACT 1 FROM MNT-CVT-DAY
           ELSE
               IF MNT-CVT-MONTH > 1
                   SUBTRACT 1 FROM MNT-CVT-MONTH
               ELSE
                   SUBTRACT 1 FROM MNT-CVT-YEAR
                   MOVE 12 TO MNT-CVT-MONTH
               END-IF
               PERFORM MAGOMNT_MONTH_LENGTH
               MOVE MNT-CVT-MAXDAY TO MNT-CVT-DAY
           END-IF.
           MOVE MNT-CVT-DATE TO MNT-CLOSE-DATE.
       MAGOMNT_MONTH_LENGTH.
           MOVE MNT-DAYS-IN-MONTH(MNT-CVT-MONTH) TO MNT-CVT-MAXDAY.
           IF MNT-CVT-MONTH = 2
               PERFORM MAGOMNT_CHECK_LEAP
               IF MNT-LEAP-YEAR
                   MOVE 29 TO MNT-CVT-MAXDAY
               END-IF
           END-IF.
       MAGOMNT_CHECK_LEAP.
           MOVE "N" TO MNT-LEAP-SWITCH.
           DIVIDE MNT-CVT-YEAR BY 4 GIVING MNT-CVT-WORK
               REMAINDER MNT-CVT-REM.
           IF MNT-CVT-REM = ZERO
               SET MNT-LEAP-YEAR TO TRUE
               DIVIDE MNT-CVT-YEAR BY 100 GIVING MNT-CVT-WORK
                   REMAINDER MNT-CVT-REM
               IF MNT-CVT-REM = ZERO
                   MOVE "N" TO MNT-LEAP-SWITCH
                   DIVIDE MNT-CVT-YEAR BY 400 GIVING MNT-CVT-WORK
                       REMAINDER MNT-CVT-REM
                   IF MNT-CVT-REM = ZERO
                       SET MNT-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       MAGOMNT_CHECK_IO.
      *STATUS 22/23 ARE THE BUSINESS OUTCOMES ALREADY TURNED INTO
      *REJECT REASONS ABOVE; ANYTHING ELSE NON-ZERO IS THE MASTER
      *BREAKING MID-RUN, AND A HALF-APPLIED MAINTENANCE RUN MUST
      *NOT END LOOKING CLEAN. 10 IS THE VERSION WALK RUNNING OFF
      *THE END OF THE MASTER.
           IF MNT-MST-STATUS NOT = "00" AND NOT = "22"
              AND NOT = "23" AND NOT = "10"
               DISPLAY "MAGOMNT: MASTER I-O FAILED, STATUS "
                   MNT-MST-STATUS " ON KEY " TRN-KEY
               CLOSE MNT-TRAN-FILE
           MOVE TRN-ACTION TO DTL-ACTION.
           MOVE TRN-KEY TO DTL-KEY.
           MOVE TRN-ENRICH-CODE TO DTL-CODE.
           MOVE MNT-EFF-DATE TO DTL-EFF-DATE.
           MOVE "APPLIED" TO DTL-RESULT.
           WRITE MNT-RPT-LINE FROM MNT-DTL-LINE.
       MAGOMNT_REPORT_REJECT.
           MOVE TRN-ACTION TO DTL-ACTION.
           MOVE TRN-KEY TO DTL-KEY.
           MOVE TRN-ENRICH-CODE TO DTL-CODE.
           MOVE TRN-EFF-DATE TO DTL-EFF-DATE.
           MOVE "REJECTED" TO DTL-RESULT.
           MOVE MNT-REJECT-REASON TO DTL-REASON.
           WRITE MNT-RPT-LINE FROM MNT-DTL-LINE.
           MOVE "ROWS DELETED       =" TO CNT-LABEL.
           MOVE MNT-DEL-COUNT TO CNT-VALUE.
           WRITE MNT-RPT-LINE FROM MNT-CNT-LINE.
           MOVE "VERSIONS OPENED    =" TO CNT-LABEL.
           MOVE MNT-VER-COUNT TO CNT-VALUE.
           WRITE MNT-RPT-LINE FROM MNT-CNT-LINE.
           MOVE "VERSIONS CLOSED    =" TO CNT-LABEL.
           MOVE MNT-CLOSE-COUNT TO CNT-VALUE.
           WRITE MNT-RPT-LINE FROM MNT-CNT-LINE.
           MOVE "VERSIONS REMOVED   =" TO CNT-LABEL.
           MOVE MNT-REMOVE-COUNT TO CNT-VALUE.
           WRITE MNT-RPT-LINE FROM MNT-CNT-LINE.
           MOVE "REJECTED           =" TO CNT-LABEL.
           MOVE MNT-REJ-COUNT TO CNT-VALUE.
           WRITE MNT-RPT-LINE FROM MNT-CNT-LINE.
           DISPLAY "MAGOMNT: " MNT-TRAN-COUNT " TRANSACTIONS, "
               MNT-REJ-COUNT " REJECTED, MASTER "
               MNT-BEFORE-COUNT " -> " MNT-AFTER-COUNT " ROWS".
       MAGOMNT_WRITE_RUNLOG.
      *THE MASTER IS ALREADY MAINTAINED AND THE REPORT WRITTEN, SO
      *A RUN LOG THAT WILL NOT OPEN IS ONLY SAID ON SYSOUT - THE
      *MORNING SUMMARY THEN SHOWS NO RUN FOR THE DAY.
           OPEN EXTEND MNT-RUNLOG-FILE.
           IF MNT-RUNLOG-STATUS NOT = "00"
               DISPLAY "MAGOMNT: RUN LOG OPEN FAILED, STATUS "
                   MNT-RUNLOG-STATUS " - RUN NOT LOGGED"
           ELSE
               MOVE SPACES TO MNT-RUNLOG-RECORD
               MOVE "MAGOMNT" TO RLG-PGM
               MOVE MNT-RUN-DATE TO RLG-RUN-DATE
               COMPUTE RLG-COUNT-1 = MNT-TRAN-COUNT - MNT-REJ-COUNT
               MOVE MNT-REJ-COUNT TO RLG-COUNT-2
               MOVE MNT-TRAN-COUNT TO RLG-COUNT-3
               WRITE MNT-RUNLOG-RECORD
               CLOSE MNT-RUNLOG-FILE
           END-IF.
       MAGOMNT_READ_BIZDATE.
      *THE RUN DATE IS THE BUSINESS DATE ON THE BIZDATE CONTROL
      *RECORD, NOT THE CLOCK. NO USABLE DATE STOPS THE RUN RC 16.
           OPEN INPUT MNT-BIZ-FILE.
           IF MNT-BIZ-STATUS NOT = "00"
               DISPLAY "MAGOMNT: BIZDATE OPEN FAILED, STATUS "
                   MNT-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MNT-BIZ-FILE
               AT END MOVE SPACES TO MNT-BIZ-RECORD
           END-READ.
           CLOSE MNT-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "MAGOMNT: NO BUSINESS DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-CUR-DATE TO MNT-RUN-DATE.
           DISPLAY "MAGOMNT: BUSINESS DATE " BIZ-CUR-DATE
               " PRIOR " BIZ-PRIOR-DATE
               " HOLIDAY " BIZ-HOLIDAY-FLAG
               " MONTH-END " BIZ-MONTH-END-FLAG.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM MAGOMNT.
