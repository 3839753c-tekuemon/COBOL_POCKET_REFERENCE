           SELECT AGE-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-PARM-STATUS.
           SELECT AGE-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-BIZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-IN-FILE
           05 AGE-IN-REASON-TEXT  PIC X(30).
           05 AGE-IN-FIRST-DATE   PIC X(08).
           05 AGE-IN-CARRY-CNT    PIC 9(03).
      *THE SENDING SYSTEM THE REJECT CAME FROM (BLANK ON LINES
      *AGED BEFORE KOREJ CARRIED ONE) - CARRIED THROUGH UNCHANGED,
      *AS ARE THE ORIGINAL RECORD KEY AND THE BUSINESS DATE IT WAS
      *REJECTED ON, SO A WRITE-OFF CAN BE TRACED TO ITS TRANSACTION.
           05 AGE-IN-SOURCE       PIC X(08).
           05 AGE-IN-REC-KEY      PIC X(06).
           05 AGE-IN-REJ-DATE     PIC X(08).
       FD  AGE-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-NEW-RECORD.
           05 AGE-NEW-REASON-TEXT PIC X(30).
           05 AGE-NEW-FIRST-DATE  PIC X(08).
           05 AGE-NEW-CARRY-CNT   PIC 9(03).
           05 AGE-NEW-SOURCE      PIC X(08).
           05 AGE-NEW-REC-KEY     PIC X(06).
           05 AGE-NEW-REJ-DATE    PIC X(08).
       FD  AGE-WOFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-WOFF-RECORD.
           05 AGE-WO-FIRST-DATE   PIC X(08).
           05 AGE-WO-CARRY-CNT    PIC 9(03).
           05 AGE-WO-CUT-DATE     PIC X(08).
           05 AGE-WO-SOURCE       PIC X(08).
           05 AGE-WO-REC-KEY      PIC X(06).
           05 AGE-WO-REJ-DATE     PIC X(08).
       FD  AGE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-RPT-LINE           PIC X(90).
       FD  AGE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-PARM-RECORD        PIC X(80).
       FD  AGE-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGE-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
       WORKING-STORAGE SECTION.
       01 AGE-PARM-STATUS PIC X(02) VALUE "00".
       01 AGE-IN-EOF-SWITCH PIC X(01) VALUE "N".
       01 AGE-ESC-DAYS     PIC 9(03) VALUE 30.
       01 AGE-WOFF-DAYS    PIC 9(03) VALUE 90.
       01 AGE-RUN-DATE     PIC X(08) VALUE SPACES.
       01 AGE-BIZ-STATUS   PIC X(02) VALUE "00".
       01 AGE-READ-COUNT   PIC 9(05) VALUE ZERO.
       01 AGE-ESC-COUNT    PIC 9(05) VALUE ZERO.
       01 AGE-WOFF-COUNT   PIC 9(05) VALUE ZERO.
              10 AGE-TAB-FIRST   PIC X(08).
              10 AGE-TAB-CARRY   PIC 9(03).
              10 AGE-TAB-AGE     PIC 9(05).
              10 AGE-TAB-SOURCE  PIC X(08).
              10 AGE-TAB-REC-KEY PIC X(06).
              10 AGE-TAB-REJ-DATE PIC X(08).
      *THE DISTINCT REASON CODES SEEN, IN FIRST-SEEN ORDER - THE
      *GROUP SEQUENCE OF THE REPORT.
       01 AGE-GRP-USED PIC 9(02) COMP VALUE ZERO.
           05 FILLER PIC X(06) VALUE "  AGE ".
           05 DTL-AGE PIC 9(05).
           05 FILLER PIC X(05) VALUE " DAYS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 DTL-SOURCE PIC X(08).
           05 FILLER PIC X(17) VALUE SPACES.
       01 AGE-CNT-LINE.
           05 CNT-LABEL PIC X(24).
           05 CNT-VALUE PIC 9(05).
           05 FILLER PIC X(09) VALUE " DAYS, BY".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WO-O-CUT PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WO-O-SOURCE PIC X(08).
           05 FILLER PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       KOAGERPT_START SECTION.
       KOAGERPT_INITIALIZE.
           PERFORM KOAGERPT_READ_BIZDATE.
           PERFORM KOAGERPT_READ_PARMS.
           IF AGE-PARM-ERROR
               MOVE 8 TO RETURN-CODE
           MOVE AGE-IN-REASON-TEXT TO AGE-TAB-TEXT(AGE-TAB-USED).
           MOVE AGE-IN-FIRST-DATE TO AGE-TAB-FIRST(AGE-TAB-USED).
           MOVE AGE-IN-CARRY-CNT TO AGE-TAB-CARRY(AGE-TAB-USED).
           MOVE AGE-IN-SOURCE TO AGE-TAB-SOURCE(AGE-TAB-USED).
           MOVE AGE-IN-REC-KEY TO AGE-TAB-REC-KEY(AGE-TAB-USED).
           MOVE AGE-IN-REJ-DATE TO AGE-TAB-REJ-DATE(AGE-TAB-USED).
           MOVE AGE-IN-FIRST-DATE TO AGE-CVT-DATE.
           PERFORM KOAGERPT_DATE_TO_DAYS.
           IF AGE-CVT-DAYS < AGE-TODAY-DAYS
               MOVE AGE-TAB-FIRST(AGE-TAB-IX) TO DTL-FIRST
               MOVE AGE-TAB-CARRY(AGE-TAB-IX) TO DTL-CARRY
               MOVE AGE-TAB-AGE(AGE-TAB-IX) TO DTL-AGE
               MOVE AGE-TAB-SOURCE(AGE-TAB-IX) TO DTL-SOURCE
               WRITE AGE-RPT-LINE FROM AGE-DTL-LINE
           END-IF.
       KOAGERPT_WRITE_EXCEPTIONS.
               MOVE AGE-TAB-FIRST(AGE-TAB-IX) TO DTL-FIRST
               MOVE AGE-TAB-CARRY(AGE-TAB-IX) TO DTL-CARRY
               MOVE AGE-TAB-AGE(AGE-TAB-IX) TO DTL-AGE
               MOVE AGE-TAB-SOURCE(AGE-TAB-IX) TO DTL-SOURCE
               WRITE AGE-RPT-LINE FROM AGE-DTL-LINE
           END-IF.
       KOAGERPT_TAKE_CUT.
           MOVE AGE-TAB-FIRST(AGE-TAB-IX) TO AGE-WO-FIRST-DATE.
           MOVE AGE-TAB-CARRY(AGE-TAB-IX) TO AGE-WO-CARRY-CNT.
           MOVE AGE-RUN-DATE TO AGE-WO-CUT-DATE.
           MOVE AGE-TAB-SOURCE(AGE-TAB-IX) TO AGE-WO-SOURCE.
           MOVE AGE-TAB-REC-KEY(AGE-TAB-IX) TO AGE-WO-REC-KEY.
           MOVE AGE-TAB-REJ-DATE(AGE-TAB-IX) TO AGE-WO-REJ-DATE.
           WRITE AGE-WOFF-RECORD.
           MOVE AGE-TAB-DATA1(AGE-TAB-IX) TO WO-O-DATA1.
           MOVE AGE-TAB-DATA2(AGE-TAB-IX) TO WO-O-DATA2.
           MOVE AGE-TAB-FIRST(AGE-TAB-IX) TO WO-O-FIRST.
           MOVE AGE-TAB-AGE(AGE-TAB-IX) TO WO-O-AGE.
           MOVE AGE-RUN-DATE TO WO-O-CUT.
           MOVE AGE-TAB-SOURCE(AGE-TAB-IX) TO WO-O-SOURCE.
           WRITE AGE-RPT-LINE FROM AGE-WOFF-LINE.
       KOAGERPT_CARRY_FWD.
           ADD 1 TO AGE-KEEP-COUNT.
           MOVE AGE-TAB-FIRST(AGE-TAB-IX) TO AGE-NEW-FIRST-DATE.
           COMPUTE AGE-NEW-CARRY-CNT
               = AGE-TAB-CARRY(AGE-TAB-IX) + 1.
           MOVE AGE-TAB-SOURCE(AGE-TAB-IX) TO AGE-NEW-SOURCE.
           MOVE AGE-TAB-REC-KEY(AGE-TAB-IX) TO AGE-NEW-REC-KEY.
           MOVE AGE-TAB-REJ-DATE(AGE-TAB-IX) TO AGE-NEW-REJ-DATE.
           WRITE AGE-NEW-RECORD.
       KOAGERPT_DATE_TO_DAYS.
      *YYYYMMDD TO A SERIAL DAY COUNT - THE SAME ARITHMETIC PRO49
                   END-IF
               END-IF
           END-IF.
       KOAGERPT_READ_BIZDATE.
      *THE RUN DATE IS THE BUSINESS DATE ON THE BIZDATE CONTROL
      *RECORD, NOT THE CLOCK. NO USABLE DATE STOPS THE RUN RC 16.
           OPEN INPUT AGE-BIZ-FILE.
           IF AGE-BIZ-STATUS NOT = "00"
               DISPLAY "KOAGERPT: BIZDATE OPEN FAILED, STATUS "
                   AGE-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AGE-BIZ-FILE
               AT END MOVE SPACES TO AGE-BIZ-RECORD
           END-READ.
           CLOSE AGE-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "KOAGERPT: NO BUSINESS DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-CUR-DATE TO AGE-RUN-DATE.
           DISPLAY "KOAGERPT: BUSINESS DATE " BIZ-CUR-DATE
               " PRIOR " BIZ-PRIOR-DATE
               " HOLIDAY " BIZ-HOLIDAY-FLAG
               " MONTH-END " BIZ-MONTH-END-FLAG.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM KOAGERPT.
