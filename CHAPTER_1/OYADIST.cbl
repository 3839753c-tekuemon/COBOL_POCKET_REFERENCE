           SELECT DST-MASTER-FILE ASSIGN TO "MAGOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-VERSION-KEY
               FILE STATUS IS DST-MST-STATUS.
           SELECT DST-CODES-FILE ASSIGN TO "OYACODES"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT DST-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-PARM-STATUS.
           SELECT DST-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-BIZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DST-PROC-FILE
      *THE RECORD'S AMOUNT RIDES ALONG BUT THE DISTRIBUTION IS A
      *COUNT REPORT - VALUE BALANCING BELONGS TO OYABAL.
           05 DST-PROC-AMOUNT    PIC X(11).
           05 DST-PROC-SOURCE    PIC X(08).
       FD  DST-MASTER-FILE.
       01  DST-MASTER-RECORD.
           05 MST-VERSION-KEY.
              10 MST-KEY          PIC X(05).
              10 MST-EFF-FROM     PIC X(08).
           05 MST-ENRICH-CODE     PIC X(02).
           05 MST-DESC            PIC X(20).
           05 MST-EFF-TO          PIC X(08).
       FD  DST-CODES-FILE
           LABEL RECORDS ARE STANDARD.
       01  DST-CODES-RECORD.
       FD  DST-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DST-PARM-RECORD       PIC X(80).
       FD  DST-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  DST-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
       WORKING-STORAGE SECTION.
       01 DST-MST-STATUS PIC X(02) VALUE "00".
       01 DST-CODES-STATUS PIC X(02) VALUE "00".
      *REJECT LIMIT IN PRO49.
       01 DST-NF-WARN-PCT  PIC 9(02) VALUE 10.
       01 DST-RUN-DATE     PIC X(08) VALUE SPACES.
       01 DST-BIZ-STATUS   PIC X(02) VALUE "00".
       01 DST-RECORDS-READ PIC 9(08) VALUE ZERO.
       01 DST-NF-WORK      PIC 9(10) COMP VALUE ZERO.
       01 DST-NF-LIMIT     PIC 9(10) COMP VALUE ZERO.
              10 DST-TAB-DESC    PIC X(20).
              10 DST-TAB-COUNT   PIC 9(08).
              10 DST-TAB-NEW     PIC X(01).
              10 DST-TAB-DESC-OPEN PIC X(01).
       01 DST-LOOK-CODE PIC X(02) VALUE SPACES.
       01 DST-HDR-LINE.
           05 FILLER         PIC X(36)
       PROCEDURE DIVISION.
       OYADIST_START SECTION.
       OYADIST_INITIALIZE.
           PERFORM OYADIST_READ_BIZDATE.
           PERFORM OYADIST_READ_PARMS.
           IF DST-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               MOVE DST-TAB-USED TO DST-TAB-HIT
               MOVE DST-LOOK-CODE TO DST-TAB-CODE(DST-TAB-HIT)
               MOVE SPACES TO DST-TAB-DESC(DST-TAB-HIT)
               MOVE "N" TO DST-TAB-DESC-OPEN(DST-TAB-HIT)
               MOVE ZERO TO DST-TAB-COUNT(DST-TAB-HIT)
               MOVE "Y" TO DST-TAB-NEW(DST-TAB-HIT)
           END-IF.
       OYADIST_LOAD_DESCS.
      *ONE SEQUENTIAL PASS OVER THE MASTER FILLS IN THE BUSINESS
      *DESCRIPTION FOR EACH CODE - FIRST MASTER ROW CARRYING THE
      *CODE WINS, EXCEPT THAT A VERSION STILL OPEN (EFFECTIVE-TO
      *99991231) OVERRIDES TEXT TAKEN FROM A CLOSED ONE, SO THE
      *PAGE SHOWS TODAY'S WORDING WHEREVER THERE IS ANY. THE
      *RESERVED SENTINELS GET FIXED TEXTS; A CODE ON OYAPROC THAT
      *NO MASTER ROW CARRIES ANY MORE IS LABELLED SO THE PAGE SAYS
      *SO INSTEAD OF GOING BLANK.
           OPEN INPUT DST-MASTER-FILE.
           IF DST-MST-STATUS NOT = "00"
               DISPLAY "OYADIST: MASTER OPEN FAILED, STATUS "
               IF DST-TAB-DESC(DST-TAB-HIT) = SPACES
                   MOVE MST-DESC TO DST-TAB-DESC(DST-TAB-HIT)
               END-IF
               IF MST-EFF-TO = "99991231"
                  AND DST-TAB-DESC-OPEN(DST-TAB-HIT) = "N"
                   MOVE MST-DESC TO DST-TAB-DESC(DST-TAB-HIT)
                   MOVE "Y" TO DST-TAB-DESC-OPEN(DST-TAB-HIT)
               END-IF
           END-IF.
           PERFORM OYADIST_NEXT_MST.
       OYADIST_NEXT_MST.
       OYADIST_SAVE_ONE.
           MOVE DST-TAB-CODE(DST-TAB-IX) TO DST-SEEN-CODE.
           WRITE DST-CODES-RECORD.
       OYADIST_READ_BIZDATE.
      *THE RUN DATE IS THE BUSINESS DATE ON THE BIZDATE CONTROL
      *RECORD, NOT THE CLOCK. NO USABLE DATE STOPS THE RUN RC 16.
           OPEN INPUT DST-BIZ-FILE.
           IF DST-BIZ-STATUS NOT = "00"
               DISPLAY "OYADIST: BIZDATE OPEN FAILED, STATUS "
                   DST-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ DST-BIZ-FILE
               AT END MOVE SPACES TO DST-BIZ-RECORD
           END-READ.
           CLOSE DST-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "OYADIST: NO BUSINESS DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-CUR-DATE TO DST-RUN-DATE.
           DISPLAY "OYADIST: BUSINESS DATE " BIZ-CUR-DATE
               " PRIOR " BIZ-PRIOR-DATE
               " HOLIDAY " BIZ-HOLIDAY-FLAG
               " MONTH-END " BIZ-MONTH-END-FLAG.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM OYADIST.
