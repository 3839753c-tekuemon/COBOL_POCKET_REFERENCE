      *DAY'S TURNAROUND ("RJ" COMES BACK ON A FAILED EDIT, SPACES
      *ON A CLEAN ONE, AND THE REASON GOES TO SYSOUT); "EOJ" JUST
      *CLOSES KO-REJECTS-FILE SO IT IS FLUSHED BEFORE THE CALLER
      *STOPS THE RUN. THE SIXTH PARAMETER IS THE AS-OF DATE MAGO
      *PICKS THE MASTER VERSION BY - THE CALLER'S BUSINESS DATE -
      *AND IS HANDED STRAIGHT THROUGH; THE DATA1 ALLOWED-LIST
      *WINDOW IS JUDGED AGAINST IT TOO. THE SEVENTH IS THE SENDING
      *SYSTEM THE RECORD CAME FROM, STAMPED ON EVERY KOREJ LINE SO
      *A REJECT CAN BE TAKEN BACK TO THE RIGHT UPSTREAM EXTRACT.
      *THE LAST IS THE CALLER'S RECORD KEY; IT AND THE BUSINESS
      *DATE ARE STAMPED ON EVERY KOREJ LINE TOO, SO A REJECT CAN
      *BE TRACED BACK TO THE TRANSACTION AND THE DAY IT CAME IN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 KO-REJ-DATA3            PIC X(05).
           05 KO-REJ-REASON-CODE      PIC X(04).
           05 KO-REJ-REASON-TEXT      PIC X(30).
           05 KO-REJ-SOURCE           PIC X(08).
           05 KO-REJ-REC-KEY          PIC X(06).
           05 KO-REJ-RUN-DATE         PIC X(08).
       FD  KO-DATA1-FILE.
      *THE DATA1 ALLOWED-VALUE REFERENCE (A KSDS - SEE KODDEF),
      *ONE ROW PER VALUE WITH AN EFFECTIVE-FROM AND EFFECTIVE-TO
       01 KO-LIST-FOUND-SWITCH PIC X(01) VALUE "N".
           88 KO-VALUE-ACTIVE VALUE "Y".
       01 KO-REF-STATUS PIC X(02) VALUE "00".
       01 KO-LST-USED PIC 9(03) COMP VALUE ZERO.
       01 KO-LST-LIMIT PIC 9(03) COMP VALUE 50.
       01 KO-LST-IX   PIC 9(03) COMP VALUE ZERO.
       01 DATA2 PIC X(5).
       01 DATA3 PIC X(5).
       01 KO-RESULT PIC X(02).
       01 KO-ASOF-DATE PIC X(08).
       01 KO-SOURCE PIC X(08).
       01 KO-REC-KEY PIC X(06).
       PROCEDURE DIVISION USING KO-PHASE DATA1 DATA2 DATA3
           KO-RESULT KO-ASOF-DATE KO-SOURCE KO-REC-KEY.
       KO_START SECTION.
       KO_CHECK_EOJ.
      *AT EOJ THE SAME SIGNAL IS RELAYED DOWN TO MAGO SO ITS MASTER
      *FILE IS CLOSED BEFORE THE CALLER STOPS THE RUN.
           IF KO-PHASE = AUD-PHASE-EOJ
               CALL "MAGO" USING KO-PHASE DATA2 DATA3 KO-RESULT
                   KO-ASOF-DATE
               IF KO-REJECTS-OPEN
                   CLOSE KO-REJECTS-FILE
                   MOVE "N" TO KO-REJECTS-SWITCH
      *AND THAT TRAVELS BACK UP TO THE CALLER UNTOUCHED.
           CALL "AUDITLOG" USING AUD-PGM-KO AUD-PGM-MAGO
               AUD-PHASE-CALL DATA1 DATA2 DATA3.
           CALL "MAGO" USING KO-PHASE DATA2 DATA3 KO-RESULT
               KO-ASOF-DATE.
           CALL "AUDITLOG" USING AUD-PGM-KO AUD-PGM-MAGO
               AUD-PHASE-RETN DATA1 DATA2 DATA3.
       END_KO.
               MOVE DATA1 TO KO-REJ-DATA1
               MOVE DATA2 TO KO-REJ-DATA2
               MOVE DATA3 TO KO-REJ-DATA3
               MOVE KO-SOURCE TO KO-REJ-SOURCE
               MOVE KO-REC-KEY TO KO-REJ-REC-KEY
               MOVE KO-ASOF-DATE TO KO-REJ-RUN-DATE
               WRITE KO-REJECT-RECORD
           END-IF.
       KO_EDIT_DATA1.
       KO_LOAD_DATA1_LIST.
      *ONE SEQUENTIAL PASS AT FIRST CALL - THE LIST IS SMALL AND
      *STABLE WITHIN A RUN, AND A PROBE PER RECORD WOULD BE PURE
      *WASTE. THE ACTIVE WINDOW IS JUDGED PER CALL AGAINST THE
      *CALLER'S BUSINESS DATE (KO-ASOF-DATE), NOT THE CLOCK.
           OPEN INPUT KO-DATA1-FILE.
           IF KO-REF-STATUS NOT = "00"
               DISPLAY "KO: DATA1 LIST OPEN FAILED, STATUS "
                  OR KO-VALUE-ACTIVE.
       KO_MATCH_DATA1_ROW.
           IF KO-LST-VALUE(KO-LST-IX) = DATA1
              AND KO-LST-FROM(KO-LST-IX) <= KO-ASOF-DATE
              AND KO-LST-TO(KO-LST-IX) >= KO-ASOF-DATE
               SET KO-VALUE-ACTIVE TO TRUE
           END-IF.
       KO_CHECK_CHARSET.
