      *AND BY AT LEAST A FULL PERCENTAGE POINT (SO A QUIET FEED'S
      *TINY RATES CANNOT TRIP IT), IS FLAGGED. A FLAG ON THE MOST
      *RECENT DAY ENDS THE RUN RC 4 - THAT IS THE DAY SOMEONE CAN
      *STILL DO SOMETHING ABOUT. A DAY OYABKOUT HAS BACKED OUT IS
      *LEFT OFF THE TIMELINE UNTIL ITS RERUN REPLACES THE ROW - A
      *BAD FEED'S NUMBERS ARE NOT A TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 HIS-REJECTED       PIC 9(08).
           05 HIS-SUSPENDED      PIC 9(08).
           05 HIS-DUPREJ         PIC 9(08).
           05 HIS-STATUS         PIC X(01).
               88 HIS-BACKED-OUT VALUE "B".
       FD  TRD-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRD-RPT-LINE          PIC X(90).
               STOP RUN
           END-IF.
           PERFORM OYATREND_NEXT_HIST.
           PERFORM OYATREND_LOAD_DAY THRU OYATREND_LOAD_DAY_EXIT
               UNTIL TRD-HIST-EOF.
           CLOSE TRD-HIST-FILE.
           OPEN OUTPUT TRD-RPT-FILE.
           WRITE TRD-RPT-LINE FROM TRD-HDR-LINE.
      *ALREADY A TIMELINE. 500 DAYS IS WELL PAST A YEAR OF RUNS;
      *OVERFLOW IS REPORTED SO SOMEBODY PURGES THE OLD END OF THE
      *HISTORY INSTEAD OF THE REPORT QUIETLY LOSING ITS RECENT END.
           IF HIS-BACKED-OUT
               DISPLAY "OYATREND: " HIS-RUN-DATE
                   " BACKED OUT, NOT REPORTED"
               PERFORM OYATREND_NEXT_HIST
               GO TO OYATREND_LOAD_DAY_EXIT
           END-IF.
           IF TRD-DAYS-USED >= TRD-DAYS-LIMIT
               DISPLAY "OYATREND: DAY TABLE FULL, ROW DROPPED "
                   HIS-RUN-DATE
               END-IF
           END-IF.
           PERFORM OYATREND_NEXT_HIST.
       OYATREND_LOAD_DAY_EXIT.
           EXIT.
       OYATREND_ONE_DAY.
           MOVE TRD-DAY-DATE(TRD-DAY-IX) TO DTL-DATE.
           MOVE TRD-DAY-READ(TRD-DAY-IX) TO DTL-READ.
