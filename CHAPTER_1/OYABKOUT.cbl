       IDENTIFICATION DIVISION.
       PROGRAM-ID. OYABKOUT.
      *BUSINESS-DATE BACKOUT FOR PRO49. WHEN A BAD FEED GETS ALL
      *THE WAY THROUGH PRO49 TO A CLEAN END OF JOB, ITS FOOTPRINT
      *IS SPREAD OVER FILES NOBODY SHOULD EDIT BY HAND: REGISTRY
      *ENTRIES THAT WOULD REJECT EVERY KEY OF THE CORRECTED FEED
      *AS A DUPLICATE, SUSPENSE, DUPLICATE-REJECT AND KOREJ LINES
      *THAT WOULD BE THERE TWICE AFTER A RERUN, AN OYAHIST ROW, AN
      *OYAPROC GENERATION AND - ONCE BIZROLL HAS RUN - A BUSINESS
      *DATE THAT HAS MOVED ON. THIS PROGRAM TAKES ONE DATE (BKDATE
      *ON PARMFILE) AND REMOVES ALL OF IT SO THE CORRECTED FEED
      *RERUNS THROUGH PRO1JOB EXACTLY AS THE FIRST RUN DID.
      *
      *NOTHING IS TOUCHED UNTIL THE DAY IS PROVED TO BE THE ONE ON
      *THE FILES: BKDATE MUST BE BIZDATE'S CURRENT DATE (A LATER
      *STEP FAILED AND THE DATE NEVER ROLLED) OR ITS PRIOR DATE
      *(THE DAY ROLLED AND THE NEXT DAY HAS NOT RUN), OYATOTAL'S
      *DAY RECORD MUST CARRY BKDATE, OYAHIST MUST HOLD A LIVE ROW
      *FOR IT, AND THE OYAPROC GENERATION ON THE DD MUST FOOT TO
      *THE RUN'S PROCESSED COUNT AND AMOUNT - PROOF IT IS THAT
      *DAY'S GENERATION AND NOT A NEIGHBOUR'S. ANY FAILURE ENDS
      *RC 16 WITH EVERY FILE AS IT WAS.
      *
      *THE SEQUENTIAL FILES (OYASUSP, OYADUP, KOREJ) ARE COPIED TO
      *NEW DATA SETS WITHOUT THE DAY'S RECORDS AND THE JCL SWAPS
      *THEM IN, THE SAME WAY OYARECYC REPLACES THE SUSPENSE FILE.
      *THE OYAPROC GENERATION IS COPIED TO THE BACKOUT GDG AND THE
      *JCL UNCATALOGS IT. REGISTRY ENTRIES FOR THE DATE ARE DELETED
      *IN PLACE, THE OYAHIST ROW IS MARKED "B", OYATOTAL IS CLEARED
      *(SO BIZROLL CANNOT ROLL A BACKED-OUT DAY) AND A ROLLED
      *BIZDATE IS PUT BACK ON THE BACKED-OUT DATE. THE REGISTRY
      *DELETES COME AFTER THE COPIES AND BEFORE THE MARKING, SO A
      *RUN THAT DIES PARTWAY CAN SIMPLY BE RUN AGAIN.
      *
      *REMOVED COUNTS AND AMOUNTS ARE SET BESIDE THE RUN'S OWN
      *TOTALS ON OYABKRPT. A DIFFERENCE (A RESTARTED DAY, OR
      *SUSPENSE OYARECYC HAS ALREADY RE-DRIVEN) IS FLAGGED "*" AND
      *ENDS RC 4 - THE BACKOUT IS STILL COMPLETE, BUT SOMEONE
      *SHOULD READ WHY. RC 8 = BAD OR MISSING PARM. RC 16 = THE
      *DAY WAS NOT PROVED OR A FILE FAILED; THE MESSAGE SAYS
      *WHETHER ANYTHING LIVE WAS CHANGED (IF SO, RERUN THIS STEP).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-PARM-STATUS.
           SELECT BKO-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-BIZ-STATUS.
           SELECT BKO-TOTAL-FILE ASSIGN TO "OYATOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-TOTAL-STATUS.
           SELECT BKO-HIST-FILE ASSIGN TO "OYAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-HIS-RUN-DATE
               FILE STATUS IS BKO-HIST-STATUS.
           SELECT BKO-REG-FILE ASSIGN TO "OYAREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-REG-KEY
               FILE STATUS IS BKO-REG-STATUS.
           SELECT BKO-PROC-FILE ASSIGN TO "OYAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-PROC-STATUS.
           SELECT BKO-PROCB-FILE ASSIGN TO "OYAPROCB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-PROCB-STATUS.
           SELECT BKO-SUSP-FILE ASSIGN TO "OYASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-SUSP-STATUS.
           SELECT BKO-SUSPN-FILE ASSIGN TO "OYASUSPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-SUSPN-STATUS.
           SELECT BKO-DUP-FILE ASSIGN TO "OYADUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-DUP-STATUS.
           SELECT BKO-DUPN-FILE ASSIGN TO "OYADUPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-DUPN-STATUS.
           SELECT BKO-REJ-FILE ASSIGN TO "KOREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-REJ-STATUS.
           SELECT BKO-REJN-FILE ASSIGN TO "KOREJNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-REJN-STATUS.
           SELECT BKO-RPT-FILE ASSIGN TO "OYABKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BKO-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-PARM-RECORD       PIC X(80).
       FD  BKO-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
       FD  BKO-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-TOTAL-RECORD.
           05 BKO-TOT-RUN-DATE   PIC X(08).
           05 BKO-TOT-READ       PIC 9(08).
           05 BKO-TOT-DRIVEN     PIC 9(08).
           05 BKO-TOT-PROCESSED  PIC 9(08).
           05 BKO-TOT-REJECTED   PIC 9(08).
           05 BKO-TOT-SUSPENDED  PIC 9(08).
           05 BKO-TOT-DUPREJ     PIC 9(08).
           05 BKO-TOT-AMT-IN     PIC 9(13)V99.
           05 BKO-TOT-AMT-OUT    PIC 9(13)V99.
           05 BKO-TOT-AMT-REJ    PIC 9(13)V99.
           05 BKO-TOT-AMT-SUSP   PIC 9(13)V99.
           05 BKO-TOT-AMT-DUP    PIC 9(13)V99.
           05 BKO-TOT-HELD       PIC 9(08).
           05 BKO-TOT-AMT-HELD   PIC 9(13)V99.
           05 BKO-TOT-REC-TYPE   PIC X(01).
               88 BKO-TOT-DAY-RECORD VALUE "D" " ".
           05 BKO-TOT-SOURCE     PIC X(08).
           05 BKO-TOT-RESTART-FLAG PIC X(01).
               88 BKO-TOT-RESTARTED VALUE "R".
       FD  BKO-HIST-FILE.
       01  BKO-HIST-RECORD.
           05 BKO-HIS-RUN-DATE   PIC X(08).
           05 BKO-HIS-READ       PIC 9(08).
           05 BKO-HIS-DRIVEN     PIC 9(08).
           05 BKO-HIS-PROCESSED  PIC 9(08).
           05 BKO-HIS-REJECTED   PIC 9(08).
           05 BKO-HIS-SUSPENDED  PIC 9(08).
           05 BKO-HIS-DUPREJ     PIC 9(08).
           05 BKO-HIS-STATUS     PIC X(01).
               88 BKO-HIS-BACKED-OUT VALUE "B".
       FD  BKO-REG-FILE.
       01  BKO-REG-RECORD.
           05 BKO-REG-KEY.
              10 BKO-REG-REC-KEY  PIC X(06).
              10 BKO-REG-RUN-DATE PIC X(08).
           05 BKO-REG-RESULT-CODE PIC X(02).
               88 BKO-REG-SUSPENDED VALUE "NF".
           05 BKO-REG-SOURCE     PIC X(08).
           05 BKO-REG-AMOUNT     PIC 9(09)V99.
       FD  BKO-PROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-PROC-RECORD.
           05 BKO-PROC-REC-KEY   PIC X(06).
           05 FILLER             PIC X(17).
           05 BKO-PROC-AMOUNT    PIC 9(09)V99.
           05 BKO-PROC-SOURCE    PIC X(08).
       FD  BKO-PROCB-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-PROCB-RECORD      PIC X(42).
       FD  BKO-SUSP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-SUSP-RECORD.
           05 BKO-SUS-REC-KEY    PIC X(06).
           05 FILLER             PIC X(15).
           05 BKO-SUS-FIRST-DATE PIC X(08).
           05 BKO-SUS-AGE-CNT    PIC 9(03).
           05 BKO-SUS-AMOUNT     PIC 9(09)V99.
           05 BKO-SUS-SOURCE     PIC X(08).
       FD  BKO-SUSPN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-SUSPN-RECORD      PIC X(51).
       FD  BKO-DUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-DUP-RECORD.
           05 BKO-DUP-REC-KEY    PIC X(06).
           05 FILLER             PIC X(15).
           05 BKO-DUP-PRIOR-DATE PIC X(08).
           05 BKO-DUP-RUN-DATE   PIC X(08).
           05 BKO-DUP-AMOUNT     PIC 9(09)V99.
           05 BKO-DUP-SOURCE     PIC X(08).
       FD  BKO-DUPN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-DUPN-RECORD       PIC X(56).
       FD  BKO-REJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-REJ-RECORD.
           05 FILLER             PIC X(15).
           05 BKO-REJ-REASON-CODE PIC X(04).
           05 FILLER             PIC X(30).
           05 BKO-REJ-SOURCE     PIC X(08).
           05 BKO-REJ-REC-KEY    PIC X(06).
           05 BKO-REJ-RUN-DATE   PIC X(08).
       FD  BKO-REJN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-REJN-RECORD       PIC X(71).
       FD  BKO-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKO-RPT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       01 BKO-PARM-STATUS  PIC X(02) VALUE "00".
       01 BKO-BIZ-STATUS   PIC X(02) VALUE "00".
       01 BKO-TOTAL-STATUS PIC X(02) VALUE "00".
       01 BKO-HIST-STATUS  PIC X(02) VALUE "00".
       01 BKO-REG-STATUS   PIC X(02) VALUE "00".
       01 BKO-PROC-STATUS  PIC X(02) VALUE "00".
       01 BKO-PROCB-STATUS PIC X(02) VALUE "00".
       01 BKO-SUSP-STATUS  PIC X(02) VALUE "00".
       01 BKO-SUSPN-STATUS PIC X(02) VALUE "00".
       01 BKO-DUP-STATUS   PIC X(02) VALUE "00".
       01 BKO-DUPN-STATUS  PIC X(02) VALUE "00".
       01 BKO-REJ-STATUS   PIC X(02) VALUE "00".
       01 BKO-REJN-STATUS  PIC X(02) VALUE "00".
       01 BKO-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 BKO-PARM-EOF VALUE "Y".
       01 BKO-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 BKO-PARM-ERROR VALUE "Y".
       01 BKO-EOF-SWITCH PIC X(01) VALUE "N".
           88 BKO-END-OF-FILE VALUE "Y".
       01 BKO-ROLLED-SWITCH PIC X(01) VALUE "N".
           88 BKO-DATE-ROLLED VALUE "Y".
       01 BKO-RESTART-SWITCH PIC X(01) VALUE "N".
           88 BKO-RESTARTED-DAY VALUE "Y".
       01 BKO-DIFF-SWITCH PIC X(01) VALUE "N".
           88 BKO-TOTALS-DIFFER VALUE "Y".
       01 BKO-LIVE-SWITCH PIC X(01) VALUE "N".
           88 BKO-LIVE-CHANGED VALUE "Y".
       01 BKO-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 BKO-PARM-VALUE   PIC X(20) VALUE SPACES.
       01 BKO-BACKOUT-DATE PIC X(08) VALUE SPACES.
       01 BKO-ABORT-MSG    PIC X(50) VALUE SPACES.
      *BIZDATE AS READ, KEPT FOR THE BEFORE/AFTER LINE, AND THE
      *LAST LIVE HISTORY DATE BEFORE BKDATE - THE PRIOR DATE THE
      *CONTROL RECORD CARRIED WHILE BKDATE WAS CURRENT.
       01 BKO-OLD-BIZ-RECORD.
           05 BKO-OLD-CUR-DATE   PIC X(08).
           05 BKO-OLD-PRIOR-DATE PIC X(08).
           05 BKO-OLD-HOLIDAY    PIC X(01).
           05 BKO-OLD-MONTH-END  PIC X(01).
           05 FILLER             PIC X(22).
       01 BKO-HIST-PRIOR-DATE PIC X(08) VALUE SPACES.
       01 BKO-NEW-BIZ-RECORD.
           05 BKO-NEW-CUR-DATE   PIC X(08) VALUE SPACES.
           05 BKO-NEW-PRIOR-DATE PIC X(08) VALUE SPACES.
           05 BKO-NEW-HOLIDAY    PIC X(01) VALUE SPACE.
           05 BKO-NEW-MONTH-END  PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(22) VALUE SPACES.
      *THE RUN'S OWN TOTALS, FROM OYATOTAL'S DAY RECORD.
       01 BKO-RUN-TOTALS.
           05 BKO-RUN-READ       PIC 9(08) VALUE ZERO.
           05 BKO-RUN-DRIVEN     PIC 9(08) VALUE ZERO.
           05 BKO-RUN-PROCESSED  PIC 9(08) VALUE ZERO.
           05 BKO-RUN-REJECTED   PIC 9(08) VALUE ZERO.
           05 BKO-RUN-SUSPENDED  PIC 9(08) VALUE ZERO.
           05 BKO-RUN-DUPREJ     PIC 9(08) VALUE ZERO.
           05 BKO-RUN-HELD       PIC 9(08) VALUE ZERO.
           05 BKO-RUN-AMT-OUT    PIC 9(13)V99 VALUE ZERO.
           05 BKO-RUN-AMT-REJ    PIC 9(13)V99 VALUE ZERO.
           05 BKO-RUN-AMT-SUSP   PIC 9(13)V99 VALUE ZERO.
           05 BKO-RUN-AMT-DUP    PIC 9(13)V99 VALUE ZERO.
       01 BKO-SKIPPED      PIC S9(08) VALUE ZERO.
      *WHAT WAS FOUND AND TAKEN OUT, FILE BY FILE.
       01 BKO-REMOVED.
           05 BKO-PROC-CNT       PIC 9(08) VALUE ZERO.
           05 BKO-PROC-AMT       PIC 9(13)V99 VALUE ZERO.
           05 BKO-REG-PROC-CNT   PIC 9(08) VALUE ZERO.
           05 BKO-REG-PROC-AMT   PIC 9(13)V99 VALUE ZERO.
           05 BKO-REG-NF-CNT     PIC 9(08) VALUE ZERO.
           05 BKO-REG-NF-AMT     PIC 9(13)V99 VALUE ZERO.
           05 BKO-SUSP-CNT       PIC 9(08) VALUE ZERO.
           05 BKO-SUSP-AMT       PIC 9(13)V99 VALUE ZERO.
           05 BKO-SUSP-KEPT      PIC 9(08) VALUE ZERO.
           05 BKO-DUP-CNT        PIC 9(08) VALUE ZERO.
           05 BKO-DUP-AMT        PIC 9(13)V99 VALUE ZERO.
           05 BKO-DUP-KEPT       PIC 9(08) VALUE ZERO.
           05 BKO-REJ-CNT        PIC 9(08) VALUE ZERO.
           05 BKO-WARN-CNT       PIC 9(08) VALUE ZERO.
           05 BKO-REJ-KEPT       PIC 9(08) VALUE ZERO.
       01 BKO-HDR-LINE.
           05 FILLER         PIC X(35)
              VALUE "OYA BUSINESS-DATE BACKOUT - DATE".
           05 HDR-DATE       PIC X(08).
           05 FILLER         PIC X(37) VALUE SPACES.
       01 BKO-BIZ-LINE.
           05 BIZ-LABEL      PIC X(16).
           05 FILLER         PIC X(08) VALUE "CURRENT ".
           05 BIZ-LINE-CUR   PIC X(08).
           05 FILLER         PIC X(07) VALUE " PRIOR ".
           05 BIZ-LINE-PRIOR PIC X(08).
           05 FILLER         PIC X(09) VALUE " HOLIDAY ".
           05 BIZ-LINE-HOL   PIC X(01).
           05 FILLER         PIC X(11) VALUE " MONTH-END ".
           05 BIZ-LINE-MEND  PIC X(01).
           05 FILLER         PIC X(11) VALUE SPACES.
       01 BKO-COL-LINE.
           05 FILLER PIC X(14) VALUE "FILE".
           05 FILLER PIC X(08) VALUE " REMOVED".
           05 FILLER PIC X(18) VALUE "            AMOUNT".
           05 FILLER PIC X(10) VALUE " RUN TOTAL".
           05 FILLER PIC X(18) VALUE "        RUN AMOUNT".
           05 FILLER PIC X(12) VALUE SPACES.
       01 BKO-DTL-LINE.
           05 DTL-FILE       PIC X(12).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-COUNT      PIC Z(07)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT     PIC Z(12)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-RUN-COUNT  PIC Z(07)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-RUN-AMOUNT PIC Z(12)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-FLAG       PIC X(01).
           05 FILLER         PIC X(09) VALUE SPACES.
       01 BKO-NOTE-LINE.
           05 BKO-NOTE-TEXT  PIC X(80).
       PROCEDURE DIVISION.
       OYABKOUT_START SECTION.
       OYABKOUT_INITIALIZE.
           PERFORM OYABKOUT_READ_PARMS.
           IF BKO-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BKO-BACKOUT-DATE = SPACES
               DISPLAY "OYABKOUT: NO BKDATE ON PARMFILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OYABKOUT: BACKING OUT " BKO-BACKOUT-DATE.
           PERFORM OYABKOUT_READ_BIZDATE.
           PERFORM OYABKOUT_READ_TOTALS.
           PERFORM OYABKOUT_CHECK_HISTORY.
           PERFORM OYABKOUT_CHECK_PROC.
      *THE DAY IS PROVED. FROM HERE THE FILES ARE CHANGED - THE
      *NEW COPIES FIRST, THEN THE REGISTRY AND THE DATE, THEN THE
      *MARKERS THAT SAY THE DAY IS GONE. UNTIL THE HISTORY ROW IS
      *MARKED EVERY CHECK ABOVE STILL PASSES, SO A FAILURE UP TO
      *THERE IS CURED BY RUNNING THE STEP AGAIN.
           OPEN OUTPUT BKO-RPT-FILE.
           MOVE BKO-BACKOUT-DATE TO HDR-DATE.
           WRITE BKO-RPT-LINE FROM BKO-HDR-LINE.
           WRITE BKO-RPT-LINE FROM BKO-COL-LINE.
           PERFORM OYABKOUT_COPY_PROC.
           PERFORM OYABKOUT_COPY_SUSP.
           PERFORM OYABKOUT_COPY_DUP.
           PERFORM OYABKOUT_COPY_REJ.
           SET BKO-LIVE-CHANGED TO TRUE.
           PERFORM OYABKOUT_CLEAR_REGISTRY.
           IF BKO-DATE-ROLLED
               PERFORM OYABKOUT_RESET_BIZDATE
           END-IF.
           PERFORM OYABKOUT_MARK_HISTORY.
           OPEN OUTPUT BKO-TOTAL-FILE.
           IF BKO-TOTAL-STATUS NOT = "00"
               DISPLAY "OYABKOUT: OYATOTAL CLEAR FAILED, STATUS "
                   BKO-TOTAL-STATUS
               DISPLAY "OYABKOUT: " BKO-BACKOUT-DATE
                   " BACKED OUT BUT OYATOTAL STILL HOLDS ITS TOTALS"
               MOVE 12 TO RETURN-CODE
               CLOSE BKO-RPT-FILE
               GO TO END_PROGRAM
           END-IF.
           CLOSE BKO-TOTAL-FILE.
           PERFORM OYABKOUT_REPORT.
           CLOSE BKO-RPT-FILE.
           IF BKO-TOTALS-DIFFER OR BKO-RESTARTED-DAY
               DISPLAY "OYABKOUT: BACKED OUT WITH DIFFERENCES - "
                   "SEE OYABKRPT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "OYABKOUT: " BKO-BACKOUT-DATE
                   " BACKED OUT - RERUN THE CORRECTED FEED"
           END-IF.
           GO TO END_PROGRAM.
       OYABKOUT_CONTROL_ABORT.
      *BEFORE ANY LIVE FILE IS TOUCHED A REFUSAL LEAVES NOTHING TO
      *UNDO. AFTER THAT THE MESSAGE SAYS SO - THE REGISTRY DELETES
      *AND THE DATE RESET ARE SAFE TO REPEAT, SO THE ANSWER IS TO
      *RUN THIS STEP AGAIN.
           DISPLAY "OYABKOUT: BACKOUT STOPPED - " BKO-ABORT-MSG.
           IF BKO-LIVE-CHANGED
               DISPLAY "OYABKOUT: LIVE FILES PARTLY CHANGED - "
                   "RERUN OYABKOUT FOR " BKO-BACKOUT-DATE
           ELSE
               DISPLAY "OYABKOUT: NOTHING WAS CHANGED"
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       OYABKOUT_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, THE SAME CONVENTION
      *THE REST OF THE CHAIN USES. BKDATE (YYYYMMDD) IS REQUIRED -
      *THERE IS NO SAFE DEFAULT FOR WHICH DAY TO TAKE BACK OUT.
           OPEN INPUT BKO-PARM-FILE.
           IF BKO-PARM-STATUS NOT = "00"
               DISPLAY "OYABKOUT: NO PARMFILE"
           ELSE
               PERFORM OYABKOUT_NEXT_PARM
               PERFORM OYABKOUT_PARSE_PARM UNTIL BKO-PARM-EOF
               CLOSE BKO-PARM-FILE
           END-IF.
       OYABKOUT_PARSE_PARM.
           MOVE SPACES TO BKO-PARM-KEYWORD BKO-PARM-VALUE.
           UNSTRING BKO-PARM-RECORD DELIMITED BY "="
               INTO BKO-PARM-KEYWORD BKO-PARM-VALUE.
           EVALUATE BKO-PARM-KEYWORD
             WHEN "BKDATE"
               IF BKO-PARM-VALUE(1:8) IS NUMERIC
                  AND BKO-PARM-VALUE(5:2) >= "01"
                  AND BKO-PARM-VALUE(5:2) <= "12"
                   MOVE BKO-PARM-VALUE(1:8) TO BKO-BACKOUT-DATE
               ELSE
                   DISPLAY "OYABKOUT: BAD BKDATE VALUE "
                       BKO-PARM-VALUE
                   SET BKO-PARM-ERROR TO TRUE
               END-IF
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "OYABKOUT: UNKNOWN PARM KEYWORD "
                   BKO-PARM-KEYWORD
               SET BKO-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM OYABKOUT_NEXT_PARM.
       OYABKOUT_NEXT_PARM.
           READ BKO-PARM-FILE
               AT END SET BKO-PARM-EOF TO TRUE
           END-READ.
       OYABKOUT_READ_BIZDATE.
      *A DAY THAT NEVER ROLLED IS STILL THE CURRENT DATE. A DAY
      *THAT ROLLED IS THE PRIOR DATE, AND THE DATE HAS TO COME BACK
      *WITH IT OR THE RERUN'S HEADER CHECK REFUSES THE FEED. ANY
      *OLDER DAY HAS BEEN BUILT ON SINCE AND CANNOT COME OUT ALONE.
           OPEN INPUT BKO-BIZ-FILE.
           IF BKO-BIZ-STATUS NOT = "00"
               DISPLAY "OYABKOUT: BIZDATE OPEN FAILED, STATUS "
                   BKO-BIZ-STATUS
               MOVE "BUSINESS DATE UNREADABLE" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           READ BKO-BIZ-FILE
               AT END MOVE SPACES TO BKO-BIZ-RECORD
           END-READ.
           CLOSE BKO-BIZ-FILE.
           MOVE BKO-BIZ-RECORD TO BKO-OLD-BIZ-RECORD.
           DISPLAY "OYABKOUT: BIZDATE CURRENT " BKO-OLD-CUR-DATE
               " PRIOR " BKO-OLD-PRIOR-DATE.
           IF BKO-OLD-CUR-DATE = BKO-BACKOUT-DATE
               CONTINUE
           ELSE
               IF BKO-OLD-PRIOR-DATE = BKO-BACKOUT-DATE
                   SET BKO-DATE-ROLLED TO TRUE
               ELSE
                   MOVE "BKDATE IS NOT THE CURRENT OR PRIOR DATE"
                       TO BKO-ABORT-MSG
                   GO TO OYABKOUT_CONTROL_ABORT
               END-IF
           END-IF.
       OYABKOUT_READ_TOTALS.
      *PRO49 TRUNCATES OYATOTAL AT THE TOP OF EVERY RUN AND WRITES
      *THE DAY RECORD ONLY AT A CLEAN END OF JOB, SO A DAY RECORD
      *FOR BKDATE PROVES BOTH THAT THE DAY FINISHED AND THAT THE
      *NEXT DAY HAS NOT STARTED. A DAY THAT DIED IS RESTARTED FROM
      *ITS CHECKPOINT FIRST, NOT BACKED OUT HALF-RUN.
           OPEN INPUT BKO-TOTAL-FILE.
           IF BKO-TOTAL-STATUS NOT = "00"
               MOVE "NO RUN-TOTALS FILE" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           READ BKO-TOTAL-FILE
               AT END MOVE SPACES TO BKO-TOTAL-RECORD
           END-READ.
           CLOSE BKO-TOTAL-FILE.
           IF BKO-TOT-RUN-DATE NOT = BKO-BACKOUT-DATE
              OR NOT BKO-TOT-DAY-RECORD
               DISPLAY "OYABKOUT: OYATOTAL DAY RECORD IS FOR "
                   BKO-TOT-RUN-DATE
               MOVE "RUN TOTALS ARE NOT FOR BKDATE" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE BKO-TOT-READ      TO BKO-RUN-READ.
           MOVE BKO-TOT-DRIVEN    TO BKO-RUN-DRIVEN.
           MOVE BKO-TOT-PROCESSED TO BKO-RUN-PROCESSED.
           MOVE BKO-TOT-REJECTED  TO BKO-RUN-REJECTED.
           MOVE BKO-TOT-SUSPENDED TO BKO-RUN-SUSPENDED.
           MOVE BKO-TOT-DUPREJ    TO BKO-RUN-DUPREJ.
           MOVE BKO-TOT-HELD      TO BKO-RUN-HELD.
           MOVE BKO-TOT-AMT-OUT   TO BKO-RUN-AMT-OUT.
           MOVE BKO-TOT-AMT-REJ   TO BKO-RUN-AMT-REJ.
           MOVE BKO-TOT-AMT-SUSP  TO BKO-RUN-AMT-SUSP.
           MOVE BKO-TOT-AMT-DUP   TO BKO-RUN-AMT-DUP.
      *THE SAME RESTART TEST OYABAL MAKES: THE DAY RECORD'S "R",
      *OR DETAILS READ BUT NEVER DRIVEN, BEYOND THE DUPLICATES
      *AND HELD SEGMENTS, WERE SKIPPED BY A CHECKPOINT RESTART.
           COMPUTE BKO-SKIPPED = BKO-RUN-READ - BKO-RUN-DRIVEN
               - BKO-RUN-DUPREJ - BKO-RUN-HELD.
           IF BKO-SKIPPED > ZERO OR BKO-TOT-RESTARTED
               SET BKO-RESTARTED-DAY TO TRUE
           END-IF.
       OYABKOUT_CHECK_HISTORY.
      *ONE PASS OF THE HISTORY IN DATE ORDER FINDS BKDATE'S ROW
      *AND THE LAST LIVE ROW BEFORE IT. A ROW ALREADY MARKED "B"
      *MEANS THIS BACKOUT HAS RUN - ONLY THE JCL'S SWAP STEPS ARE
      *LEFT TO RESUBMIT.
           OPEN I-O BKO-HIST-FILE.
           IF BKO-HIST-STATUS NOT = "00"
               DISPLAY "OYABKOUT: HISTORY OPEN FAILED, STATUS "
                   BKO-HIST-STATUS
               MOVE "RUN-TOTALS HISTORY UNREADABLE" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE "N" TO BKO-EOF-SWITCH.
           MOVE LOW-VALUES TO BKO-HIS-RUN-DATE.
           START BKO-HIST-FILE KEY NOT < BKO-HIS-RUN-DATE
               INVALID KEY SET BKO-END-OF-FILE TO TRUE
           END-START.
           PERFORM OYABKOUT_NEXT_HIST.
           PERFORM OYABKOUT_SCAN_HIST
               UNTIL BKO-END-OF-FILE
                  OR BKO-HIS-RUN-DATE NOT < BKO-BACKOUT-DATE.
           MOVE BKO-BACKOUT-DATE TO BKO-HIS-RUN-DATE.
           READ BKO-HIST-FILE
               INVALID KEY
                   MOVE "NO OYAHIST ROW FOR BKDATE" TO BKO-ABORT-MSG
                   GO TO OYABKOUT_CONTROL_ABORT
           END-READ.
           IF BKO-HIS-BACKED-OUT
               MOVE "BKDATE IS ALREADY BACKED OUT" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
       OYABKOUT_SCAN_HIST.
           IF NOT BKO-HIS-BACKED-OUT
               MOVE BKO-HIS-RUN-DATE TO BKO-HIST-PRIOR-DATE
           END-IF.
           PERFORM OYABKOUT_NEXT_HIST.
       OYABKOUT_NEXT_HIST.
           IF NOT BKO-END-OF-FILE
               READ BKO-HIST-FILE NEXT RECORD
                   AT END SET BKO-END-OF-FILE TO TRUE
               END-READ
           END-IF.
       OYABKOUT_CHECK_PROC.
      *THE OYAPROC DD NAMES A GENERATION BY RELATIVE NUMBER, SO IT
      *IS PROVED HERE TO BE BKDATE'S BEFORE THE JCL UNCATALOGS IT.
           OPEN INPUT BKO-PROC-FILE.
           IF BKO-PROC-STATUS NOT = "00"
               MOVE "OYAPROC GENERATION UNREADABLE" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE "N" TO BKO-EOF-SWITCH.
           PERFORM OYABKOUT_NEXT_PROC.
           PERFORM OYABKOUT_COUNT_PROC UNTIL BKO-END-OF-FILE.
           CLOSE BKO-PROC-FILE.
           IF BKO-PROC-CNT NOT = BKO-RUN-PROCESSED
              OR BKO-PROC-AMT NOT = BKO-RUN-AMT-OUT
               DISPLAY "OYABKOUT: OYAPROC HOLDS " BKO-PROC-CNT
                   " RECORDS, THE RUN PROCESSED " BKO-RUN-PROCESSED
               MOVE "OYAPROC IS NOT THE DAY'S GENERATION"
                   TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
       OYABKOUT_COUNT_PROC.
           ADD 1 TO BKO-PROC-CNT.
           ADD BKO-PROC-AMOUNT TO BKO-PROC-AMT.
           PERFORM OYABKOUT_NEXT_PROC.
       OYABKOUT_NEXT_PROC.
           READ BKO-PROC-FILE
               AT END SET BKO-END-OF-FILE TO TRUE
           END-READ.
       OYABKOUT_COPY_PROC.
      *THE GENERATION IS KEPT WHOLE ON THE BACKOUT GDG - WHAT WENT
      *OUT, IF ANYONE ASKS LATER - BEFORE THE JCL UNCATALOGS IT.
           OPEN INPUT BKO-PROC-FILE.
           OPEN OUTPUT BKO-PROCB-FILE.
           IF BKO-PROC-STATUS NOT = "00"
              OR BKO-PROCB-STATUS NOT = "00"
               MOVE "OYAPROC BACKOUT COPY FAILED" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE "N" TO BKO-EOF-SWITCH.
           PERFORM OYABKOUT_NEXT_PROC.
           PERFORM OYABKOUT_KEEP_PROC UNTIL BKO-END-OF-FILE.
           CLOSE BKO-PROC-FILE.
           CLOSE BKO-PROCB-FILE.
       OYABKOUT_KEEP_PROC.
           WRITE BKO-PROCB-RECORD FROM BKO-PROC-RECORD.
           PERFORM OYABKOUT_NEXT_PROC.
       OYABKOUT_COPY_SUSP.
      *SUSPENSE CARRIES THE DATE A RECORD WAS FIRST SUSPENDED, AND
      *OYARECYC KEEPS IT THROUGH THE AGING, SO BKDATE'S ARRIVALS
      *COME OUT EVEN IF A RECYCLE HAS AGED THEM SINCE.
           OPEN INPUT BKO-SUSP-FILE.
           OPEN OUTPUT BKO-SUSPN-FILE.
           IF BKO-SUSP-STATUS NOT = "00"
              OR BKO-SUSPN-STATUS NOT = "00"
               MOVE "SUSPENSE COPY FAILED" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE "N" TO BKO-EOF-SWITCH.
           PERFORM OYABKOUT_NEXT_SUSP.
           PERFORM OYABKOUT_ONE_SUSP UNTIL BKO-END-OF-FILE.
           CLOSE BKO-SUSP-FILE.
           CLOSE BKO-SUSPN-FILE.
       OYABKOUT_ONE_SUSP.
           IF BKO-SUS-FIRST-DATE = BKO-BACKOUT-DATE
               ADD 1 TO BKO-SUSP-CNT
               ADD BKO-SUS-AMOUNT TO BKO-SUSP-AMT
           ELSE
               WRITE BKO-SUSPN-RECORD FROM BKO-SUSP-RECORD
               ADD 1 TO BKO-SUSP-KEPT
           END-IF.
           PERFORM OYABKOUT_NEXT_SUSP.
       OYABKOUT_NEXT_SUSP.
           READ BKO-SUSP-FILE
               AT END SET BKO-END-OF-FILE TO TRUE
           END-READ.
       OYABKOUT_COPY_DUP.
           OPEN INPUT BKO-DUP-FILE.
           OPEN OUTPUT BKO-DUPN-FILE.
           IF BKO-DUP-STATUS NOT = "00"
              OR BKO-DUPN-STATUS NOT = "00"
               MOVE "DUPLICATE-REJECTS COPY FAILED" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE "N" TO BKO-EOF-SWITCH.
           PERFORM OYABKOUT_NEXT_DUP.
           PERFORM OYABKOUT_ONE_DUP UNTIL BKO-END-OF-FILE.
           CLOSE BKO-DUP-FILE.
           CLOSE BKO-DUPN-FILE.
       OYABKOUT_ONE_DUP.
           IF BKO-DUP-RUN-DATE = BKO-BACKOUT-DATE
               ADD 1 TO BKO-DUP-CNT
               ADD BKO-DUP-AMOUNT TO BKO-DUP-AMT
           ELSE
               WRITE BKO-DUPN-RECORD FROM BKO-DUP-RECORD
               ADD 1 TO BKO-DUP-KEPT
           END-IF.
           PERFORM OYABKOUT_NEXT_DUP.
       OYABKOUT_NEXT_DUP.
           READ BKO-DUP-FILE
               AT END SET BKO-END-OF-FILE TO TRUE
           END-READ.
       OYABKOUT_COPY_REJ.
      *KO STAMPS EVERY KOREJ LINE WITH THE CALLER'S BUSINESS DATE,
      *WARNINGS INCLUDED. THE W-SERIES LINES ARE COUNTED APART -
      *THEIR RECORDS WERE PROCESSED, NOT REJECTED.
           OPEN INPUT BKO-REJ-FILE.
           OPEN OUTPUT BKO-REJN-FILE.
           IF BKO-REJ-STATUS NOT = "00"
              OR BKO-REJN-STATUS NOT = "00"
               MOVE "KOREJ COPY FAILED" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE "N" TO BKO-EOF-SWITCH.
           PERFORM OYABKOUT_NEXT_REJ.
           PERFORM OYABKOUT_ONE_REJ UNTIL BKO-END-OF-FILE.
           CLOSE BKO-REJ-FILE.
           CLOSE BKO-REJN-FILE.
       OYABKOUT_ONE_REJ.
           IF BKO-REJ-RUN-DATE = BKO-BACKOUT-DATE
               IF BKO-REJ-REASON-CODE(1:1) = "W"
                   ADD 1 TO BKO-WARN-CNT
               ELSE
                   ADD 1 TO BKO-REJ-CNT
               END-IF
           ELSE
               WRITE BKO-REJN-RECORD FROM BKO-REJ-RECORD
               ADD 1 TO BKO-REJ-KEPT
           END-IF.
           PERFORM OYABKOUT_NEXT_REJ.
       OYABKOUT_NEXT_REJ.
           READ BKO-REJ-FILE
               AT END SET BKO-END-OF-FILE TO TRUE
           END-READ.
       OYABKOUT_CLEAR_REGISTRY.
      *THE REGISTRY KEY IS RECORD KEY THEN DATE, SO ONE DAY'S
      *ENTRIES ARE SPREAD OVER THE WHOLE CLUSTER AND THE BROWSE
      *HAS TO SEE EVERY ENTRY. THE HIGH-KEY SEED ROW CARRIES DATE
      *99999999 AND IS NEVER MATCHED.
           OPEN I-O BKO-REG-FILE.
           IF BKO-REG-STATUS NOT = "00"
               DISPLAY "OYABKOUT: REGISTRY OPEN FAILED, STATUS "
                   BKO-REG-STATUS
               MOVE "REGISTRY UNREADABLE" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           MOVE "N" TO BKO-EOF-SWITCH.
           MOVE LOW-VALUES TO BKO-REG-KEY.
           START BKO-REG-FILE KEY NOT < BKO-REG-KEY
               INVALID KEY SET BKO-END-OF-FILE TO TRUE
           END-START.
           PERFORM OYABKOUT_NEXT_REG.
           PERFORM OYABKOUT_ONE_REG UNTIL BKO-END-OF-FILE.
           CLOSE BKO-REG-FILE.
       OYABKOUT_ONE_REG.
           IF BKO-REG-RUN-DATE = BKO-BACKOUT-DATE
               IF BKO-REG-SUSPENDED
                   ADD 1 TO BKO-REG-NF-CNT
                   ADD BKO-REG-AMOUNT TO BKO-REG-NF-AMT
               ELSE
                   ADD 1 TO BKO-REG-PROC-CNT
                   ADD BKO-REG-AMOUNT TO BKO-REG-PROC-AMT
               END-IF
               DELETE BKO-REG-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               IF BKO-REG-STATUS NOT = "00"
                   DISPLAY "OYABKOUT: REGISTRY DELETE FAILED, "
                       "STATUS " BKO-REG-STATUS " KEY " BKO-REG-KEY
                   MOVE "REGISTRY DELETE FAILED" TO BKO-ABORT-MSG
                   GO TO OYABKOUT_CONTROL_ABORT
               END-IF
           END-IF.
           PERFORM OYABKOUT_NEXT_REG.
       OYABKOUT_NEXT_REG.
           IF NOT BKO-END-OF-FILE
               READ BKO-REG-FILE NEXT RECORD
                   AT END SET BKO-END-OF-FILE TO TRUE
               END-READ
           END-IF.
       OYABKOUT_MARK_HISTORY.
      *THE ROW STAYS - THE HISTORY IS A RECORD OF WHAT RAN - BUT
      *MARKED, SO OYATREND LEAVES IT OUT. THE RERUN'S OWN WRITE
      *REPLACES IT WITH THE CORRECTED DAY'S NUMBERS.
           MOVE BKO-BACKOUT-DATE TO BKO-HIS-RUN-DATE.
           READ BKO-HIST-FILE
               INVALID KEY
                   MOVE "OYAHIST ROW VANISHED" TO BKO-ABORT-MSG
                   GO TO OYABKOUT_CONTROL_ABORT
           END-READ.
           MOVE "B" TO BKO-HIS-STATUS.
           REWRITE BKO-HIST-RECORD
               INVALID KEY
                   MOVE "OYAHIST REWRITE FAILED" TO BKO-ABORT-MSG
                   GO TO OYABKOUT_CONTROL_ABORT
           END-REWRITE.
           CLOSE BKO-HIST-FILE.
       OYABKOUT_RESET_BIZDATE.
      *PUT THE CONTROL RECORD BACK AS IT STOOD WHILE BKDATE WAS
      *CURRENT. A DAY THAT RAN A FEED WAS NOT A HOLIDAY, AND IT WAS
      *MONTH-END IF THE DAY BIZROLL ROLLED TO IS IN ANOTHER MONTH.
      *THE PRIOR DATE IS THE LAST LIVE HISTORY ROW BEFORE BKDATE.
           MOVE BKO-BACKOUT-DATE TO BKO-NEW-CUR-DATE.
           IF BKO-HIST-PRIOR-DATE = SPACES
               MOVE BKO-OLD-PRIOR-DATE TO BKO-NEW-PRIOR-DATE
           ELSE
               MOVE BKO-HIST-PRIOR-DATE TO BKO-NEW-PRIOR-DATE
           END-IF.
           MOVE "N" TO BKO-NEW-HOLIDAY.
           IF BKO-OLD-CUR-DATE(1:6) NOT = BKO-BACKOUT-DATE(1:6)
               MOVE "Y" TO BKO-NEW-MONTH-END
           ELSE
               MOVE "N" TO BKO-NEW-MONTH-END
           END-IF.
           OPEN OUTPUT BKO-BIZ-FILE.
           IF BKO-BIZ-STATUS NOT = "00"
               DISPLAY "OYABKOUT: BIZDATE REWRITE FAILED, STATUS "
                   BKO-BIZ-STATUS
               MOVE "BUSINESS DATE NOT RESET" TO BKO-ABORT-MSG
               GO TO OYABKOUT_CONTROL_ABORT
           END-IF.
           WRITE BKO-BIZ-RECORD FROM BKO-NEW-BIZ-RECORD.
           CLOSE BKO-BIZ-FILE.
           DISPLAY "OYABKOUT: BIZDATE RESET TO " BKO-NEW-CUR-DATE
               " PRIOR " BKO-NEW-PRIOR-DATE.
       OYABKOUT_REPORT.
      *REMOVED AGAINST THE RUN'S OWN TOTALS, FILE BY FILE. KOREJ
      *HAS NO AMOUNT AND ONE LINE PER FAILED RULE, SO ITS LINES ARE
      *SHOWN BESIDE THE REJECTED COUNT BUT NEVER FLAGGED.
           MOVE "OYAPROC" TO DTL-FILE.
           MOVE BKO-PROC-CNT TO DTL-COUNT.
           MOVE BKO-PROC-AMT TO DTL-AMOUNT.
           MOVE BKO-RUN-PROCESSED TO DTL-RUN-COUNT.
           MOVE BKO-RUN-AMT-OUT TO DTL-RUN-AMOUNT.
           MOVE SPACE TO DTL-FLAG.
           WRITE BKO-RPT-LINE FROM BKO-DTL-LINE.
           MOVE "OYAREG PROC" TO DTL-FILE.
           MOVE BKO-REG-PROC-CNT TO DTL-COUNT.
           MOVE BKO-REG-PROC-AMT TO DTL-AMOUNT.
           MOVE BKO-RUN-PROCESSED TO DTL-RUN-COUNT.
           MOVE BKO-RUN-AMT-OUT TO DTL-RUN-AMOUNT.
           MOVE SPACE TO DTL-FLAG.
           IF BKO-REG-PROC-CNT NOT = BKO-RUN-PROCESSED
              OR BKO-REG-PROC-AMT NOT = BKO-RUN-AMT-OUT
               MOVE "*" TO DTL-FLAG
               SET BKO-TOTALS-DIFFER TO TRUE
           END-IF.
           WRITE BKO-RPT-LINE FROM BKO-DTL-LINE.
           MOVE "OYAREG NF" TO DTL-FILE.
           MOVE BKO-REG-NF-CNT TO DTL-COUNT.
           MOVE BKO-REG-NF-AMT TO DTL-AMOUNT.
           MOVE BKO-RUN-SUSPENDED TO DTL-RUN-COUNT.
           MOVE BKO-RUN-AMT-SUSP TO DTL-RUN-AMOUNT.
           MOVE SPACE TO DTL-FLAG.
           IF BKO-REG-NF-CNT NOT = BKO-RUN-SUSPENDED
              OR BKO-REG-NF-AMT NOT = BKO-RUN-AMT-SUSP
               MOVE "*" TO DTL-FLAG
               SET BKO-TOTALS-DIFFER TO TRUE
           END-IF.
           WRITE BKO-RPT-LINE FROM BKO-DTL-LINE.
           MOVE "OYASUSP" TO DTL-FILE.
           MOVE BKO-SUSP-CNT TO DTL-COUNT.
           MOVE BKO-SUSP-AMT TO DTL-AMOUNT.
           MOVE BKO-RUN-SUSPENDED TO DTL-RUN-COUNT.
           MOVE BKO-RUN-AMT-SUSP TO DTL-RUN-AMOUNT.
           MOVE SPACE TO DTL-FLAG.
           IF BKO-SUSP-CNT NOT = BKO-RUN-SUSPENDED
              OR BKO-SUSP-AMT NOT = BKO-RUN-AMT-SUSP
               MOVE "*" TO DTL-FLAG
               SET BKO-TOTALS-DIFFER TO TRUE
           END-IF.
           WRITE BKO-RPT-LINE FROM BKO-DTL-LINE.
           MOVE "OYADUP" TO DTL-FILE.
           MOVE BKO-DUP-CNT TO DTL-COUNT.
           MOVE BKO-DUP-AMT TO DTL-AMOUNT.
           MOVE BKO-RUN-DUPREJ TO DTL-RUN-COUNT.
           MOVE BKO-RUN-AMT-DUP TO DTL-RUN-AMOUNT.
           MOVE SPACE TO DTL-FLAG.
           IF BKO-DUP-CNT NOT = BKO-RUN-DUPREJ
              OR BKO-DUP-AMT NOT = BKO-RUN-AMT-DUP
               MOVE "*" TO DTL-FLAG
               SET BKO-TOTALS-DIFFER TO TRUE
           END-IF.
           WRITE BKO-RPT-LINE FROM BKO-DTL-LINE.
           MOVE "KOREJ REJ" TO DTL-FILE.
           MOVE BKO-REJ-CNT TO DTL-COUNT.
           MOVE ZERO TO DTL-AMOUNT.
           MOVE BKO-RUN-REJECTED TO DTL-RUN-COUNT.
           MOVE BKO-RUN-AMT-REJ TO DTL-RUN-AMOUNT.
           MOVE SPACE TO DTL-FLAG.
           WRITE BKO-RPT-LINE FROM BKO-DTL-LINE.
           MOVE "KOREJ WARN" TO DTL-FILE.
           MOVE BKO-WARN-CNT TO DTL-COUNT.
           MOVE ZERO TO DTL-AMOUNT DTL-RUN-COUNT DTL-RUN-AMOUNT.
           WRITE BKO-RPT-LINE FROM BKO-DTL-LINE.
           MOVE SPACES TO BKO-NOTE-TEXT.
           WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE.
           MOVE "OYAHIST ROW MARKED BACKED OUT (B)" TO BKO-NOTE-TEXT.
           WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE.
           MOVE "OYATOTAL CLEARED - BIZROLL WILL NOT ROLL THIS DAY"
               TO BKO-NOTE-TEXT.
           WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE.
           MOVE "OYAPROC GENERATION COPIED TO THE BACKOUT GDG"
               TO BKO-NOTE-TEXT.
           WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE.
           MOVE "BIZDATE BEFORE" TO BIZ-LABEL.
           MOVE BKO-OLD-CUR-DATE TO BIZ-LINE-CUR.
           MOVE BKO-OLD-PRIOR-DATE TO BIZ-LINE-PRIOR.
           MOVE BKO-OLD-HOLIDAY TO BIZ-LINE-HOL.
           MOVE BKO-OLD-MONTH-END TO BIZ-LINE-MEND.
           WRITE BKO-RPT-LINE FROM BKO-BIZ-LINE.
           IF BKO-DATE-ROLLED
               MOVE "BIZDATE AFTER" TO BIZ-LABEL
               MOVE BKO-NEW-CUR-DATE TO BIZ-LINE-CUR
               MOVE BKO-NEW-PRIOR-DATE TO BIZ-LINE-PRIOR
               MOVE BKO-NEW-HOLIDAY TO BIZ-LINE-HOL
               MOVE BKO-NEW-MONTH-END TO BIZ-LINE-MEND
               WRITE BKO-RPT-LINE FROM BKO-BIZ-LINE
           ELSE
               MOVE "BIZDATE UNCHANGED - THE DAY HAD NOT ROLLED"
                   TO BKO-NOTE-TEXT
               WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE
           END-IF.
           IF BKO-RESTARTED-DAY
               MOVE "* RESTARTED DAY - THE DEAD OYAPROC GENERATION AND"
                   TO BKO-NOTE-TEXT
               WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE
               MOVE "  OYATRIM'S RELEASE FILE ARE NOT BACKED OUT HERE"
                   TO BKO-NOTE-TEXT
               WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE
           END-IF.
           IF BKO-TOTALS-DIFFER
               MOVE "* REMOVED DIFFERS FROM THE RUN'S TOTALS - CHECK"
                   TO BKO-NOTE-TEXT
               WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE
               MOVE "  FOR A RECYCLE OR RESTART SINCE THE RUN"
                   TO BKO-NOTE-TEXT
               WRITE BKO-RPT-LINE FROM BKO-NOTE-LINE
           END-IF.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM OYABKOUT.
