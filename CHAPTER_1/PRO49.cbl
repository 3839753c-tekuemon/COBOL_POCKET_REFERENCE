               FILE STATUS IS OYA-CKPT-STATUS.
           SELECT OYA-PROC-FILE ASSIGN TO "OYAPROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OYA-DEAD-FILE ASSIGN TO "OYAPDEAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OYA-DEAD-STATUS.
           SELECT OYA-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OYA-PARM-STATUS.
               FILE STATUS IS OYA-REG-STATUS.
           SELECT OYA-DUP-FILE ASSIGN TO "OYADUP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OYA-HELD-FILE ASSIGN TO "OYAHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OYA-HIST-FILE ASSIGN TO "OYAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIS-RUN-DATE
               FILE STATUS IS OYA-HIST-STATUS.
           SELECT OYA-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OYA-BIZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OYA-TRANS-FILE
           05 OYA-AMOUNT-X       PIC X(11).
           05 OYA-AMOUNT REDEFINES OYA-AMOUNT-X
                                 PIC 9(09)V99.
      *THE HEADER NAMES THE SENDING SYSTEM AS WELL AS THE DATE -
      *SEVERAL UPSTREAM EXTRACTS ARE CONCATENATED BEHIND ONE OYAIN
      *DD, AND THE SOURCE IS WHAT TELLS THEIR SEGMENTS APART ALL
      *THE WAY DOWN THE CHAIN. A BLANK SOURCE IS THE ORIGINAL MAIN
      *EXTRACT, WHICH PREDATES THE FIELD.
       01  OYA-HEADER-RECORD.
           05 OYA-HDR-ID         PIC X(06).
           05 OYA-HDR-DATE       PIC X(08).
           05 OYA-HDR-SOURCE     PIC X(08).
           05 FILLER             PIC X(10).
       01  OYA-TRAILER-RECORD.
           05 OYA-TRL-ID         PIC X(06).
           05 OYA-TRL-COUNT      PIC 9(08).
           05 OYA-CKPT-LAST-KEY   PIC X(06).
           05 OYA-CKPT-SEGMENT    PIC 9(04).
           05 OYA-CKPT-PROC-CNT   PIC 9(08).
      *THE CHECKPOINT GOES ON TO CARRY THE RUNNING COUNTERS - ONE
      *RECORD FOR THE RUN (SOURCE SPACES), THEN ONE PER SENDING
      *SYSTEM IN TABLE ORDER - SO A RESTARTED RUN ENDS WITH THE
      *TOTALS OF AN UNBROKEN ONE: THE MERGE CAN PROVE A RESTARTED
      *PARTITION LIKE ANY OTHER, AND A RESTARTED SINGLE-STREAM DAY
      *CAN BE POSTED FROM OYATRIM'S RELEASE FILE. READ AND HELD
      *ARE NOT CARRIED: THE RESTART RECOUNTS THEM AS IT SKIPS
      *FORWARD.
       01  OYA-CKPT-COUNT-RECORD.
           05 CKC-SOURCE          PIC X(08).
           05 CKC-DRIVEN          PIC 9(08).
           05 CKC-PROCESSED       PIC 9(08).
           05 CKC-REJECTED        PIC 9(08).
           05 CKC-SUSPENDED       PIC 9(08).
           05 CKC-DUPREJ          PIC 9(08).
           05 CKC-AMT-IN          PIC 9(13)V99.
           05 CKC-AMT-OUT         PIC 9(13)V99.
           05 CKC-AMT-REJ         PIC 9(13)V99.
           05 CKC-AMT-SUSP        PIC 9(13)V99.
           05 CKC-AMT-DUP         PIC 9(13)V99.
       FD  OYA-PROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  OYA-PROC-RECORD.
           05 PROC-FLD-3         PIC X(05).
           05 PROC-RESULT-CODE   PIC X(02).
           05 PROC-AMOUNT        PIC 9(09)V99.
           05 PROC-SOURCE        PIC X(08).
      *A RESTARTED PARTITION'S PREVIOUS OYAPROC GENERATION - THE
      *DEAD RUN'S OUTPUT, COPIED UP TO THE CHECKPOINTED COUNT INTO
      *THE RESTART'S OWN GENERATION BEFORE DRIVING RESUMES.
       FD  OYA-DEAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  OYA-DEAD-RECORD       PIC X(42).
       FD  OYA-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  OYA-PARM-RECORD       PIC X(80).
       FD  OYA-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
      *THE ARITHMETIC PROOF THE BALANCING STEP (OYABAL) CHECKS AT
      *END OF JOB: ONE DAY RECORD ("D") FIRST - THE ONE EVERY
      *SINGLE-RECORD READER TAKES - THEN ONE SOURCE RECORD ("S")
      *PER SENDING SYSTEM, WHICH MUST FOOT TO THE DAY RECORD.
       01  OYA-TOTAL-RECORD.
           05 TOT-RUN-DATE       PIC X(08).
           05 TOT-READ           PIC 9(08).
           05 TOT-AMT-REJ        PIC 9(13)V99.
           05 TOT-AMT-SUSP       PIC 9(13)V99.
           05 TOT-AMT-DUP        PIC 9(13)V99.
      *DETAILS OF SEGMENTS HELD BACK FOR FAILING THEIR OWN TRAILER
      *- READ, NEVER DRIVEN, AND SITTING WHOLE ON OYAHELD.
           05 TOT-HELD           PIC 9(08).
           05 TOT-AMT-HELD       PIC 9(13)V99.
           05 TOT-REC-TYPE       PIC X(01).
           05 TOT-SOURCE         PIC X(08).
      *"R" ON THE DAY RECORD OF A SINGLE-STREAM RUN THAT RESTARTED
      *FROM A CHECKPOINT: THE COUNTS ARE THE WHOLE DAY'S, BUT THIS
      *RUN'S OYAPROC GENERATION IS ONLY WHAT IT DROVE ITSELF - THE
      *DAY'S OUTPUT IS OYATRIM'S RELEASE FILE.
           05 TOT-RESTART-FLAG   PIC X(01).
      *A PARTITION WRITES ITS OWN OYATOTAL, LED BY THIS FEED
      *CONTROL RECORD ("F"): WHICH PARTITION AND KEY RANGE, THE
      *DETAILS AND AMOUNTS OF THE WHOLE FEED AS THE FIRST PASS
      *PROVED THEM, AND HOW MANY OF THEM FELL IN THIS PARTITION'S
      *RANGE. OYAMERGE PROVES THE PARTITIONS TOGETHER ACCOUNT FOR
      *THE WHOLE FEED FROM THESE.
       01  OYA-PART-CTL-RECORD.
           05 CTL-RUN-DATE       PIC X(08).
           05 CTL-FEED-READ      PIC 9(08).
           05 CTL-PART-READ      PIC 9(08).
           05 CTL-PART-NO        PIC 9(01).
           05 CTL-PART-LO        PIC X(06).
           05 CTL-PART-HI        PIC X(06).
           05 CTL-FEED-AMOUNT    PIC 9(13)V99.
           05 CTL-PART-AMOUNT    PIC 9(13)V99.
           05 FILLER             PIC X(87).
           05 CTL-REC-TYPE       PIC X(01).
           05 FILLER             PIC X(08).
       FD  OYA-SUSP-FILE
           LABEL RECORDS ARE STANDARD.
      *"NF" RECORDS - KEY NOT ON MAGOMST - ARE DIVERTED HERE
           05 SUS-FIRST-DATE     PIC X(08).
           05 SUS-AGE-CNT        PIC 9(03).
           05 SUS-AMOUNT         PIC 9(09)V99.
           05 SUS-SOURCE         PIC X(08).
       FD  OYA-TRIM-FILE
           LABEL RECORDS ARE STANDARD.
      *WRITTEN ONLY WHEN A RESTART PICKS UP A CHECKPOINT. THE
              10 REG-REC-KEY     PIC X(06).
              10 REG-RUN-DATE    PIC X(08).
           05 REG-RESULT-CODE    PIC X(02).
           05 REG-SOURCE         PIC X(08).
           05 REG-AMOUNT         PIC 9(09)V99.
       FD  OYA-DUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  OYA-DUP-RECORD.
           05 DUP-PRIOR-DATE     PIC X(08).
           05 DUP-RUN-DATE       PIC X(08).
           05 DUP-AMOUNT         PIC 9(09)V99.
           05 DUP-SOURCE         PIC X(08).
       FD  OYA-HELD-FILE
           LABEL RECORDS ARE STANDARD.
      *A SEGMENT THAT FAILS ITS OWN CONTROLS (SHORT, OUT OF
      *BALANCE, BAD AMOUNTS, KEYS OUT OF ORDER, NO TRAILER) IS
      *COPIED HERE WHOLE - HEADER, DETAILS AND TRAILER EXACTLY AS
      *THEY ARRIVED - INSTEAD OF FAILING EVERY OTHER SENDER'S
      *DATA WITH IT. ONCE THE SENDER STRAIGHTENS IT OUT IT GOES
      *BACK IN BEHIND A LATER OYAIN LIKE ANY OTHER SEGMENT.
       01  OYA-HELD-RECORD       PIC X(32).
       FD  OYA-HIST-FILE.
      *RUN-TOTALS HISTORY (A KSDS KEYED ON RUN DATE - SEE
      *OYAHDEF). OYATOTAL IS TRUNCATED AT THE TOP OF EVERY RUN, SO
           05 HIS-REJECTED       PIC 9(08).
           05 HIS-SUSPENDED      PIC 9(08).
           05 HIS-DUPREJ         PIC 9(08).
      *"B" ONCE OYABKOUT HAS BACKED THE DAY OUT. THE CLEAN RERUN
      *REPLACES THE ROW WITH THIS BLANK AGAIN.
           05 HIS-STATUS         PIC X(01).
       FD  OYA-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
      *THE SHOP'S BUSINESS-DATE CONTROL RECORD (SEE BIZROLL). THE
      *RUN'S DATE COMES FROM HERE, NEVER FROM THE CLOCK.
       01  OYA-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
       WORKING-STORAGE SECTION.
       01 DATA1 PIC X(5) VALUE "OYA1".
       01 DATA2 PIC X(5) VALUE "OYA2".
       01 OYA-CKPT-STATUS PIC X(02) VALUE "00".
       01 OYA-RESTART-KEY PIC X(06) VALUE SPACES.
       01 OYA-RESTART-SEG PIC 9(04) VALUE ZERO.
       01 OYA-TRIM-SWITCH PIC X(01) VALUE "N".
           88 OYA-TRIM-PENDING VALUE "Y".
       01 OYA-CKPT-INTERVAL       PIC 9(04) VALUE 1000.
       01 OYA-RECORDS-SINCE-CKPT  PIC 9(04) COMP VALUE ZERO.
       01 OYA-PARM-STATUS PIC X(02) VALUE "00".
       01 OYA-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 OYA-PARM-VALUE   PIC X(20) VALUE SPACES.
       01 OYA-RUN-DATE     PIC X(08) VALUE SPACES.
       01 OYA-BIZ-STATUS   PIC X(02) VALUE "00".
       01 OYA-RERUN-DATE   PIC X(08) VALUE SPACES.
       01 OYA-DETAIL-COUNT PIC 9(08) VALUE ZERO.
       01 OYA-SEG-COUNT    PIC 9(08) VALUE ZERO.
       01 OYA-SEG-ORDINAL  PIC 9(04) VALUE ZERO.
       01 OYA-AMT-REJ        PIC 9(13)V99 VALUE ZERO.
       01 OYA-AMT-SUSP       PIC 9(13)V99 VALUE ZERO.
       01 OYA-AMT-DUP        PIC 9(13)V99 VALUE ZERO.
       01 OYA-RECS-HELD      PIC 9(08) VALUE ZERO.
       01 OYA-AMT-HELD       PIC 9(13)V99 VALUE ZERO.
      *SEGMENT CONTROLS ARE PROVED IN A FIRST PASS OVER OYAIN,
      *BEFORE ANYTHING IS DRIVEN - A SEGMENT'S TRAILER SITS BEHIND
      *ITS DETAILS, SO WITHOUT THE FIRST PASS A SHORT SEGMENT
      *WOULD ALREADY BE HALF THROUGH KO WHEN ITS TRAILER FAILED.
      *EACH SEGMENT ORDINAL GETS "G" (GOOD) OR "H" (HELD); THE
      *DRIVING PASS COPIES A HELD SEGMENT TO OYAHELD AND DRIVES
      *EVERYTHING ELSE.
       01 OYA-PRV-FAULT      PIC X(40) VALUE SPACES.
       01 OYA-PRV-REASON     PIC X(40) VALUE SPACES.
       01 OYA-PRV-HELD-CNT   PIC 9(04) VALUE ZERO.
       01 OYA-PRV-BAD-SWITCH PIC X(01) VALUE "N".
           88 OYA-PRV-SEG-BAD VALUE "Y".
       01 OYA-SEG-LIMIT      PIC 9(04) VALUE 999.
       01 OYA-SEG-STATE-TABLE.
           05 OYA-SEG-STATE OCCURS 999 PIC X(01).
              88 OYA-SEG-HELD VALUE "H".
       01 OYA-HOLD-SWITCH PIC X(01) VALUE "N".
           88 OYA-HOLDING-SEGMENT VALUE "Y".
      *ONE ENTRY PER SENDING SYSTEM, IN FIRST-SEEN ORDER, WITH THE
      *SAME COUNTERS AND VALUE BUCKETS THE DAY TOTALS CARRY, SO
      *OYABAL CAN PROVE EACH SENDER ON ITS OWN. TEN IS WELL PAST
      *THE NUMBER OF EXTRACTS THE DAY TAKES; AN ELEVENTH STOPS
      *THE RUN IN THE FIRST PASS RATHER THAN GO UNBALANCED.
       01 OYA-DEFAULT-SOURCE PIC X(08) VALUE "MAIN".
       01 OYA-CUR-SOURCE     PIC X(08) VALUE SPACES.
       01 OYA-LOOK-SOURCE    PIC X(08) VALUE SPACES.
       01 OYA-SRC-USED  PIC 9(02) COMP VALUE ZERO.
       01 OYA-SRC-LIMIT PIC 9(02) COMP VALUE 10.
       01 OYA-SRC-IX    PIC 9(02) COMP VALUE ZERO.
       01 OYA-SRC-HIT   PIC 9(02) COMP VALUE ZERO.
       01 OYA-SRC-CUR   PIC 9(02) COMP VALUE ZERO.
       01 OYA-SRC-FOUND-SWITCH PIC X(01) VALUE "N".
           88 OYA-SRC-FOUND VALUE "Y".
       01 OYA-SRC-TABLE.
           05 OYA-SRC-ENTRY OCCURS 10.
              10 OYA-SRC-ID        PIC X(08).
              10 OYA-SRC-READ      PIC 9(08).
              10 OYA-SRC-DRIVEN    PIC 9(08).
              10 OYA-SRC-PROCESSED PIC 9(08).
              10 OYA-SRC-REJECTED  PIC 9(08).
              10 OYA-SRC-SUSPENDED PIC 9(08).
              10 OYA-SRC-DUPREJ    PIC 9(08).
              10 OYA-SRC-HELD      PIC 9(08).
              10 OYA-SRC-AMT-IN    PIC 9(13)V99.
              10 OYA-SRC-AMT-OUT   PIC 9(13)V99.
              10 OYA-SRC-AMT-REJ   PIC 9(13)V99.
              10 OYA-SRC-AMT-SUSP  PIC 9(13)V99.
              10 OYA-SRC-AMT-DUP   PIC 9(13)V99.
              10 OYA-SRC-AMT-HELD  PIC 9(13)V99.
       01 OYA-REG-STATUS PIC X(02) VALUE "00".
       01 OYA-HIST-STATUS PIC X(02) VALUE "00".
       01 OYA-DUP-SWITCH PIC X(01) VALUE "N".
      *KEEPS ITS CALL/RETN PHASES EITHER WAY SO AUDRPT'S PAIRING
      *STILL WORKS.
       01 OYA-DRIVE-PHASE  PIC X(04) VALUE "CALL".
      *PARTITIONED RUNNING. PARTITION=N MAKES THIS RUN ONE OF
      *SEVERAL PARALLEL PRO49 STEPS OVER THE SAME FEED, EACH
      *DRIVING ONLY THE DETAILS WHOSE KEY FALLS IN ITS OWN RANGE;
      *THE RANGES ARE PARTRANGE=N,LOWKEY,HIGHKEY LINES, THE SAME
      *SET FOR EVERY PARTITION AND FOR OYAMERGE. NO PARTITION
      *PARM IS THE ORIGINAL SINGLE-STREAM RUN.
       01 OYA-PART-NO      PIC 9(01) VALUE ZERO.
           88 OYA-PARTITIONED VALUE 1 THRU 9.
       01 OYA-PART-COUNT   PIC 9(01) VALUE ZERO.
       01 OYA-PART-IX      PIC 9(02) COMP VALUE ZERO.
       01 OYA-PART-HIT     PIC 9(02) COMP VALUE ZERO.
       01 OYA-PART-TABLE   VALUE SPACES.
           05 OYA-PART-ENTRY OCCURS 9.
              10 OYA-PART-LO     PIC X(06).
              10 OYA-PART-HI     PIC X(06).
              10 OYA-PART-SET    PIC X(01).
                 88 OYA-PART-DEFINED VALUE "Y".
       01 OYA-PART-NUM-X   PIC X(01) VALUE SPACE.
       01 OYA-PART-NUM     PIC 9(01) VALUE ZERO.
       01 OYA-PART-LO-X    PIC X(06) VALUE SPACES.
       01 OYA-PART-HI-X    PIC X(06) VALUE SPACES.
      *A HELD SEGMENT IS COPIED TO OYAHELD WHOLE, SO ONLY ONE
      *PARTITION (THE FIRST) COPIES IT; EVERY PARTITION STILL
      *COUNTS THE HELD DETAILS IN ITS OWN RANGE.
       01 OYA-HELD-COPY-SWITCH PIC X(01) VALUE "Y".
           88 OYA-COPIES-HELD VALUE "Y".
       01 OYA-FEED-READ      PIC 9(08) VALUE ZERO.
       01 OYA-FEED-AMOUNT    PIC 9(13)V99 VALUE ZERO.
       01 OYA-PART-AMT-READ  PIC 9(13)V99 VALUE ZERO.
       01 OYA-DEAD-STATUS    PIC X(02) VALUE "00".
       01 OYA-DEAD-COPIED    PIC 9(08) VALUE ZERO.
       01 OYA-DEAD-EOF-SWITCH PIC X(01) VALUE "N".
           88 OYA-DEAD-END VALUE "Y".
       PROCEDURE DIVISION.
       OYA_START SECTION.
       OYA_INITIALIZE.
      *STILL SITTING ON THE DISP=MOD DATA SET.
           OPEN OUTPUT OYA-TOTAL-FILE.
           CLOSE OYA-TOTAL-FILE.
           PERFORM OYA_READ_BIZDATE.
           PERFORM OYA_READ_PARMS.
           IF OYA-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OYA-RERUN-DATE NOT = SPACES
              AND OYA-RERUN-DATE NOT = OYA-RUN-DATE
               DISPLAY "PRO49: RUNDATE " OYA-RERUN-DATE
                   " IS NOT THE BIZDATE DATE " OYA-RUN-DATE
               MOVE "RUNDATE PARM DISAGREES WITH BIZDATE"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           PERFORM OYA_PROVE_FEED.
           OPEN INPUT OYA-TRANS-FILE.
           OPEN OUTPUT OYA-PROC-FILE.
           OPEN OUTPUT OYA-HELD-FILE.
      *SUSPENSE IS EXTEND, NOT OUTPUT - RECORDS ALREADY WAITING ON
      *A MASTER ROW MUST SURVIVE TODAY'S RUN UNTIL OYARECYC
      *RE-DRIVES THEM.
           CLOSE OYA-SUSP-FILE.
           CLOSE OYA-REG-FILE.
           CLOSE OYA-DUP-FILE.
           CLOSE OYA-HELD-FILE.
           GO TO END_PROGRAM.
       OYA_CONTROL_ABORT.
      *CONTROL-RECORD FAILURES END THE JOB RC 16 WITHOUT CLEARING
           DISPLAY "PRO49: RUN STOPPED - " OYA-ABORT-MSG.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       OYA_READ_BIZDATE.
      *THE BUSINESS DATE IS THE SHOP'S CONTROL RECORD, NOT THE
      *CLOCK - A NIGHT THAT RUNS PAST MIDNIGHT STILL REGISTERS,
      *SUSPENDS AND TOTALS UNDER THE DAY IT IS PROCESSING. NO
      *USABLE DATE IS A CONTROL FAILURE: GUESSING ONE IS EXACTLY
      *HOW A DAY GETS STAMPED WRONG.
           OPEN INPUT OYA-BIZ-FILE.
           IF OYA-BIZ-STATUS NOT = "00"
               DISPLAY "PRO49: BIZDATE OPEN FAILED, STATUS "
                   OYA-BIZ-STATUS
               MOVE "NO BUSINESS-DATE CONTROL RECORD"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           READ OYA-BIZ-FILE
               AT END MOVE SPACES TO OYA-BIZ-RECORD
           END-READ.
           CLOSE OYA-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               MOVE "NO BUSINESS-DATE CONTROL RECORD"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           MOVE BIZ-CUR-DATE TO OYA-RUN-DATE.
           DISPLAY "PRO49: BUSINESS DATE " BIZ-CUR-DATE
               " PRIOR " BIZ-PRIOR-DATE
               " HOLIDAY " BIZ-HOLIDAY-FLAG
               " MONTH-END " BIZ-MONTH-END-FLAG.
       OYA_READ_CHECKPOINT.
      *PICK UP WHERE A PRIOR RUN LEFT OFF IF A CHECKPOINT EXISTS. A
      *CLEAN PRIOR FINISH LEAVES AN EMPTY CHECKPOINT FILE BEHIND, SO
               END-READ
               IF OYA-CKPT-STATUS = "00"
                   PERFORM OYA_TAKE_CHECKPOINT
                       THRU OYA_TAKE_CHECKPOINT_EXIT
               END-IF
               CLOSE OYA-CKPT-FILE
           END-IF.
           MOVE OYA-CKPT-SEGMENT TO OYA-RESTART-SEG.
           DISPLAY "PRO49: RESTART FROM KEY " OYA-RESTART-KEY
               " SEGMENT " OYA-RESTART-SEG.
      *EVERY RESTART'S COUNTERS COME BACK FROM THE CHECKPOINT, SO
      *ITS OYATOTAL COVERS THE WHOLE DAY. A PARTITION ALSO PUTS
      *ITS OWN OYAPROC TOGETHER - THE DEAD GENERATION'S
      *CHECKPOINTED RECORDS ARE COPIED AHEAD OF THE RESTART'S -
      *SO THERE IS NOTHING FOR OYATRIM TO DO AND NO OTHER
      *PARTITION IS TOUCHED.
           PERFORM OYA_RESTORE_COUNTS.
           IF OYA-PARTITIONED
               PERFORM OYA_COPY_DEAD_PROC
               GO TO OYA_TAKE_CHECKPOINT_EXIT
           END-IF.
      *A SINGLE STREAM LEAVES THE SEAM TO OYATRIM, AND SAYS SO ON
      *ITS DAY RECORD.
           SET OYA-TRIM-PENDING TO TRUE.
           DISPLAY "PRO49: TRIM THE DEAD OYAPROC GENERATION TO "
               OYA-CKPT-PROC-CNT " RECORDS BEFORE CONCATENATION".
      *PERSIST THE TRIM COUNT NOW - A CLEAN FINISH OF THIS RESTART
           MOVE OYA-CKPT-SEGMENT TO TRIM-SEGMENT.
           WRITE OYA-TRIM-RECORD.
           CLOSE OYA-TRIM-FILE.
       OYA_TAKE_CHECKPOINT_EXIT.
           EXIT.
       OYA_RESTORE_COUNTS.
           READ OYA-CKPT-FILE
               AT END MOVE HIGH-VALUES TO CKC-SOURCE
           END-READ.
           IF CKC-SOURCE NOT = SPACES
              OR OYA-CKPT-COUNT-RECORD(9:) NOT NUMERIC
               MOVE "CHECKPOINT RECORD IS MALFORMED"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           MOVE CKC-DRIVEN    TO OYA-RECS-DRIVEN.
           MOVE CKC-PROCESSED TO OYA-RECS-PROCESSED.
           MOVE CKC-REJECTED  TO OYA-RECS-REJECTED.
           MOVE CKC-SUSPENDED TO OYA-RECS-SUSPENDED.
           MOVE CKC-DUPREJ    TO OYA-RECS-DUPREJ.
           MOVE CKC-AMT-IN    TO OYA-AMT-IN.
           MOVE CKC-AMT-OUT   TO OYA-AMT-OUT.
           MOVE CKC-AMT-REJ   TO OYA-AMT-REJ.
           MOVE CKC-AMT-SUSP  TO OYA-AMT-SUSP.
           MOVE CKC-AMT-DUP   TO OYA-AMT-DUP.
           PERFORM OYA_RESTORE_SOURCE
               VARYING OYA-SRC-IX FROM 1 BY 1
               UNTIL OYA-SRC-IX > OYA-SRC-USED.
           IF OYA-CKPT-PROC-CNT NOT = OYA-RECS-PROCESSED
               MOVE "CHECKPOINT RECORD IS MALFORMED"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
       OYA_RESTORE_SOURCE.
      *THE SOURCE TABLE IS REBUILT BY THE FIRST PASS IN FIRST-SEEN
      *ORDER, SO THE SAME FEED GIVES THE SAME ORDER - A SOURCE
      *THAT DOES NOT LINE UP MEANS A DIFFERENT FEED.
           READ OYA-CKPT-FILE
               AT END MOVE HIGH-VALUES TO CKC-SOURCE
           END-READ.
           IF CKC-SOURCE NOT = OYA-SRC-ID(OYA-SRC-IX)
              OR OYA-CKPT-COUNT-RECORD(9:) NOT NUMERIC
               MOVE "CHECKPOINT DOES NOT MATCH THIS FEED"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           MOVE CKC-DRIVEN    TO OYA-SRC-DRIVEN(OYA-SRC-IX).
           MOVE CKC-PROCESSED TO OYA-SRC-PROCESSED(OYA-SRC-IX).
           MOVE CKC-REJECTED  TO OYA-SRC-REJECTED(OYA-SRC-IX).
           MOVE CKC-SUSPENDED TO OYA-SRC-SUSPENDED(OYA-SRC-IX).
           MOVE CKC-DUPREJ    TO OYA-SRC-DUPREJ(OYA-SRC-IX).
           MOVE CKC-AMT-IN    TO OYA-SRC-AMT-IN(OYA-SRC-IX).
           MOVE CKC-AMT-OUT   TO OYA-SRC-AMT-OUT(OYA-SRC-IX).
           MOVE CKC-AMT-REJ   TO OYA-SRC-AMT-REJ(OYA-SRC-IX).
           MOVE CKC-AMT-SUSP  TO OYA-SRC-AMT-SUSP(OYA-SRC-IX).
           MOVE CKC-AMT-DUP   TO OYA-SRC-AMT-DUP(OYA-SRC-IX).
       OYA_COPY_DEAD_PROC.
      *EXACTLY THE CHECKPOINTED COUNT - THE DEAD RUN'S RECORDS
      *PAST IT ARE RE-DRIVEN NOW. A DEAD GENERATION TOO SHORT TO
      *GIVE THAT MANY IS THE WRONG GENERATION.
           OPEN INPUT OYA-DEAD-FILE.
           IF OYA-DEAD-STATUS NOT = "00"
               MOVE "DEAD OYAPROC GENERATION WILL NOT OPEN"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           PERFORM OYA_COPY_DEAD_RECORD
               UNTIL OYA-DEAD-END
                  OR OYA-DEAD-COPIED = OYA-CKPT-PROC-CNT.
           CLOSE OYA-DEAD-FILE.
           IF OYA-DEAD-COPIED < OYA-CKPT-PROC-CNT
               DISPLAY "PRO49: DEAD OYAPROC HELD " OYA-DEAD-COPIED
                   " RECORDS, CHECKPOINT SAYS " OYA-CKPT-PROC-CNT
               MOVE "DEAD OYAPROC SHORTER THAN THE CHECKPOINT"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           DISPLAY "PRO49: " OYA-DEAD-COPIED
               " RECORDS CARRIED FROM THE DEAD OYAPROC GENERATION".
       OYA_COPY_DEAD_RECORD.
           READ OYA-DEAD-FILE
               AT END SET OYA-DEAD-END TO TRUE
           END-READ.
           IF NOT OYA-DEAD-END
               WRITE OYA-PROC-RECORD FROM OYA-DEAD-RECORD
               ADD 1 TO OYA-DEAD-COPIED
           END-IF.
       OYA_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, ONE PER LINE, THE SAME
      *CONVENTION PRO3 USES. CKPTINT OVERRIDES THE CHECKPOINT
               PERFORM OYA_PARSE_PARM UNTIL OYA-PARM-EOF
               CLOSE OYA-PARM-FILE
           END-IF.
           IF OYA-PARTITIONED
               PERFORM OYA_CHECK_PARTITIONS
           END-IF.
           DISPLAY "PRO49: CHECKPOINT INTERVAL " OYA-CKPT-INTERVAL
               " REJECT LIMIT " OYA-REJ-PCT-LIMIT
               " PCT LOOKBACK " OYA-LOOKBACK-DAYS
                   SET OYA-PARM-ERROR TO TRUE
               END-IF
             WHEN "RUNDATE"
      *RUNDATE NO LONGER SETS THE DATE - BIZDATE DOES, AND IT
      *STAYS ON A FAILED DAY UNTIL THAT DAY COMPLETES, SO A RERUN
      *ALREADY RUNS UNDER THE RIGHT DATE. A RUNDATE LEFT ON THE
      *PARMFILE IS NOW A CROSS-CHECK: IT MUST AGREE WITH BIZDATE
      *OR THE RUN STOPS RC 16 BEFORE ANYTHING IS TOUCHED.
               IF OYA-PARM-VALUE(1:8) IS NUMERIC
                   MOVE OYA-PARM-VALUE(1:8) TO OYA-RERUN-DATE
               ELSE
                   DISPLAY "PRO49: BAD RUNDATE VALUE "
                       OYA-PARM-VALUE
                   SET OYA-PARM-ERROR TO TRUE
               END-IF
             WHEN "PARTITION"
               IF OYA-PARM-VALUE(1:1) IS NUMERIC
                  AND OYA-PARM-VALUE(1:1) NOT = "0"
                  AND OYA-PARM-VALUE(2:1) = SPACE
                   MOVE OYA-PARM-VALUE(1:1) TO OYA-PART-NO
               ELSE
                   DISPLAY "PRO49: BAD PARTITION VALUE "
                       OYA-PARM-VALUE
                   SET OYA-PARM-ERROR TO TRUE
               END-IF
             WHEN "PARTRANGE"
               PERFORM OYA_PARSE_RANGE
             WHEN SPACES
               CONTINUE
             WHEN OTHER
           READ OYA-PARM-FILE
               AT END SET OYA-PARM-EOF TO TRUE
           END-READ.
       OYA_PARSE_RANGE.
      *PARTRANGE=N,LOWKEY,HIGHKEY - BOTH KEYS INCLUSIVE, ONE LINE
      *PER PARTITION, EACH PARTITION DEFINED ONCE.
           MOVE SPACES TO OYA-PART-NUM-X OYA-PART-LO-X OYA-PART-HI-X.
           UNSTRING OYA-PARM-VALUE DELIMITED BY ","
               INTO OYA-PART-NUM-X OYA-PART-LO-X OYA-PART-HI-X.
           IF OYA-PART-NUM-X IS NOT NUMERIC
              OR OYA-PART-NUM-X = "0"
              OR OYA-PART-LO-X = SPACES
              OR OYA-PART-HI-X = SPACES
              OR OYA-PART-LO-X > OYA-PART-HI-X
               DISPLAY "PRO49: BAD PARTRANGE VALUE " OYA-PARM-VALUE
               SET OYA-PARM-ERROR TO TRUE
           ELSE
               MOVE OYA-PART-NUM-X TO OYA-PART-NUM
               IF OYA-PART-DEFINED(OYA-PART-NUM)
                   DISPLAY "PRO49: PARTITION " OYA-PART-NUM
                       " DEFINED TWICE"
                   SET OYA-PARM-ERROR TO TRUE
               ELSE
                   MOVE OYA-PART-LO-X TO OYA-PART-LO(OYA-PART-NUM)
                   MOVE OYA-PART-HI-X TO OYA-PART-HI(OYA-PART-NUM)
                   SET OYA-PART-DEFINED(OYA-PART-NUM) TO TRUE
                   IF OYA-PART-NUM > OYA-PART-COUNT
                       MOVE OYA-PART-NUM TO OYA-PART-COUNT
                   END-IF
               END-IF
           END-IF.
       OYA_CHECK_PARTITIONS.
      *THE RANGES MUST RUN 1..N WITH NO GAP IN THE NUMBERING AND
      *ASCEND WITHOUT OVERLAPPING, SO EVERY KEY HAS AT MOST ONE
      *PARTITION. A KEY WITH NONE IS CAUGHT IN THE FIRST PASS.
           IF OYA-PART-NO > OYA-PART-COUNT
               DISPLAY "PRO49: NO PARTRANGE FOR PARTITION "
                   OYA-PART-NO
               SET OYA-PARM-ERROR TO TRUE
           END-IF.
           PERFORM OYA_CHECK_ONE_RANGE
               VARYING OYA-PART-IX FROM 1 BY 1
               UNTIL OYA-PART-IX > OYA-PART-COUNT.
           IF OYA-PART-NO NOT = 1
               MOVE "N" TO OYA-HELD-COPY-SWITCH
           END-IF.
           IF NOT OYA-PARM-ERROR
               DISPLAY "PRO49: PARTITION " OYA-PART-NO " OF "
                   OYA-PART-COUNT " KEYS "
                   OYA-PART-LO(OYA-PART-NO) " THRU "
                   OYA-PART-HI(OYA-PART-NO)
           END-IF.
       OYA_CHECK_ONE_RANGE.
           IF NOT OYA-PART-DEFINED(OYA-PART-IX)
               DISPLAY "PRO49: NO PARTRANGE FOR PARTITION "
                   OYA-PART-IX
               SET OYA-PARM-ERROR TO TRUE
           ELSE
               IF OYA-PART-IX > 1
                   IF OYA-PART-LO(OYA-PART-IX)
                       NOT > OYA-PART-HI(OYA-PART-IX - 1)
                       DISPLAY "PRO49: PARTITION " OYA-PART-IX
                           " OVERLAPS OR PRECEDES THE ONE BEFORE IT"
                       SET OYA-PARM-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.
       OYA_FIND_PARTITION.
      *WHICH PARTITION'S RANGE HOLDS THIS DETAIL'S KEY - ZERO FOR
      *NONE.
           MOVE ZERO TO OYA-PART-HIT.
           PERFORM OYA_MATCH_PARTITION
               VARYING OYA-PART-IX FROM 1 BY 1
               UNTIL OYA-PART-IX > OYA-PART-COUNT
                  OR OYA-PART-HIT NOT = ZERO.
       OYA_MATCH_PARTITION.
           IF OYA-REC-KEY NOT < OYA-PART-LO(OYA-PART-IX)
              AND OYA-REC-KEY NOT > OYA-PART-HI(OYA-PART-IX)
               MOVE OYA-PART-IX TO OYA-PART-HIT
           END-IF.
       OYA_SKIP_TO_RESTART.
           PERFORM OYA_NEXT_RECORD.
       OYA_ONE_PASS.
           IF OYA-DUP-FOUND
               ADD 1 TO OYA-RECS-DUPREJ
               ADD OYA-CUR-AMOUNT TO OYA-AMT-DUP
               ADD 1 TO OYA-SRC-DUPREJ(OYA-SRC-CUR)
               ADD OYA-CUR-AMOUNT TO OYA-SRC-AMT-DUP(OYA-SRC-CUR)
               PERFORM OYA_WRITE_DUP
           ELSE
               PERFORM OYA_DRIVE_RECORD
           END-IF.
           ADD 1 TO OYA-RECS-DRIVEN.
           ADD OYA-CUR-AMOUNT TO OYA-AMT-IN.
           ADD 1 TO OYA-SRC-DRIVEN(OYA-SRC-CUR).
           ADD OYA-CUR-AMOUNT TO OYA-SRC-AMT-IN(OYA-SRC-CUR).
      *AN "NF" RECORD IS NEITHER PROCESSED NOR REJECTED - IT GOES
      *TO THE SUSPENSE FILE FOR OYARECYC TO RE-DRIVE ONCE THE
      *MASTER CATCHES UP, INSTEAD OF RIDING OUT ON OYAPROC AS A
             WHEN OYA-REC-REJECTED
               ADD 1 TO OYA-RECS-REJECTED
               ADD OYA-CUR-AMOUNT TO OYA-AMT-REJ
               ADD 1 TO OYA-SRC-REJECTED(OYA-SRC-CUR)
               ADD OYA-CUR-AMOUNT TO OYA-SRC-AMT-REJ(OYA-SRC-CUR)
             WHEN OYA-MST-NOT-FOUND
               ADD 1 TO OYA-RECS-SUSPENDED
               ADD OYA-CUR-AMOUNT TO OYA-AMT-SUSP
               ADD 1 TO OYA-SRC-SUSPENDED(OYA-SRC-CUR)
               ADD OYA-CUR-AMOUNT TO OYA-SRC-AMT-SUSP(OYA-SRC-CUR)
               PERFORM OYA_WRITE_SUSPENSE
               PERFORM OYA_RECORD_REGISTRY
             WHEN OTHER
               ADD 1 TO OYA-RECS-PROCESSED
               ADD OYA-CUR-AMOUNT TO OYA-AMT-OUT
               ADD 1 TO OYA-SRC-PROCESSED(OYA-SRC-CUR)
               ADD OYA-CUR-AMOUNT TO OYA-SRC-AMT-OUT(OYA-SRC-CUR)
               PERFORM OYA_WRITE_PROCESSED
               PERFORM OYA_RECORD_REGISTRY
           END-EVALUATE.
           END-IF.
       OYA_NEXT_RECORD.
      *DETAIL INTAKE. THE FEED IS ONE OR MORE HDR/DETAILS/TRL
      *SEGMENTS BACK TO BACK - THE DAY'S EXTRACTS FROM EACH
      *SENDING SYSTEM PLUS ANY KOFIX RESUBMISSION SEGMENTS
      *CONCATENATED BEHIND THEM. CONTROL RECORDS ARE CONSUMED
      *HERE, AND SO IS EVERY DETAIL OF A SEGMENT THE FIRST PASS
      *HELD BACK - ONLY A DETAIL OF A GOOD SEGMENT COMES BACK TO
      *BE DRIVEN.
           MOVE "N" TO OYA-HAVE-DET-SWITCH.
           PERFORM OYA_READ_FEED
               UNTIL OYA-HAVE-DETAIL OR OYA-END-OF-FILE.
       OYA_READ_FEED.
      *EVERY STRUCTURAL RULE (HEADER DATE, DETAILS INSIDE A
      *SEGMENT, A TRAILER FOR EVERY HEADER) WAS PROVED BY THE
      *FIRST PASS, AND A SEGMENT THAT BROKE ONE OF ITS OWN IS
      *HELD - SO THIS PASS ONLY TRACKS WHERE IT IS.
           READ OYA-TRANS-FILE
               AT END SET OYA-END-OF-FILE TO TRUE
           END-READ.
           IF NOT OYA-END-OF-FILE
               EVALUATE TRUE
                 WHEN OYA-HEADER-REC
                   PERFORM OYA_TAKE_HEADER
                 WHEN OYA-TRAILER-REC
                   PERFORM OYA_TAKE_TRAILER
                 WHEN OTHER
                   PERFORM OYA_ROUTE_DETAIL
               END-EVALUATE
           END-IF.
       OYA_TAKE_HEADER.
      *THE ORDINAL IS THE CHECKPOINT'S RESTART POINT AND THE KEY
      *INTO THE FIRST PASS'S VERDICTS; THE SOURCE GOES OUT ON
      *EVERY RECORD THE SEGMENT PRODUCES.
           ADD 1 TO OYA-SEG-ORDINAL.
           PERFORM OYA_SET_SOURCE.
           PERFORM OYA_FIND_SOURCE.
           MOVE OYA-SRC-HIT TO OYA-SRC-CUR.
           MOVE OYA-LOOK-SOURCE TO OYA-CUR-SOURCE.
           IF OYA-SEG-HELD(OYA-SEG-ORDINAL)
               SET OYA-HOLDING-SEGMENT TO TRUE
               PERFORM OYA_WRITE_HELD
           ELSE
               MOVE "N" TO OYA-HOLD-SWITCH
           END-IF.
       OYA_TAKE_TRAILER.
           IF OYA-HOLDING-SEGMENT
               PERFORM OYA_WRITE_HELD
           END-IF.
           MOVE "N" TO OYA-HOLD-SWITCH.
       OYA_ROUTE_DETAIL.
      *A PARTITION TAKES ONLY THE DETAILS IN ITS OWN KEY RANGE.
      *ANOTHER PARTITION'S DETAIL IS NOT EVEN COUNTED AS READ
      *HERE - UNLESS ITS SEGMENT IS HELD AND THIS PARTITION IS THE
      *ONE THAT COPIES HELD SEGMENTS WHOLE.
           IF NOT OYA-PARTITIONED
               PERFORM OYA_TAKE_DETAIL
           ELSE
               PERFORM OYA_FIND_PARTITION
               IF OYA-PART-HIT = OYA-PART-NO
                   PERFORM OYA_TAKE_DETAIL
               ELSE
                   IF OYA-HOLDING-SEGMENT
                       PERFORM OYA_WRITE_HELD
                   END-IF
               END-IF
           END-IF.
       OYA_WRITE_HELD.
           IF OYA-COPIES-HELD
               WRITE OYA-HELD-RECORD FROM OYA-TRANS-RECORD
           END-IF.
       OYA_TAKE_DETAIL.
           ADD 1 TO OYA-DETAIL-COUNT.
           ADD 1 TO OYA-SRC-READ(OYA-SRC-CUR).
      *A HELD DETAIL IS READ AND COUNTED BUT NEVER DRIVEN. ITS
      *AMOUNT IS COUNTED ONLY WHEN IT IS NUMERIC - A BAD AMOUNT
      *MAY BE THE VERY REASON THE SEGMENT IS HELD.
           IF OYA-HOLDING-SEGMENT
               PERFORM OYA_WRITE_HELD
               ADD 1 TO OYA-RECS-HELD
               ADD 1 TO OYA-SRC-HELD(OYA-SRC-CUR)
               IF OYA-AMOUNT-X IS NUMERIC
                   ADD OYA-AMOUNT TO OYA-AMT-HELD
                   ADD OYA-AMOUNT TO OYA-SRC-AMT-HELD(OYA-SRC-CUR)
                   ADD OYA-AMOUNT TO OYA-PART-AMT-READ
               END-IF
           ELSE
      *A PLAIN DETAIL LEAVES THE AMOUNT BYTES SPACES AND COUNTS
      *AS ZERO.
               IF OYA-AMOUNT-X = SPACES
                   MOVE ZERO TO OYA-CUR-AMOUNT
               ELSE
                   MOVE OYA-AMOUNT TO OYA-CUR-AMOUNT
               END-IF
               ADD OYA-CUR-AMOUNT TO OYA-PART-AMT-READ
               SET OYA-HAVE-DETAIL TO TRUE
           END-IF.
       OYA_PROVE_FEED.
      *FIRST PASS: READ THE WHOLE FEED ONCE AND PROVE EVERY
      *SEGMENT AGAINST ITS OWN TRAILER BEFORE ANYTHING IS DRIVEN.
      *A RECORD THAT SITS OUTSIDE A SEGMENT, OR A HEADER FOR THE
      *WRONG BUSINESS DATE, MEANS THE FEED AS A WHOLE CANNOT BE
      *TRUSTED AND STOPS THE RUN RC 16 AS BEFORE. A SEGMENT THAT
      *FAILS ITS OWN CONTROLS IS ONE SENDER'S PROBLEM: IT IS
      *MARKED HELD AND THE OTHER SENDERS' SEGMENTS STILL RUN.
           OPEN INPUT OYA-TRANS-FILE.
           PERFORM OYA_PROVE_RECORD UNTIL OYA-END-OF-FILE.
           CLOSE OYA-TRANS-FILE.
           MOVE "N" TO OYA-EOF-SWITCH.
           IF OYA-SEG-ORDINAL = ZERO
               MOVE "EMPTY FEED - NO HEADER RECORD"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           IF OYA-PRV-HELD-CNT = OYA-SEG-ORDINAL
               MOVE "EVERY SEGMENT FAILED ITS OWN CONTROLS"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           IF OYA-PRV-HELD-CNT > ZERO
               DISPLAY "PRO49: " OYA-PRV-HELD-CNT " OF "
                   OYA-SEG-ORDINAL " SEGMENTS HELD BACK TO OYAHELD"
           END-IF.
           MOVE ZERO TO OYA-SEG-ORDINAL.
       OYA_PROVE_RECORD.
           READ OYA-TRANS-FILE
               AT END SET OYA-END-OF-FILE TO TRUE
           END-READ.
           IF OYA-END-OF-FILE
               IF OYA-IN-SEGMENT
                   MOVE "FEED ENDED WITHOUT A TRAILER RECORD"
                       TO OYA-PRV-FAULT
                   PERFORM OYA_PROVE_FAULT
                   PERFORM OYA_PROVE_CLOSE
               END-IF
           ELSE
               EVALUATE TRUE
                 WHEN OYA-HEADER-REC
                   PERFORM OYA_PROVE_HEADER
                 WHEN OYA-TRAILER-REC
                   PERFORM OYA_PROVE_TRAILER
                 WHEN OTHER
                   PERFORM OYA_PROVE_DETAIL
               END-EVALUATE
           END-IF.
       OYA_PROVE_HEADER.
      *EVERY SEGMENT HEADER MUST CARRY THIS RUN'S BUSINESS DATE,
      *THE CURRENT DATE ON BIZDATE. THIS IS THE PRE-PASS, SO A
      *FEED FOR ANY OTHER DAY STOPS RC 16 BEFORE ONE RECORD OF IT
      *IS REGISTERED OR DRIVEN. A HEADER THAT ARRIVES WHILE A
      *SEGMENT IS STILL OPEN MEANS THAT SEGMENT LOST ITS TRAILER -
      *IT IS HELD, AND THE NEW ONE STARTS CLEAN. THE SEQUENCE
      *CHECK RESTARTS PER SEGMENT, SINCE A RESUBMISSION SEGMENT
      *LEGITIMATELY REUSES LOWER KEYS.
           IF OYA-IN-SEGMENT
               MOVE "NEXT HEADER ARRIVED BEFORE ITS TRAILER"
                   TO OYA-PRV-FAULT
               PERFORM OYA_PROVE_FAULT
               PERFORM OYA_PROVE_CLOSE
           END-IF.
           IF OYA-HDR-DATE NOT = OYA-RUN-DATE
               DISPLAY "PRO49: HEADER DATE " OYA-HDR-DATE
                   " EXPECTED " OYA-RUN-DATE
               MOVE "HEADER DATE DOES NOT MATCH BIZDATE"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           ADD 1 TO OYA-SEG-ORDINAL.
           IF OYA-SEG-ORDINAL > OYA-SEG-LIMIT
               MOVE "TOO MANY SEGMENTS IN ONE FEED"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           MOVE "G" TO OYA-SEG-STATE(OYA-SEG-ORDINAL).
           PERFORM OYA_SET_SOURCE.
           PERFORM OYA_FIND_SOURCE.
           IF NOT OYA-SRC-FOUND
               PERFORM OYA_NEW_SOURCE
           END-IF.
           MOVE OYA-LOOK-SOURCE TO OYA-CUR-SOURCE.
           SET OYA-IN-SEGMENT TO TRUE.
           MOVE "N" TO OYA-PRV-BAD-SWITCH.
           MOVE SPACES TO OYA-PRV-REASON.
           MOVE ZERO TO OYA-SEG-COUNT.
           MOVE ZERO TO OYA-SEG-AMOUNT.
           MOVE LOW-VALUES TO OYA-PREV-KEY.
       OYA_PROVE_TRAILER.
      *THE COUNT AND THE VALUE HASH, WHEN THE EXTRACT SENDS ONE -
      *SPACES MEANS ONLY THE COUNT IS PROVED. A SEGMENT WHERE
      *EVERY RECORD ARRIVES BUT ONE AMOUNT WAS CORRUPTED IN
      *TRANSIT FAILS HERE, ON ITS OWN.
           IF NOT OYA-IN-SEGMENT
               MOVE "TRAILER WITHOUT A HEADER"
                   TO OYA-ABORT-MSG
           END-IF.
           IF OYA-TRL-COUNT NOT NUMERIC
               MOVE "TRAILER COUNT IS NOT NUMERIC"
                   TO OYA-PRV-FAULT
               PERFORM OYA_PROVE_FAULT
           ELSE
               IF OYA-TRL-COUNT NOT = OYA-SEG-COUNT
                   DISPLAY "PRO49: TRAILER COUNT " OYA-TRL-COUNT
                       " SEGMENT DETAILS READ " OYA-SEG-COUNT
                   MOVE "TRAILER COUNT DOES NOT MATCH DETAILS"
                       TO OYA-PRV-FAULT
                   PERFORM OYA_PROVE_FAULT
               END-IF
           END-IF.
           IF OYA-TRL-AMT-X NOT = SPACES
               IF OYA-TRL-AMT-X NOT NUMERIC
                   MOVE "TRAILER AMOUNT IS NOT NUMERIC"
                       TO OYA-PRV-FAULT
                   PERFORM OYA_PROVE_FAULT
               ELSE
                   IF OYA-TRL-AMOUNT NOT = OYA-SEG-AMOUNT
                       DISPLAY "PRO49: TRAILER AMOUNT "
                           OYA-TRL-AMOUNT
                           " SEGMENT AMOUNTS READ " OYA-SEG-AMOUNT
                       MOVE "TRAILER AMOUNT DOES NOT MATCH DETAILS"
                           TO OYA-PRV-FAULT
                       PERFORM OYA_PROVE_FAULT
                   END-IF
               END-IF
           END-IF.
           PERFORM OYA_PROVE_CLOSE.
       OYA_PROVE_DETAIL.
      *A PLAIN DETAIL LEAVES THE AMOUNT BYTES SPACES AND COUNTS
      *AS ZERO; ANYTHING ELSE NON-NUMERIC MEANS THE SEGMENT'S
      *VALUES CANNOT BE TRUSTED. KEYS MUST ASCEND WITHIN THE
      *SEGMENT - THE RESTART-SKIP LOGIC QUIETLY ASSUMES THEY DO.
           IF NOT OYA-IN-SEGMENT
               MOVE "DETAIL RECORD OUTSIDE HDR/TRL SEGMENT"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           ADD 1 TO OYA-SEG-COUNT.
           ADD 1 TO OYA-FEED-READ.
           IF OYA-AMOUNT-X NOT = SPACES
               IF OYA-AMOUNT-X NOT NUMERIC
                   DISPLAY "PRO49: BAD AMOUNT ON KEY " OYA-REC-KEY
                   MOVE "DETAIL AMOUNT IS NOT NUMERIC"
                       TO OYA-PRV-FAULT
                   PERFORM OYA_PROVE_FAULT
               ELSE
                   ADD OYA-AMOUNT TO OYA-SEG-AMOUNT
                   ADD OYA-AMOUNT TO OYA-FEED-AMOUNT
               END-IF
           END-IF.
      *A KEY NO PARTITION OWNS WOULD BE DRIVEN BY NOBODY - THE
      *RANGES ARE WRONG FOR THIS FEED, AND EVERY PARTITION STOPS
      *HERE BEFORE ANY OF THEM DRIVES A RECORD.
           IF OYA-PARTITIONED
               PERFORM OYA_FIND_PARTITION
               IF OYA-PART-HIT = ZERO
                   DISPLAY "PRO49: KEY " OYA-REC-KEY
                       " IS IN NO PARTITION'S RANGE"
                   MOVE "DETAIL KEY OUTSIDE EVERY PARTITION"
                       TO OYA-ABORT-MSG
                   GO TO OYA_CONTROL_ABORT
               END-IF
           END-IF.
           IF OYA-REC-KEY NOT > OYA-PREV-KEY
               DISPLAY "PRO49: KEY " OYA-REC-KEY
                   " AFTER " OYA-PREV-KEY
               MOVE "DETAIL KEYS NOT IN ASCENDING ORDER"
                   TO OYA-PRV-FAULT
               PERFORM OYA_PROVE_FAULT
           END-IF.
           MOVE OYA-REC-KEY TO OYA-PREV-KEY.
       OYA_PROVE_FAULT.
      *THE FIRST FAULT IS THE ONE REPORTED - A BAD AMOUNT ALSO
      *BREAKS THE TRAILER HASH, AND THE AMOUNT IS THE ROOT CAUSE.
           IF NOT OYA-PRV-SEG-BAD
               SET OYA-PRV-SEG-BAD TO TRUE
               MOVE OYA-PRV-FAULT TO OYA-PRV-REASON
           END-IF.
       OYA_PROVE_CLOSE.
           IF OYA-PRV-SEG-BAD
               MOVE "H" TO OYA-SEG-STATE(OYA-SEG-ORDINAL)
               ADD 1 TO OYA-PRV-HELD-CNT
               DISPLAY "PRO49: SEGMENT " OYA-SEG-ORDINAL
                   " FROM " OYA-CUR-SOURCE " HELD - " OYA-PRV-REASON
           END-IF.
           MOVE "N" TO OYA-IN-SEG-SWITCH.
       OYA_SET_SOURCE.
           IF OYA-HDR-SOURCE = SPACES
               MOVE OYA-DEFAULT-SOURCE TO OYA-LOOK-SOURCE
           ELSE
               MOVE OYA-HDR-SOURCE TO OYA-LOOK-SOURCE
           END-IF.
       OYA_FIND_SOURCE.
           MOVE "N" TO OYA-SRC-FOUND-SWITCH.
           PERFORM OYA_MATCH_SOURCE
               VARYING OYA-SRC-IX FROM 1 BY 1
               UNTIL OYA-SRC-IX > OYA-SRC-USED
                  OR OYA-SRC-FOUND.
       OYA_MATCH_SOURCE.
           IF OYA-SRC-ID(OYA-SRC-IX) = OYA-LOOK-SOURCE
               SET OYA-SRC-FOUND TO TRUE
               MOVE OYA-SRC-IX TO OYA-SRC-HIT
           END-IF.
       OYA_NEW_SOURCE.
           IF OYA-SRC-USED >= OYA-SRC-LIMIT
               DISPLAY "PRO49: SOURCE TABLE FULL AT " OYA-LOOK-SOURCE
               MOVE "TOO MANY SENDING SYSTEMS IN ONE FEED"
                   TO OYA-ABORT-MSG
               GO TO OYA_CONTROL_ABORT
           END-IF.
           ADD 1 TO OYA-SRC-USED.
           MOVE OYA-LOOK-SOURCE TO OYA-SRC-ID(OYA-SRC-USED).
           MOVE ZERO TO OYA-SRC-READ(OYA-SRC-USED)
               OYA-SRC-DRIVEN(OYA-SRC-USED)
               OYA-SRC-PROCESSED(OYA-SRC-USED)
               OYA-SRC-REJECTED(OYA-SRC-USED)
               OYA-SRC-SUSPENDED(OYA-SRC-USED)
               OYA-SRC-DUPREJ(OYA-SRC-USED)
               OYA-SRC-HELD(OYA-SRC-USED)
               OYA-SRC-AMT-IN(OYA-SRC-USED)
               OYA-SRC-AMT-OUT(OYA-SRC-USED)
               OYA-SRC-AMT-REJ(OYA-SRC-USED)
               OYA-SRC-AMT-SUSP(OYA-SRC-USED)
               OYA-SRC-AMT-DUP(OYA-SRC-USED)
               OYA-SRC-AMT-HELD(OYA-SRC-USED).
       OYA_WRITE_CHECKPOINT.
      *REWRITE THE ONE-RECORD CHECKPOINT FILE WITH THE LAST KEY
      *SUCCESSFULLY DRIVEN THROUGH KO AND MAGO. CALLED EVERY
           MOVE OYA-SEG-ORDINAL TO OYA-CKPT-SEGMENT.
           MOVE OYA-RECS-PROCESSED TO OYA-CKPT-PROC-CNT.
           WRITE OYA-CKPT-RECORD.
           PERFORM OYA_WRITE_CKPT_COUNTS.
           CLOSE OYA-CKPT-FILE.
       OYA_WRITE_CKPT_COUNTS.
           MOVE SPACES             TO CKC-SOURCE.
           MOVE OYA-RECS-DRIVEN    TO CKC-DRIVEN.
           MOVE OYA-RECS-PROCESSED TO CKC-PROCESSED.
           MOVE OYA-RECS-REJECTED  TO CKC-REJECTED.
           MOVE OYA-RECS-SUSPENDED TO CKC-SUSPENDED.
           MOVE OYA-RECS-DUPREJ    TO CKC-DUPREJ.
           MOVE OYA-AMT-IN         TO CKC-AMT-IN.
           MOVE OYA-AMT-OUT        TO CKC-AMT-OUT.
           MOVE OYA-AMT-REJ        TO CKC-AMT-REJ.
           MOVE OYA-AMT-SUSP       TO CKC-AMT-SUSP.
           MOVE OYA-AMT-DUP        TO CKC-AMT-DUP.
           WRITE OYA-CKPT-COUNT-RECORD.
           PERFORM OYA_WRITE_CKPT_SOURCE
               VARYING OYA-SRC-IX FROM 1 BY 1
               UNTIL OYA-SRC-IX > OYA-SRC-USED.
       OYA_WRITE_CKPT_SOURCE.
           MOVE OYA-SRC-ID(OYA-SRC-IX)        TO CKC-SOURCE.
           MOVE OYA-SRC-DRIVEN(OYA-SRC-IX)    TO CKC-DRIVEN.
           MOVE OYA-SRC-PROCESSED(OYA-SRC-IX) TO CKC-PROCESSED.
           MOVE OYA-SRC-REJECTED(OYA-SRC-IX)  TO CKC-REJECTED.
           MOVE OYA-SRC-SUSPENDED(OYA-SRC-IX) TO CKC-SUSPENDED.
           MOVE OYA-SRC-DUPREJ(OYA-SRC-IX)    TO CKC-DUPREJ.
           MOVE OYA-SRC-AMT-IN(OYA-SRC-IX)    TO CKC-AMT-IN.
           MOVE OYA-SRC-AMT-OUT(OYA-SRC-IX)   TO CKC-AMT-OUT.
           MOVE OYA-SRC-AMT-REJ(OYA-SRC-IX)   TO CKC-AMT-REJ.
           MOVE OYA-SRC-AMT-SUSP(OYA-SRC-IX)  TO CKC-AMT-SUSP.
           MOVE OYA-SRC-AMT-DUP(OYA-SRC-IX)   TO CKC-AMT-DUP.
           WRITE OYA-CKPT-COUNT-RECORD.
       OYA_DISPLAY.
      *DATA3->OYA3, DATA2->OYA2, DATA1->OYA1.
           DISPLAY "DATA1(OYA) : "DATA1.
      *BEFORE THE CALL AND AFTER KO RETURNS. OYA-KO-RESULT COMES
      *BACK FILLED WITH MAGO'S ENRICHMENT CODE FOR A CLEAN RECORD,
      *"NF" FOR A KEY NOT ON THE MASTER, OR "RJ" WHEN KO REJECTED
      *THE RECORD INSTEAD OF DRIVING IT THROUGH MAGO. THE RUN'S
      *BUSINESS DATE (EVERY HEADER IS PROVED AGAINST IT) IS THE
      *AS-OF DATE MAGO PICKS THE MASTER VERSION BY, SO A RERUN OF
      *AN OLD DAY ENRICHES WITH THAT DAY'S CODES. THE SEGMENT'S
      *SOURCE AND THE RECORD KEY RIDE ALONG SO A REJECT ON KOREJ
      *SAYS WHOSE IT WAS AND WHICH TRANSACTION.
           MOVE SPACES TO OYA-KO-RESULT.
           CALL "AUDITLOG" USING AUD-PGM-OYA AUD-PGM-KO
               AUD-PHASE-CALL DATA1 DATA2 DATA3.
           CALL "KO" USING OYA-DRIVE-PHASE DATA1 DATA2 DATA3
               OYA-KO-RESULT OYA-RUN-DATE OYA-CUR-SOURCE
               OYA-REC-KEY.
           CALL "AUDITLOG" USING AUD-PGM-OYA AUD-PGM-KO
               AUD-PHASE-RETN DATA1 DATA2 DATA3.
       OYA_WRITE_PROCESSED.
           MOVE DATA3 TO PROC-FLD-3.
           MOVE OYA-KO-RESULT TO PROC-RESULT-CODE.
           MOVE OYA-CUR-AMOUNT TO PROC-AMOUNT.
           MOVE OYA-CUR-SOURCE TO PROC-SOURCE.
           WRITE OYA-PROC-RECORD.
       OYA_WRITE_SUSPENSE.
      *FIRST SUSPENSION - THE RECORD ENTERS WITH TODAY'S DATE AND
           MOVE OYA-RUN-DATE TO SUS-FIRST-DATE.
           MOVE ZERO TO SUS-AGE-CNT.
           MOVE OYA-CUR-AMOUNT TO SUS-AMOUNT.
           MOVE OYA-CUR-SOURCE TO SUS-SOURCE.
           WRITE OYA-SUSP-RECORD.
       OYA_CHECK_REGISTRY.
      *POSITION AT THE FIRST REGISTRY ENTRY FOR THIS KEY AND SCAN
           MOVE OYA-REC-KEY TO REG-REC-KEY.
           MOVE OYA-RUN-DATE TO REG-RUN-DATE.
           MOVE OYA-KO-RESULT TO REG-RESULT-CODE.
           MOVE OYA-CUR-SOURCE TO REG-SOURCE.
           MOVE OYA-CUR-AMOUNT TO REG-AMOUNT.
           WRITE OYA-REG-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE OYA-DUP-PRIOR-DATE TO DUP-PRIOR-DATE.
           MOVE OYA-RUN-DATE TO DUP-RUN-DATE.
           MOVE OYA-CUR-AMOUNT TO DUP-AMOUNT.
           MOVE OYA-CUR-SOURCE TO DUP-SOURCE.
           WRITE OYA-DUP-RECORD.
       OYA_DATE_TO_DAYS.
      *YYYYMMDD TO A SERIAL DAY COUNT: WHOLE YEARS BEFORE THIS
           CALL "AUDITLOG" USING AUD-PGM-OYA AUD-PGM-OYA
               AUD-PHASE-EOJ DATA1 DATA2 DATA3.
           CALL "KO" USING AUD-PHASE-EOJ DATA1 DATA2 DATA3
               OYA-KO-RESULT OYA-RUN-DATE OYA-CUR-SOURCE
               OYA-REC-KEY.
           PERFORM OYA_WRITE_TOTALS.
           OPEN OUTPUT OYA-CKPT-FILE.
           CLOSE OYA-CKPT-FILE.
      *DUPLICATE RE-SENDS GET THE SAME "SOMEBODY LOOKS" RC 4 AS
      *KO REJECTS - OYADUP IS EVIDENCE OF AN UPSTREAM RE-SEND AND
      *MUST NOT ACCUMULATE BEHIND A CLEAN RC 0. THEY STAY OUT OF
      *THE RC 8 THRESHOLD, WHICH MEASURES KO REJECTS ONLY. A
      *HELD SEGMENT IS THE SAME KIND OF SIGNAL: ONE SENDER'S DATA
      *IS SITTING ON OYAHELD WAITING FOR SOMEBODY TO CHASE IT.
           IF OYA-RECS-DUPREJ > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF OYA-RECS-HELD > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       OYA_WRITE_TOTALS.
      *ONLY A CLEAN END OF JOB WRITES THE RUN TOTALS - AN ABORTED
      *RUN LEAVES NOTHING FOR OYABAL TO BALANCE, AND ITS CONDITION
      *CODE KEEPS THE BALANCING STEP FROM RUNNING AT ALL.
           OPEN OUTPUT OYA-TOTAL-FILE.
           IF OYA-PARTITIONED
               PERFORM OYA_WRITE_PART_CONTROL
           END-IF.
           MOVE OYA-RUN-DATE       TO TOT-RUN-DATE.
           MOVE OYA-DETAIL-COUNT   TO TOT-READ.
           MOVE OYA-RECS-DRIVEN    TO TOT-DRIVEN.
           MOVE OYA-AMT-REJ        TO TOT-AMT-REJ.
           MOVE OYA-AMT-SUSP       TO TOT-AMT-SUSP.
           MOVE OYA-AMT-DUP        TO TOT-AMT-DUP.
           MOVE OYA-RECS-HELD      TO TOT-HELD.
           MOVE OYA-AMT-HELD       TO TOT-AMT-HELD.
           MOVE "D"                TO TOT-REC-TYPE.
           MOVE SPACES             TO TOT-SOURCE.
           IF OYA-TRIM-PENDING
               MOVE "R"            TO TOT-RESTART-FLAG
           ELSE
               MOVE SPACE          TO TOT-RESTART-FLAG
           END-IF.
           WRITE OYA-TOTAL-RECORD.
           PERFORM OYA_WRITE_SOURCE_TOTAL
               VARYING OYA-SRC-IX FROM 1 BY 1
               UNTIL OYA-SRC-IX > OYA-SRC-USED.
           CLOSE OYA-TOTAL-FILE.
      *A PARTITION'S TOTALS ARE ONLY PART OF THE DAY - OYAMERGE
      *WRITES THE DAY'S HISTORY ROW ONCE IT HAS THEM ALL.
           IF NOT OYA-PARTITIONED
               PERFORM OYA_WRITE_HISTORY
           END-IF.
           DISPLAY "PRO49: READ " OYA-DETAIL-COUNT
               " DRIVEN " OYA-RECS-DRIVEN
               " PROCESSED " OYA-RECS-PROCESSED
               " OUT " OYA-AMT-OUT
               " REJECTED " OYA-AMT-REJ
               " SUSPENDED " OYA-AMT-SUSP.
           IF OYA-RECS-HELD > ZERO
               DISPLAY "PRO49: HELD " OYA-RECS-HELD
                   " DETAILS AMOUNT " OYA-AMT-HELD " ON OYAHELD"
           END-IF.
       OYA_WRITE_PART_CONTROL.
           MOVE SPACES                   TO OYA-PART-CTL-RECORD.
           MOVE OYA-RUN-DATE             TO CTL-RUN-DATE.
           MOVE OYA-FEED-READ            TO CTL-FEED-READ.
           MOVE OYA-DETAIL-COUNT         TO CTL-PART-READ.
           MOVE OYA-PART-NO              TO CTL-PART-NO.
           MOVE OYA-PART-LO(OYA-PART-NO) TO CTL-PART-LO.
           MOVE OYA-PART-HI(OYA-PART-NO) TO CTL-PART-HI.
           MOVE OYA-FEED-AMOUNT          TO CTL-FEED-AMOUNT.
           MOVE OYA-PART-AMT-READ        TO CTL-PART-AMOUNT.
           MOVE "F"                      TO CTL-REC-TYPE.
           WRITE OYA-PART-CTL-RECORD.
           DISPLAY "PRO49: PARTITION " OYA-PART-NO " READ "
               OYA-DETAIL-COUNT " OF THE FEED'S " OYA-FEED-READ
               " DETAILS".
       OYA_WRITE_SOURCE_TOTAL.
           MOVE OYA-RUN-DATE TO TOT-RUN-DATE.
           MOVE OYA-SRC-READ(OYA-SRC-IX)      TO TOT-READ.
           MOVE OYA-SRC-DRIVEN(OYA-SRC-IX)    TO TOT-DRIVEN.
           MOVE OYA-SRC-PROCESSED(OYA-SRC-IX) TO TOT-PROCESSED.
           MOVE OYA-SRC-REJECTED(OYA-SRC-IX)  TO TOT-REJECTED.
           MOVE OYA-SRC-SUSPENDED(OYA-SRC-IX) TO TOT-SUSPENDED.
           MOVE OYA-SRC-DUPREJ(OYA-SRC-IX)    TO TOT-DUPREJ.
           MOVE OYA-SRC-AMT-IN(OYA-SRC-IX)    TO TOT-AMT-IN.
           MOVE OYA-SRC-AMT-OUT(OYA-SRC-IX)   TO TOT-AMT-OUT.
           MOVE OYA-SRC-AMT-REJ(OYA-SRC-IX)   TO TOT-AMT-REJ.
           MOVE OYA-SRC-AMT-SUSP(OYA-SRC-IX)  TO TOT-AMT-SUSP.
           MOVE OYA-SRC-AMT-DUP(OYA-SRC-IX)   TO TOT-AMT-DUP.
           MOVE OYA-SRC-HELD(OYA-SRC-IX)      TO TOT-HELD.
           MOVE OYA-SRC-AMT-HELD(OYA-SRC-IX)  TO TOT-AMT-HELD.
           MOVE "S"                           TO TOT-REC-TYPE.
           MOVE OYA-SRC-ID(OYA-SRC-IX)        TO TOT-SOURCE.
           MOVE SPACE                         TO TOT-RESTART-FLAG.
           WRITE OYA-TOTAL-RECORD.
           DISPLAY "PRO49: SOURCE " OYA-SRC-ID(OYA-SRC-IX)
               " READ " OYA-SRC-READ(OYA-SRC-IX)
               " DRIVEN " OYA-SRC-DRIVEN(OYA-SRC-IX)
               " HELD " OYA-SRC-HELD(OYA-SRC-IX).
       OYA_WRITE_HISTORY.
      *THE SAME TOTALS, KEPT. A RERUN OF THE SAME BUSINESS DATE
      *REPLACES ITS ROW SO THE HISTORY CARRIES THE DAY'S FINAL
               MOVE OYA-RECS-REJECTED  TO HIS-REJECTED
               MOVE OYA-RECS-SUSPENDED TO HIS-SUSPENDED
               MOVE OYA-RECS-DUPREJ    TO HIS-DUPREJ
               MOVE SPACE              TO HIS-STATUS
               WRITE OYA-HIST-RECORD
                   INVALID KEY REWRITE OYA-HIST-RECORD
               END-WRITE
