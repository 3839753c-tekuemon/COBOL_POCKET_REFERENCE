       IDENTIFICATION DIVISION.
       PROGRAM-ID. OYAMERGE.
      *PUTS A PARTITIONED DAY BACK TOGETHER. ON A PARTITIONED NIGHT
      *SEVERAL PRO49 STEPS RUN AT ONCE OVER THE SAME OYAIN FEED,
      *EACH DRIVING ONLY THE DETAILS WHOSE KEY FALLS IN ITS OWN
      *PARTRANGE, EACH WITH ITS OWN CHECKPOINT, ITS OWN OYAPROC
      *GENERATION (PROCESSED.PN) AND ITS OWN RUN TOTALS. OYABAL,
      *OYADIST AND OYAGL KNOW NOTHING OF PARTITIONS - THEY WANT ONE
      *OYAPROC GENERATION AND ONE OYATOTAL FOR THE DAY. THIS STEP
      *BUILDS BOTH, AND THE DAY'S OYAHIST ROW, BUT ONLY ONCE THE
      *PARTITIONS ARE PROVED TO BE THE WHOLE DAY:
      *  - EVERY PARTITION ON PARTRANGE REPORTED EXACTLY ONCE, FOR
      *    THE BUSINESS DATE, OVER THE RANGE THE PARMS GIVE IT;
      *  - EVERY PARTITION PROVED THE SAME FEED (THE SAME DETAIL
      *    COUNT AND AMOUNT FROM ITS FIRST PASS OVER THE HDR/TRL
      *    SEGMENTS), AND THE DETAILS AND AMOUNTS THE PARTITIONS
      *    READ ADD BACK UP TO EXACTLY THAT - NO DETAIL LOST TO A
      *    GAP BETWEEN RANGES AND NONE TAKEN TWICE;
      *  - EVERY OYAPROC RECORD BELONGS TO THE PARTITION WHOSE
      *    GENERATION CARRIES IT, AND EACH GENERATION FOOTS TO ITS
      *    OWN PARTITION'S PROCESSED COUNT AND AMOUNT.
      *THE PARTITION GENERATIONS ARE PROVED IN ONE PASS AND COPIED
      *IN A SECOND, SO A DAY THAT FAILS LEAVES NO MERGED OUTPUT
      *BEHIND. OYATOTAL IS CLEARED AT THE START FOR THE SAME
      *REASON - OYABAL AND BIZROLL FIND NOTHING TO TRUST. ANY
      *FAILURE ENDS RC 16. A MERGED DAY ENDS WITH PRO49'S OWN
      *RETURN CODES (RC 8 REJECTS PAST REJPCT, RC 4 REJECTS,
      *DUPLICATES OR HELD SEGMENTS) SO THE REST OF THE JOB READS
      *THE STEP EXACTLY AS IT WOULD A SINGLE-STREAM PRO49.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRG-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-PARM-STATUS.
           SELECT MRG-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-BIZ-STATUS.
           SELECT MRG-PTOT-FILE ASSIGN TO "OYAPTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-PTOT-STATUS.
           SELECT MRG-PPROC-FILE ASSIGN TO "OYAPPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRG-PPROC-STATUS.
           SELECT MRG-PROC-FILE ASSIGN TO "OYAPROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MRG-TOTAL-FILE ASSIGN TO "OYATOTAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MRG-HIST-FILE ASSIGN TO "OYAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIS-RUN-DATE
               FILE STATUS IS MRG-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MRG-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRG-PARM-RECORD       PIC X(80).
       FD  MRG-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRG-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
      *THE PARTITIONS' OYATOTAL FILES, CONCATENATED IN ANY ORDER.
      *EACH IS ONE FEED CONTROL RECORD ("F"), THE PARTITION'S DAY
      *RECORD ("D") AND ITS SOURCE RECORDS ("S") - PRO49'S LAYOUT.
       FD  MRG-PTOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRG-PTOT-RECORD.
           05 PTT-RUN-DATE       PIC X(08).
           05 PTT-READ           PIC 9(08).
           05 PTT-DRIVEN         PIC 9(08).
           05 PTT-PROCESSED      PIC 9(08).
           05 PTT-REJECTED       PIC 9(08).
           05 PTT-SUSPENDED      PIC 9(08).
           05 PTT-DUPREJ         PIC 9(08).
           05 PTT-AMT-IN         PIC 9(13)V99.
           05 PTT-AMT-OUT        PIC 9(13)V99.
           05 PTT-AMT-REJ        PIC 9(13)V99.
           05 PTT-AMT-SUSP       PIC 9(13)V99.
           05 PTT-AMT-DUP        PIC 9(13)V99.
           05 PTT-HELD           PIC 9(08).
           05 PTT-AMT-HELD       PIC 9(13)V99.
           05 PTT-REC-TYPE       PIC X(01).
               88 PTT-CONTROL-RECORD VALUE "F".
               88 PTT-DAY-RECORD     VALUE "D".
               88 PTT-SOURCE-RECORD  VALUE "S".
           05 PTT-SOURCE         PIC X(08).
       01  MRG-PCTL-RECORD.
           05 PCT-RUN-DATE       PIC X(08).
           05 PCT-FEED-READ      PIC 9(08).
           05 PCT-PART-READ      PIC 9(08).
           05 PCT-PART-NO-X      PIC X(01).
           05 PCT-PART-NO REDEFINES PCT-PART-NO-X
                                 PIC 9(01).
           05 PCT-PART-LO        PIC X(06).
           05 PCT-PART-HI        PIC X(06).
           05 PCT-FEED-AMOUNT    PIC 9(13)V99.
           05 PCT-PART-AMOUNT    PIC 9(13)V99.
           05 FILLER             PIC X(87).
           05 FILLER             PIC X(01).
           05 FILLER             PIC X(08).
      *THE PARTITIONS' OYAPROC GENERATIONS, CONCATENATED.
       FD  MRG-PPROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRG-PPROC-RECORD.
           05 PPR-KEY            PIC X(06).
           05 FILLER             PIC X(17).
           05 PPR-AMOUNT-X       PIC X(11).
           05 PPR-AMOUNT REDEFINES PPR-AMOUNT-X
                                 PIC 9(09)V99.
           05 FILLER             PIC X(08).
       FD  MRG-PROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRG-PROC-RECORD       PIC X(42).
       FD  MRG-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRG-TOTAL-RECORD.
           05 TOT-RUN-DATE       PIC X(08).
           05 TOT-READ           PIC 9(08).
           05 TOT-DRIVEN         PIC 9(08).
           05 TOT-PROCESSED      PIC 9(08).
           05 TOT-REJECTED       PIC 9(08).
           05 TOT-SUSPENDED      PIC 9(08).
           05 TOT-DUPREJ         PIC 9(08).
           05 TOT-AMT-IN         PIC 9(13)V99.
           05 TOT-AMT-OUT        PIC 9(13)V99.
           05 TOT-AMT-REJ        PIC 9(13)V99.
           05 TOT-AMT-SUSP       PIC 9(13)V99.
           05 TOT-AMT-DUP        PIC 9(13)V99.
           05 TOT-HELD           PIC 9(08).
           05 TOT-AMT-HELD       PIC 9(13)V99.
           05 TOT-REC-TYPE       PIC X(01).
           05 TOT-SOURCE         PIC X(08).
           05 TOT-RESTART-FLAG   PIC X(01).
       FD  MRG-HIST-FILE.
       01  MRG-HIST-RECORD.
           05 HIS-RUN-DATE       PIC X(08).
           05 HIS-READ           PIC 9(08).
           05 HIS-DRIVEN         PIC 9(08).
           05 HIS-PROCESSED      PIC 9(08).
           05 HIS-REJECTED       PIC 9(08).
           05 HIS-SUSPENDED      PIC 9(08).
           05 HIS-DUPREJ         PIC 9(08).
           05 HIS-STATUS         PIC X(01).
       WORKING-STORAGE SECTION.
       01 MRG-PARM-STATUS  PIC X(02) VALUE "00".
       01 MRG-BIZ-STATUS   PIC X(02) VALUE "00".
       01 MRG-PTOT-STATUS  PIC X(02) VALUE "00".
       01 MRG-PPROC-STATUS PIC X(02) VALUE "00".
       01 MRG-HIST-STATUS  PIC X(02) VALUE "00".
       01 MRG-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 MRG-PARM-EOF VALUE "Y".
       01 MRG-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 MRG-PARM-ERROR VALUE "Y".
       01 MRG-EOF-SWITCH PIC X(01) VALUE "N".
           88 MRG-END-OF-FILE VALUE "Y".
       01 MRG-FEED-SWITCH PIC X(01) VALUE "N".
           88 MRG-HAVE-FEED VALUE "Y".
       01 MRG-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 MRG-PARM-VALUE   PIC X(20) VALUE SPACES.
       01 MRG-RUN-DATE     PIC X(08) VALUE SPACES.
       01 MRG-ABORT-MSG    PIC X(50) VALUE SPACES.
       01 MRG-REJ-PCT-LIMIT  PIC 9(02) VALUE 10.
       01 MRG-REJ-PCT-WORK   PIC 9(10) COMP VALUE ZERO.
       01 MRG-REJ-LIMIT-WORK PIC 9(10) COMP VALUE ZERO.
      *THE PARTRANGE TABLE, AS PRO49 READS IT, WITH WHAT EACH
      *PARTITION REPORTED AND WHAT ITS GENERATION WAS FOUND TO HOLD.
       01 MRG-PART-COUNT   PIC 9(01) VALUE ZERO.
       01 MRG-PART-IX      PIC 9(02) COMP VALUE ZERO.
       01 MRG-PART-HIT     PIC 9(02) COMP VALUE ZERO.
       01 MRG-PART-CUR     PIC 9(02) COMP VALUE ZERO.
       01 MRG-PART-TABLE   VALUE SPACES.
           05 MRG-PART-ENTRY OCCURS 9.
              10 MRG-PART-LO      PIC X(06).
              10 MRG-PART-HI      PIC X(06).
              10 MRG-PART-SET     PIC X(01).
                 88 MRG-PART-DEFINED VALUE "Y".
              10 MRG-PART-CTL-SW  PIC X(01).
                 88 MRG-PART-HAS-CONTROL VALUE "Y".
              10 MRG-PART-DAY-SW  PIC X(01).
                 88 MRG-PART-HAS-DAY VALUE "Y".
              10 MRG-PART-READ    PIC 9(08).
              10 MRG-PART-PROC    PIC 9(08).
              10 MRG-PART-AMT-OUT PIC 9(13)V99.
              10 MRG-PART-GEN-CNT PIC 9(08).
              10 MRG-PART-GEN-AMT PIC 9(13)V99.
       01 MRG-PART-NUM-X   PIC X(01) VALUE SPACE.
       01 MRG-PART-NUM     PIC 9(01) VALUE ZERO.
       01 MRG-PART-LO-X    PIC X(06) VALUE SPACES.
       01 MRG-PART-HI-X    PIC X(06) VALUE SPACES.
      *THE FEED AS THE FIRST PARTITION TO REPORT PROVED IT, AND
      *WHAT THE PARTITIONS READ OF IT BETWEEN THEM.
       01 MRG-FEED-READ      PIC 9(08) VALUE ZERO.
       01 MRG-FEED-AMOUNT    PIC 9(13)V99 VALUE ZERO.
       01 MRG-SUM-PART-READ  PIC 9(08) VALUE ZERO.
       01 MRG-SUM-PART-AMT   PIC 9(13)V99 VALUE ZERO.
       01 MRG-PROC-COPIED    PIC 9(08) VALUE ZERO.
      *THE MERGED DAY.
       01 MRG-DAY-TOTALS.
           05 MRG-DAY-READ       PIC 9(08) VALUE ZERO.
           05 MRG-DAY-DRIVEN     PIC 9(08) VALUE ZERO.
           05 MRG-DAY-PROCESSED  PIC 9(08) VALUE ZERO.
           05 MRG-DAY-REJECTED   PIC 9(08) VALUE ZERO.
           05 MRG-DAY-SUSPENDED  PIC 9(08) VALUE ZERO.
           05 MRG-DAY-DUPREJ     PIC 9(08) VALUE ZERO.
           05 MRG-DAY-HELD       PIC 9(08) VALUE ZERO.
           05 MRG-DAY-AMT-IN     PIC 9(13)V99 VALUE ZERO.
           05 MRG-DAY-AMT-OUT    PIC 9(13)V99 VALUE ZERO.
           05 MRG-DAY-AMT-REJ    PIC 9(13)V99 VALUE ZERO.
           05 MRG-DAY-AMT-SUSP   PIC 9(13)V99 VALUE ZERO.
           05 MRG-DAY-AMT-DUP    PIC 9(13)V99 VALUE ZERO.
           05 MRG-DAY-AMT-HELD   PIC 9(13)V99 VALUE ZERO.
      *THE MERGED SOURCES - THE SAME SENDING SYSTEM CAN HAVE KEYS
      *IN EVERY PARTITION, SO ITS RECORDS ARE ADDED TOGETHER BY
      *SOURCE ID, IN THE ORDER FIRST SEEN.
       01 MRG-SRC-USED  PIC 9(02) COMP VALUE ZERO.
       01 MRG-SRC-IX    PIC 9(02) COMP VALUE ZERO.
       01 MRG-SRC-HIT   PIC 9(02) COMP VALUE ZERO.
       01 MRG-SRC-TABLE.
           05 MRG-SRC-ENTRY OCCURS 10.
              10 MRG-SRC-ID          PIC X(08).
              10 MRG-SRC-READ        PIC 9(08).
              10 MRG-SRC-DRIVEN      PIC 9(08).
              10 MRG-SRC-PROCESSED   PIC 9(08).
              10 MRG-SRC-REJECTED    PIC 9(08).
              10 MRG-SRC-SUSPENDED   PIC 9(08).
              10 MRG-SRC-DUPREJ      PIC 9(08).
              10 MRG-SRC-HELD        PIC 9(08).
              10 MRG-SRC-AMT-IN      PIC 9(13)V99.
              10 MRG-SRC-AMT-OUT     PIC 9(13)V99.
              10 MRG-SRC-AMT-REJ     PIC 9(13)V99.
              10 MRG-SRC-AMT-SUSP    PIC 9(13)V99.
              10 MRG-SRC-AMT-DUP     PIC 9(13)V99.
              10 MRG-SRC-AMT-HELD    PIC 9(13)V99.
       PROCEDURE DIVISION.
       OYAMERGE_START SECTION.
       OYAMERGE_INITIALIZE.
      *WHATEVER HAPPENS BELOW, YESTERDAY'S OR A DEAD MERGE'S RUN
      *TOTALS MUST NOT SURVIVE FOR OYABAL OR BIZROLL TO FIND.
           OPEN OUTPUT MRG-TOTAL-FILE.
           CLOSE MRG-TOTAL-FILE.
           PERFORM OYAMERGE_READ_PARMS.
           IF MRG-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OYAMERGE_READ_BIZDATE.
           PERFORM OYAMERGE_READ_PART_TOTALS.
           PERFORM OYAMERGE_PROVE_FEED.
           PERFORM OYAMERGE_PROVE_PROC.
      *THE DAY IS PROVED WHOLE - ONLY NOW IS ANYTHING WRITTEN.
           PERFORM OYAMERGE_COPY_PROC.
           PERFORM OYAMERGE_WRITE_TOTALS.
           PERFORM OYAMERGE_WRITE_HISTORY.
           PERFORM OYAMERGE_SET_RETURN_CODE.
           GO TO END_PROGRAM.
       OYAMERGE_CONTROL_ABORT.
           DISPLAY "OYAMERGE: MERGE STOPPED - " MRG-ABORT-MSG.
           DISPLAY "OYAMERGE: NO MERGED OUTPUT FOR " MRG-RUN-DATE
               " - FIX OR RESTART THE PARTITION, THEN RERUN".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       OYAMERGE_READ_PARMS.
      *THE PARTITIONS' OWN PARMFILE, SO THE RANGES CAN NEVER DRIFT
      *FROM THE ONES THE PARTITIONS RAN WITH. PRO49'S RUN PARMS ARE
      *ACCEPTED AND LEFT ALONE; REJPCT IS TAKEN FOR THE RETURN
      *CODE. AT LEAST ONE PARTRANGE IS REQUIRED.
           OPEN INPUT MRG-PARM-FILE.
           IF MRG-PARM-STATUS NOT = "00"
               DISPLAY "OYAMERGE: NO PARMFILE"
               SET MRG-PARM-ERROR TO TRUE
           ELSE
               PERFORM OYAMERGE_NEXT_PARM
               PERFORM OYAMERGE_PARSE_PARM UNTIL MRG-PARM-EOF
               CLOSE MRG-PARM-FILE
           END-IF.
           IF MRG-PART-COUNT = ZERO
               DISPLAY "OYAMERGE: NO PARTRANGE ON PARMFILE"
               SET MRG-PARM-ERROR TO TRUE
           END-IF.
           PERFORM OYAMERGE_CHECK_ONE_RANGE
               VARYING MRG-PART-IX FROM 1 BY 1
               UNTIL MRG-PART-IX > MRG-PART-COUNT.
           IF NOT MRG-PARM-ERROR
               DISPLAY "OYAMERGE: " MRG-PART-COUNT " PARTITIONS"
                   " REJECT LIMIT " MRG-REJ-PCT-LIMIT " PCT"
           END-IF.
       OYAMERGE_PARSE_PARM.
           MOVE SPACES TO MRG-PARM-KEYWORD MRG-PARM-VALUE.
           UNSTRING MRG-PARM-RECORD DELIMITED BY "="
               INTO MRG-PARM-KEYWORD MRG-PARM-VALUE.
           EVALUATE MRG-PARM-KEYWORD
             WHEN "PARTRANGE"
               PERFORM OYAMERGE_PARSE_RANGE
             WHEN "REJPCT"
               IF MRG-PARM-VALUE(1:2) IS NUMERIC
                   MOVE MRG-PARM-VALUE(1:2) TO MRG-REJ-PCT-LIMIT
               ELSE
                   DISPLAY "OYAMERGE: BAD REJPCT VALUE "
                       MRG-PARM-VALUE
                   SET MRG-PARM-ERROR TO TRUE
               END-IF
             WHEN "PARTITION"
             WHEN "CKPTINT"
             WHEN "MATCHMODE"
             WHEN "LOOKBACK"
             WHEN "RUNDATE"
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "OYAMERGE: UNKNOWN PARM KEYWORD "
                   MRG-PARM-KEYWORD
               SET MRG-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM OYAMERGE_NEXT_PARM.
       OYAMERGE_NEXT_PARM.
           READ MRG-PARM-FILE
               AT END SET MRG-PARM-EOF TO TRUE
           END-READ.
       OYAMERGE_PARSE_RANGE.
           MOVE SPACES TO MRG-PART-NUM-X MRG-PART-LO-X MRG-PART-HI-X.
           UNSTRING MRG-PARM-VALUE DELIMITED BY ","
               INTO MRG-PART-NUM-X MRG-PART-LO-X MRG-PART-HI-X.
           IF MRG-PART-NUM-X IS NOT NUMERIC
              OR MRG-PART-NUM-X = "0"
              OR MRG-PART-LO-X = SPACES
              OR MRG-PART-HI-X = SPACES
              OR MRG-PART-LO-X > MRG-PART-HI-X
               DISPLAY "OYAMERGE: BAD PARTRANGE VALUE "
                   MRG-PARM-VALUE
               SET MRG-PARM-ERROR TO TRUE
           ELSE
               MOVE MRG-PART-NUM-X TO MRG-PART-NUM
               IF MRG-PART-DEFINED(MRG-PART-NUM)
                   DISPLAY "OYAMERGE: PARTITION " MRG-PART-NUM
                       " DEFINED TWICE"
                   SET MRG-PARM-ERROR TO TRUE
               ELSE
                   MOVE MRG-PART-LO-X TO MRG-PART-LO(MRG-PART-NUM)
                   MOVE MRG-PART-HI-X TO MRG-PART-HI(MRG-PART-NUM)
                   SET MRG-PART-DEFINED(MRG-PART-NUM) TO TRUE
                   IF MRG-PART-NUM > MRG-PART-COUNT
                       MOVE MRG-PART-NUM TO MRG-PART-COUNT
                   END-IF
               END-IF
           END-IF.
       OYAMERGE_CHECK_ONE_RANGE.
           IF NOT MRG-PART-DEFINED(MRG-PART-IX)
               DISPLAY "OYAMERGE: NO PARTRANGE FOR PARTITION "
                   MRG-PART-IX
               SET MRG-PARM-ERROR TO TRUE
           ELSE
               IF MRG-PART-IX > 1
                   IF MRG-PART-LO(MRG-PART-IX)
                       NOT > MRG-PART-HI(MRG-PART-IX - 1)
                       DISPLAY "OYAMERGE: PARTITION " MRG-PART-IX
                           " OVERLAPS OR PRECEDES THE ONE BEFORE IT"
                       SET MRG-PARM-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.
       OYAMERGE_READ_BIZDATE.
           OPEN INPUT MRG-BIZ-FILE.
           IF MRG-BIZ-STATUS NOT = "00"
               DISPLAY "OYAMERGE: BIZDATE OPEN FAILED, STATUS "
                   MRG-BIZ-STATUS
               MOVE "NO BUSINESS-DATE CONTROL RECORD"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           READ MRG-BIZ-FILE
               AT END MOVE SPACES TO MRG-BIZ-RECORD
           END-READ.
           CLOSE MRG-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               MOVE "NO BUSINESS-DATE CONTROL RECORD"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           MOVE BIZ-CUR-DATE TO MRG-RUN-DATE.
           DISPLAY "OYAMERGE: BUSINESS DATE " MRG-RUN-DATE.
       OYAMERGE_READ_PART_TOTALS.
      *A PARTITION WRITES ITS OYATOTAL ONLY AT A CLEAN END OF JOB,
      *SO ONE THAT IS MISSING OR EMPTY IS A PARTITION THAT HAS NOT
      *FINISHED - RESTART IT; THE OTHERS ARE LEFT AS THEY ARE.
           OPEN INPUT MRG-PTOT-FILE.
           IF MRG-PTOT-STATUS NOT = "00"
               MOVE "PARTITION RUN TOTALS WILL NOT OPEN"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           PERFORM OYAMERGE_CLEAR_PARTITION
               VARYING MRG-PART-IX FROM 1 BY 1
               UNTIL MRG-PART-IX > 9.
           MOVE "N" TO MRG-EOF-SWITCH.
           MOVE ZERO TO MRG-PART-CUR.
           PERFORM OYAMERGE_NEXT_PTOT.
           PERFORM OYAMERGE_TAKE_PTOT UNTIL MRG-END-OF-FILE.
           CLOSE MRG-PTOT-FILE.
       OYAMERGE_CLEAR_PARTITION.
           MOVE ZERO TO MRG-PART-READ(MRG-PART-IX)
               MRG-PART-PROC(MRG-PART-IX)
               MRG-PART-AMT-OUT(MRG-PART-IX)
               MRG-PART-GEN-CNT(MRG-PART-IX)
               MRG-PART-GEN-AMT(MRG-PART-IX).
       OYAMERGE_NEXT_PTOT.
           READ MRG-PTOT-FILE
               AT END SET MRG-END-OF-FILE TO TRUE
           END-READ.
       OYAMERGE_TAKE_PTOT.
           EVALUATE TRUE
             WHEN PTT-CONTROL-RECORD
               PERFORM OYAMERGE_TAKE_CONTROL
             WHEN PTT-DAY-RECORD
               PERFORM OYAMERGE_TAKE_DAY
             WHEN PTT-SOURCE-RECORD
               PERFORM OYAMERGE_TAKE_SOURCE
             WHEN OTHER
               MOVE "UNKNOWN RECORD ON PARTITION RUN TOTALS"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-EVALUATE.
           PERFORM OYAMERGE_NEXT_PTOT.
       OYAMERGE_TAKE_CONTROL.
           IF PCT-PART-NO-X NOT NUMERIC
              OR PCT-PART-NO = ZERO
              OR PCT-PART-NO > MRG-PART-COUNT
               DISPLAY "OYAMERGE: RUN TOTALS FOR PARTITION "
                   PCT-PART-NO-X
               MOVE "RUN TOTALS FOR A PARTITION NOT ON PARTRANGE"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           MOVE PCT-PART-NO TO MRG-PART-CUR.
           IF MRG-PART-HAS-CONTROL(MRG-PART-CUR)
               DISPLAY "OYAMERGE: PARTITION " PCT-PART-NO
                   " APPEARS TWICE"
               MOVE "ONE PARTITION'S RUN TOTALS ARE THERE TWICE"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           SET MRG-PART-HAS-CONTROL(MRG-PART-CUR) TO TRUE.
           IF PCT-RUN-DATE NOT = MRG-RUN-DATE
               DISPLAY "OYAMERGE: PARTITION " PCT-PART-NO
                   " RAN FOR " PCT-RUN-DATE
               MOVE "PARTITION RAN FOR ANOTHER BUSINESS DATE"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           IF PCT-PART-LO NOT = MRG-PART-LO(MRG-PART-CUR)
              OR PCT-PART-HI NOT = MRG-PART-HI(MRG-PART-CUR)
               DISPLAY "OYAMERGE: PARTITION " PCT-PART-NO
                   " RAN " PCT-PART-LO " THRU " PCT-PART-HI
               MOVE "PARTITION RAN WITH A DIFFERENT PARTRANGE"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
      *EVERY PARTITION PROVED THE WHOLE FEED IN ITS FIRST PASS -
      *THEY MUST ALL HAVE SEEN THE SAME ONE.
           IF MRG-HAVE-FEED
               IF PCT-FEED-READ NOT = MRG-FEED-READ
                  OR PCT-FEED-AMOUNT NOT = MRG-FEED-AMOUNT
                   DISPLAY "OYAMERGE: PARTITION " PCT-PART-NO
                       " FEED " PCT-FEED-READ " DETAILS"
                   MOVE "PARTITIONS DID NOT ALL READ THE SAME FEED"
                       TO MRG-ABORT-MSG
                   GO TO OYAMERGE_CONTROL_ABORT
               END-IF
           ELSE
               MOVE PCT-FEED-READ   TO MRG-FEED-READ
               MOVE PCT-FEED-AMOUNT TO MRG-FEED-AMOUNT
               SET MRG-HAVE-FEED TO TRUE
           END-IF.
           MOVE PCT-PART-READ TO MRG-PART-READ(MRG-PART-CUR).
           ADD PCT-PART-READ   TO MRG-SUM-PART-READ.
           ADD PCT-PART-AMOUNT TO MRG-SUM-PART-AMT.
           DISPLAY "OYAMERGE: PARTITION " PCT-PART-NO " "
               PCT-PART-LO " THRU " PCT-PART-HI
               " READ " PCT-PART-READ.
       OYAMERGE_TAKE_DAY.
           IF MRG-PART-CUR = ZERO
               MOVE "RUN TOTALS WITH NO PARTITION CONTROL RECORD"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           IF MRG-PART-HAS-DAY(MRG-PART-CUR)
              OR PTT-READ NOT = MRG-PART-READ(MRG-PART-CUR)
               DISPLAY "OYAMERGE: PARTITION " MRG-PART-CUR
                   " DAY RECORD READ " PTT-READ
               MOVE "PARTITION DAY RECORD DOES NOT MATCH ITS CONTROL"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           SET MRG-PART-HAS-DAY(MRG-PART-CUR) TO TRUE.
           MOVE PTT-PROCESSED TO MRG-PART-PROC(MRG-PART-CUR).
           MOVE PTT-AMT-OUT   TO MRG-PART-AMT-OUT(MRG-PART-CUR).
           ADD PTT-READ      TO MRG-DAY-READ.
           ADD PTT-DRIVEN    TO MRG-DAY-DRIVEN.
           ADD PTT-PROCESSED TO MRG-DAY-PROCESSED.
           ADD PTT-REJECTED  TO MRG-DAY-REJECTED.
           ADD PTT-SUSPENDED TO MRG-DAY-SUSPENDED.
           ADD PTT-DUPREJ    TO MRG-DAY-DUPREJ.
           ADD PTT-HELD      TO MRG-DAY-HELD.
           ADD PTT-AMT-IN    TO MRG-DAY-AMT-IN.
           ADD PTT-AMT-OUT   TO MRG-DAY-AMT-OUT.
           ADD PTT-AMT-REJ   TO MRG-DAY-AMT-REJ.
           ADD PTT-AMT-SUSP  TO MRG-DAY-AMT-SUSP.
           ADD PTT-AMT-DUP   TO MRG-DAY-AMT-DUP.
           ADD PTT-AMT-HELD  TO MRG-DAY-AMT-HELD.
       OYAMERGE_TAKE_SOURCE.
           IF MRG-PART-CUR = ZERO
               MOVE "RUN TOTALS WITH NO PARTITION CONTROL RECORD"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           IF NOT MRG-PART-HAS-DAY(MRG-PART-CUR)
               MOVE "SOURCE RECORD AHEAD OF ITS PARTITION'S DAY"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           MOVE ZERO TO MRG-SRC-HIT.
           PERFORM OYAMERGE_MATCH_SOURCE
               VARYING MRG-SRC-IX FROM 1 BY 1
               UNTIL MRG-SRC-IX > MRG-SRC-USED
                  OR MRG-SRC-HIT NOT = ZERO.
           IF MRG-SRC-HIT = ZERO
               IF MRG-SRC-USED = 10
                   MOVE "MORE THAN 10 SENDING SYSTEMS IN THE DAY"
                       TO MRG-ABORT-MSG
                   GO TO OYAMERGE_CONTROL_ABORT
               END-IF
               ADD 1 TO MRG-SRC-USED
               MOVE MRG-SRC-USED TO MRG-SRC-HIT
               MOVE PTT-SOURCE TO MRG-SRC-ID(MRG-SRC-HIT)
               MOVE ZERO TO MRG-SRC-READ(MRG-SRC-HIT)
                   MRG-SRC-DRIVEN(MRG-SRC-HIT)
                   MRG-SRC-PROCESSED(MRG-SRC-HIT)
                   MRG-SRC-REJECTED(MRG-SRC-HIT)
                   MRG-SRC-SUSPENDED(MRG-SRC-HIT)
                   MRG-SRC-DUPREJ(MRG-SRC-HIT)
                   MRG-SRC-HELD(MRG-SRC-HIT)
                   MRG-SRC-AMT-IN(MRG-SRC-HIT)
                   MRG-SRC-AMT-OUT(MRG-SRC-HIT)
                   MRG-SRC-AMT-REJ(MRG-SRC-HIT)
                   MRG-SRC-AMT-SUSP(MRG-SRC-HIT)
                   MRG-SRC-AMT-DUP(MRG-SRC-HIT)
                   MRG-SRC-AMT-HELD(MRG-SRC-HIT)
           END-IF.
           ADD PTT-READ      TO MRG-SRC-READ(MRG-SRC-HIT).
           ADD PTT-DRIVEN    TO MRG-SRC-DRIVEN(MRG-SRC-HIT).
           ADD PTT-PROCESSED TO MRG-SRC-PROCESSED(MRG-SRC-HIT).
           ADD PTT-REJECTED  TO MRG-SRC-REJECTED(MRG-SRC-HIT).
           ADD PTT-SUSPENDED TO MRG-SRC-SUSPENDED(MRG-SRC-HIT).
           ADD PTT-DUPREJ    TO MRG-SRC-DUPREJ(MRG-SRC-HIT).
           ADD PTT-HELD      TO MRG-SRC-HELD(MRG-SRC-HIT).
           ADD PTT-AMT-IN    TO MRG-SRC-AMT-IN(MRG-SRC-HIT).
           ADD PTT-AMT-OUT   TO MRG-SRC-AMT-OUT(MRG-SRC-HIT).
           ADD PTT-AMT-REJ   TO MRG-SRC-AMT-REJ(MRG-SRC-HIT).
           ADD PTT-AMT-SUSP  TO MRG-SRC-AMT-SUSP(MRG-SRC-HIT).
           ADD PTT-AMT-DUP   TO MRG-SRC-AMT-DUP(MRG-SRC-HIT).
           ADD PTT-AMT-HELD  TO MRG-SRC-AMT-HELD(MRG-SRC-HIT).
       OYAMERGE_MATCH_SOURCE.
           IF MRG-SRC-ID(MRG-SRC-IX) = PTT-SOURCE
               MOVE MRG-SRC-IX TO MRG-SRC-HIT
           END-IF.
       OYAMERGE_PROVE_FEED.
      *EVERY PARTITION IS HERE, AND BETWEEN THEM THEY READ EXACTLY
      *THE FEED THE HDR/TRL CONTROL TOTALS PROVED - THE WHOLE DAY,
      *NOTHING MISSED AND NOTHING TWICE.
           PERFORM OYAMERGE_CHECK_PRESENT
               VARYING MRG-PART-IX FROM 1 BY 1
               UNTIL MRG-PART-IX > MRG-PART-COUNT.
           IF MRG-SUM-PART-READ NOT = MRG-FEED-READ
              OR MRG-SUM-PART-AMT NOT = MRG-FEED-AMOUNT
               DISPLAY "OYAMERGE: FEED " MRG-FEED-READ
                   " DETAILS AMOUNT " MRG-FEED-AMOUNT
               DISPLAY "OYAMERGE: PARTITIONS READ " MRG-SUM-PART-READ
                   " AMOUNT " MRG-SUM-PART-AMT
               MOVE "PARTITIONS DO NOT ADD UP TO THE FEED"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           DISPLAY "OYAMERGE: FEED " MRG-FEED-READ
               " DETAILS AMOUNT " MRG-FEED-AMOUNT
               " - ALL READ BY THE PARTITIONS".
       OYAMERGE_CHECK_PRESENT.
           IF NOT MRG-PART-HAS-CONTROL(MRG-PART-IX)
              OR NOT MRG-PART-HAS-DAY(MRG-PART-IX)
               DISPLAY "OYAMERGE: NO RUN TOTALS FROM PARTITION "
                   MRG-PART-IX
               MOVE "A PARTITION HAS NOT FINISHED"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
       OYAMERGE_PROVE_PROC.
      *FIRST PASS OVER THE PARTITION GENERATIONS - NOTHING IS
      *WRITTEN UNTIL EACH FOOTS TO ITS OWN PARTITION'S TOTALS.
           OPEN INPUT MRG-PPROC-FILE.
           IF MRG-PPROC-STATUS NOT = "00"
               MOVE "PARTITION OYAPROC GENERATIONS WILL NOT OPEN"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           MOVE "N" TO MRG-EOF-SWITCH.
           PERFORM OYAMERGE_NEXT_PPROC.
           PERFORM OYAMERGE_COUNT_PPROC UNTIL MRG-END-OF-FILE.
           CLOSE MRG-PPROC-FILE.
           PERFORM OYAMERGE_CHECK_GENERATION
               VARYING MRG-PART-IX FROM 1 BY 1
               UNTIL MRG-PART-IX > MRG-PART-COUNT.
       OYAMERGE_NEXT_PPROC.
           READ MRG-PPROC-FILE
               AT END SET MRG-END-OF-FILE TO TRUE
           END-READ.
       OYAMERGE_COUNT_PPROC.
           MOVE ZERO TO MRG-PART-HIT.
           PERFORM OYAMERGE_MATCH_PARTITION
               VARYING MRG-PART-IX FROM 1 BY 1
               UNTIL MRG-PART-IX > MRG-PART-COUNT
                  OR MRG-PART-HIT NOT = ZERO.
           IF MRG-PART-HIT = ZERO
               DISPLAY "OYAMERGE: OYAPROC KEY " PPR-KEY
                   " IS IN NO PARTITION'S RANGE"
               MOVE "OYAPROC RECORD OUTSIDE EVERY PARTITION"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
           ADD 1 TO MRG-PART-GEN-CNT(MRG-PART-HIT).
           IF PPR-AMOUNT-X IS NUMERIC
               ADD PPR-AMOUNT TO MRG-PART-GEN-AMT(MRG-PART-HIT)
           END-IF.
           PERFORM OYAMERGE_NEXT_PPROC.
       OYAMERGE_MATCH_PARTITION.
           IF PPR-KEY NOT < MRG-PART-LO(MRG-PART-IX)
              AND PPR-KEY NOT > MRG-PART-HI(MRG-PART-IX)
               MOVE MRG-PART-IX TO MRG-PART-HIT
           END-IF.
       OYAMERGE_CHECK_GENERATION.
           IF MRG-PART-GEN-CNT(MRG-PART-IX)
                   NOT = MRG-PART-PROC(MRG-PART-IX)
              OR MRG-PART-GEN-AMT(MRG-PART-IX)
                   NOT = MRG-PART-AMT-OUT(MRG-PART-IX)
               DISPLAY "OYAMERGE: PARTITION " MRG-PART-IX
                   " PROCESSED " MRG-PART-PROC(MRG-PART-IX)
                   " GENERATION HOLDS " MRG-PART-GEN-CNT(MRG-PART-IX)
               MOVE "PARTITION OYAPROC DOES NOT FOOT TO ITS TOTALS"
                   TO MRG-ABORT-MSG
               GO TO OYAMERGE_CONTROL_ABORT
           END-IF.
       OYAMERGE_COPY_PROC.
           OPEN INPUT MRG-PPROC-FILE.
           OPEN OUTPUT MRG-PROC-FILE.
           MOVE "N" TO MRG-EOF-SWITCH.
           PERFORM OYAMERGE_NEXT_PPROC.
           PERFORM OYAMERGE_COPY_ONE UNTIL MRG-END-OF-FILE.
           CLOSE MRG-PPROC-FILE.
           CLOSE MRG-PROC-FILE.
           DISPLAY "OYAMERGE: " MRG-PROC-COPIED
               " RECORDS WRITTEN TO OYAPROC".
       OYAMERGE_COPY_ONE.
           WRITE MRG-PROC-RECORD FROM MRG-PPROC-RECORD.
           ADD 1 TO MRG-PROC-COPIED.
           PERFORM OYAMERGE_NEXT_PPROC.
       OYAMERGE_WRITE_TOTALS.
      *THE SAME DAY-THEN-SOURCES OYATOTAL A SINGLE-STREAM PRO49
      *WRITES - OYABAL PROVES IT AND CROSS-FOOTS THE SOURCES, AND
      *BIZROLL AND THE MORNING PAGE READ IT, WITHOUT KNOWING THE
      *DAY RAN IN PARTITIONS.
           OPEN OUTPUT MRG-TOTAL-FILE.
           MOVE MRG-RUN-DATE      TO TOT-RUN-DATE.
           MOVE MRG-DAY-READ      TO TOT-READ.
           MOVE MRG-DAY-DRIVEN    TO TOT-DRIVEN.
           MOVE MRG-DAY-PROCESSED TO TOT-PROCESSED.
           MOVE MRG-DAY-REJECTED  TO TOT-REJECTED.
           MOVE MRG-DAY-SUSPENDED TO TOT-SUSPENDED.
           MOVE MRG-DAY-DUPREJ    TO TOT-DUPREJ.
           MOVE MRG-DAY-AMT-IN    TO TOT-AMT-IN.
           MOVE MRG-DAY-AMT-OUT   TO TOT-AMT-OUT.
           MOVE MRG-DAY-AMT-REJ   TO TOT-AMT-REJ.
           MOVE MRG-DAY-AMT-SUSP  TO TOT-AMT-SUSP.
           MOVE MRG-DAY-AMT-DUP   TO TOT-AMT-DUP.
           MOVE MRG-DAY-HELD      TO TOT-HELD.
           MOVE MRG-DAY-AMT-HELD  TO TOT-AMT-HELD.
           MOVE "D"               TO TOT-REC-TYPE.
           MOVE SPACES            TO TOT-SOURCE.
      *A RESTARTED PARTITION MENDED ITS OWN OYAPROC, SO THE MERGED
      *DAY IS NEVER ONE FOR OYATRIM.
           MOVE SPACE             TO TOT-RESTART-FLAG.
           WRITE MRG-TOTAL-RECORD.
           PERFORM OYAMERGE_WRITE_SOURCE
               VARYING MRG-SRC-IX FROM 1 BY 1
               UNTIL MRG-SRC-IX > MRG-SRC-USED.
           CLOSE MRG-TOTAL-FILE.
           DISPLAY "OYAMERGE: READ " MRG-DAY-READ
               " DRIVEN " MRG-DAY-DRIVEN
               " PROCESSED " MRG-DAY-PROCESSED
               " REJECTED " MRG-DAY-REJECTED
               " SUSPENDED " MRG-DAY-SUSPENDED
               " DUPLICATES " MRG-DAY-DUPREJ.
           DISPLAY "OYAMERGE: AMOUNTS IN " MRG-DAY-AMT-IN
               " OUT " MRG-DAY-AMT-OUT
               " REJECTED " MRG-DAY-AMT-REJ
               " SUSPENDED " MRG-DAY-AMT-SUSP.
           IF MRG-DAY-HELD > ZERO
               DISPLAY "OYAMERGE: HELD " MRG-DAY-HELD
                   " DETAILS AMOUNT " MRG-DAY-AMT-HELD " ON OYAHELD"
           END-IF.
       OYAMERGE_WRITE_SOURCE.
           MOVE MRG-RUN-DATE                  TO TOT-RUN-DATE.
           MOVE MRG-SRC-READ(MRG-SRC-IX)      TO TOT-READ.
           MOVE MRG-SRC-DRIVEN(MRG-SRC-IX)    TO TOT-DRIVEN.
           MOVE MRG-SRC-PROCESSED(MRG-SRC-IX) TO TOT-PROCESSED.
           MOVE MRG-SRC-REJECTED(MRG-SRC-IX)  TO TOT-REJECTED.
           MOVE MRG-SRC-SUSPENDED(MRG-SRC-IX) TO TOT-SUSPENDED.
           MOVE MRG-SRC-DUPREJ(MRG-SRC-IX)    TO TOT-DUPREJ.
           MOVE MRG-SRC-AMT-IN(MRG-SRC-IX)    TO TOT-AMT-IN.
           MOVE MRG-SRC-AMT-OUT(MRG-SRC-IX)   TO TOT-AMT-OUT.
           MOVE MRG-SRC-AMT-REJ(MRG-SRC-IX)   TO TOT-AMT-REJ.
           MOVE MRG-SRC-AMT-SUSP(MRG-SRC-IX)  TO TOT-AMT-SUSP.
           MOVE MRG-SRC-AMT-DUP(MRG-SRC-IX)   TO TOT-AMT-DUP.
           MOVE MRG-SRC-HELD(MRG-SRC-IX)      TO TOT-HELD.
           MOVE MRG-SRC-AMT-HELD(MRG-SRC-IX)  TO TOT-AMT-HELD.
           MOVE "S"                           TO TOT-REC-TYPE.
           MOVE MRG-SRC-ID(MRG-SRC-IX)        TO TOT-SOURCE.
           MOVE SPACE                         TO TOT-RESTART-FLAG.
           WRITE MRG-TOTAL-RECORD.
       OYAMERGE_WRITE_HISTORY.
      *THE DAY'S ROW, EXACTLY AS PRO49 WOULD HAVE WRITTEN IT, AND
      *ON THE SAME TERMS - A HISTORY FILE THAT WILL NOT OPEN IS
      *SHOUTED ABOUT BUT DOES NOT FAIL THE DAY.
           OPEN I-O MRG-HIST-FILE.
           IF MRG-HIST-STATUS NOT = "00"
               DISPLAY "OYAMERGE: HISTORY OPEN FAILED, STATUS "
                   MRG-HIST-STATUS " - RUN NOT RECORDED"
           ELSE
               MOVE MRG-RUN-DATE      TO HIS-RUN-DATE
               MOVE MRG-DAY-READ      TO HIS-READ
               MOVE MRG-DAY-DRIVEN    TO HIS-DRIVEN
               MOVE MRG-DAY-PROCESSED TO HIS-PROCESSED
               MOVE MRG-DAY-REJECTED  TO HIS-REJECTED
               MOVE MRG-DAY-SUSPENDED TO HIS-SUSPENDED
               MOVE MRG-DAY-DUPREJ    TO HIS-DUPREJ
               MOVE SPACE             TO HIS-STATUS
               WRITE MRG-HIST-RECORD
                   INVALID KEY REWRITE MRG-HIST-RECORD
               END-WRITE
               CLOSE MRG-HIST-FILE
           END-IF.
       OYAMERGE_SET_RETURN_CODE.
      *PRO49'S RULES, APPLIED TO THE WHOLE DAY - A REJECT RATE IS
      *A DAY'S RATE, NOT ONE PARTITION'S.
           COMPUTE MRG-REJ-PCT-WORK
               = MRG-DAY-REJECTED * 100.
           COMPUTE MRG-REJ-LIMIT-WORK
               = MRG-DAY-DRIVEN * MRG-REJ-PCT-LIMIT.
           IF MRG-DAY-REJECTED > ZERO
               IF MRG-REJ-PCT-WORK > MRG-REJ-LIMIT-WORK
                   DISPLAY "OYAMERGE: REJECTS EXCEED "
                       MRG-REJ-PCT-LIMIT " PCT OF INPUT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF MRG-DAY-DUPREJ > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF MRG-DAY-HELD > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       END_PROGRAM.
           STOP RUN.
