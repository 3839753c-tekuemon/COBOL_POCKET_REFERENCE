      *THE REJECTS FILE OR THE NF SUSPENSE FILE. READ MINUS DRIVEN
      *IS THE COUNT
      *SKIPPED BY A CHECKPOINT RESTART, WHICH IS REPORTED BUT IS
      *NOT AN ERROR. PRO49 CARRIES ITS COUNTERS ACROSS THE
      *CHECKPOINT, SO ITS OWN RESTARTS LEAVE NO GAP AND ARE MARKED
      *"R" ON THE DAY RECORD INSTEAD - EITHER SIGN GETS THE
      *RESTART NOTE.
      *THE FEED CARRIES SEGMENTS FROM SEVERAL SENDING SYSTEMS, SO
      *OYATOTAL HOLDS THE DAY RECORD FIRST (TYPE "D") FOLLOWED BY
      *ONE RECORD PER SOURCE (TYPE "S"). EACH IS PROVED ON ITS OWN,
      *THEN THE SOURCE RECORDS ARE CROSS-FOOTED BACK TO THE DAY SO
      *A SOURCE CANNOT LOSE RECORDS TO ANOTHER UNNOTICED. SEGMENTS
      *PRO49 HELD ON OYAHELD WERE READ BUT NEVER DRIVEN; THEY ARE
      *REPORTED AND COME OUT OF THE RESTART GAP, BUT DO NOT PUT THE
      *DAY OUT OF BALANCE. AN OUT-OF-BALANCE RUN (OR A MISSING OR
      *EMPTY TOTALS RECORD) ENDS RC 12 SO PRO1JOB-STYLE COND CHECKING
      *STOPS ANYTHING DOWNSTREAM FROM TRUSTING THE DAY'S OUTPUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 BAL-AMT-REJ        PIC 9(13)V99.
           05 BAL-AMT-SUSP       PIC 9(13)V99.
           05 BAL-AMT-DUP        PIC 9(13)V99.
           05 BAL-HELD           PIC 9(08).
           05 BAL-AMT-HELD       PIC 9(13)V99.
           05 BAL-REC-TYPE       PIC X(01).
               88 BAL-DAY-RECORD    VALUE "D" " ".
               88 BAL-SOURCE-RECORD VALUE "S".
           05 BAL-SOURCE         PIC X(08).
           05 BAL-RESTART-FLAG   PIC X(01).
               88 BAL-RESTARTED     VALUE "R".
       FD  BAL-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BAL-RPT-LINE          PIC X(60).
       01 BAL-TOTAL-STATUS PIC X(02) VALUE "00".
       01 BAL-OOB-SWITCH PIC X(01) VALUE "N".
           88 BAL-OUT-OF-BALANCE VALUE "Y".
       01 BAL-REC-OOB-SWITCH PIC X(01) VALUE "N".
           88 BAL-RECORD-OOB VALUE "Y".
       01 BAL-EOF-SWITCH PIC X(01) VALUE "N".
           88 BAL-TOTAL-EOF VALUE "Y".
       01 BAL-SOURCES    PIC 9(04) VALUE ZERO.
       01 BAL-DAY-TOTALS.
           05 BAL-DAY-READ       PIC 9(08).
           05 BAL-DAY-DRIVEN     PIC 9(08).
           05 BAL-DAY-PROCESSED  PIC 9(08).
           05 BAL-DAY-REJECTED   PIC 9(08).
           05 BAL-DAY-SUSPENDED  PIC 9(08).
           05 BAL-DAY-DUPREJ     PIC 9(08).
           05 BAL-DAY-HELD       PIC 9(08).
           05 BAL-DAY-AMT-IN     PIC 9(13)V99.
           05 BAL-DAY-AMT-OUT    PIC 9(13)V99.
           05 BAL-DAY-AMT-REJ    PIC 9(13)V99.
           05 BAL-DAY-AMT-SUSP   PIC 9(13)V99.
           05 BAL-DAY-AMT-DUP    PIC 9(13)V99.
           05 BAL-DAY-AMT-HELD   PIC 9(13)V99.
       01 BAL-SUM-TOTALS.
           05 BAL-SUM-READ       PIC 9(08) VALUE ZERO.
           05 BAL-SUM-DRIVEN     PIC 9(08) VALUE ZERO.
           05 BAL-SUM-PROCESSED  PIC 9(08) VALUE ZERO.
           05 BAL-SUM-REJECTED   PIC 9(08) VALUE ZERO.
           05 BAL-SUM-SUSPENDED  PIC 9(08) VALUE ZERO.
           05 BAL-SUM-DUPREJ     PIC 9(08) VALUE ZERO.
           05 BAL-SUM-HELD       PIC 9(08) VALUE ZERO.
           05 BAL-SUM-AMT-IN     PIC 9(13)V99 VALUE ZERO.
           05 BAL-SUM-AMT-OUT    PIC 9(13)V99 VALUE ZERO.
           05 BAL-SUM-AMT-REJ    PIC 9(13)V99 VALUE ZERO.
           05 BAL-SUM-AMT-SUSP   PIC 9(13)V99 VALUE ZERO.
           05 BAL-SUM-AMT-DUP    PIC 9(13)V99 VALUE ZERO.
           05 BAL-SUM-AMT-HELD   PIC 9(13)V99 VALUE ZERO.
       01 BAL-ACCOUNTED  PIC 9(08) VALUE ZERO.
       01 BAL-SKIPPED    PIC 9(08) VALUE ZERO.
       01 BAL-AMT-ACCT   PIC 9(13)V99 VALUE ZERO.
           05 AMT-LABEL      PIC X(20).
           05 AMT-VALUE      PIC Z(12)9.99.
           05 FILLER         PIC X(24) VALUE SPACES.
       01 BAL-SRC-LINE.
           05 FILLER         PIC X(20) VALUE "SENDING SYSTEM    =".
           05 SRC-SOURCE     PIC X(08).
           05 FILLER         PIC X(32) VALUE SPACES.
       01 BAL-NOTE-LINE.
           05 BAL-NOTE-TEXT  PIC X(60).
       01 BAL-VERDICT-LINE.
                       TO VERDICT-TEXT
                   PERFORM OYABAL_FAIL
           END-READ.
           IF NOT BAL-DAY-RECORD
               MOVE "UNEXPECTED RECORD TYPE ON RUN-TOTALS FILE"
                   TO VERDICT-TEXT
               PERFORM OYABAL_FAIL
           END-IF.
           MOVE BAL-RUN-DATE TO HDR-RUN-DATE.
           WRITE BAL-RPT-LINE FROM BAL-HDR-LINE.
           PERFORM OYABAL_REPORT.
           PERFORM OYABAL_RESTART_NOTE.
           PERFORM OYABAL_PROVE.
           MOVE BAL-READ      TO BAL-DAY-READ.
           MOVE BAL-DRIVEN    TO BAL-DAY-DRIVEN.
           MOVE BAL-PROCESSED TO BAL-DAY-PROCESSED.
           MOVE BAL-REJECTED  TO BAL-DAY-REJECTED.
           MOVE BAL-SUSPENDED TO BAL-DAY-SUSPENDED.
           MOVE BAL-DUPREJ    TO BAL-DAY-DUPREJ.
           MOVE BAL-HELD      TO BAL-DAY-HELD.
           MOVE BAL-AMT-IN    TO BAL-DAY-AMT-IN.
           MOVE BAL-AMT-OUT   TO BAL-DAY-AMT-OUT.
           MOVE BAL-AMT-REJ   TO BAL-DAY-AMT-REJ.
           MOVE BAL-AMT-SUSP  TO BAL-DAY-AMT-SUSP.
           MOVE BAL-AMT-DUP   TO BAL-DAY-AMT-DUP.
           MOVE BAL-AMT-HELD  TO BAL-DAY-AMT-HELD.
           PERFORM OYABAL_NEXT_TOTAL.
           PERFORM OYABAL_SOURCE UNTIL BAL-TOTAL-EOF.
           IF BAL-SOURCES > ZERO
               PERFORM OYABAL_CROSS_FOOT
           END-IF.
           PERFORM OYABAL_VERIFY.
           CLOSE BAL-TOTAL-FILE.
           CLOSE BAL-RPT-FILE.
           GO TO END_PROGRAM.
       OYABAL_NEXT_TOTAL.
           READ BAL-TOTAL-FILE
               AT END SET BAL-TOTAL-EOF TO TRUE
           END-READ.
       OYABAL_SOURCE.
      *ONE SENDING SYSTEM'S SHARE OF THE DAY: REPORTED, PROVED ON
      *ITS OWN AND ADDED TO THE RUNNING CROSS-FOOT.
           IF NOT BAL-SOURCE-RECORD
               MOVE "UNEXPECTED RECORD TYPE ON RUN-TOTALS FILE"
                   TO VERDICT-TEXT
               PERFORM OYABAL_FAIL
           END-IF.
           ADD 1 TO BAL-SOURCES.
           MOVE BAL-SOURCE TO SRC-SOURCE.
           WRITE BAL-RPT-LINE FROM BAL-SRC-LINE.
           PERFORM OYABAL_REPORT.
           PERFORM OYABAL_PROVE.
           ADD BAL-READ      TO BAL-SUM-READ.
           ADD BAL-DRIVEN    TO BAL-SUM-DRIVEN.
           ADD BAL-PROCESSED TO BAL-SUM-PROCESSED.
           ADD BAL-REJECTED  TO BAL-SUM-REJECTED.
           ADD BAL-SUSPENDED TO BAL-SUM-SUSPENDED.
           ADD BAL-DUPREJ    TO BAL-SUM-DUPREJ.
           ADD BAL-HELD      TO BAL-SUM-HELD.
           ADD BAL-AMT-IN    TO BAL-SUM-AMT-IN.
           ADD BAL-AMT-OUT   TO BAL-SUM-AMT-OUT.
           ADD BAL-AMT-REJ   TO BAL-SUM-AMT-REJ.
           ADD BAL-AMT-SUSP  TO BAL-SUM-AMT-SUSP.
           ADD BAL-AMT-DUP   TO BAL-SUM-AMT-DUP.
           ADD BAL-AMT-HELD  TO BAL-SUM-AMT-HELD.
           PERFORM OYABAL_NEXT_TOTAL.
       OYABAL_REPORT.
           MOVE "DETAILS READ      =" TO DTL-LABEL.
           MOVE BAL-READ TO DTL-VALUE.
           WRITE BAL-RPT-LINE FROM BAL-DTL-LINE.
           MOVE "AMOUNTS SUSPENDED =" TO AMT-LABEL.
           MOVE BAL-AMT-SUSP TO AMT-VALUE.
           WRITE BAL-RPT-LINE FROM BAL-AMT-LINE.
           IF BAL-HELD > ZERO
               MOVE "HELD (OYAHELD)    =" TO DTL-LABEL
               MOVE BAL-HELD TO DTL-VALUE
               WRITE BAL-RPT-LINE FROM BAL-DTL-LINE
               MOVE "AMOUNTS HELD      =" TO AMT-LABEL
               MOVE BAL-AMT-HELD TO AMT-VALUE
               WRITE BAL-RPT-LINE FROM BAL-AMT-LINE
           END-IF.
      *KOREJ ITSELF CARRIES ONE LINE PER FAILED RULE PLUS W-SERIES
      *WARNING LINES, SO ITS LINE COUNT LEGITIMATELY EXCEEDS THE
      *REJECTED-RECORD COUNT - SAY SO ON THE REPORT.
           MOVE "  (KOREJ: ONE LINE PER RULE, WARNINGS EXCLUDED)"
               TO BAL-NOTE-TEXT.
           WRITE BAL-RPT-LINE FROM BAL-NOTE-LINE.
       OYABAL_RESTART_NOTE.
      *DUPLICATE RE-SENDS AND HELD SEGMENTS WERE READ BUT NEVER
      *DRIVEN, SO THEY COME OUT OF THE READ-MINUS-DRIVEN GAP
      *BEFORE IT IS CALLED A RESTART SKIP.
           COMPUTE BAL-SKIPPED
               = BAL-READ - BAL-DRIVEN - BAL-DUPREJ - BAL-HELD.
           MOVE "SKIPPED ON RESTART=" TO DTL-LABEL.
           MOVE BAL-SKIPPED TO DTL-VALUE.
           WRITE BAL-RPT-LINE FROM BAL-DTL-LINE.
           IF BAL-SKIPPED > ZERO OR BAL-RESTARTED
      *A RESTART RUN'S GENERATION OVERLAPS THE DEAD ONE: RECORDS
      *DRIVEN AFTER THE LAST CHECKPOINT ARE ON BOTH. THE DEAD
      *GENERATION MUST BE TRIMMED TO THE CHECKPOINTED COUNT
      *(PRINTED ON PRO49'S RESTART SYSOUT) BEFORE THE TWO ARE
      *CONCATENATED - SAY SO ON THE ONE PAGE ANYONE READS.
      *OYATRIM.jcl DOES THE TRIM, THEN POSTS AND ROLLS THE DAY.
               MOVE "* RESTART RUN - GENERATIONS OVERLAP. TRIM THE"
                   TO BAL-NOTE-TEXT
               WRITE BAL-RPT-LINE FROM BAL-NOTE-LINE
               MOVE "* SYSOUT) BEFORE CONCATENATING FOR RELEASE"
                   TO BAL-NOTE-TEXT
               WRITE BAL-RPT-LINE FROM BAL-NOTE-LINE
               MOVE "* - RUN OYATRIM.jcl, WHICH ALSO POSTS AND ROLLS"
                   TO BAL-NOTE-TEXT
               WRITE BAL-RPT-LINE FROM BAL-NOTE-LINE
               DISPLAY "OYABAL: RESTART RUN - TRIM DEAD OYAPROC"
                   " GENERATION BEFORE CONCATENATION"
           END-IF.
      *HELD SEGMENTS ARE NOT AN IMBALANCE - THEY ARE ON OYAHELD
      *WAITING FOR THE SENDER TO CORRECT AND RESUBMIT THEM.
           IF BAL-HELD > ZERO
               MOVE "* SEGMENTS HELD - SEE OYAHELD AND PRO49 SYSOUT"
                   TO BAL-NOTE-TEXT
               WRITE BAL-RPT-LINE FROM BAL-NOTE-LINE
           END-IF.
       OYABAL_PROVE.
      *EVERY RECORD DRIVEN LANDED ON OYAPROC, KOREJ OR THE NF
      *SUSPENSE FILE - ALL THREE COUNT AS ACCOUNTED FOR.
           MOVE "N" TO BAL-REC-OOB-SWITCH.
           ADD BAL-PROCESSED BAL-REJECTED BAL-SUSPENDED
               GIVING BAL-ACCOUNTED.
           IF BAL-ACCOUNTED NOT = BAL-DRIVEN
               SET BAL-RECORD-OOB TO TRUE
           END-IF.
           ADD BAL-DRIVEN BAL-DUPREJ BAL-HELD
               GIVING BAL-ACCOUNTED.
           IF BAL-READ < BAL-ACCOUNTED
               SET BAL-RECORD-OOB TO TRUE
           END-IF.
      *THE SAME PROOF IN VALUE: EVERY UNIT OF AMOUNT DRIVEN IN
      *MUST SIT ON THE PROCESSED OUTPUT, THE REJECTS OR THE
           ADD BAL-AMT-OUT BAL-AMT-REJ BAL-AMT-SUSP
               GIVING BAL-AMT-ACCT.
           IF BAL-AMT-ACCT NOT = BAL-AMT-IN
               SET BAL-RECORD-OOB TO TRUE
           END-IF.
           IF BAL-RECORD-OOB
               SET BAL-OUT-OF-BALANCE TO TRUE
               MOVE "* THIS RECORD DOES NOT BALANCE" TO BAL-NOTE-TEXT
               WRITE BAL-RPT-LINE FROM BAL-NOTE-LINE
               DISPLAY "OYABAL: OUT OF BALANCE FOR " BAL-REC-TYPE
                   " " BAL-SOURCE
           END-IF.
       OYABAL_CROSS_FOOT.
      *THE SOURCES TOGETHER MUST BE THE DAY, FIGURE FOR FIGURE.
           IF BAL-SUM-READ      NOT = BAL-DAY-READ
              OR BAL-SUM-DRIVEN    NOT = BAL-DAY-DRIVEN
              OR BAL-SUM-PROCESSED NOT = BAL-DAY-PROCESSED
              OR BAL-SUM-REJECTED  NOT = BAL-DAY-REJECTED
              OR BAL-SUM-SUSPENDED NOT = BAL-DAY-SUSPENDED
              OR BAL-SUM-DUPREJ    NOT = BAL-DAY-DUPREJ
              OR BAL-SUM-HELD      NOT = BAL-DAY-HELD
              OR BAL-SUM-AMT-IN    NOT = BAL-DAY-AMT-IN
              OR BAL-SUM-AMT-OUT   NOT = BAL-DAY-AMT-OUT
              OR BAL-SUM-AMT-REJ   NOT = BAL-DAY-AMT-REJ
              OR BAL-SUM-AMT-SUSP  NOT = BAL-DAY-AMT-SUSP
              OR BAL-SUM-AMT-DUP   NOT = BAL-DAY-AMT-DUP
              OR BAL-SUM-AMT-HELD  NOT = BAL-DAY-AMT-HELD
               SET BAL-OUT-OF-BALANCE TO TRUE
               MOVE "* SOURCES DO NOT CROSS-FOOT TO THE DAY"
                   TO BAL-NOTE-TEXT
           ELSE
               MOVE "SOURCES CROSS-FOOT TO THE DAY"
                   TO BAL-NOTE-TEXT
           END-IF.
           WRITE BAL-RPT-LINE FROM BAL-NOTE-LINE.
       OYABAL_VERIFY.
           IF BAL-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE - DO NOT RELEASE OUTPUT ***"
                   TO VERDICT-TEXT
