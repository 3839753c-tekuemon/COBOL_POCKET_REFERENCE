       IDENTIFICATION DIVISION.
       PROGRAM-ID. OYAMORN.
      *MORNING OPERATIONS SUMMARY FOR THE DAILY BATCH. EVERY STEP
      *OF PRO1JOB AND EVERY EXCEPTION JOB AROUND IT PRINTS ITS OWN
      *PAGE, AND THE QUESTION "IS THE DAY GOOD" USED TO TAKE ALL OF
      *THEM. THIS PROGRAM ANSWERS IT ON ONE PAGE FROM THE FILES
      *THOSE PROGRAMS ALREADY LEAVE BEHIND - NO STEP HAS TO REPORT
      *TO IT, AND A STEP THAT CAME BACK RC 0 WITHOUT DOING ITS WORK
      *IS CAUGHT THE SAME AS ONE THAT FAILED:
      *  STEP010/015 PRO1   - PRO1HIST ROWS STAMPED WITH THE DAY
      *  STEP020 PRO49      - OYATOTAL'S DAY RECORD FOR THE DAY
      *  STEP030 OYABAL     - THE SAME PROOF, REDONE FROM OYATOTAL
      *  STEP040 OYADIST    - THE NF SHARE AGAINST NFWARN
      *  STEP050 OYAGL      - THE JOURNAL TRAILER FOR THE DAY
      *  STEP060 BIZROLL    - BIZDATE MOVED PAST THE DAY
      *AND THE TWO EXCEPTION JOBS RUN THROUGH THE DAY, FROM THE ONE
      *LINE EACH FINISHED RUN APPENDS TO THE RUN LOG (OYARUNLG):
      *  OYARECYC - RELEASED COUNT, PROVED AGAINST RECYPROC(0)
      *  MAGOMNT  - APPLIED AND REJECTED MASTER TRANSACTIONS
      *THEN THE BALANCE WITH AMOUNTS, AND THE EXCEPTION COUNTS -
      *REJECTS, SUSPENSE, WRITE-OFFS, AGED REJECTS PAST ESCDAYS
      *AND AUDIT CALLS THAT NEVER RETURNED - EACH WITH ITS CHANGE
      *FROM YESTERDAY. THE DAY'S OWN COUNTS COME FROM OYAHIST;
      *FILE POPULATIONS COME FROM A TWO-RECORD SNAPSHOT (OYAMSNAP)
      *THIS PROGRAM KEEPS, SO A RERUN THE SAME MORNING STILL
      *COMPARES WITH YESTERDAY AND NOT WITH ITSELF.
      *
      *THE DAY REPORTED IS THE ONE OYATOTAL CARRIES WHEN THAT IS
      *BIZDATE'S PRIOR (ROLLED) OR CURRENT (NOT ROLLED) DATE;
      *OTHERWISE PRO49 NEVER FINISHED AND THE CURRENT DATE IS THE
      *DAY. THE PAGE ENDS WITH ONE STATUS: GREEN RC 0, AMBER RC 4
      *(SOMETHING FOR SUPERVISION - HELD SEGMENTS, A RESTART, NF
      *SHARE, GL SUSPENSE, NEW SUSPENSE WRITE-OFFS, ESCALATED AGED
      *REJECTS, ORPHANED CALLS, NO RECYCLE WITH SUSPENSE WAITING OR
      *A RECYPROC THAT IS NOT THE DAY'S, MASTER MAINTENANCE
      *REJECTS), RED RC 12 (THE DAY IS NOT GOOD -
      *A STEP'S OUTPUT IS MISSING OR THE RUN DOES NOT BALANCE).
      *RC 8 = BAD PARM, RC 16 = NO USABLE BIZDATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-PARM-STATUS.
           SELECT MRN-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-BIZ-STATUS.
           SELECT MRN-TOTAL-FILE ASSIGN TO "OYATOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-TOTAL-STATUS.
           SELECT MRN-HIST-FILE ASSIGN TO "OYAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRN-HIS-RUN-DATE
               FILE STATUS IS MRN-HIST-STATUS.
           SELECT MRN-P1H-FILE ASSIGN TO "PRO1HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRN-P1H-KEY
               FILE STATUS IS MRN-P1H-STATUS.
           SELECT MRN-P1O-FILE ASSIGN TO "PRO1HISO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MRN-P1O-KEY
               FILE STATUS IS MRN-P1O-STATUS.
           SELECT MRN-JNL-FILE ASSIGN TO "OYAGLJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-JNL-STATUS.
           SELECT MRN-SUSP-FILE ASSIGN TO "OYASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-SUSP-STATUS.
           SELECT MRN-SUSWO-FILE ASSIGN TO "OYASUSWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-SUSWO-STATUS.
           SELECT MRN-AGE-FILE ASSIGN TO "KOREJAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-AGE-STATUS.
           SELECT MRN-KOWO-FILE ASSIGN TO "KOREJWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-KOWO-STATUS.
           SELECT MRN-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-LOG-STATUS.
           SELECT MRN-RCY-FILE ASSIGN TO "RECYPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-RCY-STATUS.
           SELECT MRN-RUNLOG-FILE ASSIGN TO "OYARUNLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-RUNLOG-STATUS.
           SELECT MRN-SNAP-FILE ASSIGN TO "OYAMSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRN-SNAP-STATUS.
           SELECT MRN-RPT-FILE ASSIGN TO "OYAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MRN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-PARM-RECORD       PIC X(80).
       FD  MRN-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-BIZ-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
           05 BIZ-MONTH-END-FLAG PIC X(01).
           05 FILLER             PIC X(22).
       FD  MRN-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-TOTAL-RECORD.
           05 MRN-TOT-RUN-DATE   PIC X(08).
           05 MRN-TOT-READ       PIC 9(08).
           05 MRN-TOT-DRIVEN     PIC 9(08).
           05 MRN-TOT-PROCESSED  PIC 9(08).
           05 MRN-TOT-REJECTED   PIC 9(08).
           05 MRN-TOT-SUSPENDED  PIC 9(08).
           05 MRN-TOT-DUPREJ     PIC 9(08).
           05 MRN-TOT-AMT-IN     PIC 9(13)V99.
           05 MRN-TOT-AMT-OUT    PIC 9(13)V99.
           05 MRN-TOT-AMT-REJ    PIC 9(13)V99.
           05 MRN-TOT-AMT-SUSP   PIC 9(13)V99.
           05 MRN-TOT-AMT-DUP    PIC 9(13)V99.
           05 MRN-TOT-HELD       PIC 9(08).
           05 MRN-TOT-AMT-HELD   PIC 9(13)V99.
           05 MRN-TOT-REC-TYPE   PIC X(01).
               88 MRN-TOT-DAY-RECORD    VALUE "D" " ".
               88 MRN-TOT-SOURCE-RECORD VALUE "S".
           05 MRN-TOT-SOURCE     PIC X(08).
           05 MRN-TOT-RESTART-FLAG PIC X(01).
       FD  MRN-HIST-FILE.
       01  MRN-HIST-RECORD.
           05 MRN-HIS-RUN-DATE   PIC X(08).
           05 MRN-HIS-READ       PIC 9(08).
           05 MRN-HIS-DRIVEN     PIC 9(08).
           05 MRN-HIS-PROCESSED  PIC 9(08).
           05 MRN-HIS-REJECTED   PIC 9(08).
           05 MRN-HIS-SUSPENDED  PIC 9(08).
           05 MRN-HIS-DUPREJ     PIC 9(08).
           05 MRN-HIS-STATUS     PIC X(01).
               88 MRN-HIS-BACKED-OUT VALUE "B".
      *ONLY THE KEY OF A PRO1HIST ROW MATTERS HERE - THE TALLY
      *COUNTS ARE PRO3'S BUSINESS.
       FD  MRN-P1H-FILE.
       01  MRN-P1H-RECORD.
           05 MRN-P1H-KEY.
              10 MRN-P1H-REC-KEY  PIC X(06).
              10 MRN-P1H-RUN-DATE PIC X(08).
           05 FILLER             PIC X(95).
       FD  MRN-P1O-FILE.
       01  MRN-P1O-RECORD.
           05 MRN-P1O-KEY.
              10 MRN-P1O-REC-KEY  PIC X(06).
              10 MRN-P1O-RUN-DATE PIC X(08).
           05 FILLER             PIC X(95).
       FD  MRN-JNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-JNL-RECORD.
           05 MRN-JNL-REC-TYPE   PIC X(01).
               88 MRN-JNL-DETAIL  VALUE "D".
               88 MRN-JNL-TRAILER VALUE "T".
           05 FILLER             PIC X(50).
           05 MRN-JNL-SUSP-FLAG  PIC X(01).
               88 MRN-JNL-TO-SUSPENSE VALUE "S".
           05 FILLER             PIC X(02).
       01  MRN-JNL-TRAILER-REC.
           05 FILLER             PIC X(01).
           05 MRN-TRL-DATE       PIC X(08).
           05 MRN-TRL-LINES      PIC 9(06).
           05 MRN-TRL-DEBITS     PIC 9(13)V99.
           05 MRN-TRL-CREDITS    PIC 9(13)V99.
           05 MRN-TRL-RECORDS    PIC 9(08).
           05 FILLER             PIC X(01).
       FD  MRN-SUSP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-SUSP-RECORD       PIC X(51).
       FD  MRN-SUSWO-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-SUSWO-RECORD      PIC X(51).
       FD  MRN-AGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-AGE-RECORD.
           05 FILLER             PIC X(49).
           05 MRN-AGE-FIRST-DATE PIC X(08).
           05 FILLER             PIC X(25).
       FD  MRN-KOWO-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-KOWO-RECORD.
           05 FILLER             PIC X(60).
           05 MRN-KOWO-CUT-DATE  PIC X(08).
           05 FILLER             PIC X(22).
       FD  MRN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-LOG-RECORD.
           05 MRN-LOG-DATE       PIC X(08).
           05 FILLER             PIC X(10).
           05 MRN-LOG-CALLER     PIC X(08).
           05 FILLER             PIC X(01).
           05 MRN-LOG-CALLEE     PIC X(08).
           05 FILLER             PIC X(01).
           05 MRN-LOG-PHASE      PIC X(04).
           05 FILLER             PIC X(18).
      *ONLY COUNTED - THE RECORDS ARE IN OYAPROC LAYOUT.
       FD  MRN-RCY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-RCY-RECORD        PIC X(42).
      *ONE LINE PER FINISHED MAGOMNT OR OYARECYC RUN. THE COUNTS
      *ARE THE WRITER'S: MAGOMNT APPLIED, REJECTED, READ; OYARECYC
      *RELEASED, CARRIED, WRITTEN OFF.
       FD  MRN-RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-RUNLOG-RECORD.
           05 MRN-RLG-PGM        PIC X(08).
           05 MRN-RLG-RUN-DATE   PIC X(08).
           05 MRN-RLG-COUNT-1    PIC 9(08).
           05 MRN-RLG-COUNT-2    PIC 9(08).
           05 MRN-RLG-COUNT-3    PIC 9(08).
           05 FILLER             PIC X(40).
      *TWO RECORDS: "P" IS THE PREVIOUS DAY'S FIGURES, "C" THE
      *LAST DAY SUMMARIZED. A RUN FOR A NEW DAY PUSHES C DOWN TO
      *P; A RERUN FOR THE SAME DAY ONLY REPLACES C.
       FD  MRN-SNAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-SNAP-RECORD.
           05 MRN-SNP-TYPE       PIC X(01).
           05 MRN-SNP-DATE       PIC X(08).
           05 MRN-SNP-COUNTS.
              10 MRN-SNP-COUNT   PIC 9(08) OCCURS 9.
       FD  MRN-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MRN-RPT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       01 MRN-PARM-STATUS  PIC X(02) VALUE "00".
       01 MRN-BIZ-STATUS   PIC X(02) VALUE "00".
       01 MRN-TOTAL-STATUS PIC X(02) VALUE "00".
       01 MRN-HIST-STATUS  PIC X(02) VALUE "00".
       01 MRN-P1H-STATUS   PIC X(02) VALUE "00".
       01 MRN-P1O-STATUS   PIC X(02) VALUE "00".
       01 MRN-JNL-STATUS   PIC X(02) VALUE "00".
       01 MRN-SUSP-STATUS  PIC X(02) VALUE "00".
       01 MRN-SUSWO-STATUS PIC X(02) VALUE "00".
       01 MRN-AGE-STATUS   PIC X(02) VALUE "00".
       01 MRN-KOWO-STATUS  PIC X(02) VALUE "00".
       01 MRN-LOG-STATUS   PIC X(02) VALUE "00".
       01 MRN-SNAP-STATUS  PIC X(02) VALUE "00".
       01 MRN-RCY-STATUS   PIC X(02) VALUE "00".
       01 MRN-RUNLOG-STATUS PIC X(02) VALUE "00".
       01 MRN-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 MRN-PARM-EOF VALUE "Y".
       01 MRN-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 MRN-PARM-ERROR VALUE "Y".
       01 MRN-EOF-SWITCH PIC X(01) VALUE "N".
           88 MRN-END-OF-FILE VALUE "Y".
       01 MRN-TOTALS-SWITCH PIC X(01) VALUE "N".
           88 MRN-HAVE-TOTALS VALUE "Y".
       01 MRN-OOB-SWITCH PIC X(01) VALUE "N".
           88 MRN-OUT-OF-BALANCE VALUE "Y".
       01 MRN-FOUND-SWITCH PIC X(01) VALUE "N".
           88 MRN-ENTRY-FOUND VALUE "Y".
       01 MRN-BASE-SWITCH PIC X(01) VALUE "N".
           88 MRN-HAVE-BASE VALUE "Y".
       01 MRN-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 MRN-PARM-VALUE   PIC X(20) VALUE SPACES.
      *ESCDAYS MATCHES KOAGERPT'S ESCALATION AGE AND NFWARN
      *OYADIST'S NF-SHARE WARNING - SET THEM THE SAME AS THOSE
      *JOBS' PARMS OR THIS PAGE AND THEIRS WILL DISAGREE.
       01 MRN-ESC-DAYS     PIC 9(03) VALUE 30.
       01 MRN-NF-WARN-PCT  PIC 9(02) VALUE 10.
       01 MRN-DAY          PIC X(08) VALUE SPACES.
       01 MRN-CUR-DATE     PIC X(08) VALUE SPACES.
       01 MRN-PRIOR-DATE   PIC X(08) VALUE SPACES.
      *THE OVERALL STATUS IS THE WORST SEVERITY ANY CHECK RAISED:
      *0 GREEN, 4 AMBER, 12 RED.
       01 MRN-WORST        PIC 9(02) VALUE ZERO.
       01 MRN-SEVERITY     PIC 9(02) VALUE ZERO.
      *ONE LINE PER PRO1JOB STEP, FILLED AS EACH IS CHECKED, THEN
      *ONE PER EXCEPTION JOB.
       01 MRN-STEP-IX      PIC 9(02) COMP VALUE ZERO.
       01 MRN-STEP-TABLE.
           05 MRN-STEP-ENTRY OCCURS 9.
              10 MRN-STEP-NAME    PIC X(08).
              10 MRN-STEP-PGM     PIC X(08).
              10 MRN-STEP-STAT    PIC X(06).
              10 MRN-STEP-TEXT    PIC X(50).
       01 MRN-STEP-DEF.
           05 FILLER PIC X(16) VALUE "STEP010 PRO1    ".
           05 FILLER PIC X(16) VALUE "STEP015 PRO1    ".
           05 FILLER PIC X(16) VALUE "STEP020 PRO49   ".
           05 FILLER PIC X(16) VALUE "STEP030 OYABAL  ".
           05 FILLER PIC X(16) VALUE "STEP040 OYADIST ".
           05 FILLER PIC X(16) VALUE "STEP050 OYAGL   ".
           05 FILLER PIC X(16) VALUE "STEP060 BIZROLL ".
           05 FILLER PIC X(16) VALUE "RECYCLE OYARECYC".
           05 FILLER PIC X(16) VALUE "MASTMNT MAGOMNT ".
       01 MRN-STEP-NAMES REDEFINES MRN-STEP-DEF.
           05 MRN-STEP-DEF-ENTRY OCCURS 9.
              10 MRN-STEP-DEF-NAME PIC X(08).
              10 MRN-STEP-DEF-PGM  PIC X(08).
       01 MRN-TEXT-WORK    PIC X(50) VALUE SPACES.
       01 MRN-EDIT-COUNT   PIC Z(07)9.
       01 MRN-EDIT-COUNT2  PIC Z(07)9.
       01 MRN-EDIT-PCT     PIC ZZ9.9.
       01 MRN-NF-PCT       PIC 9(03)V9 VALUE ZERO.
       01 MRN-NF-WORK      PIC 9(10) COMP VALUE ZERO.
       01 MRN-NF-LIMIT     PIC 9(10) COMP VALUE ZERO.
       01 MRN-ROW-COUNT    PIC 9(08) VALUE ZERO.
      *THE DAY RECORD AS READ, AND THE SOURCE RECORDS SUMMED FOR
      *THE CROSS-FOOT.
       01 MRN-DAY-TOTALS.
           05 MRN-DAY-READ       PIC 9(08) VALUE ZERO.
           05 MRN-DAY-DRIVEN     PIC 9(08) VALUE ZERO.
           05 MRN-DAY-PROCESSED  PIC 9(08) VALUE ZERO.
           05 MRN-DAY-REJECTED   PIC 9(08) VALUE ZERO.
           05 MRN-DAY-SUSPENDED  PIC 9(08) VALUE ZERO.
           05 MRN-DAY-DUPREJ     PIC 9(08) VALUE ZERO.
           05 MRN-DAY-HELD       PIC 9(08) VALUE ZERO.
           05 MRN-DAY-RESTART    PIC X(01) VALUE SPACE.
               88 MRN-DAY-RESTARTED VALUE "R".
           05 MRN-DAY-AMT-IN     PIC 9(13)V99 VALUE ZERO.
           05 MRN-DAY-AMT-OUT    PIC 9(13)V99 VALUE ZERO.
           05 MRN-DAY-AMT-REJ    PIC 9(13)V99 VALUE ZERO.
           05 MRN-DAY-AMT-SUSP   PIC 9(13)V99 VALUE ZERO.
           05 MRN-DAY-AMT-HELD   PIC 9(13)V99 VALUE ZERO.
       01 MRN-SUM-TOTALS.
           05 MRN-SUM-DRIVEN     PIC 9(08) VALUE ZERO.
           05 MRN-SUM-PROCESSED  PIC 9(08) VALUE ZERO.
           05 MRN-SUM-REJECTED   PIC 9(08) VALUE ZERO.
           05 MRN-SUM-SUSPENDED  PIC 9(08) VALUE ZERO.
           05 MRN-SUM-AMT-IN     PIC 9(13)V99 VALUE ZERO.
           05 MRN-SUM-AMT-OUT    PIC 9(13)V99 VALUE ZERO.
       01 MRN-SOURCES      PIC 9(03) VALUE ZERO.
       01 MRN-ACCOUNTED    PIC 9(08) VALUE ZERO.
       01 MRN-AMT-ACCT     PIC 9(13)V99 VALUE ZERO.
       01 MRN-SKIPPED      PIC S9(08) VALUE ZERO.
       01 MRN-GL-SUSP      PIC 9(06) VALUE ZERO.
       01 MRN-GL-TRL-SWITCH PIC X(01) VALUE "N".
           88 MRN-GL-TRAILER-FOUND VALUE "Y".
       01 MRN-GL-LINES     PIC 9(06) VALUE ZERO.
       01 MRN-GL-DEBITS    PIC 9(13)V99 VALUE ZERO.
       01 MRN-GL-CREDITS   PIC 9(13)V99 VALUE ZERO.
       01 MRN-GL-DATE      PIC X(08) VALUE SPACES.
      *THE DAY'S EXCEPTION-JOB RUNS FROM THE RUN LOG. THE LAST
      *RECYCLE OF THE DAY IS THE ONE RECYPROC(0) MUST MATCH; EVERY
      *MAINTENANCE RUN OF THE DAY IS ADDED IN.
       01 MRN-RCY-RUN-SWITCH PIC X(01) VALUE "N".
           88 MRN-RCY-RAN VALUE "Y".
       01 MRN-RCY-RELEASED PIC 9(08) VALUE ZERO.
       01 MRN-RCY-CARRIED  PIC 9(08) VALUE ZERO.
       01 MRN-RCY-ON-FILE  PIC 9(08) VALUE ZERO.
       01 MRN-MNT-RUNS     PIC 9(03) VALUE ZERO.
       01 MRN-MNT-APPLIED  PIC 9(08) VALUE ZERO.
       01 MRN-MNT-REJECTED PIC 9(08) VALUE ZERO.
      *EXCEPTION COUNTS, TODAY AND YESTERDAY. 1-3 COME FROM THE
      *HISTORY ROWS; 4-9 ARE FILE POPULATIONS AND ARE WHAT THE
      *SNAPSHOT CARRIES FORWARD (1-3 RIDE ALONG UNUSED).
      *  1 REJECTED   2 SUSPENDED   3 DUPLICATE RE-SENDS
      *  4 SUSPENSE OUTSTANDING     5 SUSPENSE WRITTEN OFF
      *  6 REJECTS AGED             7 AGED PAST ESCALATION
      *  8 REJECTS WRITTEN OFF      9 ORPHANED AUDIT CALLS
       01 MRN-TODAY-COUNTS.
           05 MRN-TODAY    PIC 9(08) OCCURS 9 VALUE ZERO.
       01 MRN-YDAY-COUNTS.
           05 MRN-YDAY     PIC 9(08) OCCURS 9 VALUE ZERO.
       01 MRN-EXC-IX       PIC 9(02) COMP VALUE ZERO.
       01 MRN-EXC-LABELS-DEF.
           05 FILLER PIC X(26) VALUE "RECORDS REJECTED (DAY)".
           05 FILLER PIC X(26) VALUE "RECORDS SUSPENDED NF (DAY)".
           05 FILLER PIC X(26) VALUE "DUPLICATE RE-SENDS (DAY)".
           05 FILLER PIC X(26) VALUE "SUSPENSE OUTSTANDING".
           05 FILLER PIC X(26) VALUE "SUSPENSE WRITTEN OFF".
           05 FILLER PIC X(26) VALUE "REJECTS AGED (KOREJAGE)".
           05 FILLER PIC X(26) VALUE "AGED PAST ESCALATION".
           05 FILLER PIC X(26) VALUE "REJECTS WRITTEN OFF".
           05 FILLER PIC X(26) VALUE "ORPHANED AUDIT CALLS (DAY)".
       01 MRN-EXC-LABELS REDEFINES MRN-EXC-LABELS-DEF.
           05 MRN-EXC-LABEL PIC X(26) OCCURS 9.
       01 MRN-HIST-PREV-DATE PIC X(08) VALUE SPACES.
       01 MRN-HIST-DAY-SWITCH PIC X(01) VALUE "N".
           88 MRN-HIST-DAY-FOUND VALUE "Y".
      *THE SNAPSHOT AS READ.
       01 MRN-OLD-P-DATE   PIC X(08) VALUE SPACES.
       01 MRN-OLD-P-COUNTS.
           05 MRN-OLD-P    PIC 9(08) OCCURS 9 VALUE ZERO.
       01 MRN-OLD-C-DATE   PIC X(08) VALUE SPACES.
       01 MRN-OLD-C-COUNTS.
           05 MRN-OLD-C    PIC 9(08) OCCURS 9 VALUE ZERO.
      *AUDIT CALL/RETN PAIRING FOR THE DAY, ONE ENTRY PER
      *CALLER/CALLEE - THE SAME PAIRING AUDRPT DOES OVER THE
      *WHOLE LOG.
       01 MRN-PAIR-USED    PIC 9(03) COMP VALUE ZERO.
       01 MRN-PAIR-LIMIT   PIC 9(03) COMP VALUE 50.
       01 MRN-PAIR-IX      PIC 9(03) COMP VALUE ZERO.
       01 MRN-PAIR-HIT     PIC 9(03) COMP VALUE ZERO.
       01 MRN-PAIR-TABLE.
           05 MRN-PAIR-ENTRY OCCURS 50.
              10 MRN-PAIR-CALLER   PIC X(08).
              10 MRN-PAIR-CALLEE   PIC X(08).
              10 MRN-PAIR-PENDING  PIC 9(05).
       01 MRN-BAD-RETN     PIC 9(08) VALUE ZERO.
      *CALENDAR WORK FIELDS - THE SAME DAY COUNT KOAGERPT AGES BY.
       01 MRN-TODAY-DAYS   PIC 9(07) COMP VALUE ZERO.
       01 MRN-CVT-DATE.
           05 MRN-CVT-YEAR    PIC 9(04).
           05 MRN-CVT-MONTH   PIC 9(02).
           05 MRN-CVT-DAY     PIC 9(02).
       01 MRN-CVT-DAYS       PIC 9(07) COMP VALUE ZERO.
       01 MRN-CVT-YPRIOR     PIC 9(04) COMP VALUE ZERO.
       01 MRN-CVT-WORK       PIC 9(07) COMP VALUE ZERO.
       01 MRN-CVT-REM        PIC 9(04) COMP VALUE ZERO.
       01 MRN-LEAP-SWITCH    PIC X(01) VALUE "N".
           88 MRN-LEAP-YEAR VALUE "Y".
       01 MRN-MONTH-DAYS-DEF.
           05 FILLER PIC X(18) VALUE "000031059090120151".
           05 FILLER PIC X(18) VALUE "181212243273304334".
       01 MRN-MONTH-DAYS REDEFINES MRN-MONTH-DAYS-DEF.
           05 MRN-DAYS-TO-MONTH OCCURS 12 PIC 9(03).
       01 MRN-AGE-DAYS       PIC 9(07) COMP VALUE ZERO.
       01 MRN-HDR-LINE.
           05 FILLER         PIC X(42)
              VALUE "OYA MORNING OPERATIONS SUMMARY - BUSINESS".
           05 FILLER         PIC X(06) VALUE " DATE ".
           05 HDR-DAY        PIC X(08).
           05 FILLER         PIC X(10) VALUE "  BIZDATE ".
           05 HDR-CUR        PIC X(08).
           05 FILLER         PIC X(06) VALUE SPACES.
       01 MRN-TITLE-LINE.
           05 TITLE-TEXT     PIC X(80).
       01 MRN-STEP-LINE.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 STP-NAME       PIC X(08).
           05 STP-PGM        PIC X(09).
           05 STP-STAT       PIC X(07).
           05 STP-TEXT       PIC X(50).
           05 FILLER         PIC X(04) VALUE SPACES.
       01 MRN-CNT-LINE.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 CNT-LABEL      PIC X(20).
           05 CNT-VALUE      PIC Z(07)9.
           05 FILLER         PIC X(50) VALUE SPACES.
       01 MRN-AMT-LINE.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 AMT-LABEL      PIC X(20).
           05 AMT-VALUE      PIC Z(12)9.99.
           05 FILLER         PIC X(42) VALUE SPACES.
       01 MRN-EXC-HDR-LINE.
           05 FILLER PIC X(28) VALUE "  EXCEPTIONS".
           05 FILLER PIC X(10) VALUE "     TODAY".
           05 FILLER PIC X(10) VALUE " YESTERDAY".
           05 FILLER PIC X(10) VALUE "    CHANGE".
           05 FILLER PIC X(22) VALUE SPACES.
       01 MRN-EXC-LINE.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXC-LABEL      PIC X(26).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXC-TODAY      PIC Z(07)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXC-YDAY       PIC Z(07)9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 EXC-CHANGE     PIC -(08)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXC-FLAG       PIC X(01).
           05 FILLER         PIC X(19) VALUE SPACES.
       01 MRN-CHANGE       PIC S9(08) VALUE ZERO.
       01 MRN-STATUS-LINE.
           05 FILLER         PIC X(18) VALUE "OVERALL STATUS:  ".
           05 STATUS-WORD    PIC X(06).
           05 FILLER         PIC X(06) VALUE "  RC  ".
           05 STATUS-RC      PIC Z9.
           05 FILLER         PIC X(48) VALUE SPACES.
       PROCEDURE DIVISION.
       OYAMORN_START SECTION.
       OYAMORN_INITIALIZE.
           PERFORM OYAMORN_READ_PARMS.
           IF MRN-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OYAMORN_READ_BIZDATE.
           PERFORM OYAMORN_READ_TOTALS
               THRU OYAMORN_READ_TOTALS_EXIT.
           PERFORM OYAMORN_LOAD_STEP_NAMES
               VARYING MRN-STEP-IX FROM 1 BY 1
               UNTIL MRN-STEP-IX > 9.
           PERFORM OYAMORN_CHECK_PRO1.
           PERFORM OYAMORN_CHECK_PRO1_OYAIN.
           PERFORM OYAMORN_CHECK_PRO49
               THRU OYAMORN_CHECK_PRO49_EXIT.
           PERFORM OYAMORN_CHECK_BALANCE
               THRU OYAMORN_CHECK_BALANCE_EXIT.
           PERFORM OYAMORN_CHECK_NF_SHARE
               THRU OYAMORN_CHECK_NF_EXIT.
           PERFORM OYAMORN_CHECK_JOURNAL
               THRU OYAMORN_CHECK_JOURNAL_EXIT.
           PERFORM OYAMORN_CHECK_ROLL.
           PERFORM OYAMORN_READ_HISTORY
               THRU OYAMORN_READ_HISTORY_EXIT.
           PERFORM OYAMORN_READ_SNAPSHOT
               THRU OYAMORN_READ_SNAPSHOT_EXIT.
           PERFORM OYAMORN_COUNT_SUSPENSE.
           PERFORM OYAMORN_COUNT_SUSP_WOFF.
           PERFORM OYAMORN_COUNT_AGED.
           PERFORM OYAMORN_COUNT_KO_WOFF.
           PERFORM OYAMORN_COUNT_ORPHANS
               THRU OYAMORN_COUNT_ORPHANS_EXIT.
           PERFORM OYAMORN_READ_RUNLOG.
           PERFORM OYAMORN_CHECK_RECYCLE
               THRU OYAMORN_CHECK_RECYCLE_EXIT.
           PERFORM OYAMORN_CHECK_MAINT.
           PERFORM OYAMORN_WRITE_REPORT.
           PERFORM OYAMORN_WRITE_SNAPSHOT
               THRU OYAMORN_WRITE_SNAPSHOT_EXIT.
           MOVE MRN-WORST TO RETURN-CODE.
           GO TO END_PROGRAM.
       OYAMORN_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, THE SAME CONVENTION
      *THE REST OF THE CHAIN USES. ESCDAYS (3 DIGITS) AND NFWARN
      *(2 DIGITS, NONZERO) DEFAULT TO KOAGERPT'S AND OYADIST'S.
           OPEN INPUT MRN-PARM-FILE.
           IF MRN-PARM-STATUS NOT = "00"
               DISPLAY "OYAMORN: NO PARMFILE, DEFAULTS IN EFFECT"
           ELSE
               PERFORM OYAMORN_NEXT_PARM
               PERFORM OYAMORN_PARSE_PARM UNTIL MRN-PARM-EOF
               CLOSE MRN-PARM-FILE
           END-IF.
           DISPLAY "OYAMORN: ESCALATE " MRN-ESC-DAYS
               " DAYS, NF WARNING AT " MRN-NF-WARN-PCT " PCT".
       OYAMORN_PARSE_PARM.
           MOVE SPACES TO MRN-PARM-KEYWORD MRN-PARM-VALUE.
           UNSTRING MRN-PARM-RECORD DELIMITED BY "="
               INTO MRN-PARM-KEYWORD MRN-PARM-VALUE.
           EVALUATE MRN-PARM-KEYWORD
             WHEN "ESCDAYS"
               IF MRN-PARM-VALUE(1:3) IS NUMERIC
                   MOVE MRN-PARM-VALUE(1:3) TO MRN-ESC-DAYS
               ELSE
                   DISPLAY "OYAMORN: BAD ESCDAYS VALUE "
                       MRN-PARM-VALUE
                   SET MRN-PARM-ERROR TO TRUE
               END-IF
             WHEN "NFWARN"
               IF MRN-PARM-VALUE(1:2) IS NUMERIC
                  AND MRN-PARM-VALUE(1:2) NOT = "00"
                   MOVE MRN-PARM-VALUE(1:2) TO MRN-NF-WARN-PCT
               ELSE
                   DISPLAY "OYAMORN: BAD NFWARN VALUE "
                       MRN-PARM-VALUE
                   SET MRN-PARM-ERROR TO TRUE
               END-IF
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "OYAMORN: UNKNOWN PARM KEYWORD "
                   MRN-PARM-KEYWORD
               SET MRN-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM OYAMORN_NEXT_PARM.
       OYAMORN_NEXT_PARM.
           READ MRN-PARM-FILE
               AT END SET MRN-PARM-EOF TO TRUE
           END-READ.
       OYAMORN_READ_BIZDATE.
           OPEN INPUT MRN-BIZ-FILE.
           IF MRN-BIZ-STATUS NOT = "00"
               DISPLAY "OYAMORN: BIZDATE OPEN FAILED, STATUS "
                   MRN-BIZ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MRN-BIZ-FILE
               AT END MOVE SPACES TO MRN-BIZ-RECORD
           END-READ.
           CLOSE MRN-BIZ-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "OYAMORN: NO CURRENT DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-CUR-DATE TO MRN-CUR-DATE.
           MOVE BIZ-PRIOR-DATE TO MRN-PRIOR-DATE.
       OYAMORN_READ_TOTALS.
      *THE DAY RECORD COMES FIRST AND NAMES THE DAY; THE SOURCE
      *RECORDS BEHIND IT ARE SUMMED FOR THE CROSS-FOOT.
           MOVE MRN-CUR-DATE TO MRN-DAY.
           OPEN INPUT MRN-TOTAL-FILE.
           IF MRN-TOTAL-STATUS NOT = "00"
               GO TO OYAMORN_READ_TOTALS_EXIT
           END-IF.
           READ MRN-TOTAL-FILE
               AT END MOVE SPACES TO MRN-TOTAL-RECORD
           END-READ.
           IF MRN-TOT-DAY-RECORD
              AND MRN-TOT-RUN-DATE NOT = SPACES
              AND (MRN-TOT-RUN-DATE = MRN-CUR-DATE
                   OR MRN-TOT-RUN-DATE = MRN-PRIOR-DATE)
               SET MRN-HAVE-TOTALS TO TRUE
               MOVE MRN-TOT-RUN-DATE  TO MRN-DAY
               MOVE MRN-TOT-READ      TO MRN-DAY-READ
               MOVE MRN-TOT-DRIVEN    TO MRN-DAY-DRIVEN
               MOVE MRN-TOT-PROCESSED TO MRN-DAY-PROCESSED
               MOVE MRN-TOT-REJECTED  TO MRN-DAY-REJECTED
               MOVE MRN-TOT-SUSPENDED TO MRN-DAY-SUSPENDED
               MOVE MRN-TOT-DUPREJ    TO MRN-DAY-DUPREJ
               MOVE MRN-TOT-HELD      TO MRN-DAY-HELD
               MOVE MRN-TOT-RESTART-FLAG TO MRN-DAY-RESTART
               MOVE MRN-TOT-AMT-IN    TO MRN-DAY-AMT-IN
               MOVE MRN-TOT-AMT-OUT   TO MRN-DAY-AMT-OUT
               MOVE MRN-TOT-AMT-REJ   TO MRN-DAY-AMT-REJ
               MOVE MRN-TOT-AMT-SUSP  TO MRN-DAY-AMT-SUSP
               MOVE MRN-TOT-AMT-HELD  TO MRN-DAY-AMT-HELD
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_TOTAL
               PERFORM OYAMORN_SUM_SOURCE UNTIL MRN-END-OF-FILE
           END-IF.
           CLOSE MRN-TOTAL-FILE.
       OYAMORN_READ_TOTALS_EXIT.
           DISPLAY "OYAMORN: REPORTING BUSINESS DATE " MRN-DAY.
       OYAMORN_NEXT_TOTAL.
           READ MRN-TOTAL-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_SUM_SOURCE.
           IF MRN-TOT-SOURCE-RECORD
               ADD 1 TO MRN-SOURCES
               ADD MRN-TOT-DRIVEN    TO MRN-SUM-DRIVEN
               ADD MRN-TOT-PROCESSED TO MRN-SUM-PROCESSED
               ADD MRN-TOT-REJECTED  TO MRN-SUM-REJECTED
               ADD MRN-TOT-SUSPENDED TO MRN-SUM-SUSPENDED
               ADD MRN-TOT-AMT-IN    TO MRN-SUM-AMT-IN
               ADD MRN-TOT-AMT-OUT   TO MRN-SUM-AMT-OUT
           END-IF.
           PERFORM OYAMORN_NEXT_TOTAL.
       OYAMORN_LOAD_STEP_NAMES.
           MOVE MRN-STEP-DEF-NAME(MRN-STEP-IX)
               TO MRN-STEP-NAME(MRN-STEP-IX).
           MOVE MRN-STEP-DEF-PGM(MRN-STEP-IX)
               TO MRN-STEP-PGM(MRN-STEP-IX).
           MOVE "OK" TO MRN-STEP-STAT(MRN-STEP-IX).
           MOVE SPACES TO MRN-STEP-TEXT(MRN-STEP-IX).
       OYAMORN_SET_STEP.
      *RECORDS ONE STEP'S OUTCOME AND RAISES THE OVERALL STATUS.
           MOVE MRN-TEXT-WORK TO MRN-STEP-TEXT(MRN-STEP-IX).
           EVALUATE MRN-SEVERITY
             WHEN ZERO
               MOVE "OK" TO MRN-STEP-STAT(MRN-STEP-IX)
             WHEN 4
               MOVE "AMBER" TO MRN-STEP-STAT(MRN-STEP-IX)
             WHEN OTHER
               MOVE "RED" TO MRN-STEP-STAT(MRN-STEP-IX)
           END-EVALUATE.
           PERFORM OYAMORN_RAISE.
       OYAMORN_RAISE.
           IF MRN-SEVERITY > MRN-WORST
               MOVE MRN-SEVERITY TO MRN-WORST
           END-IF.
       OYAMORN_CHECK_PRO1.
      *PRO1 STAMPS EVERY TALLY ROW WITH THE BUSINESS DATE; NONE
      *FOR THE DAY MEANS STEP010 NEVER GOT THAT FAR.
           MOVE 1 TO MRN-STEP-IX.
           MOVE ZERO TO MRN-ROW-COUNT.
           OPEN INPUT MRN-P1H-FILE.
           IF MRN-P1H-STATUS NOT = "00"
               MOVE "PRO1HIST UNREADABLE" TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
               PERFORM OYAMORN_SET_STEP
           ELSE
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_P1H
               PERFORM OYAMORN_COUNT_P1H UNTIL MRN-END-OF-FILE
               CLOSE MRN-P1H-FILE
               PERFORM OYAMORN_PRO1_OUTCOME
           END-IF.
       OYAMORN_NEXT_P1H.
           READ MRN-P1H-FILE NEXT RECORD
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_COUNT_P1H.
           IF MRN-P1H-RUN-DATE = MRN-DAY
               ADD 1 TO MRN-ROW-COUNT
           END-IF.
           PERFORM OYAMORN_NEXT_P1H.
       OYAMORN_CHECK_PRO1_OYAIN.
           MOVE 2 TO MRN-STEP-IX.
           MOVE ZERO TO MRN-ROW-COUNT.
           OPEN INPUT MRN-P1O-FILE.
           IF MRN-P1O-STATUS NOT = "00"
               MOVE "PRO1HIST (OYAIN) UNREADABLE" TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
               PERFORM OYAMORN_SET_STEP
           ELSE
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_P1O
               PERFORM OYAMORN_COUNT_P1O UNTIL MRN-END-OF-FILE
               CLOSE MRN-P1O-FILE
               PERFORM OYAMORN_PRO1_OUTCOME
           END-IF.
       OYAMORN_NEXT_P1O.
           READ MRN-P1O-FILE NEXT RECORD
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_COUNT_P1O.
           IF MRN-P1O-RUN-DATE = MRN-DAY
               ADD 1 TO MRN-ROW-COUNT
           END-IF.
           PERFORM OYAMORN_NEXT_P1O.
       OYAMORN_PRO1_OUTCOME.
           MOVE MRN-ROW-COUNT TO MRN-EDIT-COUNT.
           MOVE SPACES TO MRN-TEXT-WORK.
           IF MRN-ROW-COUNT = ZERO
               MOVE "NO TALLY ROWS FOR THE DAY" TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
           ELSE
               STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                   " TALLY ROWS FOR THE DAY" DELIMITED BY SIZE
                   INTO MRN-TEXT-WORK
               END-STRING
               MOVE ZERO TO MRN-SEVERITY
           END-IF.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_CHECK_PRO49.
      *PRO49 WRITES THE DAY RECORD ONLY AT A CLEAN END OF JOB.
      *HELD SEGMENTS AND A CHECKPOINT RESTART ARE THE TWO CLEAN
      *ENDINGS SOMEBODY STILL HAS TO ACT ON. A RESTARTED DAY IS
      *RELEASED, POSTED AND ROLLED BY OYATRIM.jcl, NOT PRO1JOB -
      *UNTIL IT RUNS, THE JOURNAL AND DATE LINES BELOW STAY RED.
           MOVE 3 TO MRN-STEP-IX.
           MOVE SPACES TO MRN-TEXT-WORK.
           IF NOT MRN-HAVE-TOTALS
               MOVE "DID NOT FINISH - NO RUN TOTALS FOR THE DAY"
                   TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
               PERFORM OYAMORN_SET_STEP
               GO TO OYAMORN_CHECK_PRO49_EXIT
           END-IF.
           COMPUTE MRN-SKIPPED = MRN-DAY-READ - MRN-DAY-DRIVEN
               - MRN-DAY-DUPREJ - MRN-DAY-HELD.
           MOVE ZERO TO MRN-SEVERITY.
           IF MRN-DAY-HELD > ZERO
               MOVE MRN-DAY-HELD TO MRN-EDIT-COUNT
               STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                   " DETAILS HELD - SEE OYAHELD" DELIMITED BY SIZE
                   INTO MRN-TEXT-WORK
               END-STRING
               MOVE 4 TO MRN-SEVERITY
           ELSE
               IF MRN-SKIPPED > ZERO OR MRN-DAY-RESTARTED
                   MOVE "RESTARTED - OYATRIM.jcl RELEASES, POSTS, ROLLS"
                       TO MRN-TEXT-WORK
                   MOVE 4 TO MRN-SEVERITY
               ELSE
                   MOVE MRN-DAY-DRIVEN TO MRN-EDIT-COUNT
                   STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                       " DRIVEN THROUGH KO" DELIMITED BY SIZE
                       INTO MRN-TEXT-WORK
                   END-STRING
               END-IF
           END-IF.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_CHECK_PRO49_EXIT.
           EXIT.
       OYAMORN_CHECK_BALANCE.
      *OYABAL'S PROOF AT THE DAY LEVEL, AND THE SOURCES FOOTED BACK
      *TO THE DAY ON THE COUNTS AND VALUES THAT MATTER.
           MOVE 4 TO MRN-STEP-IX.
           IF NOT MRN-HAVE-TOTALS
               MOVE "NOTHING TO PROVE" TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
               PERFORM OYAMORN_SET_STEP
               SET MRN-OUT-OF-BALANCE TO TRUE
               GO TO OYAMORN_CHECK_BALANCE_EXIT
           END-IF.
           ADD MRN-DAY-PROCESSED MRN-DAY-REJECTED MRN-DAY-SUSPENDED
               GIVING MRN-ACCOUNTED.
           IF MRN-ACCOUNTED NOT = MRN-DAY-DRIVEN
               SET MRN-OUT-OF-BALANCE TO TRUE
           END-IF.
           ADD MRN-DAY-AMT-OUT MRN-DAY-AMT-REJ MRN-DAY-AMT-SUSP
               GIVING MRN-AMT-ACCT.
           IF MRN-AMT-ACCT NOT = MRN-DAY-AMT-IN
               SET MRN-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF MRN-SOURCES > ZERO
               IF MRN-SUM-DRIVEN    NOT = MRN-DAY-DRIVEN
                  OR MRN-SUM-PROCESSED NOT = MRN-DAY-PROCESSED
                  OR MRN-SUM-REJECTED  NOT = MRN-DAY-REJECTED
                  OR MRN-SUM-SUSPENDED NOT = MRN-DAY-SUSPENDED
                  OR MRN-SUM-AMT-IN    NOT = MRN-DAY-AMT-IN
                  OR MRN-SUM-AMT-OUT   NOT = MRN-DAY-AMT-OUT
                   SET MRN-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.
           IF MRN-OUT-OF-BALANCE
               MOVE "OUT OF BALANCE - DO NOT RELEASE OUTPUT"
                   TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
           ELSE
               MOVE "IN BALANCE - RUN FULLY ACCOUNTED FOR"
                   TO MRN-TEXT-WORK
               MOVE ZERO TO MRN-SEVERITY
           END-IF.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_CHECK_BALANCE_EXIT.
           EXIT.
       OYAMORN_CHECK_NF_SHARE.
      *OYADIST'S RC 4: SUSPENDED OVER DRIVEN PAST NFWARN PERCENT.
           MOVE 5 TO MRN-STEP-IX.
           MOVE SPACES TO MRN-TEXT-WORK.
           IF NOT MRN-HAVE-TOTALS OR MRN-OUT-OF-BALANCE
               MOVE "NOT RUN ON AN UNBALANCED DAY" TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
               PERFORM OYAMORN_SET_STEP
               GO TO OYAMORN_CHECK_NF_EXIT
           END-IF.
           MOVE ZERO TO MRN-NF-PCT MRN-SEVERITY.
           IF MRN-DAY-DRIVEN > ZERO
               COMPUTE MRN-NF-PCT ROUNDED
                   = MRN-DAY-SUSPENDED * 100 / MRN-DAY-DRIVEN
               COMPUTE MRN-NF-WORK = MRN-DAY-SUSPENDED * 100
               COMPUTE MRN-NF-LIMIT = MRN-DAY-DRIVEN * MRN-NF-WARN-PCT
               IF MRN-NF-WORK > MRN-NF-LIMIT
                   MOVE 4 TO MRN-SEVERITY
               END-IF
           END-IF.
           MOVE MRN-NF-PCT TO MRN-EDIT-PCT.
           STRING "NF SHARE " DELIMITED BY SIZE
               MRN-EDIT-PCT DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO MRN-TEXT-WORK
           END-STRING.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_CHECK_NF_EXIT.
           EXIT.
       OYAMORN_CHECK_JOURNAL.
      *THE OYAGLJNL DD IS THE JOURNAL GDG'S CURRENT GENERATION. A
      *REFUSED JOURNAL HAS NO TRAILER AND A BYPASSED STEP LEAVES
      *THE PREVIOUS DAY'S - EITHER WAY NO TRAILER FOR THE DAY.
           MOVE 6 TO MRN-STEP-IX.
           MOVE SPACES TO MRN-TEXT-WORK.
           OPEN INPUT MRN-JNL-FILE.
           IF MRN-JNL-STATUS NOT = "00"
               MOVE "JOURNAL UNREADABLE" TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
               PERFORM OYAMORN_SET_STEP
               GO TO OYAMORN_CHECK_JOURNAL_EXIT
           END-IF.
           MOVE "N" TO MRN-EOF-SWITCH.
           PERFORM OYAMORN_NEXT_JNL.
           PERFORM OYAMORN_ONE_JNL UNTIL MRN-END-OF-FILE.
           CLOSE MRN-JNL-FILE.
           MOVE ZERO TO MRN-SEVERITY.
           IF NOT MRN-GL-TRAILER-FOUND OR MRN-GL-DATE NOT = MRN-DAY
               MOVE "NO JOURNAL FOR THE DAY" TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
           ELSE
               IF MRN-GL-DEBITS NOT = MRN-GL-CREDITS
                   MOVE "JOURNAL DEBITS AND CREDITS DIFFER"
                       TO MRN-TEXT-WORK
                   MOVE 12 TO MRN-SEVERITY
               ELSE
                   IF MRN-GL-SUSP > ZERO
                       MOVE MRN-GL-SUSP TO MRN-EDIT-COUNT
                       STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                           " LINES TO GL SUSPENSE - SEE OYAGRPT"
                           DELIMITED BY SIZE
                           INTO MRN-TEXT-WORK
                       END-STRING
                       MOVE 4 TO MRN-SEVERITY
                   ELSE
                       MOVE MRN-GL-LINES TO MRN-EDIT-COUNT
                       STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                           " JOURNAL LINES, TIED" DELIMITED BY SIZE
                           INTO MRN-TEXT-WORK
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_CHECK_JOURNAL_EXIT.
           EXIT.
       OYAMORN_NEXT_JNL.
           READ MRN-JNL-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_JNL.
           IF MRN-JNL-DETAIL AND MRN-JNL-TO-SUSPENSE
               ADD 1 TO MRN-GL-SUSP
           END-IF.
           IF MRN-JNL-TRAILER
               SET MRN-GL-TRAILER-FOUND TO TRUE
               MOVE MRN-TRL-DATE    TO MRN-GL-DATE
               MOVE MRN-TRL-LINES   TO MRN-GL-LINES
               MOVE MRN-TRL-DEBITS  TO MRN-GL-DEBITS
               MOVE MRN-TRL-CREDITS TO MRN-GL-CREDITS
           END-IF.
           PERFORM OYAMORN_NEXT_JNL.
       OYAMORN_CHECK_ROLL.
      *BIZROLL MOVES THE DATE ON ONLY AFTER A CLEAN DAY, SO A
      *CURRENT DATE STILL ON THE DAY MEANS THE DAY IS NOT CLOSED.
           MOVE 7 TO MRN-STEP-IX.
           MOVE SPACES TO MRN-TEXT-WORK.
           IF MRN-CUR-DATE > MRN-DAY
               STRING "ROLLED TO " DELIMITED BY SIZE
                   MRN-CUR-DATE DELIMITED BY SIZE
                   INTO MRN-TEXT-WORK
               END-STRING
               MOVE ZERO TO MRN-SEVERITY
           ELSE
               MOVE "DATE NOT ROLLED - THE DAY IS NOT CLOSED"
                   TO MRN-TEXT-WORK
               MOVE 12 TO MRN-SEVERITY
           END-IF.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_READ_HISTORY.
      *THE DAY'S ROW AND THE LAST LIVE ROW BEFORE IT. A ROW
      *OYABKOUT HAS BACKED OUT IS NOBODY'S YESTERDAY.
           OPEN INPUT MRN-HIST-FILE.
           IF MRN-HIST-STATUS NOT = "00"
               DISPLAY "OYAMORN: HISTORY OPEN FAILED, STATUS "
                   MRN-HIST-STATUS
               GO TO OYAMORN_READ_HISTORY_EXIT
           END-IF.
           MOVE "N" TO MRN-EOF-SWITCH.
           PERFORM OYAMORN_NEXT_HIST.
           PERFORM OYAMORN_ONE_HIST
               UNTIL MRN-END-OF-FILE
                  OR MRN-HIS-RUN-DATE > MRN-DAY.
           CLOSE MRN-HIST-FILE.
       OYAMORN_READ_HISTORY_EXIT.
           EXIT.
       OYAMORN_NEXT_HIST.
           READ MRN-HIST-FILE NEXT RECORD
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_HIST.
           IF NOT MRN-HIS-BACKED-OUT
               IF MRN-HIS-RUN-DATE = MRN-DAY
                   SET MRN-HIST-DAY-FOUND TO TRUE
                   MOVE MRN-HIS-REJECTED  TO MRN-TODAY(1)
                   MOVE MRN-HIS-SUSPENDED TO MRN-TODAY(2)
                   MOVE MRN-HIS-DUPREJ    TO MRN-TODAY(3)
               ELSE
                   MOVE MRN-HIS-RUN-DATE  TO MRN-HIST-PREV-DATE
                   MOVE MRN-HIS-REJECTED  TO MRN-YDAY(1)
                   MOVE MRN-HIS-SUSPENDED TO MRN-YDAY(2)
                   MOVE MRN-HIS-DUPREJ    TO MRN-YDAY(3)
               END-IF
           END-IF.
           PERFORM OYAMORN_NEXT_HIST.
       OYAMORN_READ_SNAPSHOT.
      *NO SNAPSHOT (THE FIRST RUN) LEAVES YESTERDAY AT ZERO AND
      *SAYS SO ON THE PAGE.
           OPEN INPUT MRN-SNAP-FILE.
           IF MRN-SNAP-STATUS NOT = "00"
               GO TO OYAMORN_READ_SNAPSHOT_EXIT
           END-IF.
           MOVE "N" TO MRN-EOF-SWITCH.
           PERFORM OYAMORN_NEXT_SNAP.
           PERFORM OYAMORN_ONE_SNAP UNTIL MRN-END-OF-FILE.
           CLOSE MRN-SNAP-FILE.
      *A RERUN FOR THE SAME DAY COMPARES WITH "P", NOT ITSELF.
           IF MRN-OLD-C-DATE = MRN-DAY
               IF MRN-OLD-P-DATE NOT = SPACES
                   SET MRN-HAVE-BASE TO TRUE
                   PERFORM OYAMORN_BASE_FROM_P
                       VARYING MRN-EXC-IX FROM 4 BY 1
                       UNTIL MRN-EXC-IX > 9
               END-IF
           ELSE
               IF MRN-OLD-C-DATE NOT = SPACES
                   SET MRN-HAVE-BASE TO TRUE
                   PERFORM OYAMORN_BASE_FROM_C
                       VARYING MRN-EXC-IX FROM 4 BY 1
                       UNTIL MRN-EXC-IX > 9
               END-IF
           END-IF.
       OYAMORN_READ_SNAPSHOT_EXIT.
           EXIT.
       OYAMORN_NEXT_SNAP.
           READ MRN-SNAP-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_SNAP.
           IF MRN-SNP-TYPE = "P"
               MOVE MRN-SNP-DATE TO MRN-OLD-P-DATE
               MOVE MRN-SNP-COUNTS TO MRN-OLD-P-COUNTS
           END-IF.
           IF MRN-SNP-TYPE = "C"
               MOVE MRN-SNP-DATE TO MRN-OLD-C-DATE
               MOVE MRN-SNP-COUNTS TO MRN-OLD-C-COUNTS
           END-IF.
           PERFORM OYAMORN_NEXT_SNAP.
       OYAMORN_BASE_FROM_P.
           MOVE MRN-OLD-P(MRN-EXC-IX) TO MRN-YDAY(MRN-EXC-IX).
       OYAMORN_BASE_FROM_C.
           MOVE MRN-OLD-C(MRN-EXC-IX) TO MRN-YDAY(MRN-EXC-IX).
       OYAMORN_COUNT_SUSPENSE.
           OPEN INPUT MRN-SUSP-FILE.
           IF MRN-SUSP-STATUS = "00"
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_SUSP
               PERFORM OYAMORN_ONE_SUSP UNTIL MRN-END-OF-FILE
               CLOSE MRN-SUSP-FILE
           ELSE
               DISPLAY "OYAMORN: OYASUSP NOT READ, STATUS "
                   MRN-SUSP-STATUS
           END-IF.
       OYAMORN_NEXT_SUSP.
           READ MRN-SUSP-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_SUSP.
           ADD 1 TO MRN-TODAY(4).
           PERFORM OYAMORN_NEXT_SUSP.
       OYAMORN_COUNT_SUSP_WOFF.
           OPEN INPUT MRN-SUSWO-FILE.
           IF MRN-SUSWO-STATUS = "00"
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_SUSWO
               PERFORM OYAMORN_ONE_SUSWO UNTIL MRN-END-OF-FILE
               CLOSE MRN-SUSWO-FILE
           ELSE
               DISPLAY "OYAMORN: OYASUSWO NOT READ, STATUS "
                   MRN-SUSWO-STATUS
           END-IF.
       OYAMORN_NEXT_SUSWO.
           READ MRN-SUSWO-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_SUSWO.
           ADD 1 TO MRN-TODAY(5).
           PERFORM OYAMORN_NEXT_SUSWO.
       OYAMORN_COUNT_AGED.
      *AGED THE WAY KOAGERPT AGES: DAYS FROM THE FIRST-AGED DATE
      *TO THE BUSINESS DATE. A LINE WITH NO USABLE DATE IS AGE
      *ZERO, AS KOAGERPT NORMALIZES IT.
           MOVE MRN-DAY TO MRN-CVT-DATE.
           PERFORM OYAMORN_DATE_TO_DAYS.
           MOVE MRN-CVT-DAYS TO MRN-TODAY-DAYS.
           OPEN INPUT MRN-AGE-FILE.
           IF MRN-AGE-STATUS = "00"
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_AGE
               PERFORM OYAMORN_ONE_AGE UNTIL MRN-END-OF-FILE
               CLOSE MRN-AGE-FILE
           ELSE
               DISPLAY "OYAMORN: KOREJAGE NOT READ, STATUS "
                   MRN-AGE-STATUS
           END-IF.
       OYAMORN_NEXT_AGE.
           READ MRN-AGE-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_AGE.
           ADD 1 TO MRN-TODAY(6).
           IF MRN-AGE-FIRST-DATE IS NUMERIC
              AND MRN-AGE-FIRST-DATE(5:2) >= "01"
              AND MRN-AGE-FIRST-DATE(5:2) <= "12"
               MOVE MRN-AGE-FIRST-DATE TO MRN-CVT-DATE
               PERFORM OYAMORN_DATE_TO_DAYS
               IF MRN-CVT-DAYS < MRN-TODAY-DAYS
                   COMPUTE MRN-AGE-DAYS
                       = MRN-TODAY-DAYS - MRN-CVT-DAYS
                   IF MRN-AGE-DAYS > MRN-ESC-DAYS
                       ADD 1 TO MRN-TODAY(7)
                   END-IF
               END-IF
           END-IF.
           PERFORM OYAMORN_NEXT_AGE.
       OYAMORN_COUNT_KO_WOFF.
           OPEN INPUT MRN-KOWO-FILE.
           IF MRN-KOWO-STATUS = "00"
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_KOWO
               PERFORM OYAMORN_ONE_KOWO UNTIL MRN-END-OF-FILE
               CLOSE MRN-KOWO-FILE
           ELSE
               DISPLAY "OYAMORN: KOREJWO NOT READ, STATUS "
                   MRN-KOWO-STATUS
           END-IF.
       OYAMORN_NEXT_KOWO.
           READ MRN-KOWO-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_KOWO.
           ADD 1 TO MRN-TODAY(8).
           PERFORM OYAMORN_NEXT_KOWO.
       OYAMORN_COUNT_ORPHANS.
      *A CALL STILL PENDING AT THE END OF THE DAY'S LINES IS WHAT
      *AN ABEND INSIDE KO OR MAGO LEAVES BEHIND.
           OPEN INPUT MRN-LOG-FILE.
           IF MRN-LOG-STATUS NOT = "00"
               DISPLAY "OYAMORN: AUDITLOG NOT READ, STATUS "
                   MRN-LOG-STATUS
               GO TO OYAMORN_COUNT_ORPHANS_EXIT
           END-IF.
           MOVE "N" TO MRN-EOF-SWITCH.
           PERFORM OYAMORN_NEXT_LOG.
           PERFORM OYAMORN_ONE_LOG UNTIL MRN-END-OF-FILE.
           CLOSE MRN-LOG-FILE.
           PERFORM OYAMORN_ADD_PENDING
               VARYING MRN-PAIR-IX FROM 1 BY 1
               UNTIL MRN-PAIR-IX > MRN-PAIR-USED.
       OYAMORN_COUNT_ORPHANS_EXIT.
           EXIT.
       OYAMORN_NEXT_LOG.
           READ MRN-LOG-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_LOG.
           IF MRN-LOG-DATE = MRN-DAY
              AND (MRN-LOG-PHASE = "CALL" OR MRN-LOG-PHASE = "RETN")
               PERFORM OYAMORN_FIND_PAIR
               IF MRN-LOG-PHASE = "CALL"
                   ADD 1 TO MRN-PAIR-PENDING(MRN-PAIR-HIT)
               ELSE
                   IF MRN-PAIR-PENDING(MRN-PAIR-HIT) > ZERO
                       SUBTRACT 1 FROM MRN-PAIR-PENDING(MRN-PAIR-HIT)
                   ELSE
                       ADD 1 TO MRN-BAD-RETN
                   END-IF
               END-IF
           END-IF.
           PERFORM OYAMORN_NEXT_LOG.
       OYAMORN_FIND_PAIR.
      *THE CHAIN HAS A HANDFUL OF CALLER/CALLEE PAIRS; A FULL
      *TABLE POOLS THE OVERFLOW IN THE LAST ENTRY RATHER THAN
      *LOSE THE COUNT.
           MOVE "N" TO MRN-FOUND-SWITCH.
           PERFORM OYAMORN_MATCH_PAIR
               VARYING MRN-PAIR-IX FROM 1 BY 1
               UNTIL MRN-PAIR-IX > MRN-PAIR-USED
                  OR MRN-ENTRY-FOUND.
           IF NOT MRN-ENTRY-FOUND
               IF MRN-PAIR-USED < MRN-PAIR-LIMIT
                   ADD 1 TO MRN-PAIR-USED
                   MOVE MRN-LOG-CALLER
                       TO MRN-PAIR-CALLER(MRN-PAIR-USED)
                   MOVE MRN-LOG-CALLEE
                       TO MRN-PAIR-CALLEE(MRN-PAIR-USED)
                   MOVE ZERO TO MRN-PAIR-PENDING(MRN-PAIR-USED)
               END-IF
               MOVE MRN-PAIR-USED TO MRN-PAIR-HIT
           END-IF.
       OYAMORN_MATCH_PAIR.
           IF MRN-PAIR-CALLER(MRN-PAIR-IX) = MRN-LOG-CALLER
              AND MRN-PAIR-CALLEE(MRN-PAIR-IX) = MRN-LOG-CALLEE
               SET MRN-ENTRY-FOUND TO TRUE
               MOVE MRN-PAIR-IX TO MRN-PAIR-HIT
           END-IF.
       OYAMORN_ADD_PENDING.
           ADD MRN-PAIR-PENDING(MRN-PAIR-IX) TO MRN-TODAY(9).
       OYAMORN_READ_RUNLOG.
      *A LOG THAT WILL NOT OPEN READS AS NO RUNS FOR THE DAY, AND
      *THE TWO LINES SAY SO.
           OPEN INPUT MRN-RUNLOG-FILE.
           IF MRN-RUNLOG-STATUS = "00"
               MOVE "N" TO MRN-EOF-SWITCH
               PERFORM OYAMORN_NEXT_RUNLOG
               PERFORM OYAMORN_ONE_RUNLOG UNTIL MRN-END-OF-FILE
               CLOSE MRN-RUNLOG-FILE
           ELSE
               DISPLAY "OYAMORN: OYARUNLG NOT READ, STATUS "
                   MRN-RUNLOG-STATUS
           END-IF.
       OYAMORN_NEXT_RUNLOG.
           READ MRN-RUNLOG-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_RUNLOG.
           IF MRN-RLG-RUN-DATE = MRN-DAY
               IF MRN-RLG-PGM = "OYARECYC"
                   SET MRN-RCY-RAN TO TRUE
                   MOVE MRN-RLG-COUNT-1 TO MRN-RCY-RELEASED
                   MOVE MRN-RLG-COUNT-2 TO MRN-RCY-CARRIED
               END-IF
               IF MRN-RLG-PGM = "MAGOMNT"
                   ADD 1 TO MRN-MNT-RUNS
                   ADD MRN-RLG-COUNT-1 TO MRN-MNT-APPLIED
                   ADD MRN-RLG-COUNT-2 TO MRN-MNT-REJECTED
               END-IF
           END-IF.
           PERFORM OYAMORN_NEXT_RUNLOG.
       OYAMORN_CHECK_RECYCLE.
      *THE RECYCLE RUNS DAILY. NOT RUNNING IS ONLY WORTH A FLAG
      *WHEN SUSPENSE IS WAITING FOR IT; RUNNING IS ONLY GOOD WHEN
      *RECYPROC(0) HOLDS EXACTLY WHAT THE RUN SAYS IT RELEASED -
      *OTHERWISE THE GENERATION DOWNSTREAM PICKS UP IS NOT THE
      *DAY'S.
           MOVE 8 TO MRN-STEP-IX.
           MOVE SPACES TO MRN-TEXT-WORK.
           MOVE ZERO TO MRN-SEVERITY.
           IF NOT MRN-RCY-RAN
               IF MRN-TODAY(4) > ZERO
                   MOVE MRN-TODAY(4) TO MRN-EDIT-COUNT
                   STRING "NOT RUN -" DELIMITED BY SIZE
                       MRN-EDIT-COUNT DELIMITED BY SIZE
                       " WAITING IN SUSPENSE" DELIMITED BY SIZE
                       INTO MRN-TEXT-WORK
                   END-STRING
                   MOVE 4 TO MRN-SEVERITY
               ELSE
                   MOVE "NOT RUN - SUSPENSE IS EMPTY" TO MRN-TEXT-WORK
               END-IF
               PERFORM OYAMORN_SET_STEP
               GO TO OYAMORN_CHECK_RECYCLE_EXIT
           END-IF.
           OPEN INPUT MRN-RCY-FILE.
           IF MRN-RCY-STATUS NOT = "00"
               MOVE "RECYPROC(0) UNREADABLE" TO MRN-TEXT-WORK
               MOVE 4 TO MRN-SEVERITY
               PERFORM OYAMORN_SET_STEP
               GO TO OYAMORN_CHECK_RECYCLE_EXIT
           END-IF.
           MOVE "N" TO MRN-EOF-SWITCH.
           PERFORM OYAMORN_NEXT_RCY.
           PERFORM OYAMORN_ONE_RCY UNTIL MRN-END-OF-FILE.
           CLOSE MRN-RCY-FILE.
           IF MRN-RCY-ON-FILE NOT = MRN-RCY-RELEASED
               MOVE MRN-RCY-ON-FILE TO MRN-EDIT-COUNT
               MOVE MRN-RCY-RELEASED TO MRN-EDIT-COUNT2
               STRING "RECYPROC(0) HOLDS" DELIMITED BY SIZE
                   MRN-EDIT-COUNT DELIMITED BY SIZE
                   ", RUN RELEASED" DELIMITED BY SIZE
                   MRN-EDIT-COUNT2 DELIMITED BY SIZE
                   INTO MRN-TEXT-WORK
               END-STRING
               MOVE 4 TO MRN-SEVERITY
           ELSE
               MOVE MRN-RCY-RELEASED TO MRN-EDIT-COUNT
               MOVE MRN-RCY-CARRIED TO MRN-EDIT-COUNT2
               STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                   " RELEASED," DELIMITED BY SIZE
                   MRN-EDIT-COUNT2 DELIMITED BY SIZE
                   " CARRIED" DELIMITED BY SIZE
                   INTO MRN-TEXT-WORK
               END-STRING
           END-IF.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_CHECK_RECYCLE_EXIT.
           EXIT.
       OYAMORN_NEXT_RCY.
           READ MRN-RCY-FILE
               AT END SET MRN-END-OF-FILE TO TRUE
           END-READ.
       OYAMORN_ONE_RCY.
           ADD 1 TO MRN-RCY-ON-FILE.
           PERFORM OYAMORN_NEXT_RCY.
       OYAMORN_CHECK_MAINT.
      *MAGOMNT'S OWN RC 4: ANY REJECTED TRANSACTION IS WAITING ON
      *SOMEBODY TO READ MAGOMRPT AND RESUBMIT IT.
           MOVE 9 TO MRN-STEP-IX.
           MOVE SPACES TO MRN-TEXT-WORK.
           MOVE ZERO TO MRN-SEVERITY.
           IF MRN-MNT-RUNS = ZERO
               MOVE "NO MAINTENANCE RUN FOR THE DAY" TO MRN-TEXT-WORK
           ELSE
               MOVE MRN-MNT-APPLIED TO MRN-EDIT-COUNT
               IF MRN-MNT-REJECTED > ZERO
                   MOVE MRN-MNT-REJECTED TO MRN-EDIT-COUNT2
                   STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                       " APPLIED," DELIMITED BY SIZE
                       MRN-EDIT-COUNT2 DELIMITED BY SIZE
                       " REJECTED - SEE MAGOMRPT" DELIMITED BY SIZE
                       INTO MRN-TEXT-WORK
                   END-STRING
                   MOVE 4 TO MRN-SEVERITY
               ELSE
                   STRING MRN-EDIT-COUNT DELIMITED BY SIZE
                       " APPLIED, NONE REJECTED" DELIMITED BY SIZE
                       INTO MRN-TEXT-WORK
                   END-STRING
               END-IF
           END-IF.
           PERFORM OYAMORN_SET_STEP.
       OYAMORN_WRITE_REPORT.
           OPEN OUTPUT MRN-RPT-FILE.
           MOVE MRN-DAY TO HDR-DAY.
           MOVE MRN-CUR-DATE TO HDR-CUR.
           WRITE MRN-RPT-LINE FROM MRN-HDR-LINE.
           MOVE SPACES TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           MOVE "STEP OUTCOMES (PRO1JOB)" TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           PERFORM OYAMORN_WRITE_STEP
               VARYING MRN-STEP-IX FROM 1 BY 1
               UNTIL MRN-STEP-IX > 7.
           MOVE SPACES TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           MOVE "EXCEPTION JOBS FOR THE DAY (RUN LOG)" TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           PERFORM OYAMORN_WRITE_STEP
               VARYING MRN-STEP-IX FROM 8 BY 1
               UNTIL MRN-STEP-IX > 9.
           MOVE SPACES TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           PERFORM OYAMORN_WRITE_BALANCE
               THRU OYAMORN_WRITE_BALANCE_EXIT.
           MOVE SPACES TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           PERFORM OYAMORN_WRITE_EXCEPTIONS.
           MOVE SPACES TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           EVALUATE MRN-WORST
             WHEN ZERO
               MOVE "GREEN" TO STATUS-WORD
             WHEN 4
               MOVE "AMBER" TO STATUS-WORD
             WHEN OTHER
               MOVE "RED" TO STATUS-WORD
           END-EVALUATE.
           MOVE MRN-WORST TO STATUS-RC.
           WRITE MRN-RPT-LINE FROM MRN-STATUS-LINE.
           CLOSE MRN-RPT-FILE.
           DISPLAY "OYAMORN: " MRN-DAY " STATUS " STATUS-WORD.
       OYAMORN_WRITE_STEP.
           MOVE MRN-STEP-NAME(MRN-STEP-IX) TO STP-NAME.
           MOVE MRN-STEP-PGM(MRN-STEP-IX) TO STP-PGM.
           MOVE MRN-STEP-STAT(MRN-STEP-IX) TO STP-STAT.
           MOVE MRN-STEP-TEXT(MRN-STEP-IX) TO STP-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-STEP-LINE.
       OYAMORN_WRITE_BALANCE.
           MOVE "BALANCE (OYATOTAL DAY RECORD)" TO TITLE-TEXT.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
           IF NOT MRN-HAVE-TOTALS
               MOVE "  NO RUN TOTALS FOR THE DAY" TO TITLE-TEXT
               WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE
               GO TO OYAMORN_WRITE_BALANCE_EXIT
           END-IF.
           MOVE "DRIVEN THROUGH KO =" TO CNT-LABEL.
           MOVE MRN-DAY-DRIVEN TO CNT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-CNT-LINE.
           MOVE "PROCESSED (MAGO)  =" TO CNT-LABEL.
           MOVE MRN-DAY-PROCESSED TO CNT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-CNT-LINE.
           MOVE "RECORDS REJECTED  =" TO CNT-LABEL.
           MOVE MRN-DAY-REJECTED TO CNT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-CNT-LINE.
           MOVE "SUSPENDED (NF)    =" TO CNT-LABEL.
           MOVE MRN-DAY-SUSPENDED TO CNT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-CNT-LINE.
           MOVE "AMOUNTS IN        =" TO AMT-LABEL.
           MOVE MRN-DAY-AMT-IN TO AMT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-AMT-LINE.
           MOVE "AMOUNTS OUT       =" TO AMT-LABEL.
           MOVE MRN-DAY-AMT-OUT TO AMT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-AMT-LINE.
           MOVE "AMOUNTS REJECTED  =" TO AMT-LABEL.
           MOVE MRN-DAY-AMT-REJ TO AMT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-AMT-LINE.
           MOVE "AMOUNTS SUSPENDED =" TO AMT-LABEL.
           MOVE MRN-DAY-AMT-SUSP TO AMT-VALUE.
           WRITE MRN-RPT-LINE FROM MRN-AMT-LINE.
           IF MRN-DAY-HELD > ZERO
               MOVE "AMOUNTS HELD      =" TO AMT-LABEL
               MOVE MRN-DAY-AMT-HELD TO AMT-VALUE
               WRITE MRN-RPT-LINE FROM MRN-AMT-LINE
           END-IF.
           IF MRN-OUT-OF-BALANCE
               MOVE "  *** OUT OF BALANCE ***" TO TITLE-TEXT
           ELSE
               MOVE "  IN BALANCE" TO TITLE-TEXT
           END-IF.
           WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE.
       OYAMORN_WRITE_BALANCE_EXIT.
           EXIT.
       OYAMORN_WRITE_EXCEPTIONS.
      *THE FLAGS ARE THE SAME ONES THE OWNING JOBS END RC 4 ON:
      *A NEW SUSPENSE WRITE-OFF (OYARECYC), ANY ESCALATED AGED
      *REJECT (KOAGERPT), ANY ORPHANED CALL (AUDRPT).
           WRITE MRN-RPT-LINE FROM MRN-EXC-HDR-LINE.
           PERFORM OYAMORN_WRITE_EXC
               VARYING MRN-EXC-IX FROM 1 BY 1
               UNTIL MRN-EXC-IX > 9.
           IF NOT MRN-HIST-DAY-FOUND
               MOVE "  NO OYAHIST ROW FOR THE DAY - DAY COUNTS ARE ZERO"
                   TO TITLE-TEXT
               WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE
           END-IF.
           IF NOT MRN-HAVE-BASE
               MOVE "  NO EARLIER SUMMARY - FILE CHANGES ARE FROM ZERO"
                   TO TITLE-TEXT
               WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE
           END-IF.
           IF MRN-BAD-RETN > ZERO
               MOVE MRN-BAD-RETN TO MRN-EDIT-COUNT
               MOVE SPACES TO TITLE-TEXT
               STRING "  " DELIMITED BY SIZE
                   MRN-EDIT-COUNT DELIMITED BY SIZE
                   " AUDIT RETURNS WITH NO CALL - SEE AUDRPT"
                   DELIMITED BY SIZE
                   INTO TITLE-TEXT
               END-STRING
               WRITE MRN-RPT-LINE FROM MRN-TITLE-LINE
           END-IF.
       OYAMORN_WRITE_EXC.
           MOVE MRN-EXC-LABEL(MRN-EXC-IX) TO EXC-LABEL.
           MOVE MRN-TODAY(MRN-EXC-IX) TO EXC-TODAY.
           MOVE MRN-YDAY(MRN-EXC-IX) TO EXC-YDAY.
           COMPUTE MRN-CHANGE
               = MRN-TODAY(MRN-EXC-IX) - MRN-YDAY(MRN-EXC-IX).
           MOVE MRN-CHANGE TO EXC-CHANGE.
           MOVE SPACE TO EXC-FLAG.
           MOVE ZERO TO MRN-SEVERITY.
           EVALUATE MRN-EXC-IX
             WHEN 5
               IF MRN-CHANGE > ZERO
                   MOVE 4 TO MRN-SEVERITY
               END-IF
             WHEN 7
             WHEN 9
               IF MRN-TODAY(MRN-EXC-IX) > ZERO
                   MOVE 4 TO MRN-SEVERITY
               END-IF
           END-EVALUATE.
           IF MRN-SEVERITY > ZERO
               MOVE "*" TO EXC-FLAG
               PERFORM OYAMORN_RAISE
           END-IF.
           WRITE MRN-RPT-LINE FROM MRN-EXC-LINE.
       OYAMORN_WRITE_SNAPSHOT.
      *C GOES DOWN TO P ONLY WHEN THE DAY HAS MOVED ON.
           IF MRN-OLD-C-DATE NOT = MRN-DAY
               MOVE MRN-OLD-C-DATE TO MRN-OLD-P-DATE
               MOVE MRN-OLD-C-COUNTS TO MRN-OLD-P-COUNTS
           END-IF.
           OPEN OUTPUT MRN-SNAP-FILE.
           IF MRN-SNAP-STATUS NOT = "00"
               DISPLAY "OYAMORN: SNAPSHOT NOT SAVED, STATUS "
                   MRN-SNAP-STATUS
               GO TO OYAMORN_WRITE_SNAPSHOT_EXIT
           END-IF.
           IF MRN-OLD-P-DATE NOT = SPACES
               MOVE "P" TO MRN-SNP-TYPE
               MOVE MRN-OLD-P-DATE TO MRN-SNP-DATE
               MOVE MRN-OLD-P-COUNTS TO MRN-SNP-COUNTS
               WRITE MRN-SNAP-RECORD
           END-IF.
           MOVE "C" TO MRN-SNP-TYPE.
           MOVE MRN-DAY TO MRN-SNP-DATE.
           MOVE MRN-TODAY-COUNTS TO MRN-SNP-COUNTS.
           WRITE MRN-SNAP-RECORD.
           CLOSE MRN-SNAP-FILE.
       OYAMORN_WRITE_SNAPSHOT_EXIT.
           EXIT.
       OYAMORN_DATE_TO_DAYS.
      *YYYYMMDD TO A SERIAL DAY COUNT - THE SAME ARITHMETIC
      *KOAGERPT AGES BY, SO THE TWO AGREE ON WHAT IS ESCALATED.
           COMPUTE MRN-CVT-YPRIOR = MRN-CVT-YEAR - 1.
           COMPUTE MRN-CVT-DAYS = MRN-CVT-YPRIOR * 365.
           DIVIDE MRN-CVT-YPRIOR BY 4 GIVING MRN-CVT-WORK.
           ADD MRN-CVT-WORK TO MRN-CVT-DAYS.
           DIVIDE MRN-CVT-YPRIOR BY 100 GIVING MRN-CVT-WORK.
           SUBTRACT MRN-CVT-WORK FROM MRN-CVT-DAYS.
           DIVIDE MRN-CVT-YPRIOR BY 400 GIVING MRN-CVT-WORK.
           ADD MRN-CVT-WORK TO MRN-CVT-DAYS.
           ADD MRN-DAYS-TO-MONTH(MRN-CVT-MONTH) TO MRN-CVT-DAYS.
           ADD MRN-CVT-DAY TO MRN-CVT-DAYS.
           PERFORM OYAMORN_CHECK_LEAP.
           IF MRN-LEAP-YEAR AND MRN-CVT-MONTH > 2
               ADD 1 TO MRN-CVT-DAYS
           END-IF.
       OYAMORN_CHECK_LEAP.
           MOVE "N" TO MRN-LEAP-SWITCH.
           DIVIDE MRN-CVT-YEAR BY 4 GIVING MRN-CVT-WORK
               REMAINDER MRN-CVT-REM.
           IF MRN-CVT-REM = ZERO
               SET MRN-LEAP-YEAR TO TRUE
               DIVIDE MRN-CVT-YEAR BY 100 GIVING MRN-CVT-WORK
                   REMAINDER MRN-CVT-REM
               IF MRN-CVT-REM = ZERO
                   MOVE "N" TO MRN-LEAP-SWITCH
                   DIVIDE MRN-CVT-YEAR BY 400 GIVING MRN-CVT-WORK
                       REMAINDER MRN-CVT-REM
                   IF MRN-CVT-REM = ZERO
                       SET MRN-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM OYAMORN.
