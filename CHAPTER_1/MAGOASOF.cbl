       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGOASOF.
      *AS-OF RE-ENRICHMENT FOR THE OYA/KO/MAGO CHAIN. NOW THAT
      *MAGOMST KEEPS EVERY VERSION OF A ROW (SEE MAGOMNT), THE
      *QUESTION "WHAT CODES WOULD THIS DAY HAVE CARRIED UNDER THE
      *MASTER AS IT STOOD ON SOME OTHER DATE" HAS AN ANSWER. THIS
      *PROGRAM READS ANY PAST OYAPROC GENERATION, DRIVES EACH
      *RECORD'S DATA2/DATA3 BACK THROUGH THE SAME MAGO LOOKUP THE
      *DAILY CHAIN USES - JUDGED AS OF THE ASOFDATE PARM - AND
      *WRITES THE RE-ENRICHED RECORDS TO ASOFPROC IN OYAPROC
      *LAYOUT, SO ANY REPORT THAT READS OYAPROC CAN BE POINTED AT
      *THE RESULT. THE REPORT LISTS EVERY RECORD WHOSE CODE COMES
      *OUT DIFFERENT FROM THE ONE IT ORIGINALLY CARRIED, THEN THE
      *CODE DISTRIBUTION BEFORE AND AFTER SIDE BY SIDE. A KEY WITH
      *NO VERSION IN FORCE ON THE AS-OF DATE COMES BACK "NF" AND
      *IS LISTED LIKE ANY OTHER DIFFERENCE. NOTHING IN PRODUCTION
      *IS TOUCHED - THE INPUT GENERATION IS READ ONLY AND THE
      *MASTER IS OPENED INPUT BY MAGO AS ALWAYS. ANY DIFFERENCE
      *ENDS THE RUN RC 4; A MISSING OR BAD ASOFDATE ENDS IT RC 8
      *BEFORE ANYTHING IS READ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASF-PROC-FILE ASSIGN TO "OYAPROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASF-OUT-FILE ASSIGN TO "ASOFPROC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASF-RPT-FILE ASSIGN TO "ASOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASF-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASF-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASF-PROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASF-PROC-RECORD.
           05 ASF-PROC-KEY       PIC X(06).
           05 ASF-PROC-FLD-1     PIC X(05).
           05 ASF-PROC-FLD-2     PIC X(05).
           05 ASF-PROC-FLD-3     PIC X(05).
           05 ASF-PROC-RESULT    PIC X(02).
           05 ASF-PROC-AMOUNT    PIC 9(09)V99.
           05 ASF-PROC-SOURCE    PIC X(08).
       FD  ASF-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASF-OUT-RECORD.
           05 ASF-OUT-KEY        PIC X(06).
           05 ASF-OUT-FLD-1      PIC X(05).
           05 ASF-OUT-FLD-2      PIC X(05).
           05 ASF-OUT-FLD-3      PIC X(05).
           05 ASF-OUT-RESULT     PIC X(02).
           05 ASF-OUT-AMOUNT     PIC 9(09)V99.
           05 ASF-OUT-SOURCE     PIC X(08).
       FD  ASF-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASF-RPT-LINE          PIC X(80).
       FD  ASF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASF-PARM-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01 ASF-PARM-STATUS PIC X(02) VALUE "00".
       01 ASF-PROC-EOF-SWITCH PIC X(01) VALUE "N".
           88 ASF-PROC-EOF VALUE "Y".
       01 ASF-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 ASF-PARM-EOF VALUE "Y".
       01 ASF-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 ASF-PARM-ERROR VALUE "Y".
       01 ASF-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ASF-ENTRY-FOUND VALUE "Y".
       01 ASF-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 ASF-PARM-VALUE   PIC X(20) VALUE SPACES.
      *THE DATE THE MASTER IS JUDGED AS OF. THERE IS NO SENSIBLE
      *DEFAULT - "TODAY" WOULD QUIETLY ANSWER A DIFFERENT QUESTION
      *THAN THE ONE ASKED - SO THE PARM IS REQUIRED.
       01 ASF-ASOF-DATE    PIC X(08) VALUE SPACES.
       01 ASF-MAGO-RESULT  PIC X(02) VALUE SPACES.
           88 ASF-MST-LOOKUP-ERROR VALUE "ER".
           88 ASF-NOT-FOUND-ASOF VALUE "NF".
       01 ASF-READ-COUNT   PIC 9(08) VALUE ZERO.
       01 ASF-SAME-COUNT   PIC 9(08) VALUE ZERO.
       01 ASF-DIFF-COUNT   PIC 9(08) VALUE ZERO.
       01 ASF-NF-COUNT     PIC 9(08) VALUE ZERO.
       01 ASF-AMT-DIFF     PIC 9(13)V99 VALUE ZERO.
      *ONE ENTRY PER RESULT CODE SEEN ON EITHER SIDE, THE SAME
      *100-ENTRY ROLL-UP OYADIST USES. OVERFLOW IS REPORTED.
       01 ASF-TAB-USED  PIC 9(03) COMP VALUE ZERO.
       01 ASF-TAB-LIMIT PIC 9(03) COMP VALUE 100.
       01 ASF-TAB-IX    PIC 9(03) COMP VALUE ZERO.
       01 ASF-TAB-HIT   PIC 9(03) COMP VALUE ZERO.
       01 ASF-CODE-TABLE.
           05 ASF-TAB-ENTRY OCCURS 100.
              10 ASF-TAB-CODE     PIC X(02).
              10 ASF-TAB-ORIG     PIC 9(08).
              10 ASF-TAB-ASOF     PIC 9(08).
       01 ASF-LOOK-CODE PIC X(02) VALUE SPACES.
       01 DATA1 PIC X(5) VALUE SPACES.
       01 DATA2 PIC X(5) VALUE SPACES.
       01 DATA3 PIC X(5) VALUE SPACES.
       01 AUD-PGM-ASF      PIC X(08) VALUE "MAGOASOF".
       01 AUD-PGM-MAGO     PIC X(08) VALUE "MAGO".
       01 AUD-PHASE-CALL   PIC X(04) VALUE "CALL".
       01 AUD-PHASE-RETN   PIC X(04) VALUE "RETN".
       01 AUD-PHASE-EOJ    PIC X(04) VALUE "EOJ".
       01 ASF-HDR-LINE.
           05 FILLER         PIC X(40)
              VALUE "MAGOMST AS-OF RE-ENRICHMENT - AS OF ".
           05 HDR-ASOF-DATE  PIC X(08).
           05 FILLER         PIC X(32) VALUE SPACES.
       01 ASF-COL-LINE.
           05 FILLER         PIC X(40)
              VALUE "KEY    DATA2 DATA3 WAS NOW        AMOUNT".
           05 FILLER         PIC X(40) VALUE SPACES.
       01 ASF-DTL-LINE.
           05 DTL-KEY        PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-DATA2      PIC X(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-DATA3      PIC X(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-WAS        PIC X(02).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-NOW        PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-AMOUNT     PIC Z(09)9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-TAG        PIC X(20).
           05 FILLER         PIC X(20) VALUE SPACES.
       01 ASF-DIST-COL-LINE.
           05 FILLER         PIC X(40)
              VALUE "CD   ORIGINAL     AS-OF                 ".
           05 FILLER         PIC X(40) VALUE SPACES.
       01 ASF-DIST-LINE.
           05 DST-CODE       PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DST-ORIG       PIC Z(07)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DST-ASOF       PIC Z(07)9.
           05 FILLER         PIC X(59) VALUE SPACES.
       01 ASF-CNT-LINE.
           05 CNT-LABEL      PIC X(24).
           05 CNT-VALUE      PIC Z(07)9.
           05 FILLER         PIC X(48) VALUE SPACES.
       01 ASF-AMT-LINE.
           05 AMT-LABEL      PIC X(24).
           05 AMT-VALUE      PIC Z(12)9.99.
           05 FILLER         PIC X(39) VALUE SPACES.
       01 ASF-NOTE-LINE.
           05 ASF-NOTE-TEXT  PIC X(80).
       PROCEDURE DIVISION.
       MAGOASOF_START SECTION.
       MAGOASOF_INITIALIZE.
           PERFORM MAGOASOF_READ_PARMS.
           IF ASF-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ASF-PROC-FILE.
           OPEN OUTPUT ASF-OUT-FILE.
           OPEN OUTPUT ASF-RPT-FILE.
           MOVE ASF-ASOF-DATE TO HDR-ASOF-DATE.
           WRITE ASF-RPT-LINE FROM ASF-HDR-LINE.
           WRITE ASF-RPT-LINE FROM ASF-COL-LINE.
           PERFORM MAGOASOF_NEXT_PROC.
           PERFORM MAGOASOF_ONE_PROC UNTIL ASF-PROC-EOF.
           PERFORM MAGOASOF_WRITE_SUMMARY.
           GO TO END_PROGRAM.
       MAGOASOF_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, THE SAME CONVENTION
      *THE REST OF THE CHAIN USES. ASOFDATE (YYYYMMDD) IS THE ONLY
      *KEYWORD AND IT IS REQUIRED.
           OPEN INPUT ASF-PARM-FILE.
           IF ASF-PARM-STATUS NOT = "00"
               DISPLAY "MAGOASOF: NO PARMFILE - ASOFDATE IS REQUIRED"
               SET ASF-PARM-ERROR TO TRUE
           ELSE
               PERFORM MAGOASOF_NEXT_PARM
               PERFORM MAGOASOF_PARSE_PARM UNTIL ASF-PARM-EOF
               CLOSE ASF-PARM-FILE
           END-IF.
           IF ASF-ASOF-DATE = SPACES AND NOT ASF-PARM-ERROR
               DISPLAY "MAGOASOF: ASOFDATE PARM IS REQUIRED"
               SET ASF-PARM-ERROR TO TRUE
           END-IF.
           IF NOT ASF-PARM-ERROR
               DISPLAY "MAGOASOF: MASTER JUDGED AS OF "
                   ASF-ASOF-DATE
           END-IF.
       MAGOASOF_PARSE_PARM.
           MOVE SPACES TO ASF-PARM-KEYWORD ASF-PARM-VALUE.
           UNSTRING ASF-PARM-RECORD DELIMITED BY "="
               INTO ASF-PARM-KEYWORD ASF-PARM-VALUE.
           EVALUATE ASF-PARM-KEYWORD
             WHEN "ASOFDATE"
               IF ASF-PARM-VALUE(1:8) IS NUMERIC
                   MOVE ASF-PARM-VALUE(1:8) TO ASF-ASOF-DATE
               ELSE
                   DISPLAY "MAGOASOF: BAD ASOFDATE VALUE "
                       ASF-PARM-VALUE
                   SET ASF-PARM-ERROR TO TRUE
               END-IF
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "MAGOASOF: UNKNOWN PARM KEYWORD "
                   ASF-PARM-KEYWORD
               SET ASF-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM MAGOASOF_NEXT_PARM.
       MAGOASOF_NEXT_PARM.
           READ ASF-PARM-FILE
               AT END SET ASF-PARM-EOF TO TRUE
           END-READ.
       MAGOASOF_ONE_PROC.
           PERFORM MAGOASOF_CALL_MAGO.
           IF ASF-MST-LOOKUP-ERROR
      *SAME RULE AS PRO49 AND OYARECYC - A MASTER THAT WILL NOT
      *OPEN OR READ FAILS EVERY FURTHER LOOKUP, SO STOP NOW.
               DISPLAY "MAGOASOF: RUN STOPPED - MASTER LOOKUP"
                   " FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ASF-PROC-RECORD TO ASF-OUT-RECORD.
           MOVE ASF-MAGO-RESULT TO ASF-OUT-RESULT.
           WRITE ASF-OUT-RECORD.
           MOVE ASF-PROC-RESULT TO ASF-LOOK-CODE.
           PERFORM MAGOASOF_TALLY_CODE.
           IF ASF-TAB-HIT > ZERO
               ADD 1 TO ASF-TAB-ORIG(ASF-TAB-HIT)
           END-IF.
           MOVE ASF-MAGO-RESULT TO ASF-LOOK-CODE.
           PERFORM MAGOASOF_TALLY_CODE.
           IF ASF-TAB-HIT > ZERO
               ADD 1 TO ASF-TAB-ASOF(ASF-TAB-HIT)
           END-IF.
           IF ASF-MAGO-RESULT = ASF-PROC-RESULT
               ADD 1 TO ASF-SAME-COUNT
           ELSE
               PERFORM MAGOASOF_REPORT_DIFF
           END-IF.
           PERFORM MAGOASOF_NEXT_PROC.
       MAGOASOF_CALL_MAGO.
      *THE SAME CALL/RETN AUDIT PAIR EVERY OTHER MAGO CALLER
      *WRITES, SO A RE-ENRICHMENT RUN IS VISIBLE ON THE AUDIT LOG
      *AND CANNOT BE MISTAKEN FOR PRODUCTION TRAFFIC.
           MOVE SPACES TO ASF-MAGO-RESULT.
           MOVE ASF-PROC-FLD-1 TO DATA1.
           MOVE ASF-PROC-FLD-2 TO DATA2.
           MOVE ASF-PROC-FLD-3 TO DATA3.
           CALL "AUDITLOG" USING AUD-PGM-ASF AUD-PGM-MAGO
               AUD-PHASE-CALL DATA1 DATA2 DATA3.
           CALL "MAGO" USING AUD-PHASE-CALL DATA2 DATA3
               ASF-MAGO-RESULT ASF-ASOF-DATE.
           CALL "AUDITLOG" USING AUD-PGM-ASF AUD-PGM-MAGO
               AUD-PHASE-RETN DATA1 DATA2 DATA3.
       MAGOASOF_REPORT_DIFF.
           ADD 1 TO ASF-DIFF-COUNT.
           ADD ASF-PROC-AMOUNT TO ASF-AMT-DIFF.
           MOVE SPACES TO ASF-DTL-LINE.
           MOVE ASF-PROC-KEY TO DTL-KEY.
           MOVE ASF-PROC-FLD-2 TO DTL-DATA2.
           MOVE ASF-PROC-FLD-3 TO DTL-DATA3.
           MOVE ASF-PROC-RESULT TO DTL-WAS.
           MOVE ASF-MAGO-RESULT TO DTL-NOW.
           MOVE ASF-PROC-AMOUNT TO DTL-AMOUNT.
           IF ASF-NOT-FOUND-ASOF
               ADD 1 TO ASF-NF-COUNT
               MOVE "NOT IN FORCE AS OF" TO DTL-TAG
           END-IF.
           WRITE ASF-RPT-LINE FROM ASF-DTL-LINE.
       MAGOASOF_TALLY_CODE.
           MOVE ZERO TO ASF-TAB-HIT.
           MOVE "N" TO ASF-FOUND-SWITCH.
           PERFORM MAGOASOF_MATCH_CODE
               VARYING ASF-TAB-IX FROM 1 BY 1
               UNTIL ASF-TAB-IX > ASF-TAB-USED
                  OR ASF-ENTRY-FOUND.
           IF ASF-TAB-HIT = ZERO
               PERFORM MAGOASOF_NEW_ENTRY
           END-IF.
       MAGOASOF_MATCH_CODE.
           IF ASF-TAB-CODE(ASF-TAB-IX) = ASF-LOOK-CODE
               MOVE ASF-TAB-IX TO ASF-TAB-HIT
               SET ASF-ENTRY-FOUND TO TRUE
           END-IF.
       MAGOASOF_NEW_ENTRY.
           IF ASF-TAB-USED >= ASF-TAB-LIMIT
               DISPLAY "MAGOASOF: CODE TABLE FULL, CODE NOT COUNTED "
                   ASF-LOOK-CODE
           ELSE
               ADD 1 TO ASF-TAB-USED
               MOVE ASF-TAB-USED TO ASF-TAB-HIT
               MOVE ASF-LOOK-CODE TO ASF-TAB-CODE(ASF-TAB-HIT)
               MOVE ZERO TO ASF-TAB-ORIG(ASF-TAB-HIT)
               MOVE ZERO TO ASF-TAB-ASOF(ASF-TAB-HIT)
           END-IF.
       MAGOASOF_NEXT_PROC.
           READ ASF-PROC-FILE
               AT END SET ASF-PROC-EOF TO TRUE
               NOT AT END ADD 1 TO ASF-READ-COUNT
           END-READ.
       MAGOASOF_WRITE_SUMMARY.
           IF ASF-DIFF-COUNT = ZERO
               MOVE "NO RECORD CHANGES CODE AS OF THIS DATE"
                   TO ASF-NOTE-TEXT
               WRITE ASF-RPT-LINE FROM ASF-NOTE-LINE
           END-IF.
           MOVE SPACES TO ASF-NOTE-TEXT.
           WRITE ASF-RPT-LINE FROM ASF-NOTE-LINE.
           WRITE ASF-RPT-LINE FROM ASF-DIST-COL-LINE.
           PERFORM MAGOASOF_WRITE_DIST
               VARYING ASF-TAB-IX FROM 1 BY 1
               UNTIL ASF-TAB-IX > ASF-TAB-USED.
           WRITE ASF-RPT-LINE FROM ASF-NOTE-LINE.
           MOVE "OYAPROC RECORDS READ   =" TO CNT-LABEL.
           MOVE ASF-READ-COUNT TO CNT-VALUE.
           WRITE ASF-RPT-LINE FROM ASF-CNT-LINE.
           MOVE "CODE UNCHANGED         =" TO CNT-LABEL.
           MOVE ASF-SAME-COUNT TO CNT-VALUE.
           WRITE ASF-RPT-LINE FROM ASF-CNT-LINE.
           MOVE "CODE CHANGED           =" TO CNT-LABEL.
           MOVE ASF-DIFF-COUNT TO CNT-VALUE.
           WRITE ASF-RPT-LINE FROM ASF-CNT-LINE.
           MOVE "  OF WHICH NOT IN FORCE=" TO CNT-LABEL.
           MOVE ASF-NF-COUNT TO CNT-VALUE.
           WRITE ASF-RPT-LINE FROM ASF-CNT-LINE.
           MOVE "VALUE ON CHANGED CODES =" TO AMT-LABEL.
           MOVE ASF-AMT-DIFF TO AMT-VALUE.
           WRITE ASF-RPT-LINE FROM ASF-AMT-LINE.
       MAGOASOF_WRITE_DIST.
           MOVE ASF-TAB-CODE(ASF-TAB-IX) TO DST-CODE.
           MOVE ASF-TAB-ORIG(ASF-TAB-IX) TO DST-ORIG.
           MOVE ASF-TAB-ASOF(ASF-TAB-IX) TO DST-ASOF.
           WRITE ASF-RPT-LINE FROM ASF-DIST-LINE.
       END_PROGRAM.
           CALL "MAGO" USING AUD-PHASE-EOJ DATA2 DATA3
               ASF-MAGO-RESULT ASF-ASOF-DATE.
           CALL "AUDITLOG" USING AUD-PGM-ASF AUD-PGM-ASF
               AUD-PHASE-EOJ DATA1 DATA2 DATA3.
           CLOSE ASF-PROC-FILE.
           CLOSE ASF-OUT-FILE.
           CLOSE ASF-RPT-FILE.
           DISPLAY "MAGOASOF: READ " ASF-READ-COUNT
               " UNCHANGED " ASF-SAME-COUNT
               " CHANGED " ASF-DIFF-COUNT
               " NOT IN FORCE " ASF-NF-COUNT.
           IF ASF-DIFF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END PROGRAM MAGOASOF.
