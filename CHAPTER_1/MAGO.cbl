      *BOTH MODES; THE RANDOM PATH REMAINS THE DEFAULT FOR SMALL
      *DAYS AND RESTARTS. "EOJ" JUST CLOSES THE MASTER SO IT IS
      *RELEASED BEFORE THE CALLER STOPS THE RUN.
      *THE MASTER IS EFFECTIVE-DATED: EACH DATA2 VALUE CARRIES ONE
      *ROW PER VERSION, KEYED ON THE VALUE PLUS ITS EFFECTIVE-FROM
      *DATE, WITH AN INCLUSIVE EFFECTIVE-TO (99991231 FOR THE
      *VERSION STILL OPEN) - THE SAME CONVENTION AS KODATA1. THE
      *CALLER PASSES THE AS-OF DATE THE LOOKUP IS JUDGED AGAINST
      *(THE BUSINESS DATE OF THE FEED, NOT THE DAY IT HAPPENS TO
      *RUN), SO A RERUN OF AN OLD DAY GETS THE CODES THAT WERE IN
      *FORCE THAT DAY. A KEY WITH NO VERSION COVERING THE DATE IS
      *"NF" EXACTLY AS A KEY NOT ON THE MASTER AT ALL. A BLANK OR
      *NON-NUMERIC AS-OF DATE TAKES THE OPEN VERSION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAGO-MASTER-FILE ASSIGN TO "MAGOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-VERSION-KEY
               FILE STATUS IS MAGO-MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAGO-MASTER-FILE.
       01  MAGO-MASTER-RECORD.
           05 MST-VERSION-KEY.
              10 MST-KEY          PIC X(05).
              10 MST-EFF-FROM     PIC X(08).
           05 MST-ENRICH-CODE     PIC X(02).
           05 MST-DESC            PIC X(20).
           05 MST-EFF-TO          PIC X(08).
       WORKING-STORAGE SECTION.
       01 MAGO-MST-SWITCH PIC X(01) VALUE "N".
           88 MAGO-MST-OPEN VALUE "Y".
       01 MAGO-POS-SWITCH PIC X(01) VALUE "N".
           88 MAGO-POSITIONED VALUE "Y".
       01 MAGO-HELD-KEY PIC X(05) VALUE LOW-VALUES.
       01 MAGO-HELD-FROM PIC X(08) VALUE LOW-VALUES.
      *VERSION PICK. THE ROWS FOR ONE KEY ARE WALKED IN
      *EFFECTIVE-FROM ORDER AND THE LAST ONE STARTING ON OR BEFORE
      *THE AS-OF DATE IS HELD AS THE CANDIDATE; IT IS THE ANSWER
      *ONLY IF ITS EFFECTIVE-TO HAS NOT PASSED BY THAT DATE.
       01 MAGO-OPEN-END PIC X(08) VALUE "99991231".
       01 MAGO-USE-DATE PIC X(08) VALUE SPACES.
       01 MAGO-CAND-SWITCH PIC X(01) VALUE "N".
           88 MAGO-CAND-HELD VALUE "Y".
       01 MAGO-CAND-KEY  PIC X(05) VALUE SPACES.
       01 MAGO-CAND-CODE PIC X(02) VALUE SPACES.
       01 MAGO-CAND-TO   PIC X(08) VALUE SPACES.
      *THE LAST LOOKUP ANSWERED. THE MASTER POSITION IS ALWAYS THE
      *ROW JUST PAST THAT KEY'S VERSIONS, SO A HIGHER KEY AT THE
      *SAME AS-OF DATE CAN WALK ON FROM HERE AND A REPEAT OF THE
      *SAME KEY IS ANSWERED WITHOUT ANY I-O AT ALL.
       01 MAGO-MEMO-SWITCH PIC X(01) VALUE "N".
           88 MAGO-MEMO-VALID VALUE "Y".
       01 MAGO-LAST-DATA2  PIC X(05) VALUE LOW-VALUES.
       01 MAGO-LAST-ASOF   PIC X(08) VALUE LOW-VALUES.
       01 MAGO-LAST-RESULT PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
       01 MAGO-PHASE PIC X(04).
       01 DATA2 PIC X(5).
       01 DATA3 PIC X(5).
       01 MAGO-RESULT PIC X(02).
       01 MAGO-ASOF-DATE PIC X(08).
       PROCEDURE DIVISION USING MAGO-PHASE DATA2 DATA3 MAGO-RESULT
           MAGO-ASOF-DATE.
       MAGO_START SECTION.
       MAGO_CHECK_EOJ.
           IF MAGO-PHASE = AUD-PHASE-EOJ
                   CLOSE MAGO-MASTER-FILE
                   MOVE "N" TO MAGO-MST-SWITCH
                   MOVE "N" TO MAGO-POS-SWITCH
                   MOVE "N" TO MAGO-MEMO-SWITCH
                   MOVE LOW-VALUES TO MAGO-HELD-KEY
               END-IF
               GO TO END_MAGO
      *MAGOMDEF) - A MASTER ROW LOADED WITH ONE OF THEM WOULD
      *MASQUERADE AS A SENTINEL, SO IT COMES BACK AS "XX" AND IS
      *CALLED OUT ON SYSOUT INSTEAD.
           IF MAGO-ASOF-DATE IS NUMERIC
               MOVE MAGO-ASOF-DATE TO MAGO-USE-DATE
           ELSE
               MOVE MAGO-OPEN-END TO MAGO-USE-DATE
           END-IF.
           IF MAGO-PHASE = MAGO-PHASE-HVOL
               PERFORM MAGO_SEQ_MATCH
               GO TO MAGO_DISPLAY
           END-IF.
      *THE RANDOM PROBE CAN NO LONGER BE ONE KEYED READ - THE
      *VERSION IN FORCE IS ONLY KNOWN ONCE THE KEY'S ROWS HAVE
      *BEEN SEEN - SO IT STARTS AT THE KEY'S FIRST VERSION AND
      *READS FORWARD THROUGH THAT ONE KEY ONLY. STATUS 23 (NO ROW
      *THAT HIGH) AND 10 (END OF MASTER) ARE NORMAL "NF" OUTCOMES;
      *ANYTHING ELSE IS A MASTER THAT BROKE MID-RUN - A HARD
      *ERROR, NOT A STRING OF NOT-FOUNDS, AND THE CALLER STOPS THE
      *RUN ON "ER" JUST AS IT DOES FOR A FAILED OPEN.
           PERFORM MAGO_SEQ_START.
           PERFORM MAGO_COLLECT_VERSIONS.
       MAGO_DISPLAY.
           DISPLAY "DATA2(MAGO) : "DATA2.
           DISPLAY "DATA3(MAGO) : "DATA3.
      *THE HELD MASTER ROW BECOMES THE RESULT - WITH THE SAME
      *RESERVED-CODE TRANSLATION ON BOTH LOOKUP PATHS, SO THE TWO
      *MODES CANNOT DRIFT APART.
           MOVE MAGO-CAND-CODE TO MAGO-RESULT.
           IF MAGO-RESULT = "RJ" OR "NF" OR "ER" OR "XX"
               DISPLAY "MAGO: RESERVED ENRICHMENT CODE "
                   MAGO-RESULT " ON MASTER KEY " MAGO-CAND-KEY
               MOVE MAGO-BAD-MST-CODE TO MAGO-RESULT
           END-IF.
       MAGO_SEQ_MATCH.
      *ASCENDING - THAT IS AN EXTRACT SORT PROMISE, NOT SOMETHING
      *PRO49'S SEQUENCE CHECK ENFORCES (IT ORDERS OYA-REC-KEY,
      *NOT DATA2). AN UNSORTED FEED DEGRADES TOWARD ONE START PER
      *RECORD. A CHANGE OF AS-OF DATE ALSO RE-STARTS, SINCE THE
      *POSITION WAS LEFT BY A VERSION PICK FOR THE OLD DATE.
           IF MAGO-MEMO-VALID AND DATA2 = MAGO-LAST-DATA2
              AND MAGO-USE-DATE = MAGO-LAST-ASOF
               MOVE MAGO-LAST-RESULT TO MAGO-RESULT
           ELSE
               IF NOT MAGO-MEMO-VALID OR DATA2 < MAGO-LAST-DATA2
                  OR MAGO-USE-DATE NOT = MAGO-LAST-ASOF
                   PERFORM MAGO_SEQ_START
               END-IF
               PERFORM MAGO_SEQ_READ
                   UNTIL NOT MAGO-POSITIONED
                      OR MAGO-HELD-KEY NOT < DATA2
               PERFORM MAGO_COLLECT_VERSIONS
           END-IF.
       MAGO_COLLECT_VERSIONS.
      *THE POSITION IS AT OR BEFORE DATA2'S FIRST VERSION. EVERY
      *VERSION STARTING BY THE AS-OF DATE IS TAKEN IN TURN, SO
      *THE LAST ONE TAKEN IS THE ONE IN FORCE - PROVIDED IT HAD
      *NOT ALREADY BEEN CLOSED OFF BEFORE THAT DATE.
           MOVE MAGO-NOT-FOUND TO MAGO-RESULT.
           MOVE "N" TO MAGO-CAND-SWITCH.
           PERFORM MAGO_TAKE_VERSION
               UNTIL NOT MAGO-POSITIONED
                  OR MAGO-HELD-KEY NOT = DATA2
                  OR MAGO-HELD-FROM > MAGO-USE-DATE.
           IF MAGO-CAND-HELD AND MAGO-CAND-TO NOT < MAGO-USE-DATE
               PERFORM MAGO_TAKE_ROW
           END-IF.
           PERFORM MAGO_SEQ_CHECK_IO.
           MOVE DATA2 TO MAGO-LAST-DATA2.
           MOVE MAGO-USE-DATE TO MAGO-LAST-ASOF.
           MOVE MAGO-RESULT TO MAGO-LAST-RESULT.
           IF MAGO-RESULT = MAGO-HARD-ERROR
               MOVE "N" TO MAGO-MEMO-SWITCH
           ELSE
               SET MAGO-MEMO-VALID TO TRUE
           END-IF.
       MAGO_TAKE_VERSION.
           SET MAGO-CAND-HELD TO TRUE.
           MOVE MST-KEY TO MAGO-CAND-KEY.
           MOVE MST-ENRICH-CODE TO MAGO-CAND-CODE.
           MOVE MST-EFF-TO TO MAGO-CAND-TO.
           PERFORM MAGO_SEQ_READ.
       MAGO_SEQ_START.
      *POSITION AT THE FIRST VERSION OF THE FIRST KEY NOT BELOW
      *THE REQUESTED ONE AND PULL IT INTO THE RECORD AREA. A START
      *MISS JUST MEANS NO ROW THAT HIGH EXISTS - "NF".
           MOVE "N" TO MAGO-POS-SWITCH.
           MOVE DATA2 TO MST-KEY.
           MOVE LOW-VALUES TO MST-EFF-FROM.
           START MAGO-MASTER-FILE KEY NOT < MST-VERSION-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM MAGO_SEQ_READ
           END-START.
               NOT AT END
                   SET MAGO-POSITIONED TO TRUE
                   MOVE MST-KEY TO MAGO-HELD-KEY
                   MOVE MST-EFF-FROM TO MAGO-HELD-FROM
           END-READ.
       MAGO_SEQ_CHECK_IO.
      *10 IS END OF MASTER AND 23 A START MISS - BOTH ARE NORMAL
