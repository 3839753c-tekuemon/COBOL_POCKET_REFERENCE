       IDENTIFICATION DIVISION.
       PROGRAM-ID. OYATRACE.
      *TRANSACTION TRACE INQUIRY FOR THE OYA/KO/MAGO CHAIN - WHAT
      *PRO2 IS FOR PRO1HIST, THIS IS FOR ONE OYAIN RECORD KEY.
      *"WHAT HAPPENED TO 000123" USED TO MEAN SEARCHING EVERY FILE
      *THE CHAIN WRITES ONE AT A TIME; THIS PROGRAM ASKS FOR THE
      *KEY AND AN OPTIONAL BUSINESS-DATE RANGE AND SHOWS, IN DATE
      *ORDER, EVERY DATE THE KEY APPEARED AND WHERE IT ENDED UP:
      *  OYAREG   - PROCESSED (ENRICHMENT CODE, AMOUNT) OR
      *             SUSPENDED NF, FOR EVERY DATE PRO49 REGISTERED
      *  OYASUSP  - STILL IN SUSPENSE, WITH ITS AGE IN PASSES
      *  OYASUSWO - SUSPENSE WRITTEN OFF BY OYARECYC
      *  RECYPROC - RELEASED FROM SUSPENSE BY OYARECYC
      *  OYADUP   - DUPLICATE-REJECTED AGAINST ITS PRIOR DATE
      *  KOREJ    - REJECTED BY KO, ONE LINE PER REASON CODE
      *  KOREJAGE - REJECT CARRIED ON THE AGED FILE BY KOFIX
      *  KOREJWO  - AGED REJECT WRITTEN OFF BY KOAGERPT
      *FOLLOWED BY THE AUDITLOG CALL/RETN LINES FOR THE RECORD.
      *THE AUDIT LOG NEVER SAW THE KEY - ONLY DATA1/2/3 - SO ITS
      *LINES ARE MATCHED ON THE DATA FIELDS FOUND FOR THE KEY ON
      *THE FILES ABOVE (AND ON OYAPROC), INSIDE THE SAME DATE
      *RANGE. A FILE THAT IS NOT ALLOCATED IS REPORTED AND
      *SKIPPED - THE INQUIRY STILL ANSWERS FROM THE REST. NOTHING
      *IS WRITTEN ANYWHERE; EVERY FILE IS OPENED INPUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRC-REG-FILE ASSIGN TO "OYAREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-REG-KEY
               FILE STATUS IS TRC-REG-STATUS.
           SELECT TRC-PROC-FILE ASSIGN TO "OYAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-SUSP-FILE ASSIGN TO "OYASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-SUSWO-FILE ASSIGN TO "OYASUSWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-RECY-FILE ASSIGN TO "RECYPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-DUP-FILE ASSIGN TO "OYADUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-REJ-FILE ASSIGN TO "KOREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-AGE-FILE ASSIGN TO "KOREJAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-KOWO-FILE ASSIGN TO "KOREJWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
           SELECT TRC-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRC-REG-FILE.
       01  TRC-REG-RECORD.
           05 TRC-REG-KEY.
              10 TRC-REG-REC-KEY    PIC X(06).
              10 TRC-REG-RUN-DATE   PIC X(08).
           05 TRC-REG-RESULT-CODE   PIC X(02).
           05 TRC-REG-SOURCE        PIC X(08).
           05 TRC-REG-AMOUNT        PIC 9(09)V99.
       FD  TRC-PROC-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-PROC-RECORD.
           05 TRC-PROC-REC-KEY      PIC X(06).
           05 TRC-PROC-FLD-1        PIC X(05).
           05 TRC-PROC-FLD-2        PIC X(05).
           05 TRC-PROC-FLD-3        PIC X(05).
           05 TRC-PROC-RESULT       PIC X(02).
           05 TRC-PROC-AMOUNT       PIC 9(09)V99.
           05 TRC-PROC-SOURCE       PIC X(08).
       FD  TRC-SUSP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-SUSP-RECORD.
           05 TRC-SUS-REC-KEY       PIC X(06).
           05 TRC-SUS-FLD-1         PIC X(05).
           05 TRC-SUS-FLD-2         PIC X(05).
           05 TRC-SUS-FLD-3         PIC X(05).
           05 TRC-SUS-FIRST-DATE    PIC X(08).
           05 TRC-SUS-AGE-CNT       PIC 9(03).
           05 TRC-SUS-AMOUNT        PIC 9(09)V99.
           05 TRC-SUS-SOURCE        PIC X(08).
       FD  TRC-SUSWO-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-SUSWO-RECORD.
           05 TRC-SWO-REC-KEY       PIC X(06).
           05 TRC-SWO-FLD-1         PIC X(05).
           05 TRC-SWO-FLD-2         PIC X(05).
           05 TRC-SWO-FLD-3         PIC X(05).
           05 TRC-SWO-FIRST-DATE    PIC X(08).
           05 TRC-SWO-AGE-CNT       PIC 9(03).
           05 TRC-SWO-AMOUNT        PIC 9(09)V99.
           05 TRC-SWO-SOURCE        PIC X(08).
       FD  TRC-RECY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-RECY-RECORD.
           05 TRC-RCY-REC-KEY       PIC X(06).
           05 TRC-RCY-FLD-1         PIC X(05).
           05 TRC-RCY-FLD-2         PIC X(05).
           05 TRC-RCY-FLD-3         PIC X(05).
           05 TRC-RCY-RESULT        PIC X(02).
           05 TRC-RCY-AMOUNT        PIC 9(09)V99.
           05 TRC-RCY-SOURCE        PIC X(08).
       FD  TRC-DUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-DUP-RECORD.
           05 TRC-DUP-REC-KEY       PIC X(06).
           05 TRC-DUP-FLD-1         PIC X(05).
           05 TRC-DUP-FLD-2         PIC X(05).
           05 TRC-DUP-FLD-3         PIC X(05).
           05 TRC-DUP-PRIOR-DATE    PIC X(08).
           05 TRC-DUP-RUN-DATE      PIC X(08).
           05 TRC-DUP-AMOUNT        PIC 9(09)V99.
           05 TRC-DUP-SOURCE        PIC X(08).
       FD  TRC-REJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-REJ-RECORD.
           05 TRC-REJ-DATA1         PIC X(05).
           05 TRC-REJ-DATA2         PIC X(05).
           05 TRC-REJ-DATA3         PIC X(05).
           05 TRC-REJ-REASON-CODE   PIC X(04).
           05 TRC-REJ-REASON-TEXT   PIC X(30).
           05 TRC-REJ-SOURCE        PIC X(08).
           05 TRC-REJ-REC-KEY       PIC X(06).
           05 TRC-REJ-RUN-DATE      PIC X(08).
       FD  TRC-AGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-AGE-RECORD.
           05 TRC-AGE-DATA1         PIC X(05).
           05 TRC-AGE-DATA2         PIC X(05).
           05 TRC-AGE-DATA3         PIC X(05).
           05 TRC-AGE-REASON-CODE   PIC X(04).
           05 TRC-AGE-REASON-TEXT   PIC X(30).
           05 TRC-AGE-FIRST-DATE    PIC X(08).
           05 TRC-AGE-CARRY-CNT     PIC 9(03).
           05 TRC-AGE-SOURCE        PIC X(08).
           05 TRC-AGE-REC-KEY       PIC X(06).
           05 TRC-AGE-REJ-DATE      PIC X(08).
       FD  TRC-KOWO-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-KOWO-RECORD.
           05 TRC-KWO-DATA1         PIC X(05).
           05 TRC-KWO-DATA2         PIC X(05).
           05 TRC-KWO-DATA3         PIC X(05).
           05 TRC-KWO-REASON-CODE   PIC X(04).
           05 TRC-KWO-REASON-TEXT   PIC X(30).
           05 TRC-KWO-FIRST-DATE    PIC X(08).
           05 TRC-KWO-CARRY-CNT     PIC 9(03).
           05 TRC-KWO-CUT-DATE      PIC X(08).
           05 TRC-KWO-SOURCE        PIC X(08).
           05 TRC-KWO-REC-KEY       PIC X(06).
           05 TRC-KWO-REJ-DATE      PIC X(08).
       FD  TRC-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRC-LOG-RECORD.
           05 TRC-LOG-DATE          PIC X(08).
           05 FILLER                PIC X(01).
           05 TRC-LOG-TIME          PIC X(08).
           05 FILLER                PIC X(01).
           05 TRC-LOG-CALLER        PIC X(08).
           05 FILLER                PIC X(01).
           05 TRC-LOG-CALLEE        PIC X(08).
           05 FILLER                PIC X(01).
           05 TRC-LOG-PHASE         PIC X(04).
           05 FILLER                PIC X(01).
           05 TRC-LOG-DATA1         PIC X(05).
           05 FILLER                PIC X(01).
           05 TRC-LOG-DATA2         PIC X(05).
           05 FILLER                PIC X(01).
           05 TRC-LOG-DATA3         PIC X(05).
       WORKING-STORAGE SECTION.
       01 TRC-REG-STATUS  PIC X(02) VALUE "00".
       01 TRC-FILE-STATUS PIC X(02) VALUE "00".
       01 TRC-EOF-SWITCH PIC X(01) VALUE "N".
           88 TRC-END-OF-FILE VALUE "Y".
       01 TRC-FOUND-SWITCH PIC X(01) VALUE "N".
           88 TRC-ENTRY-FOUND VALUE "Y".
       01 TRC-RANGE-SWITCH PIC X(01) VALUE "N".
           88 TRC-RANGE-OK VALUE "Y".
       01 INQ-REC-KEY      PIC X(06) VALUE SPACES.
       01 INQ-FROM-DATE    PIC X(08) VALUE SPACES.
       01 INQ-TO-DATE      PIC X(08) VALUE SPACES.
       01 INQ-CONTINUE     PIC X(01) VALUE "Y".
          88 INQ-DONE                VALUE "N" "n".
       01 TRC-FILE-NAME    PIC X(08) VALUE SPACES.
       01 TRC-LOOK-DATE    PIC X(08) VALUE SPACES.
       01 TRC-LAST-NF-DATE PIC X(08) VALUE SPACES.
       01 TRC-LOG-COUNT    PIC 9(05) VALUE ZERO.
      *ONE ENTRY PER OUTCOME FOUND, KEPT IN BUSINESS-DATE ORDER AS
      *IT IS ADDED (ENTRIES FOR THE SAME DATE STAY IN THE ORDER THE
      *FILES WERE SEARCHED) SO THE ANSWER READS AS A TIMELINE.
      *OVERFLOW IS REPORTED, NOT SILENTLY DROPPED.
       01 TRC-EVT-USED  PIC 9(04) COMP VALUE ZERO.
       01 TRC-EVT-LIMIT PIC 9(04) COMP VALUE 200.
       01 TRC-EVT-IX    PIC 9(04) COMP VALUE ZERO.
       01 TRC-EVT-AT    PIC 9(04) COMP VALUE ZERO.
       01 TRC-EVT-TABLE.
           05 TRC-EVT-ENTRY OCCURS 200.
              10 TRC-EVT-DATE    PIC X(08).
              10 TRC-EVT-TEXT    PIC X(70).
      *THE DISTINCT DATA1/2/3 COMBINATIONS THE KEY WAS SEEN WITH -
      *WHAT THE AUDIT LOG LINES ARE MATCHED ON.
       01 TRC-FLD-USED  PIC 9(02) COMP VALUE ZERO.
       01 TRC-FLD-LIMIT PIC 9(02) COMP VALUE 20.
       01 TRC-FLD-IX    PIC 9(02) COMP VALUE ZERO.
       01 TRC-FLD-TABLE.
           05 TRC-FLD-ENTRY OCCURS 20.
              10 TRC-FLD-DATA1   PIC X(05).
              10 TRC-FLD-DATA2   PIC X(05).
              10 TRC-FLD-DATA3   PIC X(05).
       01 TRC-LOOK-FIELDS.
           05 TRC-LOOK-DATA1     PIC X(05).
           05 TRC-LOOK-DATA2     PIC X(05).
           05 TRC-LOOK-DATA3     PIC X(05).
      *ONE TIMELINE LINE, BUILT HERE AND FILED AS AN EVENT.
       01 TRC-EVT-LINE.
           05 EVT-OUTCOME        PIC X(16).
           05 EVT-CODE           PIC X(04).
           05 FILLER             PIC X(01).
           05 EVT-AMOUNT         PIC Z(08)9.99.
           05 FILLER             PIC X(01).
           05 EVT-SOURCE         PIC X(08).
           05 FILLER             PIC X(01).
           05 EVT-NOTE           PIC X(27).
       01 TRC-NOTE-WORK          PIC X(27) VALUE SPACES.
       01 TRC-NUM-EDIT           PIC ZZ9.
       PROCEDURE DIVISION.
       OYATRACE_START SECTION.
       OYATRACE_INITIALIZE.
      *THE REGISTRY IS THE SPINE OF THE ANSWER - WITHOUT IT THERE
      *IS NO LIST OF DATES A KEY WAS PROCESSED ON, SO IT MUST OPEN.
           OPEN INPUT TRC-REG-FILE.
           IF TRC-REG-STATUS NOT = "00"
               DISPLAY "OYATRACE: OYAREG OPEN FAILED, STATUS "
                   TRC-REG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OYATRACE_INQUIRY THRU OYATRACE_INQUIRY_EXIT
               UNTIL INQ-DONE.
           CLOSE TRC-REG-FILE.
           GO TO END_PROGRAM.
       OYATRACE_INQUIRY.
           DISPLAY "RECORD KEY (6 CHARS)        : " WITH NO ADVANCING.
           ACCEPT INQ-REC-KEY.
           DISPLAY "FROM DATE (YYYYMMDD, BLANK=ALL) : "
               WITH NO ADVANCING.
           ACCEPT INQ-FROM-DATE.
           DISPLAY "TO DATE   (YYYYMMDD, BLANK=ALL) : "
               WITH NO ADVANCING.
           ACCEPT INQ-TO-DATE.
           IF INQ-REC-KEY = SPACES
               DISPLAY "OYATRACE: A RECORD KEY IS REQUIRED"
               GO TO OYATRACE_ASK_AGAIN
           END-IF.
           IF INQ-FROM-DATE = SPACES
               MOVE "00000000" TO INQ-FROM-DATE
           END-IF.
           IF INQ-TO-DATE = SPACES
               MOVE "99999999" TO INQ-TO-DATE
           END-IF.
           IF INQ-FROM-DATE NOT NUMERIC OR INQ-TO-DATE NOT NUMERIC
               DISPLAY "OYATRACE: DATES MUST BE 8 DIGITS"
               GO TO OYATRACE_ASK_AGAIN
           END-IF.
           IF INQ-FROM-DATE > INQ-TO-DATE
               DISPLAY "OYATRACE: FROM DATE IS AFTER TO DATE"
               GO TO OYATRACE_ASK_AGAIN
           END-IF.
           MOVE ZERO TO TRC-EVT-USED TRC-FLD-USED TRC-LOG-COUNT.
           MOVE SPACES TO TRC-LAST-NF-DATE.
           PERFORM OYATRACE_SEARCH_REGISTRY.
           PERFORM OYATRACE_SEARCH_PROCESSED.
           PERFORM OYATRACE_SEARCH_SUSPENSE.
           PERFORM OYATRACE_SEARCH_SUSP_WOFF.
           PERFORM OYATRACE_SEARCH_RECYCLED.
           PERFORM OYATRACE_SEARCH_DUPLICATES.
           PERFORM OYATRACE_SEARCH_REJECTS.
           PERFORM OYATRACE_SEARCH_AGED.
           PERFORM OYATRACE_SEARCH_REJ_WOFF.
           PERFORM OYATRACE_SHOW_TIMELINE.
           PERFORM OYATRACE_SEARCH_AUDIT_LOG.
       OYATRACE_ASK_AGAIN.
           DISPLAY "ANOTHER LOOKUP? (Y/N)       : " WITH NO ADVANCING.
           ACCEPT INQ-CONTINUE.
       OYATRACE_INQUIRY_EXIT.
           EXIT.
      *THE REGISTRY: EVERY DATE PRO49 PUT THE KEY ON OYAPROC OR
      *OYASUSP, WITH THE CODE AND AMOUNT. POSITION AT THE FIRST
      *ENTRY INSIDE THE RANGE AND READ FORWARD UNTIL THE KEY
      *CHANGES OR THE DATE PASSES THE END OF THE RANGE.
       OYATRACE_SEARCH_REGISTRY.
           MOVE "N" TO TRC-EOF-SWITCH.
           MOVE INQ-REC-KEY TO TRC-REG-REC-KEY.
           MOVE INQ-FROM-DATE TO TRC-REG-RUN-DATE.
           START TRC-REG-FILE KEY NOT < TRC-REG-KEY
               INVALID KEY SET TRC-END-OF-FILE TO TRUE
           END-START.
           PERFORM OYATRACE_NEXT_REGISTRY UNTIL TRC-END-OF-FILE.
       OYATRACE_NEXT_REGISTRY.
           READ TRC-REG-FILE NEXT RECORD
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
               IF TRC-REG-REC-KEY NOT = INQ-REC-KEY
                  OR TRC-REG-RUN-DATE > INQ-TO-DATE
                   SET TRC-END-OF-FILE TO TRUE
               ELSE
                   PERFORM OYATRACE_POST_REGISTRY
               END-IF
           END-IF.
       OYATRACE_POST_REGISTRY.
           MOVE SPACES TO TRC-EVT-LINE.
           IF TRC-REG-RESULT-CODE = "NF"
               MOVE "SUSPENDED (NF)" TO EVT-OUTCOME
               MOVE TRC-REG-RUN-DATE TO TRC-LAST-NF-DATE
           ELSE
               MOVE "PROCESSED" TO EVT-OUTCOME
               MOVE TRC-REG-RESULT-CODE TO EVT-CODE
           END-IF.
           MOVE TRC-REG-AMOUNT TO EVT-AMOUNT.
           MOVE TRC-REG-SOURCE TO EVT-SOURCE.
           MOVE TRC-REG-RUN-DATE TO TRC-LOOK-DATE.
           PERFORM OYATRACE_ADD_EVENT.
      *OYAPROC CARRIES NO DATE - THE REGISTRY ALREADY SAID WHEN THE
      *KEY WAS PROCESSED - SO IT IS READ ONLY FOR THE DATA FIELDS
      *THE AUDIT LOG IS MATCHED ON.
       OYATRACE_SEARCH_PROCESSED.
           MOVE "OYAPROC" TO TRC-FILE-NAME.
           OPEN INPUT TRC-PROC-FILE.
           IF TRC-FILE-STATUS NOT = "00"
               PERFORM OYATRACE_NOT_AVAILABLE
           ELSE
               MOVE "N" TO TRC-EOF-SWITCH
               PERFORM OYATRACE_READ_PROCESSED UNTIL TRC-END-OF-FILE
               CLOSE TRC-PROC-FILE
           END-IF.
       OYATRACE_READ_PROCESSED.
           READ TRC-PROC-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-PROC-REC-KEY = INQ-REC-KEY
               MOVE TRC-PROC-FLD-1 TO TRC-LOOK-DATA1
               MOVE TRC-PROC-FLD-2 TO TRC-LOOK-DATA2
               MOVE TRC-PROC-FLD-3 TO TRC-LOOK-DATA3
               PERFORM OYATRACE_ADD_FIELDS
           END-IF.
       OYATRACE_SEARCH_SUSPENSE.
           MOVE "OYASUSP" TO TRC-FILE-NAME.
           OPEN INPUT TRC-SUSP-FILE.
           IF TRC-FILE-STATUS NOT = "00"
               PERFORM OYATRACE_NOT_AVAILABLE
           ELSE
               MOVE "N" TO TRC-EOF-SWITCH
               PERFORM OYATRACE_READ_SUSPENSE UNTIL TRC-END-OF-FILE
               CLOSE TRC-SUSP-FILE
           END-IF.
       OYATRACE_READ_SUSPENSE.
           READ TRC-SUSP-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-SUS-REC-KEY = INQ-REC-KEY
               MOVE TRC-SUS-FIRST-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_CHECK_RANGE
               IF TRC-RANGE-OK
                   MOVE SPACES TO TRC-EVT-LINE
                   MOVE "IN SUSPENSE" TO EVT-OUTCOME
                   MOVE TRC-SUS-AMOUNT TO EVT-AMOUNT
                   MOVE TRC-SUS-SOURCE TO EVT-SOURCE
                   MOVE TRC-SUS-AGE-CNT TO TRC-NUM-EDIT
                   MOVE SPACES TO TRC-NOTE-WORK
                   STRING "AGE " TRC-NUM-EDIT " RECYCLE PASSES"
                       DELIMITED BY SIZE INTO TRC-NOTE-WORK
                   MOVE TRC-NOTE-WORK TO EVT-NOTE
                   PERFORM OYATRACE_ADD_EVENT
                   MOVE TRC-SUS-FLD-1 TO TRC-LOOK-DATA1
                   MOVE TRC-SUS-FLD-2 TO TRC-LOOK-DATA2
                   MOVE TRC-SUS-FLD-3 TO TRC-LOOK-DATA3
                   PERFORM OYATRACE_ADD_FIELDS
               END-IF
           END-IF.
       OYATRACE_SEARCH_SUSP_WOFF.
           MOVE "OYASUSWO" TO TRC-FILE-NAME.
           OPEN INPUT TRC-SUSWO-FILE.
           IF TRC-FILE-STATUS NOT = "00"
               PERFORM OYATRACE_NOT_AVAILABLE
           ELSE
               MOVE "N" TO TRC-EOF-SWITCH
               PERFORM OYATRACE_READ_SUSP_WOFF UNTIL TRC-END-OF-FILE
               CLOSE TRC-SUSWO-FILE
           END-IF.
       OYATRACE_READ_SUSP_WOFF.
           READ TRC-SUSWO-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-SWO-REC-KEY = INQ-REC-KEY
               MOVE TRC-SWO-FIRST-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_CHECK_RANGE
               IF TRC-RANGE-OK
                   MOVE SPACES TO TRC-EVT-LINE
                   MOVE "WRITTEN OFF" TO EVT-OUTCOME
                   MOVE "NF" TO EVT-CODE
                   MOVE TRC-SWO-AMOUNT TO EVT-AMOUNT
                   MOVE TRC-SWO-SOURCE TO EVT-SOURCE
                   MOVE TRC-SWO-AGE-CNT TO TRC-NUM-EDIT
                   MOVE SPACES TO TRC-NOTE-WORK
                   STRING "SUSPENSE, AFTER " TRC-NUM-EDIT " PASSES"
                       DELIMITED BY SIZE INTO TRC-NOTE-WORK
                   MOVE TRC-NOTE-WORK TO EVT-NOTE
                   PERFORM OYATRACE_ADD_EVENT
                   MOVE TRC-SWO-FLD-1 TO TRC-LOOK-DATA1
                   MOVE TRC-SWO-FLD-2 TO TRC-LOOK-DATA2
                   MOVE TRC-SWO-FLD-3 TO TRC-LOOK-DATA3
                   PERFORM OYATRACE_ADD_FIELDS
               END-IF
           END-IF.
      *RECYPROC IS OYAPROC LAYOUT AND CARRIES NO DATE EITHER. A
      *RELEASE CAN ONLY FOLLOW A SUSPENSION, SO IT IS FILED UNDER
      *THE LAST NF DATE THE REGISTRY SHOWED FOR THE KEY - AND NOT
      *AT ALL WHEN THE RANGE HELD NO SUSPENSION TO RELEASE.
       OYATRACE_SEARCH_RECYCLED.
           IF TRC-LAST-NF-DATE NOT = SPACES
               MOVE "RECYPROC" TO TRC-FILE-NAME
               OPEN INPUT TRC-RECY-FILE
               IF TRC-FILE-STATUS NOT = "00"
                   PERFORM OYATRACE_NOT_AVAILABLE
               ELSE
                   MOVE "N" TO TRC-EOF-SWITCH
                   PERFORM OYATRACE_READ_RECYCLED
                       UNTIL TRC-END-OF-FILE
                   CLOSE TRC-RECY-FILE
               END-IF
           END-IF.
       OYATRACE_READ_RECYCLED.
           READ TRC-RECY-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-RCY-REC-KEY = INQ-REC-KEY
               MOVE SPACES TO TRC-EVT-LINE
               MOVE "RELEASED" TO EVT-OUTCOME
               MOVE TRC-RCY-RESULT TO EVT-CODE
               MOVE TRC-RCY-AMOUNT TO EVT-AMOUNT
               MOVE TRC-RCY-SOURCE TO EVT-SOURCE
               MOVE "FROM SUSPENSE BY OYARECYC" TO EVT-NOTE
               MOVE TRC-LAST-NF-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_ADD_EVENT
               MOVE TRC-RCY-FLD-1 TO TRC-LOOK-DATA1
               MOVE TRC-RCY-FLD-2 TO TRC-LOOK-DATA2
               MOVE TRC-RCY-FLD-3 TO TRC-LOOK-DATA3
               PERFORM OYATRACE_ADD_FIELDS
           END-IF.
       OYATRACE_SEARCH_DUPLICATES.
           MOVE "OYADUP" TO TRC-FILE-NAME.
           OPEN INPUT TRC-DUP-FILE.
           IF TRC-FILE-STATUS NOT = "00"
               PERFORM OYATRACE_NOT_AVAILABLE
           ELSE
               MOVE "N" TO TRC-EOF-SWITCH
               PERFORM OYATRACE_READ_DUPLICATE UNTIL TRC-END-OF-FILE
               CLOSE TRC-DUP-FILE
           END-IF.
       OYATRACE_READ_DUPLICATE.
           READ TRC-DUP-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-DUP-REC-KEY = INQ-REC-KEY
               MOVE TRC-DUP-RUN-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_CHECK_RANGE
               IF TRC-RANGE-OK
                   MOVE SPACES TO TRC-EVT-LINE
                   MOVE "DUP-REJECTED" TO EVT-OUTCOME
                   MOVE TRC-DUP-AMOUNT TO EVT-AMOUNT
                   MOVE TRC-DUP-SOURCE TO EVT-SOURCE
                   MOVE SPACES TO TRC-NOTE-WORK
                   STRING "PRIOR DATE " TRC-DUP-PRIOR-DATE
                       DELIMITED BY SIZE INTO TRC-NOTE-WORK
                   MOVE TRC-NOTE-WORK TO EVT-NOTE
                   PERFORM OYATRACE_ADD_EVENT
                   MOVE TRC-DUP-FLD-1 TO TRC-LOOK-DATA1
                   MOVE TRC-DUP-FLD-2 TO TRC-LOOK-DATA2
                   MOVE TRC-DUP-FLD-3 TO TRC-LOOK-DATA3
                   PERFORM OYATRACE_ADD_FIELDS
               END-IF
           END-IF.
      *KO'S FILES. A REJECT WRITTEN BEFORE KOREJ CARRIED THE KEY
      *HAS NONE AND CANNOT BE FOUND BY KEY - NOR BY ANYTHING ELSE.
       OYATRACE_SEARCH_REJECTS.
           MOVE "KOREJ" TO TRC-FILE-NAME.
           OPEN INPUT TRC-REJ-FILE.
           IF TRC-FILE-STATUS NOT = "00"
               PERFORM OYATRACE_NOT_AVAILABLE
           ELSE
               MOVE "N" TO TRC-EOF-SWITCH
               PERFORM OYATRACE_READ_REJECT UNTIL TRC-END-OF-FILE
               CLOSE TRC-REJ-FILE
           END-IF.
       OYATRACE_READ_REJECT.
           READ TRC-REJ-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-REJ-REC-KEY = INQ-REC-KEY
               MOVE TRC-REJ-RUN-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_CHECK_RANGE
               IF TRC-RANGE-OK
                   MOVE SPACES TO TRC-EVT-LINE
                   IF TRC-REJ-REASON-CODE(1:1) = "W"
                       MOVE "WARNING (KO)" TO EVT-OUTCOME
                   ELSE
                       MOVE "REJECTED (KO)" TO EVT-OUTCOME
                   END-IF
                   MOVE TRC-REJ-REASON-CODE TO EVT-CODE
                   MOVE TRC-REJ-SOURCE TO EVT-SOURCE
                   MOVE TRC-REJ-REASON-TEXT TO EVT-NOTE
                   PERFORM OYATRACE_ADD_EVENT
                   MOVE TRC-REJ-DATA1 TO TRC-LOOK-DATA1
                   MOVE TRC-REJ-DATA2 TO TRC-LOOK-DATA2
                   MOVE TRC-REJ-DATA3 TO TRC-LOOK-DATA3
                   PERFORM OYATRACE_ADD_FIELDS
               END-IF
           END-IF.
       OYATRACE_SEARCH_AGED.
           MOVE "KOREJAGE" TO TRC-FILE-NAME.
           OPEN INPUT TRC-AGE-FILE.
           IF TRC-FILE-STATUS NOT = "00"
               PERFORM OYATRACE_NOT_AVAILABLE
           ELSE
               MOVE "N" TO TRC-EOF-SWITCH
               PERFORM OYATRACE_READ_AGED UNTIL TRC-END-OF-FILE
               CLOSE TRC-AGE-FILE
           END-IF.
       OYATRACE_READ_AGED.
           READ TRC-AGE-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-AGE-REC-KEY = INQ-REC-KEY
               MOVE TRC-AGE-REJ-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_CHECK_RANGE
               IF TRC-RANGE-OK
                   MOVE SPACES TO TRC-EVT-LINE
                   MOVE "REJECT AGED" TO EVT-OUTCOME
                   MOVE TRC-AGE-REASON-CODE TO EVT-CODE
                   MOVE TRC-AGE-SOURCE TO EVT-SOURCE
                   MOVE TRC-AGE-CARRY-CNT TO TRC-NUM-EDIT
                   MOVE SPACES TO TRC-NOTE-WORK
                   STRING "SINCE " TRC-AGE-FIRST-DATE
                       " CARRIED " TRC-NUM-EDIT
                       DELIMITED BY SIZE INTO TRC-NOTE-WORK
                   MOVE TRC-NOTE-WORK TO EVT-NOTE
                   PERFORM OYATRACE_ADD_EVENT
               END-IF
           END-IF.
       OYATRACE_SEARCH_REJ_WOFF.
           MOVE "KOREJWO" TO TRC-FILE-NAME.
           OPEN INPUT TRC-KOWO-FILE.
           IF TRC-FILE-STATUS NOT = "00"
               PERFORM OYATRACE_NOT_AVAILABLE
           ELSE
               MOVE "N" TO TRC-EOF-SWITCH
               PERFORM OYATRACE_READ_REJ_WOFF UNTIL TRC-END-OF-FILE
               CLOSE TRC-KOWO-FILE
           END-IF.
       OYATRACE_READ_REJ_WOFF.
           READ TRC-KOWO-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
              AND TRC-KWO-REC-KEY = INQ-REC-KEY
               MOVE TRC-KWO-REJ-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_CHECK_RANGE
               IF TRC-RANGE-OK
                   MOVE SPACES TO TRC-EVT-LINE
                   MOVE "WRITTEN OFF" TO EVT-OUTCOME
                   MOVE TRC-KWO-REASON-CODE TO EVT-CODE
                   MOVE TRC-KWO-SOURCE TO EVT-SOURCE
                   MOVE SPACES TO TRC-NOTE-WORK
                   STRING "AGED REJECT, CUT " TRC-KWO-CUT-DATE
                       DELIMITED BY SIZE INTO TRC-NOTE-WORK
                   MOVE TRC-NOTE-WORK TO EVT-NOTE
                   PERFORM OYATRACE_ADD_EVENT
               END-IF
           END-IF.
       OYATRACE_CHECK_RANGE.
           MOVE "N" TO TRC-RANGE-SWITCH.
           IF TRC-LOOK-DATE NOT < INQ-FROM-DATE
              AND TRC-LOOK-DATE NOT > INQ-TO-DATE
               SET TRC-RANGE-OK TO TRUE
           END-IF.
       OYATRACE_NOT_AVAILABLE.
           DISPLAY "OYATRACE: " TRC-FILE-NAME
               " NOT AVAILABLE, STATUS " TRC-FILE-STATUS
               " - NOT SEARCHED".
      *FILE THE EVENT IN DATE ORDER: FIND THE FIRST ENTRY DATED
      *AFTER IT, SLIDE THAT ENTRY AND EVERYTHING BEHIND IT DOWN
      *ONE, AND DROP THE NEW ONE INTO THE GAP.
       OYATRACE_ADD_EVENT.
           IF TRC-EVT-USED >= TRC-EVT-LIMIT
               DISPLAY "OYATRACE: TIMELINE FULL, EVENT NOT SHOWN "
                   TRC-LOOK-DATE " " EVT-OUTCOME
           ELSE
               MOVE "N" TO TRC-FOUND-SWITCH
               PERFORM OYATRACE_FIND_SLOT
                   VARYING TRC-EVT-AT FROM 1 BY 1
                   UNTIL TRC-EVT-AT > TRC-EVT-USED
                      OR TRC-ENTRY-FOUND
               IF TRC-ENTRY-FOUND
                   SUBTRACT 1 FROM TRC-EVT-AT
               END-IF
               PERFORM OYATRACE_SLIDE_EVENT
                   VARYING TRC-EVT-IX FROM TRC-EVT-USED BY -1
                   UNTIL TRC-EVT-IX < TRC-EVT-AT
               ADD 1 TO TRC-EVT-USED
               MOVE TRC-LOOK-DATE TO TRC-EVT-DATE(TRC-EVT-AT)
               MOVE TRC-EVT-LINE TO TRC-EVT-TEXT(TRC-EVT-AT)
           END-IF.
       OYATRACE_FIND_SLOT.
           IF TRC-EVT-DATE(TRC-EVT-AT) > TRC-LOOK-DATE
               SET TRC-ENTRY-FOUND TO TRUE
           END-IF.
       OYATRACE_SLIDE_EVENT.
           MOVE TRC-EVT-ENTRY(TRC-EVT-IX)
               TO TRC-EVT-ENTRY(TRC-EVT-IX + 1).
       OYATRACE_ADD_FIELDS.
           MOVE "N" TO TRC-FOUND-SWITCH.
           PERFORM OYATRACE_MATCH_FIELDS
               VARYING TRC-FLD-IX FROM 1 BY 1
               UNTIL TRC-FLD-IX > TRC-FLD-USED
                  OR TRC-ENTRY-FOUND.
           IF NOT TRC-ENTRY-FOUND
               IF TRC-FLD-USED >= TRC-FLD-LIMIT
                   DISPLAY "OYATRACE: FIELD TABLE FULL - AUDIT LOG"
                       " MATCH MAY BE INCOMPLETE"
               ELSE
                   ADD 1 TO TRC-FLD-USED
                   MOVE TRC-LOOK-FIELDS
                       TO TRC-FLD-ENTRY(TRC-FLD-USED)
               END-IF
           END-IF.
       OYATRACE_MATCH_FIELDS.
           IF TRC-FLD-ENTRY(TRC-FLD-IX) = TRC-LOOK-FIELDS
               SET TRC-ENTRY-FOUND TO TRUE
           END-IF.
       OYATRACE_SHOW_TIMELINE.
           DISPLAY " ".
           DISPLAY "TRACE OF KEY " INQ-REC-KEY " FROM " INQ-FROM-DATE
               " TO " INQ-TO-DATE.
           IF TRC-EVT-USED = ZERO
               DISPLAY "  NO TRACE OF THAT KEY IN THE DATE RANGE."
           ELSE
               DISPLAY "DATE      OUTCOME         CODE       AMOUNT"
                   " SOURCE   DETAIL"
               PERFORM OYATRACE_SHOW_EVENT
                   VARYING TRC-EVT-IX FROM 1 BY 1
                   UNTIL TRC-EVT-IX > TRC-EVT-USED
           END-IF.
       OYATRACE_SHOW_EVENT.
           DISPLAY TRC-EVT-DATE(TRC-EVT-IX) "  "
               TRC-EVT-TEXT(TRC-EVT-IX).
      *THE AUDIT LOG, MATCHED ON THE DATA FIELDS COLLECTED ABOVE.
       OYATRACE_SEARCH_AUDIT_LOG.
           IF TRC-FLD-USED > ZERO
               MOVE "AUDITLOG" TO TRC-FILE-NAME
               OPEN INPUT TRC-LOG-FILE
               IF TRC-FILE-STATUS NOT = "00"
                   PERFORM OYATRACE_NOT_AVAILABLE
               ELSE
                   DISPLAY "AUDIT LOG CALL/RETN LINES FOR THE RECORD:"
                   MOVE "N" TO TRC-EOF-SWITCH
                   PERFORM OYATRACE_READ_AUDIT_LOG
                       UNTIL TRC-END-OF-FILE
                   CLOSE TRC-LOG-FILE
                   IF TRC-LOG-COUNT = ZERO
                       DISPLAY "  NONE IN THE DATE RANGE."
                   END-IF
               END-IF
           END-IF.
       OYATRACE_READ_AUDIT_LOG.
           READ TRC-LOG-FILE
               AT END SET TRC-END-OF-FILE TO TRUE
           END-READ.
           IF NOT TRC-END-OF-FILE
               MOVE TRC-LOG-DATE TO TRC-LOOK-DATE
               PERFORM OYATRACE_CHECK_RANGE
               IF TRC-RANGE-OK
                   MOVE TRC-LOG-DATA1 TO TRC-LOOK-DATA1
                   MOVE TRC-LOG-DATA2 TO TRC-LOOK-DATA2
                   MOVE TRC-LOG-DATA3 TO TRC-LOOK-DATA3
                   MOVE "N" TO TRC-FOUND-SWITCH
                   PERFORM OYATRACE_MATCH_FIELDS
                       VARYING TRC-FLD-IX FROM 1 BY 1
                       UNTIL TRC-FLD-IX > TRC-FLD-USED
                          OR TRC-ENTRY-FOUND
                   IF TRC-ENTRY-FOUND
                       ADD 1 TO TRC-LOG-COUNT
                       DISPLAY "  " TRC-LOG-RECORD
                   END-IF
               END-IF
           END-IF.
       END_PROGRAM.
           STOP RUN.
       END PROGRAM OYATRACE.
