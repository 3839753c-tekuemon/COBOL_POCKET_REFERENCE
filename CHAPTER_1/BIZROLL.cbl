       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIZROLL.
      *BUSINESS-DATE ROLL FOR THE WHOLE SHOP. BIZDATE IS A ONE-RECORD
      *CONTROL FILE (SEE BIZDDEF) HOLDING THE CURRENT PROCESSING
      *DATE, THE PRIOR BUSINESS DATE AND WHETHER THE CURRENT DATE IS
      *A HOLIDAY OR THE LAST BUSINESS DAY OF ITS MONTH. EVERY BATCH
      *PROGRAM TAKES ITS RUN DATE FROM THAT RECORD INSTEAD OF THE
      *SYSTEM CLOCK, SO A NIGHT THAT RUNS PAST MIDNIGHT OR A MISSED
      *DAY CAUGHT UP LATER STILL STAMPS EVERYTHING WITH THE DAY THE
      *DATA BELONGS TO. THIS STEP IS THE ONLY THING THAT MOVES THE
      *DATE ON, AND IT RUNS AS THE LAST STEP OF PRO1JOB ONLY AFTER
      *EVERY EARLIER STEP CAME BACK CLEAN - A FAILED DAY LEAVES THE
      *DATE WHERE IT IS, SO THE RERUN PROCESSES UNDER THE SAME DATE.
      *
      *BELT AND BRACES: THE JCL CONDITION CODES ARE NOT THE ONLY
      *PROOF. THE DAY RECORD ON OYATOTAL, WHICH PRO49 WRITES ONLY AT
      *A CLEAN END OF JOB, MUST CARRY THE CURRENT CONTROL DATE OR THE
      *ROLL IS REFUSED RC 16. THAT ALSO STOPS A SECOND ROLL OF THE
      *SAME DAY, SINCE AFTER THE FIRST ONE THE DATES NO LONGER AGREE.
      *THE ONE EXCEPTION IS A HOLIDAY: THERE IS NO FEED TO PROCESS,
      *SO A HOLIDAY IS ROLLED PAST BY RUNNING BIZROLL.jcl ON ITS OWN
      *AND NO OYATOTAL IS LOOKED FOR.
      *
      *THE NEXT DATE IS THE NEXT MONDAY-TO-FRIDAY CALENDAR DAY.
      *HOLIDAYS COME FROM HOLIDAY=YYYYMMDD LINES ON PARMFILE; THEY
      *ARE NOT SKIPPED, ONLY FLAGGED, SO THE DAY STILL EXISTS FOR
      *ANYTHING THAT RUNS ON IT. THE PRIOR BUSINESS DATE IS THE DATE
      *BEING ROLLED OFF, UNLESS THAT WAS A HOLIDAY - THEN THE PRIOR
      *DATE CARRIES FORWARD UNCHANGED. MONTH-END IS SET ON A WORKING
      *DAY WHOSE NEXT WORKING DAY FALLS IN ANOTHER MONTH.
      *RC 8 = BAD PARM, RC 16 = CONTROL FILE UNUSABLE OR DAY NOT
      *PROVED COMPLETE. BIZDATE IS ONLY REWRITTEN ON RC 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIZ-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIZ-DATE-STATUS.
           SELECT BIZ-TOTAL-FILE ASSIGN TO "OYATOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIZ-TOTAL-STATUS.
           SELECT BIZ-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIZ-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BIZ-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BIZ-DATE-RECORD.
           05 BIZ-CUR-DATE       PIC X(08).
           05 BIZ-PRIOR-DATE     PIC X(08).
           05 BIZ-HOLIDAY-FLAG   PIC X(01).
               88 BIZ-HOLIDAY VALUE "Y".
           05 BIZ-MONTH-END-FLAG PIC X(01).
               88 BIZ-MONTH-END VALUE "Y".
           05 FILLER             PIC X(22).
       FD  BIZ-TOTAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BIZ-TOTAL-RECORD.
           05 BIZ-TOT-RUN-DATE   PIC X(08).
           05 FILLER             PIC X(146).
           05 BIZ-TOT-REC-TYPE   PIC X(01).
               88 BIZ-TOT-DAY-RECORD VALUE "D" " ".
           05 BIZ-TOT-SOURCE     PIC X(08).
       FD  BIZ-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BIZ-PARM-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01 BIZ-DATE-STATUS  PIC X(02) VALUE "00".
       01 BIZ-TOTAL-STATUS PIC X(02) VALUE "00".
       01 BIZ-PARM-STATUS  PIC X(02) VALUE "00".
       01 BIZ-PARM-EOF-SWITCH PIC X(01) VALUE "N".
           88 BIZ-PARM-EOF VALUE "Y".
       01 BIZ-PARM-ERR-SWITCH PIC X(01) VALUE "N".
           88 BIZ-PARM-ERROR VALUE "Y".
       01 BIZ-PARM-KEYWORD PIC X(10) VALUE SPACES.
       01 BIZ-PARM-VALUE   PIC X(20) VALUE SPACES.
      *THE RECORD AS READ, KEPT FOR THE BEFORE/AFTER LINE.
       01 BIZ-OLD-RECORD.
           05 BIZ-OLD-CUR-DATE   PIC X(08).
           05 BIZ-OLD-PRIOR-DATE PIC X(08).
           05 BIZ-OLD-HOLIDAY    PIC X(01).
               88 BIZ-OLD-WAS-HOLIDAY VALUE "Y".
           05 BIZ-OLD-MONTH-END  PIC X(01).
           05 FILLER             PIC X(22).
      *HOLIDAY CALENDAR FROM PARMFILE. A YEAR'S HOLIDAYS FIT MANY
      *TIMES OVER; A FULL TABLE IS A PARM ERROR, NOT A SILENT DROP,
      *BECAUSE A DROPPED HOLIDAY WOULD BE A WRONG FLAG.
       01 BIZ-HOL-USED     PIC 9(03) COMP VALUE ZERO.
       01 BIZ-HOL-LIMIT    PIC 9(03) COMP VALUE 100.
       01 BIZ-HOL-IX       PIC 9(03) COMP VALUE ZERO.
       01 BIZ-HOL-TABLE.
           05 BIZ-HOL-DATE OCCURS 100 PIC X(08).
       01 BIZ-HOL-SWITCH   PIC X(01) VALUE "N".
           88 BIZ-HOL-FOUND VALUE "Y".
      *CALENDAR WORK FIELDS. THE DAY NUMBER IS THE SAME COUNT PRO49
      *AND KOAGERPT USE (0001-01-01 IS DAY 1, A MONDAY), SO THE
      *WEEKDAY FALLS OUT OF IT AS (DAYS - 1) MOD 7: 0 = MONDAY
      *THROUGH 6 = SUNDAY. WALKING FORWARD A DAY AT A TIME KEEPS
      *THE WEEKDAY IN STEP WITHOUT CONVERTING BACK.
       01 BIZ-CVT-DATE.
           05 BIZ-CVT-YEAR    PIC 9(04).
           05 BIZ-CVT-MONTH   PIC 9(02).
           05 BIZ-CVT-DAY     PIC 9(02).
       01 BIZ-CVT-DAYS       PIC 9(07) COMP VALUE ZERO.
       01 BIZ-CVT-YPRIOR     PIC 9(04) COMP VALUE ZERO.
       01 BIZ-CVT-WORK       PIC 9(07) COMP VALUE ZERO.
       01 BIZ-CVT-REM        PIC 9(04) COMP VALUE ZERO.
       01 BIZ-WEEKDAY        PIC 9(01) COMP VALUE ZERO.
           88 BIZ-WEEKEND VALUE 5 6.
       01 BIZ-MONTH-LEN      PIC 9(02) VALUE ZERO.
       01 BIZ-LEAP-SWITCH    PIC X(01) VALUE "N".
           88 BIZ-LEAP-YEAR VALUE "Y".
       01 BIZ-MONTH-DAYS-DEF.
           05 FILLER PIC X(18) VALUE "000031059090120151".
           05 FILLER PIC X(18) VALUE "181212243273304334".
       01 BIZ-MONTH-DAYS REDEFINES BIZ-MONTH-DAYS-DEF.
           05 BIZ-DAYS-TO-MONTH OCCURS 12 PIC 9(03).
       01 BIZ-MONTH-LEN-DEF  PIC X(24)
           VALUE "312831303130313130313031".
       01 BIZ-MONTH-LENS REDEFINES BIZ-MONTH-LEN-DEF.
           05 BIZ-DAYS-IN-MONTH OCCURS 12 PIC 9(02).
       01 BIZ-NEW-DATE       PIC X(08) VALUE SPACES.
       01 BIZ-NEW-MONTH      PIC 9(02) VALUE ZERO.
       01 BIZ-NEW-HOLIDAY    PIC X(01) VALUE "N".
       01 BIZ-NEW-MONTH-END  PIC X(01) VALUE "N".
       PROCEDURE DIVISION.
       BIZROLL_START SECTION.
       BIZROLL_INITIALIZE.
           PERFORM BIZROLL_READ_CONTROL.
           PERFORM BIZROLL_READ_PARMS.
           IF BIZ-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BIZ-OLD-WAS-HOLIDAY
               DISPLAY "BIZROLL: " BIZ-OLD-CUR-DATE
                   " IS A HOLIDAY - NO DAY RECORD REQUIRED"
           ELSE
               PERFORM BIZROLL_PROVE_DAY
           END-IF.
           PERFORM BIZROLL_NEXT_DATE.
           PERFORM BIZROLL_SET_MONTH_END
               THRU BIZROLL_SET_MONTH_END_EXIT.
           PERFORM BIZROLL_WRITE_CONTROL.
           GO TO END_PROGRAM.
       BIZROLL_READ_CONTROL.
      *A MISSING, EMPTY OR NON-NUMERIC CONTROL RECORD IS NEVER
      *GUESSED AT - THE DATE IS EXACTLY WHAT MUST NOT BE WRONG.
           OPEN INPUT BIZ-DATE-FILE.
           IF BIZ-DATE-STATUS NOT = "00"
               DISPLAY "BIZROLL: BIZDATE OPEN FAILED, STATUS "
                   BIZ-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BIZ-DATE-FILE
               AT END MOVE SPACES TO BIZ-DATE-RECORD
           END-READ.
           CLOSE BIZ-DATE-FILE.
           IF BIZ-CUR-DATE NOT NUMERIC
               DISPLAY "BIZROLL: NO CURRENT DATE ON BIZDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BIZ-DATE-RECORD TO BIZ-OLD-RECORD.
           DISPLAY "BIZROLL: CURRENT " BIZ-OLD-CUR-DATE
               " PRIOR " BIZ-OLD-PRIOR-DATE
               " HOLIDAY " BIZ-OLD-HOLIDAY
               " MONTH-END " BIZ-OLD-MONTH-END.
       BIZROLL_READ_PARMS.
      *PARMFILE CARRIES KEYWORD=VALUE LINES, THE SAME CONVENTION
      *PRO49 USES. HOLIDAY MAY REPEAT, ONE DATE PER LINE. A MISSING
      *PARMFILE MEANS NO HOLIDAYS, WHICH IS PRINTED.
           OPEN INPUT BIZ-PARM-FILE.
           IF BIZ-PARM-STATUS NOT = "00"
               DISPLAY "BIZROLL: NO PARMFILE, NO HOLIDAYS IN EFFECT"
           ELSE
               PERFORM BIZROLL_NEXT_PARM
               PERFORM BIZROLL_PARSE_PARM UNTIL BIZ-PARM-EOF
               CLOSE BIZ-PARM-FILE
           END-IF.
           DISPLAY "BIZROLL: " BIZ-HOL-USED
               " HOLIDAY DATES IN EFFECT".
       BIZROLL_PARSE_PARM.
           MOVE SPACES TO BIZ-PARM-KEYWORD BIZ-PARM-VALUE.
           UNSTRING BIZ-PARM-RECORD DELIMITED BY "="
               INTO BIZ-PARM-KEYWORD BIZ-PARM-VALUE.
           EVALUATE BIZ-PARM-KEYWORD
             WHEN "HOLIDAY"
               IF BIZ-PARM-VALUE(1:8) IS NUMERIC
                  AND BIZ-HOL-USED < BIZ-HOL-LIMIT
                   ADD 1 TO BIZ-HOL-USED
                   MOVE BIZ-PARM-VALUE(1:8)
                       TO BIZ-HOL-DATE(BIZ-HOL-USED)
               ELSE
                   DISPLAY "BIZROLL: BAD OR EXCESS HOLIDAY VALUE "
                       BIZ-PARM-VALUE
                   SET BIZ-PARM-ERROR TO TRUE
               END-IF
             WHEN SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "BIZROLL: UNKNOWN PARM KEYWORD "
                   BIZ-PARM-KEYWORD
               SET BIZ-PARM-ERROR TO TRUE
           END-EVALUATE.
           PERFORM BIZROLL_NEXT_PARM.
       BIZROLL_NEXT_PARM.
           READ BIZ-PARM-FILE
               AT END SET BIZ-PARM-EOF TO TRUE
           END-READ.
       BIZROLL_PROVE_DAY.
      *THE DAY RECORD COMES FIRST ON OYATOTAL. PRO49 EMPTIES THE
      *FILE BEFORE IT STARTS AND WRITES IT ONLY AT A CLEAN END OF
      *JOB, SO ITS DATE MATCHING THE CONTROL DATE IS PROOF THE DAY
      *WAS PROCESSED UNDER THIS DATE AND FINISHED.
           OPEN INPUT BIZ-TOTAL-FILE.
           IF BIZ-TOTAL-STATUS NOT = "00"
               DISPLAY "BIZROLL: OYATOTAL OPEN FAILED, STATUS "
                   BIZ-TOTAL-STATUS " - DATE NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BIZ-TOTAL-FILE
               AT END MOVE SPACES TO BIZ-TOTAL-RECORD
           END-READ.
           CLOSE BIZ-TOTAL-FILE.
           IF BIZ-TOT-RUN-DATE NOT = BIZ-OLD-CUR-DATE
              OR NOT BIZ-TOT-DAY-RECORD
               DISPLAY "BIZROLL: OYATOTAL DAY RECORD IS FOR "
                   BIZ-TOT-RUN-DATE ", CONTROL DATE IS "
                   BIZ-OLD-CUR-DATE
               DISPLAY "BIZROLL: DAY NOT PROVED COMPLETE"
                   " - DATE NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       BIZROLL_NEXT_DATE.
           MOVE BIZ-OLD-CUR-DATE TO BIZ-CVT-DATE.
           PERFORM BIZROLL_DATE_TO_DAYS.
           COMPUTE BIZ-CVT-WORK = BIZ-CVT-DAYS - 1.
           DIVIDE BIZ-CVT-WORK BY 7 GIVING BIZ-CVT-WORK
               REMAINDER BIZ-WEEKDAY.
           PERFORM BIZROLL_NEXT_WEEKDAY.
           MOVE BIZ-CVT-DATE TO BIZ-NEW-DATE.
           MOVE BIZ-CVT-MONTH TO BIZ-NEW-MONTH.
           PERFORM BIZROLL_CHECK_HOLIDAY.
           IF BIZ-HOL-FOUND
               MOVE "Y" TO BIZ-NEW-HOLIDAY
           END-IF.
       BIZROLL_SET_MONTH_END.
      *WALK ON FROM THE NEW DATE TO THE FIRST WORKING DAY AFTER IT.
      *A HOLIDAY IS NEVER ITSELF MONTH-END - THE WORKING DAY BEFORE
      *IT CARRIES THE FLAG.
           IF BIZ-NEW-HOLIDAY = "Y"
               GO TO BIZROLL_SET_MONTH_END_EXIT
           END-IF.
           MOVE "Y" TO BIZ-HOL-SWITCH.
           PERFORM BIZROLL_NEXT_WORKDAY UNTIL NOT BIZ-HOL-FOUND.
           IF BIZ-CVT-MONTH NOT = BIZ-NEW-MONTH
               MOVE "Y" TO BIZ-NEW-MONTH-END
           END-IF.
       BIZROLL_SET_MONTH_END_EXIT.
           EXIT.
       BIZROLL_NEXT_WORKDAY.
           PERFORM BIZROLL_NEXT_WEEKDAY.
           PERFORM BIZROLL_CHECK_HOLIDAY.
       BIZROLL_NEXT_WEEKDAY.
           PERFORM BIZROLL_ADD_ONE_DAY.
           PERFORM BIZROLL_ADD_ONE_DAY UNTIL NOT BIZ-WEEKEND.
       BIZROLL_ADD_ONE_DAY.
           PERFORM BIZROLL_CHECK_LEAP.
           MOVE BIZ-DAYS-IN-MONTH(BIZ-CVT-MONTH) TO BIZ-MONTH-LEN.
           IF BIZ-LEAP-YEAR AND BIZ-CVT-MONTH = 2
               ADD 1 TO BIZ-MONTH-LEN
           END-IF.
           ADD 1 TO BIZ-CVT-DAY.
           IF BIZ-CVT-DAY > BIZ-MONTH-LEN
               MOVE 1 TO BIZ-CVT-DAY
               ADD 1 TO BIZ-CVT-MONTH
               IF BIZ-CVT-MONTH > 12
                   MOVE 1 TO BIZ-CVT-MONTH
                   ADD 1 TO BIZ-CVT-YEAR
               END-IF
           END-IF.
           ADD 1 TO BIZ-WEEKDAY.
           IF BIZ-WEEKDAY > 6
               MOVE ZERO TO BIZ-WEEKDAY
           END-IF.
       BIZROLL_CHECK_HOLIDAY.
           MOVE "N" TO BIZ-HOL-SWITCH.
           PERFORM BIZROLL_MATCH_HOLIDAY
               VARYING BIZ-HOL-IX FROM 1 BY 1
               UNTIL BIZ-HOL-IX > BIZ-HOL-USED
                  OR BIZ-HOL-FOUND.
       BIZROLL_MATCH_HOLIDAY.
           IF BIZ-HOL-DATE(BIZ-HOL-IX) = BIZ-CVT-DATE
               SET BIZ-HOL-FOUND TO TRUE
           END-IF.
       BIZROLL_WRITE_CONTROL.
           MOVE SPACES TO BIZ-DATE-RECORD.
           MOVE BIZ-NEW-DATE TO BIZ-CUR-DATE.
           IF BIZ-OLD-WAS-HOLIDAY
               MOVE BIZ-OLD-PRIOR-DATE TO BIZ-PRIOR-DATE
           ELSE
               MOVE BIZ-OLD-CUR-DATE TO BIZ-PRIOR-DATE
           END-IF.
           MOVE BIZ-NEW-HOLIDAY TO BIZ-HOLIDAY-FLAG.
           MOVE BIZ-NEW-MONTH-END TO BIZ-MONTH-END-FLAG.
           OPEN OUTPUT BIZ-DATE-FILE.
           IF BIZ-DATE-STATUS NOT = "00"
               DISPLAY "BIZROLL: BIZDATE REWRITE FAILED, STATUS "
                   BIZ-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE BIZ-DATE-RECORD.
           CLOSE BIZ-DATE-FILE.
           DISPLAY "BIZROLL: ROLLED TO " BIZ-CUR-DATE
               " PRIOR " BIZ-PRIOR-DATE
               " HOLIDAY " BIZ-HOLIDAY-FLAG
               " MONTH-END " BIZ-MONTH-END-FLAG.
       BIZROLL_DATE_TO_DAYS.
      *DAYS FROM 0001-01-01 - THE SAME ARITHMETIC AS PRO49'S
      *OYA_DATE_TO_DAYS.
           COMPUTE BIZ-CVT-YPRIOR = BIZ-CVT-YEAR - 1.
           COMPUTE BIZ-CVT-DAYS = BIZ-CVT-YPRIOR * 365.
           DIVIDE BIZ-CVT-YPRIOR BY 4 GIVING BIZ-CVT-WORK.
           ADD BIZ-CVT-WORK TO BIZ-CVT-DAYS.
           DIVIDE BIZ-CVT-YPRIOR BY 100 GIVING BIZ-CVT-WORK.
           SUBTRACT BIZ-CVT-WORK FROM BIZ-CVT-DAYS.
           DIVIDE BIZ-CVT-YPRIOR BY 400 GIVING BIZ-CVT-WORK.
           ADD BIZ-CVT-WORK TO BIZ-CVT-DAYS.
           ADD BIZ-DAYS-TO-MONTH(BIZ-CVT-MONTH) TO BIZ-CVT-DAYS.
           ADD BIZ-CVT-DAY TO BIZ-CVT-DAYS.
           PERFORM BIZROLL_CHECK_LEAP.
           IF BIZ-LEAP-YEAR AND BIZ-CVT-MONTH > 2
               ADD 1 TO BIZ-CVT-DAYS
           END-IF.
       BIZROLL_CHECK_LEAP.
           MOVE "N" TO BIZ-LEAP-SWITCH.
           DIVIDE BIZ-CVT-YEAR BY 4 GIVING BIZ-CVT-WORK
               REMAINDER BIZ-CVT-REM.
           IF BIZ-CVT-REM = ZERO
               SET BIZ-LEAP-YEAR TO TRUE
               DIVIDE BIZ-CVT-YEAR BY 100 GIVING BIZ-CVT-WORK
                   REMAINDER BIZ-CVT-REM
               IF BIZ-CVT-REM = ZERO
                   MOVE "N" TO BIZ-LEAP-SWITCH
                   DIVIDE BIZ-CVT-YEAR BY 400 GIVING BIZ-CVT-WORK
                       REMAINDER BIZ-CVT-REM
                   IF BIZ-CVT-REM = ZERO
                       SET BIZ-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       END_PROGRAM.
           STOP RUN.
