      *EVERY CALL_KO / CALL_MAGO INVOCATION LOGS A "CALL" RECORD
      *BEFORE THE CALL AND A "RETN" RECORD AFTER IT RETURNS, SO A
      *SCOPE OR VISIBILITY PROBLEM CAN BE REPLAYED FROM THE LOG
      *INSTEAD OF RECONSTRUCTED BY HAND. THE DATE ON EACH LINE IS
      *THE BUSINESS DATE FROM THE BIZDATE CONTROL RECORD, READ ONCE
      *WHEN THE LOG IS OPENED, SO A RUN THAT CROSSES MIDNIGHT STILL
      *LOGS UNDER THE DAY IT IS PROCESSING; THE TIME IS THE CLOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUD-BIZ-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-BIZ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           05 AUD-LOG-DATA2       PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AUD-LOG-DATA3       PIC X(05).
       FD  AUD-BIZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUD-BIZ-RECORD.
           05 BIZ-CUR-DATE        PIC X(08).
           05 BIZ-PRIOR-DATE      PIC X(08).
           05 BIZ-HOLIDAY-FLAG    PIC X(01).
           05 BIZ-MONTH-END-FLAG  PIC X(01).
           05 FILLER              PIC X(22).
       WORKING-STORAGE SECTION.
       01 AUD-OPEN-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-LOG-OPEN VALUE "Y".
       01 AUD-PHASE-EOJ    PIC X(04) VALUE "EOJ".
       01 AUD-BIZ-STATUS   PIC X(02) VALUE "00".
       01 AUD-BIZ-DATE     PIC 9(08) VALUE ZERO.
       LINKAGE SECTION.
       01 AUD-IN-CALLER  PIC X(08).
       01 AUD-IN-CALLEE  PIC X(08).
           IF NOT AUDIT-LOG-OPEN
               OPEN EXTEND AUDIT-LOG-FILE
               SET AUDIT-LOG-OPEN TO TRUE
               PERFORM AUDITLOG_READ_BIZDATE
           END-IF.
       AUDITLOG_WRITE.
           MOVE AUD-BIZ-DATE TO AUD-LOG-DATE.
           ACCEPT AUD-LOG-TIME FROM TIME.
           MOVE AUD-IN-CALLER TO AUD-LOG-CALLER.
           MOVE AUD-IN-CALLEE TO AUD-LOG-CALLEE.
           WRITE AUDIT-LOG-RECORD.
       AUDITLOG_EXIT.
           EXIT PROGRAM.
       AUDITLOG_READ_BIZDATE.
      *EVERY JOB THAT WRITES THE LOG ALLOCATES BIZDATE, BUT NOT
      *EVERY CALLER CHECKS IT FIRST. A MISSING OR UNREADABLE DATE
      *IS ONLY WARNED ON SYSOUT AND THE LINES CARRY ZEROS - A LOG
      *LINE IS NEVER WORTH STOPPING FOR, BUT IT IS NEVER GIVEN THE
      *CLOCK'S DATE EITHER. ZERO-DATED LINES CANNOT BE TIED TO A
      *DAY: AUDRPT LISTS THEM UNDER DATE ZERO AND AN OYATRACE
      *DATE RANGE DOES NOT FIND THEM.
           OPEN INPUT AUD-BIZ-FILE.
           IF AUD-BIZ-STATUS NOT = "00"
               DISPLAY "AUDITLOG: BIZDATE OPEN FAILED, STATUS "
                   AUD-BIZ-STATUS " - LOG DATES ZERO"
           ELSE
               READ AUD-BIZ-FILE
                   AT END MOVE SPACES TO AUD-BIZ-RECORD
               END-READ
               CLOSE AUD-BIZ-FILE
               IF BIZ-CUR-DATE IS NUMERIC
                   MOVE BIZ-CUR-DATE TO AUD-BIZ-DATE
               ELSE
                   DISPLAY "AUDITLOG: NO DATE ON BIZDATE"
                       " - LOG DATES ZERO"
               END-IF
           END-IF.
       END PROGRAM AUDITLOG.
