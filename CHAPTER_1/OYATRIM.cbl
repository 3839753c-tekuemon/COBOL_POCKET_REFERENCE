           05 TRM-DEAD-FLD-3     PIC X(05).
           05 TRM-DEAD-RESULT    PIC X(02).
           05 TRM-DEAD-AMOUNT    PIC X(11).
           05 TRM-DEAD-SOURCE    PIC X(08).
       FD  TRM-REST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRM-REST-RECORD.
           05 TRM-REST-FLD-3     PIC X(05).
           05 TRM-REST-RESULT    PIC X(02).
           05 TRM-REST-AMOUNT    PIC X(11).
           05 TRM-REST-SOURCE    PIC X(08).
       FD  TRM-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRM-REL-RECORD.
           05 TRM-REL-FLD-3      PIC X(05).
           05 TRM-REL-RESULT     PIC X(02).
           05 TRM-REL-AMOUNT     PIC X(11).
           05 TRM-REL-SOURCE     PIC X(08).
       WORKING-STORAGE SECTION.
       01 TRM-CTL-STATUS PIC X(02) VALUE "00".
       01 TRM-DEAD-EOF-SWITCH PIC X(01) VALUE "N".
