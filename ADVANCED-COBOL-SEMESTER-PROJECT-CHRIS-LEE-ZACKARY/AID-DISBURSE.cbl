           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).
           03  RD-HOURS    PIC ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-STATUS   PIC X(10).

      *    the posting date is handed to PERIOD-CHECK first - a date in
      *    a month the business office has closed comes back moved to
      *    an open one
       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
                               IF ISAM-IO-CREDITS NUMERIC
                                   MOVE ISAM-IO-CREDITS
                                       TO WS-CREDITS-NUM
                                   IF REG-IO-HOURS NUMERIC
                                       AND REG-IO-HOURS > ZEROS
                                       MOVE REG-IO-HOURS
                                           TO WS-CREDITS-NUM
                                   END-IF
                                   ADD WS-CREDITS-NUM
                                       TO WS-ENR-HOURS
                               END-IF
           MOVE SPACES          TO ACD-IO-DESC
           STRING 'AID DISBURSEMENT ' AID-FUND INTO ACD-IO-DESC
           COMPUTE ACD-IO-AMOUNT = ZEROS - AID-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'AID-DISBURSE'  TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
