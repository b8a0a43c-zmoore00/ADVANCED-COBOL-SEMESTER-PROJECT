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
                               IF ISAM-IO-CREDITS NUMERIC
                                   MOVE ISAM-IO-CREDITS
                                       TO WS-CREDITS-NUM
                                   IF REG-IO-HOURS NUMERIC
                                       AND REG-IO-HOURS > ZEROS
                                       MOVE REG-IO-HOURS
                                           TO WS-CREDITS-NUM
                                   END-IF
                                   ADD WS-CREDITS-NUM
                                       TO WS-LIVE-VALUE
                               END-IF
