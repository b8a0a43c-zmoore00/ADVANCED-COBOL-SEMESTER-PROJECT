           03  REG-IO-WL-SEQ      PIC 9(2).
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

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'REG-ARCHIVE'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

      *    the history row freezes the credits the catalog said for
      *    the archived term, not whatever the live master says today
      *    - hours chosen at registration on a variable-credit course
      *    are what the student took and outrank the catalog
           MOVE ISAM-IO-CREDITS TO WS-VER-CREDITS
           IF ARC-SUBJ NOT EQUAL SPACES
               PERFORM 350-FIND-VERSION
           END-IF
           IF REG-IO-HOURS NUMERIC AND REG-IO-HOURS GREATER THAN ZEROS
               MOVE REG-IO-HOURS TO WS-VER-CREDITS
           END-IF

           WRITE ARCHIVE-LINE-OUT
           PERFORM 300-WRITE-HIST-ROW.
