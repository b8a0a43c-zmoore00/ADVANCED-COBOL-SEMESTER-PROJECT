           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.
           
       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  STUD-SCHED-OUT.
       01  STUD-SCHED-LINE         PIC X(80).
               05  WS-CRN      PIC X(6)        VALUE SPACES.
               05  WS-STU-ID   PIC X(6)        VALUE ZEROS.

      *    the student keyed is handed to STUDENT-CHECK first - a
      *    student session gets back only the student's own ID, and
      *    the look is logged the way a restricted lookup is
       01  WS-STUDENT-CHECK.
           03  WS-SCK-PROGRAM      PIC X(14)   VALUE 'REPORTS-STUD-S'.
           03  WS-SCK-VIEW         PIC X(30)   VALUE SPACES.
           03  WS-SCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-SCK-RESULT       PIC X       VALUE SPACES.

       01  SS-LINE-OUT.
           03  SS-STUD-ID          PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
               DISPLAY SCRN-STUD-ID-REQ
               ACCEPT  SCRN-SEM-REQ
               ACCEPT  SCRN-STUD-ID-REQ
               PERFORM 150-CHECK-STUDENT
               MOVE WS-SEM TO REG-IO-SEM
               MOVE WS-YR TO REG-IO-YR
               MOVE WS-STU-ID TO REG-IO-STUD-ID

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-STUDENT.
      *    a student session sees only the student's own schedule
           MOVE WS-STU-ID TO WS-SCK-STUD-ID
           MOVE SPACES    TO WS-SCK-VIEW
           STRING 'SCHEDULE ' WS-SEM '/' WS-YR DELIMITED BY SIZE
               INTO WS-SCK-VIEW
           CALL 'STUDENT-CHECK' USING WS-STUDENT-CHECK
           IF WS-SCK-RESULT EQUAL 'Y'
               MOVE WS-SCK-STUD-ID TO WS-STU-ID
           END-IF.
      *-----------------------------------------------------------------
       200-WRITE-SCHED-LINE.
           MOVE WS-STU-ID      TO SS-STUD-ID
