      *ABSTRACT: Cancels a section - drops every attached REG-ISAM     *
      *          record (waitlisted included), zeroes the section's    *
      *          enrolled count, and prints a cancellation roster with *
      *          each affected student's name and phone numbers - a    *
      *          section in a term stamped closed by TERM-CLOSE is     *
      *          refused                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-CANCEL IS INITIAL PROGRAM.
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

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ROSTER-OUT.
       01  ROSTER-LINE-OUT        PIC X(80).
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  JRNL-OUT.
       01  JRNL-LINE-OUT.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-SC-STAT              PIC XX      VALUE SPACES.
           03  WS-JRN-STAT             PIC XX      VALUE SPACES.
           03  WS-SAVE-REG             PIC X(27)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-DROP-COUNT           PIC 9(4)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

      *    a section in a term stamped closed by TERM-CLOSE may not be
      *    cancelled - its rows carry final grades
       01  WS-TERM-CHECK.
           03  WS-TCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-TCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-TCK-RESULT       PIC X       VALUE SPACES.

       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
                       DISPLAY SCRN-SEM-REQ
                   NOT INVALID KEY
                       DISPLAY SCRN-SCHED-DATA
                       MOVE WS-SEM TO WS-TCK-SEM
                       MOVE WS-YR  TO WS-TCK-YR
                       CALL 'TERM-CHECK' USING WS-TERM-CHECK
                       IF WS-TCK-RESULT EQUAL 'C'
                           MOVE 'TERM IS CLOSED - GRADES ARE FROZEN'
                               TO WS-MSG
                       ELSE
                       DISPLAY SCRN-CONFIRM
                       ACCEPT  SCRN-CONFIRM
                       IF WS-RESP EQUAL 'Y' OR 'y'
                       ELSE
                           MOVE 'CANCEL ABANDONED' TO WS-MSG
                       END-IF
                       END-IF
                       DISPLAY SCRN-SEM-REQ
               END-READ
               DISPLAY SCRN-ADD-ANOTHER
