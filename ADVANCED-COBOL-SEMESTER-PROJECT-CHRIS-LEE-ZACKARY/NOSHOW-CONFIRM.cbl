      *          a time and records the instructor's answer:           *
      *          C confirms never attended (NOSHOW-DROP will process   *
      *          the withdrawal), A attests attendance and clears the  *
      *          flag, ENTER alone leaves the row pending - the        *
      *          answering instructor must be the section's primary or *
      *          a co-instructor on SECT-INSTR-ISAM.DAT - on the       *
      *          faculty menu the answering instructor is the one      *
      *          signed on, and every answer is written to             *
      *          AUDIT-LOG.TXT under the signed-on name                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSHOW-CONFIRM IS INITIAL PROGRAM.
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-SI-IN ASSIGN TO
                                   "../SECT-INSTR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SI-KEY
                               ALTERNATE KEY IS SI-ID-KEY=
                                   SI-INSTRUC-ID, SI-SEM, SI-YR
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-SI-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-SI-IN.
       01  SI-REC-IN.
           03  SI-KEY.
               05  SI-SEM         PIC X(2).
               05  SI-YR          PIC X(4).
               05  SI-CRN         PIC X(6).
               05  SI-INSTRUC-ID  PIC 9(6).
           03  SI-PCT             PIC 9(3).
           03  SI-PRIMARY         PIC X.
           03  SI-INSTRUCTOR      PIC X(22).

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-USER            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(120).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ANSWER               PIC X       VALUE SPACE.
           03  WS-PENDING-CNT          PIC 9(3)    VALUE ZEROS.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  WS-ON-SECTION           PIC X       VALUE 'N'.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  NSH-EOF-FLAG            PIC X       VALUE SPACES.
               88 NSH-EOF    VALUE '1'.

           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.
           03  WS-CRN          PIC X(6)    VALUE SPACES.
           03  WS-INSTRUC      PIC 9(6)    VALUE ZEROS.

      *    the section is handed to FACULTY-CHECK first - a faculty
      *    session gets only the instructor's own sections, and the
      *    name the audit trail is written under comes back with it
       01  WS-FACULTY-CHECK.
           03  WS-FCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-FCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-FCK-CRN          PIC X(6)    VALUE SPACES.
           03  WS-FCK-GRADING      PIC X       VALUE 'N'.
           03  WS-FCK-INSTRUC      PIC 9(6)    VALUE ZEROS.
           03  WS-FCK-AUDIT-USER   PIC X(20)   VALUE SPACES.
           03  WS-FCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 07 COL 41 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 08 COL 30                       VALUE '   CRN:'.
           03  LINE 08 COL 38 PIC X(6)  TO WS-CRN   AUTO.
           03  LINE 08 COL 48                  VALUE 'INSTRUCTOR ID:'.
           03  LINE 08 COL 63 PIC 9(6)  TO WS-INSTRUC AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-SECTION.
           OPEN I-O ISAM-NSH-IO.
           OPEN INPUT ISAM-STUD-IN.
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-SI-IN.
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               PERFORM 140-CHECK-FACULTY
               MOVE WS-SEM TO SEMESTER
               MOVE WS-YR  TO YEAR
               MOVE WS-CRN TO CRN
                   INVALID KEY
                       MOVE 'INVALID SCHEDULE ID' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 150-CHECK-ON-SECTION
                       IF WS-ON-SECTION EQUAL 'N'
                           MOVE 'NOT AN INSTRUCTOR ON THE SECTION'
                               TO WS-MSG
                       ELSE
                           DISPLAY SCRN-SECTION
                           PERFORM 200-WALK-SECTION
                           MOVE SPACES TO WS-MSG
                           STRING WS-PENDING-CNT ' ROW(S) PRESENTED'
                               INTO WS-MSG
                       END-IF
               END-READ
               DISPLAY SCRN-KEY-REQ
               DISPLAY SCRN-ADD-ANOTHER
           CLOSE ISAM-NSH-IO.
           CLOSE ISAM-STUD-IN.
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-SI-IN.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       140-CHECK-FACULTY.
      *    a faculty session answers as the signed-on instructor
      *    whatever id was keyed - the section check below then holds
      *    the instructor to the instructor's own sections
           MOVE WS-SEM TO WS-FCK-SEM
           MOVE WS-YR  TO WS-FCK-YR
           MOVE SPACES TO WS-FCK-CRN
           MOVE 'N'    TO WS-FCK-GRADING
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           IF WS-FCK-RESULT NOT EQUAL 'S'
               MOVE WS-FCK-INSTRUC TO WS-INSTRUC
           END-IF.
      *-----------------------------------------------------------------
       150-CHECK-ON-SECTION.
      *    attendance is the instructor's attestation - the primary on
      *    the schedule or any co-instructor of a team-taught section
      *    may give it
           MOVE 'N' TO WS-ON-SECTION
           IF WS-INSTRUC EQUAL INSTRUC-ID
               MOVE 'Y' TO WS-ON-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEM     TO SI-SEM
           MOVE WS-YR      TO SI-YR
           MOVE WS-CRN     TO SI-CRN
           MOVE WS-INSTRUC TO SI-INSTRUC-ID
           READ ISAM-SI-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-SECTION
           END-READ.
      *-----------------------------------------------------------------
       200-WALK-SECTION.
           MOVE WS-SEM     TO NSH-SEM
               REWRITE NSH-REC-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 400-WRITE-AUDIT
               END-REWRITE
           END-IF.
      *-----------------------------------------------------------------
       400-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-FCK-AUDIT-USER          TO AUD-USER
           MOVE 'NOSHOW-CONFIRM'           TO AUD-PROGRAM
           MOVE NSH-KEY                    TO AUD-KEY
           MOVE 'NOSHOW P'                 TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'NOSHOW ' NSH-STATUS ' INSTRUCTOR ' WS-INSTRUC
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
