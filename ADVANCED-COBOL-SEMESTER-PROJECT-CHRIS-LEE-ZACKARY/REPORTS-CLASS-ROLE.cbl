                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS XL-KEY
                               FILE STATUS   IS WS-XL-STAT.

           SELECT OPTIONAL ISAM-ACC-IN ASSIGN TO "../ACCOM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ACC-KEY
                               FILE STATUS   IS WS-ACC-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *----------------------------------------------------------------- 
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.
               
       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  CLASS-ROLE-OUT.
       01  CLASS-ROLE-LINE         PIC X(80).
               05  XL-YR          PIC X(4).
               05  XL-CRN         PIC X(6).
           03  XL-GROUP           PIC X(6).

       FD  ISAM-ACC-IN.
       01  ACC-REC-IN.
           03  ACC-KEY.
               05  ACC-STUD-ID    PIC 9(6).
               05  ACC-SEM        PIC X(2).
               05  ACC-YR         PIC X(4).
           03  ACC-CODES.
               05  ACC-CODE       PIC X(2)    OCCURS 4 TIMES.
           03  ACC-EXAM-FLAG      PIC X       VALUE 'N'.
           03  ACC-DATE           PIC X(8).
           03  ACC-USER           PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-OUT-STAT              PIC XX      VALUE SPACES.
           03  WS-XL-STAT              PIC XX      VALUE SPACES.
           03  WS-ACC-STAT             PIC XX      VALUE SPACES.
           03  WS-ACC-CNT              PIC 9(3)    VALUE ZEROS.
           03  WS-XL-GROUP             PIC X(6)    VALUE SPACES.
           03  WS-XL-FOUND             PIC X       VALUE 'N'.
           03  WS-MEMBER-CRN           PIC X(6)    VALUE SPACES.
               05  WS-CRN      PIC X(6)        VALUE SPACES.
               05  WS-STU-ID   PIC X(6)        VALUE ZEROS.

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

       01  CR-LINE-OUT.
           03  CR-SEM              PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  CR-LNAME            PIC X(15).
           03  FILLER              PIC X       VALUE SPACE.
           03  CR-FNAME            PIC X(15).
           03  FILLER              PIC X(2)    VALUE SPACES.
           03  CR-LETTER           PIC X       VALUE SPACE.
           03  FILLER              PIC X(27)   VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
           OPEN I-O ISAM-REG-IO.
           OPEN I-O ISAM-STUD-IO.
           OPEN INPUT ISAM-XL-IN.
           OPEN INPUT ISAM-ACC-IN.
           
           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               DISPLAY SCRN-STUD-ID-REQ
               ACCEPT  SCRN-SEM-REQ
               ACCEPT  SCRN-STUD-ID-REQ
               PERFORM 150-CHECK-FACULTY
               IF WS-MSG NOT EQUAL SPACES
                   DISPLAY SCRN-SEM-REQ
               ELSE
               MOVE WS-SEM TO REG-IO-SEM
               MOVE WS-YR TO REG-IO-YR
               MOVE WS-CRN TO REG-IO-CRN
                  DISPLAY REG-IO-STUD-ID AT LINE Y COL 42

                  OPEN OUTPUT CLASS-ROLE-OUT
                  MOVE ZEROS TO WS-ACC-CNT
                  STRING 'CLASS ROLE - CRN ' WS-CRN
                      INTO CLASS-ROLE-LINE
                  WRITE CLASS-ROLE-LINE
                       END-READ
                  END-PERFORM
                  PERFORM 300-ADD-XLIST-ROSTERS
                  IF WS-ACC-CNT > ZEROS
                      MOVE SPACES TO CLASS-ROLE-LINE
                      WRITE CLASS-ROLE-LINE
                      MOVE 'L - EXPECT A LETTER FROM DISABILITY SVCS'
                          TO CLASS-ROLE-LINE
                      WRITE CLASS-ROLE-LINE
                  END-IF
                  CLOSE CLASS-ROLE-OUT
                  MOVE 'CLASS-ROLE.OUT WRITTEN' TO WS-MSG
               END-READ
               END-IF

               DISPLAY SPACES
               ADD 2 TO Y
           END-PERFORM
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-FACULTY.
      *    a faculty session may only pull the instructor's own rosters
           MOVE WS-SEM TO WS-FCK-SEM
           MOVE WS-YR  TO WS-FCK-YR
           MOVE WS-CRN TO WS-FCK-CRN
           MOVE 'N'    TO WS-FCK-GRADING
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           EVALUATE WS-FCK-RESULT
               WHEN 'N' MOVE 'NOT YOUR SECTION'        TO WS-MSG
               WHEN 'X' MOVE 'SECTION NOT FOUND'       TO WS-MSG
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-WRITE-ROLE-LINE.
      *    a withdrawn row keeps its transcript line but the student
                   MOVE WS-YR          TO CR-YR
                   MOVE REG-IO-CRN     TO CR-CRN
                   MOVE REG-IO-STUD-ID TO CR-STUD-ID
                   PERFORM 250-CHECK-ACCOM
                   IF ISAM-STUD-PRIVACY EQUAL 'Y'
                       DISPLAY
                       ISAM-STUD-KEY "  *** CONFIDENTIAL ***"
                       MOVE 'CONFIDENTIAL'   TO CR-LNAME
                       MOVE SPACES           TO CR-FNAME
                   ELSE
      *                the roster calls the student by the name
      *                they go by when one is on file
                       MOVE ISAM-STUD-LNAME TO CR-LNAME
                       MOVE ISAM-SUTD-FNAME TO CR-FNAME
                       IF ISAM-STUD-PREF-NAME NOT EQUAL SPACES
                           MOVE ISAM-STUD-PREF-NAME TO CR-FNAME
                       END-IF
                       DISPLAY
                       ISAM-STUD-KEY "  "
                       ISAM-STUD-LNAME
                           CR-FNAME
                   END-IF
                   MOVE CR-LINE-OUT    TO CLASS-ROLE-LINE
                   WRITE CLASS-ROLE-LINE
           END-READ.
      *-----------------------------------------------------------------
       250-CHECK-ACCOM.
      *    the role only says a letter is coming - what the student
      *    is accommodated for stays with disability services
           MOVE SPACE TO CR-LETTER
           MOVE REG-IO-STUD-ID TO ACC-STUD-ID
           MOVE WS-SEM         TO ACC-SEM
           MOVE WS-YR          TO ACC-YR
           READ ISAM-ACC-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'L' TO CR-LETTER
                   ADD 1 TO WS-ACC-CNT
           END-READ.
      *-----------------------------------------------------------------
       300-ADD-XLIST-ROSTERS.
      *    a cross-listed section teaches as one room - the printed
