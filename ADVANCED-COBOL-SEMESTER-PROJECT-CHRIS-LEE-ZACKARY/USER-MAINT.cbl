      *ABSTRACT: Maintains USER-MASTER.DAT - operator ids, passwords   *
      *          and authorization levels (1 reports/inquiry,          *
      *          2 registration and maintenance, 3 administration      *
      *          including REBUILD) - blank password deletes - an      *
      *          operator linked to an INSTRUCTOR-MASTER.DAT id is a   *
      *          faculty member who signs on to the faculty menu and   *
      *          works only the instructor's own sections, and one     *
      *          linked to a STUDENT-MASTER.DAT id is a student who    *
      *          signs on to the read-only self-service menu           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-MAINT IS INITIAL PROGRAM.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS USR-ID
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-INSTRUC-IN ASSIGN TO "../INSTRUCTOR-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-INSTRUC-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT3.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  USR-LOCKED          PIC X.
           03  USR-CHG-DATE        PIC X(8).
           03  USR-FORCE           PIC X.
           03  USR-INSTRUC-ID      PIC 9(6).
           03  USR-STUD-ID         PIC 9(6).
           03  USR-LAST-SIGNON     PIC X(8).

       FD  ISAM-INSTRUC-IN.
       01  ISAM-INSTRUC-REC.
           03  ISAM-INSTRUC-KEY.
               05  ISAM-IO-INSTRUC-ID   PIC 9(6).
           03  FILLER              PIC X           VALUE SPACES.
           03  ISAM-IO-NAME        PIC X(22).
           03  ISAM-IO-DEPT   PIC X(20)   VALUE SPACES.
           03  ISAM-IO-OFFICE PIC X(10)   VALUE SPACES.
           03  ISAM-IO-PHONE  PIC X(10)   VALUE SPACES.
           03  ISAM-IO-EMAIL  PIC X(30)   VALUE SPACES.

       FD  ISAM-STUD-IN.
       01  ISAM-REC-IN.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-SUTD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20)   VALUE SPACES.
           03  ISAM-STUD-HOLD      PIC X       VALUE 'N'.
           03  ISAM-STUD-STANDING  PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RES       PIC X       VALUE 'Y'.
           03  ISAM-STUD-GPA       PIC 9V99    VALUE ZEROS.
           03  ISAM-STUD-EARNED    PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-ATTEMPT   PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-PRIVACY   PIC X       VALUE 'N'.
           03  ISAM-STUD-CLASS     PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-SAP       PIC X       VALUE SPACE.
           03  ISAM-STUD-ENR-STAT  PIC X       VALUE 'A'.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-SCR-PW               PIC X(8)    VALUE SPACES.

           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-PASSWORD      PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE 1.
           03  WS-OP-INSTRUC       PIC 9(6)    VALUE ZEROS.
           03  WS-OP-STUD          PIC 9(6)    VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 10 COL 45 PIC X(8) TO WS-OP-PASSWORD AUTO.
           03  LINE 11 COL 30             VALUE 'LEVEL (1-3):'.
           03  LINE 11 COL 45 PIC 9    TO WS-OP-LEVEL AUTO.
           03  LINE 12 COL 30             VALUE 'INSTRUCTOR:'.
           03  LINE 12 COL 45 PIC 9(6) TO WS-OP-INSTRUC AUTO.
           03  LINE 13 COL 30             VALUE 'STUDENT:'.
           03  LINE 13 COL 45 PIC 9(6) TO WS-OP-STUD AUTO.
           03  LINE 14 COL 30 VALUE '(BLANK PASSWORD DELETES)'.
           03  LINE 15 COL 30 VALUE '(BOTH 0 FOR OFFICE STAFF)'.
           03  LINE 17 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                     VALUE 'DO ANOTHER?:'.
               OPEN I-O ISAM-USER-IO
           END-IF

           OPEN INPUT ISAM-INSTRUC-IN
           OPEN INPUT ISAM-STUD-IN

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-OP-ID
               MOVE SPACES TO WS-OP-PASSWORD
               MOVE 1 TO WS-OP-LEVEL
               MOVE ZEROS TO WS-OP-INSTRUC
               MOVE ZEROS TO WS-OP-STUD
               DISPLAY SCR-TITLE
               DISPLAY SCRN-USER-REQ
               ACCEPT  SCRN-USER-REQ
           END-PERFORM.

           CLOSE ISAM-USER-IO.
           CLOSE ISAM-INSTRUC-IN.
           CLOSE ISAM-STUD-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
                       MOVE 'OPERATOR DELETED' TO WS-MSG
               END-DELETE
           ELSE
      *        a faculty link must name a real instructor - the
      *        faculty programs trust it to pick the sections
               IF WS-OP-INSTRUC NOT EQUAL ZEROS
                   MOVE WS-OP-INSTRUC TO ISAM-IO-INSTRUC-ID
                   READ ISAM-INSTRUC-IN
                       INVALID KEY
                           MOVE 'INSTRUCTOR NOT ON FILE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-READ
               END-IF
      *        a student link opens the self-service menu on that
      *        student's record only - an operator is one or the other
               IF WS-OP-STUD NOT EQUAL ZEROS
                   IF WS-OP-INSTRUC NOT EQUAL ZEROS
                       MOVE 'INSTRUCTOR OR STUDENT - NOT BOTH'
                           TO WS-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-OP-STUD TO ISAM-IO-ID
                   READ ISAM-STUD-IN
                       INVALID KEY
                           MOVE 'STUDENT NOT ON FILE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-READ
               END-IF
               READ ISAM-USER-IO
                   INVALID KEY
                       MOVE WS-OP-ID       TO USR-ID
                       MOVE 'N'            TO USR-LOCKED
                       MOVE SPACES         TO USR-CHG-DATE
                       MOVE 'Y'            TO USR-FORCE
                       MOVE WS-OP-INSTRUC  TO USR-INSTRUC-ID
                       MOVE WS-OP-STUD     TO USR-STUD-ID
                       MOVE SPACES         TO USR-LAST-SIGNON
                       WRITE USER-REC-IO
                           INVALID KEY
                               MOVE 'UNABLE TO ADD OPERATOR' TO WS-MSG
                       MOVE 'N'            TO USR-LOCKED
                       MOVE SPACES         TO USR-CHG-DATE
                       MOVE 'Y'            TO USR-FORCE
                       MOVE WS-OP-INSTRUC  TO USR-INSTRUC-ID
                       MOVE WS-OP-STUD     TO USR-STUD-ID
                       REWRITE USER-REC-IO
                           INVALID KEY
                               MOVE 'UNABLE TO CHANGE OPERATOR'
