      ******************************************************************
      *PROGRAM : ACCOM-MAINT.CBL                                       *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Disability accommodation register - keys the coded    *
      *          accommodations disability services sends each term    *
      *          onto ACCOM-ISAM.DAT by student and SEM/YR (up to 4    *
      *          codes, blank codes remove the term's entry) - codes   *
      *          that change how an exam is sat set ACC-EXAM-FLAG so   *
      *          EXAM-SCHED moves the student to the testing center -  *
      *          every change is written to the audit log              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOM-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ACC-IO ASSIGN TO "../ACCOM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACC-KEY
                               FILE STATUS   IS WS-ACC-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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

       FD  ISAM-ACC-IO.
       01  ACC-REC-IO.
           03  ACC-KEY.
               05  ACC-STUD-ID    PIC 9(6).
               05  ACC-SEM        PIC X(2).
               05  ACC-YR         PIC X(4).
           03  ACC-CODES.
               05  ACC-CODE       PIC X(2)    OCCURS 4 TIMES.
           03  ACC-EXAM-FLAG      PIC X       VALUE 'N'.
           03  ACC-DATE           PIC X(8).
           03  ACC-USER           PIC X(20).

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
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-ACC-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-OLD-CODES            PIC X(8)    VALUE SPACES.
           03  WS-EXAM-FLAG            PIC X       VALUE 'N'.
           03  WS-CODE-BAD             PIC X       VALUE 'N'.
           03  WS-ACTION               PIC X(7)    VALUE SPACES.
           03  C                       PIC 9       VALUE ZERO.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.
           03  WS-NEW-CODES.
               05  WS-CODE     PIC X(2)    OCCURS 4 TIMES.

      *    accommodation codes - the exam column marks the ones that
      *    change how or where an exam is sat
       01  ACCOM-TABLE-DATA.
           03  FILLER          PIC X(21)   VALUE
                   'ETEXTENDED TIME     Y'.
           03  FILLER          PIC X(21)   VALUE
                   'RDREDUCED-DIST ROOM Y'.
           03  FILLER          PIC X(21)   VALUE
                   'NTNOTE TAKER        N'.
       01  ACCOM-TABLE REDEFINES ACCOM-TABLE-DATA.
           03  ACT-ENTRY OCCURS 3 TIMES INDEXED BY ACT-IX.
               05  ACT-CODE    PIC X(2).
               05  ACT-DESC    PIC X(18).
               05  ACT-EXAM    PIC X.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 25 VALUE "ACCOMMODATION REGISTER".
           03  LINE 1  COL 1  VALUE "ACCOM-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-ID-REQ.
           03  LINE 07 COL 25             VALUE 'STUDENT ID:'.
           03  LINE 07 COL 48 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 08 COL 25             VALUE 'SEM/YR:'.
           03  LINE 08 COL 48 PIC X(2)  TO WS-SEM AUTO.
           03  LINE 08 COL 50 VALUE '/'.
           03  LINE 08 COL 51 PIC X(4)  TO WS-YR AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ON-FILE.
           03  LINE 09 COL 25     VALUE 'ON FILE:'.
           03  LINE 09 COL 48 PIC X(2)  FROM ACC-CODE (1).
           03  LINE 09 COL 51 PIC X(2)  FROM ACC-CODE (2).
           03  LINE 09 COL 54 PIC X(2)  FROM ACC-CODE (3).
           03  LINE 09 COL 57 PIC X(2)  FROM ACC-CODE (4).
           03  LINE 11 COL 25     VALUE 'ET EXTENDED TIME  RD REDUCED-'.
           03  LINE 11 COL 54     VALUE 'DISTRACTION ROOM'.
           03  LINE 12 COL 25     VALUE 'NT NOTE TAKER'.

       01  SCRN-CHG-REQ.
           03  LINE 13 COL 25     VALUE 'CODES (ALL BLANK REMOVES):'.
           03  LINE 13 COL 52 PIC X(2)  TO WS-CODE (1) AUTO.
           03  LINE 13 COL 55 PIC X(2)  TO WS-CODE (2) AUTO.
           03  LINE 13 COL 58 PIC X(2)  TO WS-CODE (3) AUTO.
           03  LINE 13 COL 61 PIC X(2)  TO WS-CODE (4) AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                VALUE 'CHANGE ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           03  LINE 19 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           OPEN INPUT ISAM-STUD-IN.
           OPEN I-O ISAM-ACC-IO
           IF WS-ACC-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACC-IO
               CLOSE ISAM-ACC-IO
               OPEN I-O ISAM-ACC-IO
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-SEM
               MOVE SPACES TO WS-YR
               MOVE SPACES TO WS-NEW-CODES
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-MSG
                   NOT INVALID KEY
                       IF WS-SEM EQUAL SPACES OR WS-YR EQUAL SPACES
                           MOVE 'SEM/YR REQUIRED' TO WS-MSG
                       ELSE
                           PERFORM 150-LOAD-ON-FILE
                           DISPLAY SCRN-ON-FILE
                           DISPLAY SCRN-CHG-REQ
                           ACCEPT  SCRN-CHG-REQ
                           PERFORM 200-CHANGE-ACCOM
                       END-IF
               END-READ
               DISPLAY SCRN-ID-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-ID-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-STUD-IN.
           CLOSE ISAM-ACC-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-LOAD-ON-FILE.
           MOVE FUNCTION UPPER-CASE (WS-SEM) TO WS-SEM
           MOVE WS-STU-ID TO ACC-STUD-ID
           MOVE WS-SEM    TO ACC-SEM
           MOVE WS-YR     TO ACC-YR
           READ ISAM-ACC-IO
               INVALID KEY
                   MOVE 'N'    TO WS-ON-FILE
                   MOVE SPACES TO ACC-CODES
               NOT INVALID KEY
                   MOVE 'Y'    TO WS-ON-FILE
           END-READ
           MOVE ACC-CODES TO WS-OLD-CODES.
      *-----------------------------------------------------------------
       200-CHANGE-ACCOM.
           MOVE FUNCTION UPPER-CASE (WS-NEW-CODES) TO WS-NEW-CODES
           MOVE 'N' TO WS-EXAM-FLAG
           MOVE 'N' TO WS-CODE-BAD
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
               IF WS-CODE (C) NOT EQUAL SPACES
                   SET ACT-IX TO 1
                   SEARCH ACT-ENTRY
                       AT END
                           MOVE 'Y' TO WS-CODE-BAD
                       WHEN ACT-CODE (ACT-IX) EQUAL WS-CODE (C)
                           IF ACT-EXAM (ACT-IX) EQUAL 'Y'
                               MOVE 'Y' TO WS-EXAM-FLAG
                           END-IF
                   END-SEARCH
               END-IF
           END-PERFORM
           IF WS-CODE-BAD EQUAL 'Y'
               MOVE 'CODES MUST BE ET, RD OR NT' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-CODES EQUAL WS-OLD-CODES
               MOVE 'NO CHANGE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STU-ID     TO ACC-STUD-ID
           MOVE WS-SEM        TO ACC-SEM
           MOVE WS-YR         TO ACC-YR
           MOVE WS-NEW-CODES  TO ACC-CODES
           MOVE WS-EXAM-FLAG  TO ACC-EXAM-FLAG
           MOVE WS-NOW-DATE   TO ACC-DATE
           MOVE WS-AUDIT-USER TO ACC-USER
           EVALUATE TRUE
               WHEN WS-ON-FILE EQUAL 'N'
                   MOVE 'ADDED' TO WS-ACTION
                   WRITE ACC-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO ADD' TO WS-MSG
                           EXIT PARAGRAPH
                   END-WRITE
               WHEN WS-NEW-CODES EQUAL SPACES
                   MOVE 'REMOVED' TO WS-ACTION
                   DELETE ISAM-ACC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO REMOVE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-DELETE
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-ACTION
                   REWRITE ACC-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-REWRITE
           END-EVALUATE

           PERFORM 500-WRITE-AUDIT
           STRING 'ACCOMMODATIONS ' WS-ACTION DELIMITED BY SIZE
               INTO WS-MSG.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'ACCOM-MAINT'              TO AUD-PROGRAM
           MOVE ISAM-STUD-KEY              TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'ACCOM ' WS-SEM '/' WS-YR ' ' WS-OLD-CODES
               INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'ACCOM ' WS-SEM '/' WS-YR ' ' WS-NEW-CODES
               ' EXAM ' WS-EXAM-FLAG INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
