      ******************************************************************
      *PROGRAM : ATHLETE-MAINT.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Athlete roster file - keys each student's sport and   *
      *          year of eligibility onto ATHLETE-ISAM.DAT by student  *
      *          id and sport - a student on two teams carries a row   *
      *          for each - a blank eligibility year removes the row   *
      *          - ATHLETE-CERT certifies the roster each term and     *
      *          REG-DELETE watches athletes' loads - every change is  *
      *          written to the audit log                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATHLETE-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ATH-IO ASSIGN TO "../ATHLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATH-KEY
                               ALTERNATE KEY IS ATH-SPORT-KEY=
                                  ATH-SPORT, ATH-STUD-ID
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-ATH-STAT.

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

       FD  ISAM-ATH-IO.
       01  ATH-REC-IO.
           03  ATH-KEY.
               05  ATH-STUD-ID    PIC 9(6).
               05  ATH-SPORT      PIC X(12).
           03  ATH-ELIG-YR        PIC X.
           03  ATH-DATE           PIC X(8).
           03  ATH-USER           PIC X(20).

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
           03  WS-ATH-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-ACTION               PIC X(7)    VALUE SPACES.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-SPORT        PIC X(12)   VALUE SPACES.
           03  WS-OLD-ELIG-YR  PIC X       VALUE SPACE.
           03  WS-NEW-ELIG-YR  PIC X       VALUE SPACE.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 28 VALUE "ATHLETE ROSTER".
           03  LINE 1  COL 1  VALUE "ATHLETE-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-ID-REQ.
           03  LINE 07 COL 20             VALUE 'STUDENT ID:'.
           03  LINE 07 COL 45 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 08 COL 20             VALUE 'SPORT:'.
           03  LINE 08 COL 45 PIC X(12) TO WS-SPORT.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ON-FILE.
           03  LINE 09 COL 20     VALUE 'NAME:'.
           03  LINE 09 COL 45 PIC X(15) FROM ISAM-SUTD-FNAME.
           03  LINE 09 COL 61 PIC X(15) FROM ISAM-STUD-LNAME.
           03  LINE 10 COL 20     VALUE 'ELIGIBILITY YEAR ON FILE:'.
           03  LINE 10 COL 47 PIC X     FROM WS-OLD-ELIG-YR.

       01  SCRN-CHG-REQ.
           03  LINE 12 COL 20     VALUE 'ELIGIBILITY YEAR (1-5):'.
           03  LINE 12 COL 47 PIC X     TO WS-NEW-ELIG-YR AUTO.
           03  LINE 13 COL 20     VALUE '(BLANK REMOVES THE SPORT)'.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

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
           OPEN I-O ISAM-ATH-IO
           IF WS-ATH-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ATH-IO
               CLOSE ISAM-ATH-IO
               OPEN I-O ISAM-ATH-IO
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
               MOVE SPACES TO WS-SPORT
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               MOVE FUNCTION UPPER-CASE (WS-SPORT) TO WS-SPORT
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-MSG
                   NOT INVALID KEY
                       IF WS-SPORT EQUAL SPACES
                           MOVE 'SPORT REQUIRED' TO WS-MSG
                       ELSE
                           PERFORM 150-LOAD-ON-FILE
                           MOVE WS-OLD-ELIG-YR TO WS-NEW-ELIG-YR
                           DISPLAY SCRN-ON-FILE
                           DISPLAY SCRN-CHG-REQ
                           ACCEPT  SCRN-CHG-REQ
                           PERFORM 200-CHANGE-ATHLETE
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
           CLOSE ISAM-ATH-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-LOAD-ON-FILE.
           MOVE WS-STU-ID TO ATH-STUD-ID
           MOVE WS-SPORT  TO ATH-SPORT
           READ ISAM-ATH-IO
               INVALID KEY
                   MOVE 'N'    TO WS-ON-FILE
                   MOVE SPACE  TO WS-OLD-ELIG-YR
               NOT INVALID KEY
                   MOVE 'Y'         TO WS-ON-FILE
                   MOVE ATH-ELIG-YR TO WS-OLD-ELIG-YR
           END-READ.
      *-----------------------------------------------------------------
       200-CHANGE-ATHLETE.
      *    the eligibility year is the athlete's season of competition
      *    - the certification rules step up with it, so only the five
      *    years the rules cover are accepted
           IF WS-NEW-ELIG-YR NOT EQUAL SPACE
               AND (WS-NEW-ELIG-YR LESS THAN '1'
                   OR WS-NEW-ELIG-YR GREATER THAN '5')
               MOVE 'ELIGIBILITY YEAR MUST BE 1 THRU 5' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ELIG-YR EQUAL WS-OLD-ELIG-YR
               MOVE 'NO CHANGE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STU-ID      TO ATH-STUD-ID
           MOVE WS-SPORT       TO ATH-SPORT
           MOVE WS-NEW-ELIG-YR TO ATH-ELIG-YR
           MOVE WS-NOW-DATE    TO ATH-DATE
           MOVE WS-AUDIT-USER  TO ATH-USER
           EVALUATE TRUE
               WHEN WS-ON-FILE EQUAL 'N'
                   MOVE 'ADDED' TO WS-ACTION
                   WRITE ATH-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO ADD' TO WS-MSG
                           EXIT PARAGRAPH
                   END-WRITE
               WHEN WS-NEW-ELIG-YR EQUAL SPACE
                   MOVE 'REMOVED' TO WS-ACTION
                   DELETE ISAM-ATH-IO
                       INVALID KEY
                           MOVE 'UNABLE TO REMOVE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-DELETE
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-ACTION
                   REWRITE ATH-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-REWRITE
           END-EVALUATE

           PERFORM 500-WRITE-AUDIT
           STRING 'ATHLETE ' WS-ACTION DELIMITED BY SIZE
               INTO WS-MSG.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'ATHLETE-MAINT'            TO AUD-PROGRAM
           MOVE ATH-KEY                    TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'ELIG YR ' WS-OLD-ELIG-YR INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'ELIG YR ' WS-NEW-ELIG-YR INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
