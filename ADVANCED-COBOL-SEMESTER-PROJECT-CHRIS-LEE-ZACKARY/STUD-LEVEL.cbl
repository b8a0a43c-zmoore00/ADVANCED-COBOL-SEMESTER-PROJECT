      ******************************************************************
      *PROGRAM : STUD-LEVEL.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains STUD-LEVEL-ISAM.DAT - one row per student   *
      *          and academic level (U undergraduate, G graduate) with *
      *          the SEM/YR the level begins and ends (blank start     *
      *          reaches back, blank end leaves it open) and the       *
      *          program pursued - a student may hold both levels over *
      *          time and, for a term they overlap, both at once - the *
      *          level GPA, earned and attempted hours GPA-POST lays   *
      *          on the row are shown but never keyed - blank program  *
      *          deletes - level 2 required, every row added, changed  *
      *          or deleted is written to AUDIT-LOG.TXT                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUD-LEVEL IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-SLV-IO ASSIGN TO
                               "../STUD-LEVEL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SLV-KEY
                               FILE STATUS   IS WS-SLV-STAT.

           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-SLV-IO.
       01  SLV-REC-IO.
           03  SLV-KEY.
               05  SLV-STUD-ID    PIC 9(6).
               05  SLV-LEVEL      PIC X.
           03  SLV-START-SEM      PIC X(2).
           03  SLV-START-YR       PIC X(4).
           03  SLV-END-SEM        PIC X(2).
           03  SLV-END-YR         PIC X(4).
           03  SLV-PROGRAM        PIC X(20).
           03  SLV-GPA            PIC 9V99.
           03  SLV-EARNED         PIC 9(4).
           03  SLV-ATTEMPT        PIC 9(4).
           03  SLV-POST-DATE      PIC X(8).

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
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
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-SLV-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-EDIT-OK              PIC X       VALUE 'Y'.
           03  WS-ROW-FOUND            PIC X       VALUE 'N'.
           03  WS-OLD-IMAGE            PIC X(120)  VALUE SPACES.
           03  WS-NEW-IMAGE            PIC X(120)  VALUE SPACES.
           03  WS-ORD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-ORD-NUM              PIC 9       VALUE ZERO.
           03  WS-ORD-YR               PIC 9(4)    VALUE ZEROS.
           03  WS-START-KEY            PIC 9(5)    VALUE ZEROS.
           03  WS-END-KEY              PIC 9(5)    VALUE ZEROS.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

       01  WS-SLV-KEY.
           05  WS-STUD-ID      PIC 9(6)        VALUE ZEROS.
           05  WS-LEVEL        PIC X           VALUE SPACE.

      *    the row as keyed - an existing one is brought in here so
      *    the screen shows it for update
       01  WS-SLV.
           03  WS-START-SEM        PIC X(2)    VALUE SPACES.
           03  WS-START-YR         PIC X(4)    VALUE SPACES.
           03  WS-END-SEM          PIC X(2)    VALUE SPACES.
           03  WS-END-YR           PIC X(4)    VALUE SPACES.
           03  WS-PROGRAM          PIC X(20)   VALUE SPACES.
           03  WS-GPA              PIC 9V99    VALUE ZEROS.
           03  WS-EARNED           PIC 9(4)    VALUE ZEROS.
           03  WS-ATTEMPT          PIC 9(4)    VALUE ZEROS.
           03  WS-POST-DATE        PIC X(8)    VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "STUD-LEVEL".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 27 VALUE "STUDENT ACADEMIC LEVELS".

       01  SCRN-ID-REQ.
           03  LINE 07 COL 20                  VALUE ' STUDENT ID:'.
           03  LINE 07 COL 33 PIC 9(6)  TO WS-STUD-ID  AUTO.
           03  LINE 07 COL 42                  VALUE 'LEVEL (U/G):'.
           03  LINE 07 COL 55 PIC X     TO WS-LEVEL    AUTO.

       01  SCRN-STUD-SHOW.
           03  LINE 08 COL 20                  VALUE '       NAME:'.
           03  LINE 08 COL 33 PIC X(15) FROM ISAM-STUD-LNAME.
           03  LINE 08 COL 49 PIC X(15) FROM ISAM-SUTD-FNAME.
           03  LINE 09 COL 20                  VALUE '      MAJOR:'.
           03  LINE 09 COL 33 PIC X(20) FROM ISAM-STUD-MAJOR.

       01  SCRN-SLV-REQ.
           03  LINE 11 COL 20             VALUE '      START SEM/YR:'.
           03  LINE 11 COL 42 PIC X(2)  USING WS-START-SEM AUTO.
           03  LINE 11 COL 44 VALUE '/'.
           03  LINE 11 COL 45 PIC X(4)  USING WS-START-YR  AUTO.
           03  LINE 12 COL 20             VALUE '        END SEM/YR:'.
           03  LINE 12 COL 42 PIC X(2)  USING WS-END-SEM   AUTO.
           03  LINE 12 COL 44 VALUE '/'.
           03  LINE 12 COL 45 PIC X(4)  USING WS-END-YR    AUTO.
           03  LINE 13 COL 20             VALUE '           PROGRAM:'.
           03  LINE 13 COL 42 PIC X(20) USING WS-PROGRAM.
           03  LINE 14 COL 42 VALUE '(BLANK PROGRAM DELETES)'.

       01  SCRN-SLV-SHOW.
           03  LINE 15 COL 20             VALUE '         LEVEL GPA:'.
           03  LINE 15 COL 42 PIC 9.99  FROM WS-GPA.
           03  LINE 16 COL 20             VALUE '    EARNED/ATTEMPT:'.
           03  LINE 16 COL 42 PIC ZZZ9  FROM WS-EARNED.
           03  LINE 16 COL 47 VALUE '/'.
           03  LINE 16 COL 48 PIC ZZZ9  FROM WS-ATTEMPT.
           03  LINE 17 COL 20             VALUE '         POSTED ON:'.
           03  LINE 17 COL 42 PIC X(8)  FROM WS-POST-DATE.

       01  SCRN-CONFIRM.
           03  LINE 19 COL 20             VALUE '  SAVE THIS LEVEL?'.
           03  LINE 19 COL 42 PIC X     TO WS-RESP     AUTO.
           03  LINE 19 COL 44 VALUE '(Y/N)'.

       01  SCRN-MSG.
           03  LINE 20 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           CALL 'SIGNON' USING WS-OPERATOR
           IF WS-OP-LEVEL LESS THAN 2
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - LEVEL 2 REQUIRED'
                   AT LINE 12 COL 24
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF

           OPEN I-O ISAM-SLV-IO
           IF WS-SLV-STAT EQUAL '35'
               OPEN OUTPUT ISAM-SLV-IO
               CLOSE ISAM-SLV-IO
               OPEN I-O ISAM-SLV-IO
           END-IF
           OPEN INPUT ISAM-STUD-IN

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-RESP
               MOVE SPACE  TO WS-LEVEL
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               IF WS-LEVEL EQUAL 'u'
                   MOVE 'U' TO WS-LEVEL
               END-IF
               IF WS-LEVEL EQUAL 'g'
                   MOVE 'G' TO WS-LEVEL
               END-IF
               MOVE WS-STUD-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT ON FILE' TO WS-MSG
                   NOT INVALID KEY
                       IF WS-LEVEL NOT EQUAL 'U' AND 'G'
                           MOVE 'LEVEL MUST BE U OR G' TO WS-MSG
                       ELSE
                           PERFORM 100-LOAD-LEVEL
                           PERFORM 200-KEY-LEVEL
                       END-IF
               END-READ
               DISPLAY SCRN-MSG
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-MSG
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM
           END-PERFORM

           CLOSE ISAM-SLV-IO
           CLOSE ISAM-STUD-IN
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-LEVEL.
      *    a level not yet on file opens blank - the posted figures
      *    come only from GPA-POST
           MOVE 'N'    TO WS-ROW-FOUND
           MOVE SPACES TO WS-OLD-IMAGE
           INITIALIZE WS-SLV
           MOVE WS-SLV-KEY TO SLV-KEY
           READ ISAM-SLV-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y'           TO WS-ROW-FOUND
           MOVE SLV-START-SEM TO WS-START-SEM
           MOVE SLV-START-YR  TO WS-START-YR
           MOVE SLV-END-SEM   TO WS-END-SEM
           MOVE SLV-END-YR    TO WS-END-YR
           MOVE SLV-PROGRAM   TO WS-PROGRAM
           MOVE SLV-GPA       TO WS-GPA
           MOVE SLV-EARNED    TO WS-EARNED
           MOVE SLV-ATTEMPT   TO WS-ATTEMPT
           MOVE SLV-POST-DATE TO WS-POST-DATE
           PERFORM 120-BUILD-IMAGE
           MOVE WS-NEW-IMAGE  TO WS-OLD-IMAGE.
      *-----------------------------------------------------------------
       120-BUILD-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE
           STRING 'LEVEL ' WS-LEVEL
                  ' FROM ' WS-START-SEM '/' WS-START-YR
                  ' TO ' WS-END-SEM '/' WS-END-YR
                  ' PGM ' WS-PROGRAM
               DELIMITED BY SIZE INTO WS-NEW-IMAGE.
      *-----------------------------------------------------------------
       200-KEY-LEVEL.
           DISPLAY SCRN-STUD-SHOW
           DISPLAY SCRN-SLV-REQ
           DISPLAY SCRN-SLV-SHOW
           ACCEPT  SCRN-SLV-REQ
           IF WS-PROGRAM EQUAL SPACES
               IF WS-ROW-FOUND EQUAL 'N'
                   MOVE 'LEVEL NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 210-EDIT-LEVEL
               IF WS-EDIT-OK EQUAL 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY SCRN-CONFIRM
           ACCEPT  SCRN-CONFIRM
           IF WS-RESP NOT EQUAL 'Y' AND 'y'
               MOVE 'LEVEL NOT SAVED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 300-SAVE-LEVEL
           IF WS-PROGRAM EQUAL SPACES
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE 'DELETED' TO WS-NEW-IMAGE
           ELSE
               PERFORM 120-BUILD-IMAGE
           END-IF
           PERFORM 800-WRITE-AUDIT.
      *-----------------------------------------------------------------
       210-EDIT-LEVEL.
      *    each end of the span is a real term or left blank, and the
      *    span may not end before it begins
           MOVE 'Y' TO WS-EDIT-OK
           MOVE ZEROS TO WS-START-KEY
           MOVE 99999 TO WS-END-KEY
           IF WS-START-SEM NOT EQUAL SPACES
               OR WS-START-YR NOT EQUAL SPACES
               MOVE WS-START-SEM TO WS-ORD-SEM
               PERFORM 190-SEM-ORDINAL
               IF WS-ORD-NUM EQUAL 9 OR WS-START-YR NOT NUMERIC
                   MOVE 'START MUST BE SP SU OR FA AND YEAR'
                       TO WS-MSG
                   MOVE 'N' TO WS-EDIT-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-START-YR TO WS-ORD-YR
               COMPUTE WS-START-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           END-IF
           IF WS-END-SEM NOT EQUAL SPACES
               OR WS-END-YR NOT EQUAL SPACES
               MOVE WS-END-SEM TO WS-ORD-SEM
               PERFORM 190-SEM-ORDINAL
               IF WS-ORD-NUM EQUAL 9 OR WS-END-YR NOT NUMERIC
                   MOVE 'END MUST BE SP SU OR FA AND YEAR' TO WS-MSG
                   MOVE 'N' TO WS-EDIT-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-END-YR TO WS-ORD-YR
               COMPUTE WS-END-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           END-IF
           IF WS-END-KEY LESS THAN WS-START-KEY
               MOVE 'END TERM IS BEFORE START TERM' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
      *-----------------------------------------------------------------
       190-SEM-ORDINAL.
      *    terms within a year run spring, summer, fall - the ordinal
      *    lets the span ends compare as year then term
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-LEVEL.
      *    the posted GPA and hours ride along untouched on a change
           MOVE WS-SLV-KEY TO SLV-KEY
           IF WS-PROGRAM EQUAL SPACES
               DELETE ISAM-SLV-IO
                   INVALID KEY
                       MOVE 'DELETE FAILED' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'LEVEL DELETED' TO WS-MSG
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-START-SEM TO SLV-START-SEM
           MOVE WS-START-YR  TO SLV-START-YR
           MOVE WS-END-SEM   TO SLV-END-SEM
           MOVE WS-END-YR    TO SLV-END-YR
           MOVE WS-PROGRAM   TO SLV-PROGRAM
           MOVE WS-GPA       TO SLV-GPA
           MOVE WS-EARNED    TO SLV-EARNED
           MOVE WS-ATTEMPT   TO SLV-ATTEMPT
           MOVE WS-POST-DATE TO SLV-POST-DATE
           IF WS-ROW-FOUND EQUAL 'Y'
               REWRITE SLV-REC-IO
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'LEVEL CHANGED' TO WS-MSG
               END-REWRITE
           ELSE
               WRITE SLV-REC-IO
                   INVALID KEY
                       MOVE 'WRITE FAILED' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'LEVEL ADDED' TO WS-MSG
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       800-WRITE-AUDIT.
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OP-ID                   TO AUD-USER
           MOVE 'STUD-LEVEL'               TO AUD-PROGRAM
           MOVE WS-SLV-KEY                 TO AUD-KEY
           MOVE WS-OLD-IMAGE               TO AUD-OLD
           MOVE WS-NEW-IMAGE               TO AUD-NEW
           WRITE AUDIT-LINE-OUT
           CLOSE AUDIT-OUT.
