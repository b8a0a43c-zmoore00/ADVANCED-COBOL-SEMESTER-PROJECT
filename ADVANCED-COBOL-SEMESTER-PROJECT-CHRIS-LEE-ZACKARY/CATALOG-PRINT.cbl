      ******************************************************************
      *PROGRAM : CATALOG-PRINT.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Printed academic catalog for a catalog SEM/YR - the   *
      *          departments on DEPT-ISAM in code order, each starting *
      *          a new page, with every COURSE-MASTER course of the    *
      *          department's subjects - title, credits and prereq as  *
      *          of the catalog term (COURSE-HIST-ISAM), the           *
      *          COURSE-DESC-ISAM description, contact hours,          *
      *          repeatability and grading basis, the COREQ-ISAM       *
      *          partner and PLACEMENT-RULES.TXT tests - a course is   *
      *          never split across pages and a table of contents      *
      *          leads, the way SCHED-BULLETIN prints - a course       *
      *          inactivated on or before the catalog term, or first   *
      *          effective after it, is left out - CATALOG.RPT         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-PRINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-DPT-IN ASSIGN TO "../DEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DPT-KEY
                               FILE STATUS   IS WS-DPT-STAT.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-CH-IN ASSIGN TO
                              "../COURSE-HIST-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS CH-KEY
                          FILE STATUS   IS WS-CH-STAT.

           SELECT OPTIONAL ISAM-CDS-IN ASSIGN TO
                              "../COURSE-DESC-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS CDS-KEY
                          FILE STATUS   IS WS-CDS-STAT.

           SELECT OPTIONAL ISAM-CRQ-IN ASSIGN TO "../COREQ-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CRQ-KEY
                          FILE STATUS   IS WS-CRQ-STAT.

           SELECT PLACE-IN ASSIGN TO "../PLACEMENT-RULES.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-PLC-STAT.

           SELECT REPORT-OUT ASSIGN TO "../CATALOG.RPT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-DPT-IN.
       01  DPT-REC-IN.
           03  DPT-KEY.
               05  DPT-CODE       PIC X(4).
           03  DPT-NAME           PIC X(20).
           03  DPT-CHAIR-ID       PIC 9(6).
           03  DPT-SUBJ-LIST.
               05  DPT-SUBJ       PIC X(5) OCCURS 10 TIMES.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-CRSE-KEY.
               10  ISAM-IO-SUBJ PIC X(5).
               10  ISAM-IO-CRSE PIC X(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-TITLE     PIC X(30).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  ISAM-IO-REQ-ATTRS PIC X(8)            VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  ISAM-IO-INACT-YR PIC X(4).
           05  ISAM-IO-INACT-SEM PIC X(2).
           05  FILLER              PIC X(7)             VALUE SPACE.

       FD  ISAM-CH-IN.
       01  CH-REC-IN.
           03  CH-KEY.
               05  CH-SUBJ        PIC X(5).
               05  CH-CRSE        PIC X(6).
               05  CH-EFF-YR      PIC X(4).
               05  CH-EFF-SEM     PIC X(2).
           03  CH-TITLE           PIC X(30).
           03  CH-CREDITS         PIC X(3).
           03  CH-PREREQ          PIC X(6).

       FD  ISAM-CDS-IN.
       01  CDS-REC-IN.
           03  CDS-KEY.
               05  CDS-SUBJ       PIC X(5).
               05  CDS-CRSE       PIC X(6).
               05  CDS-CAT-YR     PIC X(4).
               05  CDS-CAT-SEM    PIC X(2).
           03  CDS-DATA.
               05  CDS-LINE       PIC X(60) OCCURS 6 TIMES.
               05  CDS-LEC-HRS    PIC 9(2).
               05  CDS-LAB-HRS    PIC 9(2).
               05  CDS-REPEAT     PIC X(40).
               05  CDS-GRADING    PIC X(30).

       FD  ISAM-CRQ-IN.
       01  CRQ-REC-IN.
           03  CRQ-KEY.
               05  CRQ-SUBJ       PIC X(5).
               05  CRQ-CRSE       PIC X(6).
           03  CRQ-CO-SUBJ        PIC X(5).
           03  CRQ-CO-CRSE        PIC X(6).

       FD  PLACE-IN.
       01  PLACE-LINE-IN.
           03  PLR-SUBJ            PIC X(5).
           03  FILLER              PIC X.
           03  PLR-CRSE            PIC X(6).
           03  FILLER              PIC X.
           03  PLR-TEST            PIC X(4).
           03  FILLER              PIC X.
           03  PLR-MIN             PIC 9(3).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(132).
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
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-DPT-STAT             PIC XX      VALUE SPACES.
           03  WS-CH-STAT              PIC XX      VALUE SPACES.
           03  WS-CDS-STAT             PIC XX      VALUE SPACES.
           03  WS-CRQ-STAT             PIC XX      VALUE SPACES.
           03  WS-PLC-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  CH-EOF-FLAG             PIC X       VALUE SPACES.
               88 CH-EOF     VALUE '1'.
           03  CDS-EOF-FLAG            PIC X       VALUE SPACES.
               88 CDS-EOF    VALUE '1'.
           03  WS-MODE                 PIC X       VALUE 'C'.
           03  WS-HAVE-DESC            PIC X       VALUE 'N'.
           03  WS-IN-CATALOG           PIC X       VALUE 'Y'.
           03  WS-NO-HIST              PIC X       VALUE 'Y'.
           03  WS-DEPT-CNT             PIC 9(2)    VALUE ZEROS.
           03  WS-DEPT-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-SUBJ-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-PLR-MAX              PIC 9(2)    VALUE ZEROS.
           03  WS-PLR-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-BLK-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-BLK-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-LINE-IX              PIC 9       VALUE ZEROS.
           03  WS-PAGE                 PIC 9(3)    VALUE ZEROS.
           03  WS-LINE-CNT             PIC 9(3)    VALUE ZEROS.
           03  WS-COURSE-CNT           PIC 9(4)    VALUE ZEROS.
           03  WS-CUR-SUBJ             PIC X(5)    VALUE SPACES.
           03  WS-ORD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-ORD-YR               PIC X(4)    VALUE SPACES.
           03  WS-ORD-YR-NUM           PIC 9(4)    VALUE ZEROS.
           03  WS-ORD-NUM              PIC 9       VALUE ZERO.
           03  WS-TERM-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-CAT-KEY              PIC 9(5)    VALUE ZEROS.
           03  WS-BEST-KEY             PIC 9(5)    VALUE ZEROS.

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

      *    the course as the catalog term knew it
       01  WS-VERSION.
           03  WS-VER-TITLE    PIC X(30)   VALUE SPACES.
           03  WS-VER-CREDITS  PIC X(3)    VALUE SPACES.
           03  WS-VER-PREREQ   PIC X(6)    VALUE SPACES.

       01  WS-DESC.
           03  WS-DS-LINE      PIC X(60) OCCURS 6 TIMES.
           03  WS-DS-LEC-HRS   PIC 9(2).
           03  WS-DS-LAB-HRS   PIC 9(2).
           03  WS-DS-REPEAT    PIC X(40).
           03  WS-DS-GRADING   PIC X(30).

       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRY       OCCURS 40 TIMES.
               05  WS-DT-CODE      PIC X(4).
               05  WS-DT-NAME      PIC X(20).
               05  WS-DT-SUBJ      PIC X(5) OCCURS 10 TIMES.
               05  WS-DT-PAGE      PIC 9(3).

       01  WS-PLR-TABLE.
           03  WS-PLR-ENTRY OCCURS 50 TIMES.
               05  WS-PLR-SUBJ     PIC X(5).
               05  WS-PLR-CRSE     PIC X(6).
               05  WS-PLR-TST      PIC X(4).
               05  WS-PLR-MINSC    PIC 9(3).

      *    one course's lines are built here first so the page break
      *    can keep the whole course together
       01  WS-BLOCK.
           03  WS-BLK-LINE         PIC X(80) OCCURS 20 TIMES.

       01  RPT-HEAD-1.
           03  FILLER          PIC X(20)   VALUE SPACES.
           03  FILLER          PIC X(18)   VALUE 'ACADEMIC CATALOG'.
           03  RH-SEM          PIC X(2).
           03  FILLER          PIC X       VALUE '/'.
           03  RH-YR           PIC X(4).
           03  FILLER          PIC X(15)   VALUE SPACES.
           03  FILLER          PIC X(5)    VALUE 'PAGE'.
           03  RH-PAGE         PIC ZZ9.

       01  RPT-TOC-LINE.
           03  FILLER          PIC X(10)   VALUE SPACES.
           03  RT-CODE         PIC X(4).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RT-NAME         PIC X(20).
           03  FILLER          PIC X(10)   VALUE ' ........ '.
           03  RT-PAGE         PIC ZZ9.

       01  RPT-CRSE-LINE.
           03  RC-SUBJ         PIC X(5).
           03  FILLER          PIC X       VALUE SPACE.
           03  RC-CRSE         PIC X(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RC-TITLE        PIC X(30).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RC-CREDITS      PIC X(3).
           03  FILLER          PIC X(8)    VALUE ' CREDITS'.

       01  RPT-CONTACT-LINE.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(23)
                               VALUE 'CONTACT HOURS  LECTURE '.
           03  RK-LEC          PIC Z9.
           03  FILLER          PIC X(6)    VALUE '  LAB '.
           03  RK-LAB          PIC Z9.

       01  RPT-PLACE-LINE.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(16)   VALUE 'PLACEMENT TEST '.
           03  RP-TEST         PIC X(4).
           03  FILLER          PIC X(7)    VALUE ' SCORE '.
           03  RP-MIN          PIC ZZ9.
           03  FILLER          PIC X(10)   VALUE ' OR HIGHER'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "CATALOG-PRINT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 30 VALUE "ACADEMIC CATALOG".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 27               VALUE 'CATALOG SEM/YR:'.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-SEM-REQ
           ACCEPT  SCRN-SEM-REQ
           MOVE WS-SEM TO WS-ORD-SEM
           MOVE WS-YR  TO WS-ORD-YR
           PERFORM 430-TERM-KEY
           MOVE WS-TERM-KEY TO WS-CAT-KEY

           OPEN INPUT ISAM-DPT-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-CH-IN
           OPEN INPUT ISAM-CDS-IN
           OPEN INPUT ISAM-CRQ-IN
           OPEN OUTPUT REPORT-OUT

           PERFORM 100-LOAD-DEPARTMENTS
           PERFORM 130-LOAD-PLACE-RULES
      *    the first pass only counts lines so every department's
      *    starting page is known before the contents are printed
           MOVE 'C' TO WS-MODE
           MOVE 1 TO WS-PAGE
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
               UNTIL WS-DEPT-IX GREATER THAN WS-DEPT-CNT
               PERFORM 300-PRINT-ONE-DEPT
           END-PERFORM
           PERFORM 200-PRINT-TOC
           MOVE 'P' TO WS-MODE
           MOVE 1 TO WS-PAGE
           MOVE ZEROS TO WS-COURSE-CNT
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
               UNTIL WS-DEPT-IX GREATER THAN WS-DEPT-CNT
               PERFORM 300-PRINT-ONE-DEPT
           END-PERFORM

           CLOSE ISAM-DPT-IN
           CLOSE ISAM-COURSE-IN
           CLOSE ISAM-CH-IN
           CLOSE ISAM-CDS-IN
           CLOSE ISAM-CRQ-IN
           CLOSE REPORT-OUT

           STRING WS-COURSE-CNT ' COURSES WRITTEN TO CATALOG.RPT'
               DELIMITED BY SIZE INTO WS-MSG
           DISPLAY SCRN-SEM-REQ
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-DEPARTMENTS.
           MOVE ZEROS TO WS-DEPT-CNT
           MOVE LOW-VALUES TO DPT-KEY
           START ISAM-DPT-IN KEY IS NOT LESS THAN DPT-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-DPT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF WS-DEPT-CNT LESS THAN 40
                           ADD 1 TO WS-DEPT-CNT
                           MOVE DPT-CODE TO WS-DT-CODE (WS-DEPT-CNT)
                           MOVE DPT-NAME TO WS-DT-NAME (WS-DEPT-CNT)
                           PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
                               UNTIL WS-SUBJ-IX GREATER THAN 10
                               MOVE DPT-SUBJ (WS-SUBJ-IX) TO
                                 WS-DT-SUBJ (WS-DEPT-CNT, WS-SUBJ-IX)
                           END-PERFORM
                           MOVE ZEROS TO WS-DT-PAGE (WS-DEPT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       130-LOAD-PLACE-RULES.
           MOVE ZEROS TO WS-PLR-MAX
           OPEN INPUT PLACE-IN
           IF WS-PLC-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-PLR-MAX = 50
                   READ PLACE-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PLR-MAX
                           MOVE PLR-SUBJ TO WS-PLR-SUBJ(WS-PLR-MAX)
                           MOVE PLR-CRSE TO WS-PLR-CRSE(WS-PLR-MAX)
                           MOVE PLR-TEST TO WS-PLR-TST(WS-PLR-MAX)
                           MOVE PLR-MIN  TO WS-PLR-MINSC(WS-PLR-MAX)
                   END-READ
               END-PERFORM
               CLOSE PLACE-IN
               MOVE SPACES TO EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       200-PRINT-TOC.
           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE 1            TO RH-PAGE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'TABLE OF CONTENTS' TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
               UNTIL WS-DEPT-IX GREATER THAN WS-DEPT-CNT
               MOVE WS-DT-CODE (WS-DEPT-IX) TO RT-CODE
               MOVE WS-DT-NAME (WS-DEPT-IX) TO RT-NAME
               MOVE WS-DT-PAGE (WS-DEPT-IX) TO RT-PAGE
               WRITE REPORT-LINE-OUT FROM RPT-TOC-LINE
           END-PERFORM.
      *-----------------------------------------------------------------
       300-PRINT-ONE-DEPT.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO WS-DT-PAGE (WS-DEPT-IX)
           PERFORM 350-DEPT-PAGE-HEAD
           PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
               UNTIL WS-SUBJ-IX GREATER THAN 10
               IF WS-DT-SUBJ (WS-DEPT-IX, WS-SUBJ-IX) NOT EQUAL SPACES
                   MOVE WS-DT-SUBJ (WS-DEPT-IX, WS-SUBJ-IX)
                       TO WS-CUR-SUBJ
                   PERFORM 310-PRINT-ONE-SUBJECT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       310-PRINT-ONE-SUBJECT.
           MOVE WS-CUR-SUBJ TO ISAM-IO-SUBJ
           MOVE LOW-VALUES  TO ISAM-IO-CRSE
           START ISAM-COURSE-IN KEY IS NOT LESS THAN ISAM-CRSE-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-COURSE-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF ISAM-IO-SUBJ NOT EQUAL WS-CUR-SUBJ
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           PERFORM 405-CHECK-IN-CATALOG
                           IF WS-IN-CATALOG EQUAL 'Y'
                               PERFORM 400-BUILD-COURSE-BLOCK
                               PERFORM 450-EMIT-BLOCK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       350-DEPT-PAGE-HEAD.
           MOVE ZEROS TO WS-LINE-CNT
           IF WS-MODE EQUAL 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-SEM  TO RH-SEM
           MOVE WS-YR   TO RH-YR
           MOVE WS-PAGE TO RH-PAGE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           STRING 'DEPARTMENT ' WS-DT-CODE (WS-DEPT-IX) ' - '
                  WS-DT-NAME (WS-DEPT-IX)
               DELIMITED BY SIZE INTO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT.
      *-----------------------------------------------------------------
       400-BUILD-COURSE-BLOCK.
           MOVE ZEROS TO WS-BLK-CNT
           MOVE SPACES TO WS-BLOCK
           PERFORM 420-FIND-DESCRIPTION

           MOVE ISAM-IO-SUBJ   TO RC-SUBJ
           MOVE ISAM-IO-CRSE   TO RC-CRSE
           MOVE WS-VER-TITLE   TO RC-TITLE
           MOVE WS-VER-CREDITS TO RC-CREDITS
           ADD 1 TO WS-BLK-CNT
           MOVE RPT-CRSE-LINE TO WS-BLK-LINE (WS-BLK-CNT)

           IF WS-HAVE-DESC EQUAL 'Y'
               PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX GREATER THAN 6
                   IF WS-DS-LINE (WS-LINE-IX) NOT EQUAL SPACES
                       ADD 1 TO WS-BLK-CNT
                       STRING '    ' WS-DS-LINE (WS-LINE-IX)
                           DELIMITED BY SIZE
                           INTO WS-BLK-LINE (WS-BLK-CNT)
                   END-IF
               END-PERFORM
               IF WS-DS-LEC-HRS GREATER THAN ZEROS
                   OR WS-DS-LAB-HRS GREATER THAN ZEROS
                   MOVE WS-DS-LEC-HRS TO RK-LEC
                   MOVE WS-DS-LAB-HRS TO RK-LAB
                   ADD 1 TO WS-BLK-CNT
                   MOVE RPT-CONTACT-LINE TO WS-BLK-LINE (WS-BLK-CNT)
               END-IF
           END-IF

      *    the prerequisite is a course number in the same subject,
      *    the way REG-ADD checks it
           IF WS-VER-PREREQ NOT EQUAL SPACES
               ADD 1 TO WS-BLK-CNT
               STRING '    PREREQUISITE: ' ISAM-IO-SUBJ ' '
                      WS-VER-PREREQ
                   DELIMITED BY SIZE INTO WS-BLK-LINE (WS-BLK-CNT)
           END-IF

           MOVE ISAM-IO-SUBJ TO CRQ-SUBJ
           MOVE ISAM-IO-CRSE TO CRQ-CRSE
           READ ISAM-CRQ-IN
               NOT INVALID KEY
                   ADD 1 TO WS-BLK-CNT
                   STRING '    CO-REQUISITE: ' CRQ-CO-SUBJ ' '
                          CRQ-CO-CRSE
                       DELIMITED BY SIZE INTO WS-BLK-LINE (WS-BLK-CNT)
           END-READ

           PERFORM VARYING WS-PLR-IX FROM 1 BY 1
               UNTIL WS-PLR-IX GREATER THAN WS-PLR-MAX
               IF WS-PLR-SUBJ (WS-PLR-IX) EQUAL ISAM-IO-SUBJ
                   AND WS-PLR-CRSE (WS-PLR-IX) EQUAL ISAM-IO-CRSE
                   AND WS-BLK-CNT LESS THAN 17
                   MOVE WS-PLR-TST (WS-PLR-IX)   TO RP-TEST
                   MOVE WS-PLR-MINSC (WS-PLR-IX) TO RP-MIN
                   ADD 1 TO WS-BLK-CNT
                   MOVE RPT-PLACE-LINE TO WS-BLK-LINE (WS-BLK-CNT)
               END-IF
           END-PERFORM

           IF WS-HAVE-DESC EQUAL 'Y'
               IF WS-DS-REPEAT NOT EQUAL SPACES
                   ADD 1 TO WS-BLK-CNT
                   STRING '    REPEATABILITY: ' WS-DS-REPEAT
                       DELIMITED BY SIZE INTO WS-BLK-LINE (WS-BLK-CNT)
               END-IF
               IF WS-DS-GRADING NOT EQUAL SPACES
                   ADD 1 TO WS-BLK-CNT
                   STRING '    GRADING BASIS: ' WS-DS-GRADING
                       DELIMITED BY SIZE INTO WS-BLK-LINE (WS-BLK-CNT)
               END-IF
           END-IF

      *    the trailing blank line separates courses
           ADD 1 TO WS-BLK-CNT.
      *-----------------------------------------------------------------
       405-CHECK-IN-CATALOG.
      *    an inactivated course drops out from its inactive term on
           MOVE 'Y' TO WS-IN-CATALOG
           IF ISAM-IO-INACT-YR NOT EQUAL SPACES
               MOVE ISAM-IO-INACT-SEM TO WS-ORD-SEM
               MOVE ISAM-IO-INACT-YR  TO WS-ORD-YR
               PERFORM 430-TERM-KEY
               IF WS-TERM-KEY GREATER THAN ZEROS
                   AND WS-TERM-KEY NOT GREATER THAN WS-CAT-KEY
                   MOVE 'N' TO WS-IN-CATALOG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 410-FIND-VERSION.
      *-----------------------------------------------------------------
       410-FIND-VERSION.
      *    the catalog is versioned by effective term - take the
      *    latest version effective on or before the catalog SEM/YR -
      *    the file runs in alphabetical term order, so the latest is
      *    the highest term key seen rather than the last row - with no
      *    version on file the current master stands - a course
      *    whose versions all start after the catalog term was not
      *    offered yet and is left out
           MOVE 'N' TO WS-IN-CATALOG
           MOVE 'Y' TO WS-NO-HIST
           MOVE ZEROS TO WS-BEST-KEY
           MOVE ISAM-IO-TITLE   TO WS-VER-TITLE
           MOVE ISAM-IO-CREDITS TO WS-VER-CREDITS
           MOVE ISAM-IO-PREREQ  TO WS-VER-PREREQ
           MOVE ISAM-IO-SUBJ TO CH-SUBJ
           MOVE ISAM-IO-CRSE TO CH-CRSE
           MOVE LOW-VALUES   TO CH-EFF-YR
           MOVE LOW-VALUES   TO CH-EFF-SEM
           START ISAM-CH-IN KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 1 TO CH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CH-EOF-FLAG
           END-START
           PERFORM UNTIL CH-EOF
               READ ISAM-CH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO CH-EOF-FLAG
                   NOT AT END
                       IF CH-SUBJ NOT EQUAL ISAM-IO-SUBJ
                           OR CH-CRSE NOT EQUAL ISAM-IO-CRSE
                           MOVE 1 TO CH-EOF-FLAG
                       ELSE
                           MOVE 'N' TO WS-NO-HIST
                           MOVE CH-EFF-SEM TO WS-ORD-SEM
                           MOVE CH-EFF-YR  TO WS-ORD-YR
                           PERFORM 430-TERM-KEY
                           IF WS-TERM-KEY NOT GREATER THAN WS-CAT-KEY
                               AND WS-TERM-KEY NOT LESS THAN
                                   WS-BEST-KEY
                               MOVE WS-TERM-KEY TO WS-BEST-KEY
                               MOVE 'Y' TO WS-IN-CATALOG
                               MOVE CH-TITLE   TO WS-VER-TITLE
                               MOVE CH-CREDITS TO WS-VER-CREDITS
                               MOVE CH-PREREQ  TO WS-VER-PREREQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NO-HIST EQUAL 'Y'
               MOVE 'Y' TO WS-IN-CATALOG
           END-IF.
      *-----------------------------------------------------------------
       420-FIND-DESCRIPTION.
      *    same rule for the description - the latest catalog version
      *    on or before the catalog SEM/YR
           MOVE 'N' TO WS-HAVE-DESC
           MOVE ZEROS TO WS-BEST-KEY
           INITIALIZE WS-DESC
           MOVE ISAM-IO-SUBJ TO CDS-SUBJ
           MOVE ISAM-IO-CRSE TO CDS-CRSE
           MOVE LOW-VALUES   TO CDS-CAT-YR
           MOVE LOW-VALUES   TO CDS-CAT-SEM
           START ISAM-CDS-IN KEY IS NOT LESS THAN CDS-KEY
               INVALID KEY
                   MOVE 1 TO CDS-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CDS-EOF-FLAG
           END-START
           PERFORM UNTIL CDS-EOF
               READ ISAM-CDS-IN NEXT RECORD
                   AT END
                       MOVE 1 TO CDS-EOF-FLAG
                   NOT AT END
                       IF CDS-SUBJ NOT EQUAL ISAM-IO-SUBJ
                           OR CDS-CRSE NOT EQUAL ISAM-IO-CRSE
                           MOVE 1 TO CDS-EOF-FLAG
                       ELSE
                           MOVE CDS-CAT-SEM TO WS-ORD-SEM
                           MOVE CDS-CAT-YR  TO WS-ORD-YR
                           PERFORM 430-TERM-KEY
                           IF WS-TERM-KEY NOT GREATER THAN WS-CAT-KEY
                               AND WS-TERM-KEY NOT LESS THAN
                                   WS-BEST-KEY
                               MOVE WS-TERM-KEY TO WS-BEST-KEY
                               MOVE CDS-DATA TO WS-DESC
                               MOVE 'Y' TO WS-HAVE-DESC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       430-TERM-KEY.
      *    terms within a year run spring, summer, fall - year * 10
      *    plus the term's ordinal lets two terms compare as numbers,
      *    where a raw alphabetical SEM compare would put fall first
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE
           MOVE ZEROS TO WS-TERM-KEY
           IF WS-ORD-YR NUMERIC
               MOVE WS-ORD-YR TO WS-ORD-YR-NUM
               COMPUTE WS-TERM-KEY = WS-ORD-YR-NUM * 10 + WS-ORD-NUM
           END-IF.
      *-----------------------------------------------------------------
       450-EMIT-BLOCK.
      *    fifty lines to a page under the heading - a course that
      *    will not fit starts the next page
           IF WS-LINE-CNT + WS-BLK-CNT GREATER THAN 50
               AND WS-LINE-CNT GREATER THAN ZEROS
               ADD 1 TO WS-PAGE
               PERFORM 350-DEPT-PAGE-HEAD
           END-IF
           ADD WS-BLK-CNT TO WS-LINE-CNT
           IF WS-MODE EQUAL 'C'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COURSE-CNT
           PERFORM VARYING WS-BLK-IX FROM 1 BY 1
               UNTIL WS-BLK-IX GREATER THAN WS-BLK-CNT
               MOVE WS-BLK-LINE (WS-BLK-IX) TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-PERFORM.
