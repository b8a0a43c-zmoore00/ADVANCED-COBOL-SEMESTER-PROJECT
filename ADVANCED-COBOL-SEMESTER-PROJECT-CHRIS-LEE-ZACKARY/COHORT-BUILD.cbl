      ******************************************************************
      *PROGRAM : COHORT-BUILD.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: First-time full-time cohort build - run after         *
      *          CENSUS-SNAP for a SEM/YR - every student on the       *
      *          census snapshot carrying full-time hours whose        *
      *          APPLICANT-ISAM entry term is that SEM/YR (melts       *
      *          excluded) is stamped onto COHORT-ISAM.DAT with the    *
      *          entry term, entry major, gender and census hours -    *
      *          a student already stamped into an earlier cohort      *
      *          keeps it - COHORT-RPT follows the cohorts from here   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-BUILD IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-IN ASSIGN TO "../CENSUS-FILE.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-CEN-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-STUD-KEY
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-APL-IN ASSIGN TO
                              "../APPLICANT-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS APL-KEY
                          FILE STATUS   IS WS-APL-STAT.

           SELECT OPTIONAL ISAM-COH-IO ASSIGN TO "../COHORT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS COH-KEY
                               FILE STATUS   IS WS-COH-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  CENSUS-IN.
       01  CENSUS-LINE-IN.
           03  CEN-TYPE            PIC X.
           03  FILLER              PIC X.
           03  CEN-DATE            PIC X(8).
           03  FILLER              PIC X.
           03  CEN-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  CEN-YR              PIC X(4).
           03  FILLER              PIC X.
           03  CEN-ID              PIC X(6).
           03  FILLER              PIC X.
           03  CEN-VALUE           PIC 9(4).

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

       FD  ISAM-APL-IN.
       01  APL-REC-IN.
           03  APL-KEY.
               05  APL-STUD-ID    PIC 9(6).
               05  APL-SEM        PIC X(2).
               05  APL-YR         PIC X(4).
           03  APL-STATUS         PIC X.
           03  APL-MAJOR          PIC X(20).
           03  APL-DATE           PIC X(8).

       FD  ISAM-COH-IO.
       01  COH-REC-IO.
           03  COH-KEY.
               05  COH-STUD-ID    PIC 9(6).
           03  COH-SEM            PIC X(2).
           03  COH-YR             PIC X(4).
           03  COH-MAJOR          PIC X(20).
           03  COH-GENDER         PIC X.
           03  COH-HOURS          PIC 9(3).
           03  COH-DATE           PIC X(8).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).
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
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'COHORT-BUILD'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-APL-STAT             PIC XX      VALUE SPACES.
           03  WS-COH-STAT             PIC XX      VALUE SPACES.
           03  WS-CEN-STAT             PIC XX      VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  WS-FULL-TIME-MIN        PIC 99      VALUE 12.
           03  WS-CEN-ROWS             PIC 9(5)    VALUE ZEROS.
           03  WS-STAMP-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-PRIOR-COUNT          PIC 9(5)    VALUE ZEROS.

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "COHORT-BUILD".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 25 VALUE "FIRST-TIME COHORT BUILD".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 35                       VALUE '    SEM/YR:'.
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
           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN INPUT CENSUS-IN
           IF WS-CEN-STAT NOT EQUAL '00'
               MOVE 'CENSUS-FILE.TXT NOT FOUND' TO WS-MSG
           ELSE
               OPEN INPUT ISAM-STUD-IN
               OPEN INPUT ISAM-APL-IN
               OPEN I-O ISAM-COH-IO
               IF WS-COH-STAT EQUAL '35'
                   OPEN OUTPUT ISAM-COH-IO
                   CLOSE ISAM-COH-IO
                   OPEN I-O ISAM-COH-IO
               END-IF
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ CENSUS-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           IF CEN-TYPE EQUAL 'S'
                               AND CEN-SEM EQUAL WS-SEM
                               AND CEN-YR EQUAL WS-YR
                               ADD 1 TO WS-CEN-ROWS
                               PERFORM 200-STAMP-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISAM-STUD-IN
               CLOSE ISAM-APL-IN
               CLOSE ISAM-COH-IO
               CLOSE CENSUS-IN
               IF WS-CEN-ROWS EQUAL ZEROS
                   MOVE 'NO CENSUS SNAPSHOT FOR THIS TERM' TO WS-MSG
               ELSE
                   STRING WS-STAMP-COUNT ' STAMPED '
                       WS-PRIOR-COUNT ' IN EARLIER COHORT'
                       INTO WS-MSG
               END-IF
           END-IF

           DISPLAY SCRN-SEM-REQ
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - started from a menu the screens work as always
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARM-IN
           IF WS-PRM-STAT EQUAL '00'
               MOVE SPACES TO PRM-EOF-FLAG
               PERFORM UNTIL PRM-EOF
                   READ PARM-IN
                       AT END
                           MOVE 1 TO PRM-EOF-FLAG
                       NOT AT END
                           IF PRM-PROGRAM EQUAL WS-OWN-NAME
                               MOVE PRM-SEM TO WS-SEM
                               MOVE PRM-YR  TO WS-YR
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       200-STAMP-ONE-STUDENT.
      *    full-time on the certified census hours, entering this term
      *    by the admissions row ADMIT-LOAD opened - a melted row means
      *    the student never started on that admission
           IF CEN-VALUE LESS THAN WS-FULL-TIME-MIN
               EXIT PARAGRAPH
           END-IF
           IF CEN-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CEN-ID TO APL-STUD-ID
           MOVE WS-SEM TO APL-SEM
           MOVE WS-YR  TO APL-YR
           READ ISAM-APL-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF APL-STATUS EQUAL 'M'
               EXIT PARAGRAPH
           END-IF
           MOVE CEN-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE CEN-ID TO COH-STUD-ID
           READ ISAM-COH-IO
               INVALID KEY
                   PERFORM 210-FILL-COHORT
                   WRITE COH-REC-IO
                   END-WRITE
                   ADD 1 TO WS-STAMP-COUNT
               NOT INVALID KEY
                   IF COH-SEM EQUAL WS-SEM AND COH-YR EQUAL WS-YR
                       PERFORM 210-FILL-COHORT
                       REWRITE COH-REC-IO
                       END-REWRITE
                       ADD 1 TO WS-STAMP-COUNT
                   ELSE
                       ADD 1 TO WS-PRIOR-COUNT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       210-FILL-COHORT.
           MOVE WS-SEM           TO COH-SEM
           MOVE WS-YR            TO COH-YR
           MOVE APL-MAJOR        TO COH-MAJOR
           IF COH-MAJOR EQUAL SPACES
               MOVE ISAM-STUD-MAJOR  TO COH-MAJOR
           END-IF
           MOVE ISAM-STUD-GENDER TO COH-GENDER
           MOVE CEN-VALUE        TO COH-HOURS
           MOVE CEN-DATE         TO COH-DATE.
