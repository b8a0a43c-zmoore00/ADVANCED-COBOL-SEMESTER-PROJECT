      ******************************************************************
      *PROGRAM : EVAL-LOAD.CBL                                         *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Loads the survey vendor's end-of-term course          *
      *          evaluation file EVAL-FEED.TXT (CRN, question number,  *
      *          response counts for scale points 1 through 5) onto    *
      *          EVAL-ISAM.DAT for a SEM/YR the way TEST-LOAD loads    *
      *          its feed - a row whose CRN is not on the term's       *
      *          SCHEDULE-MASTER, whose question or counts are not     *
      *          numeric, or whose responses outnumber the section's   *
      *          ENROLLED-COUNT lands on EVAL-LOAD-EXCEPT.TXT - a      *
      *          re-fed question replaces the one on file              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVAL-LOAD IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN ASSIGN TO "../EVAL-FEED.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-FEED-STAT.

           SELECT OPTIONAL ISAM-EVL-IO ASSIGN TO "../EVAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS EVL-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT EXCEPT-OUT ASSIGN TO "../EVAL-LOAD-EXCEPT.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-EXC-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  FEED-IN.
       01  FEED-LINE-IN.
           03  FED-CRN             PIC X(6).
           03  FILLER              PIC X.
           03  FED-QNUM            PIC X(2).
           03  FED-COUNT-LIST.
               05  FED-COUNT-ENTRY OCCURS 5 TIMES.
                   07  FILLER      PIC X.
                   07  FED-COUNT   PIC 9(4).

       FD  ISAM-EVL-IO.
       01  EVL-REC-IO.
           03  EVL-KEY.
               05  EVL-SEM         PIC X(2).
               05  EVL-YR          PIC X(4).
               05  EVL-CRN         PIC X(6).
               05  EVL-QNUM        PIC 9(2).
           03  EVL-COUNT           PIC 9(4) OCCURS 5 TIMES.
           03  EVL-TOTAL           PIC 9(5).
           03  EVL-LOAD-DATE       PIC X(8).

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ISAM-IN-KEY.
               05  YEAR            PIC XXXX.
               05  SEMESTER        PIC XX.
           03  CRN                 PIC X(6).
           03  SUBJ                PIC X(5).
           03  CRSE                PIC X(6).
           03  TIME-DAY            PIC X(20).
           03  BLDG                PIC X(7).
           03  ROOM                PIC X(6).
           03  INSTRUCTOR          PIC X(22).
           03  INSTRUC-ID          PIC 9(6)    VALUE ZEROS.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  EXCEPT-OUT.
       01  EXCEPT-LINE-OUT.
           03  EXC-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  EXC-QNUM            PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  EXC-COUNTS          PIC X(25).
           03  FILLER              PIC X       VALUE SPACE.
           03  EXC-REASON          PIC X(30).

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
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-FEED-STAT            PIC XX      VALUE SPACES.
           03  WS-EXC-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'EVAL-LOAD'.
           03  WS-LOADED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-EXCEPT-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-CT-IX                PIC 9       VALUE ZEROS.
           03  WS-BAD-COUNT            PIC X       VALUE 'N'.
           03  WS-ROW-TOTAL            PIC 9(5)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.

       01  WS-LOAD-DATE.
           03  WS-LD-YEAR      PIC 9999.
           03  WS-LD-MONTH     PIC 99.
           03  WS-LD-DAY       PIC 99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "EVAL-LOAD".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 24 VALUE "LOAD COURSE EVALUATION FEED".

       01  SCRN-SEM-REQ.
           03  LINE 08 COL 30                       VALUE 'SEM/YR:'.
           03  LINE 08 COL 38 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 08 COL 40 VALUE '/'.
           03  LINE 08 COL 41 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 10 COL 25 VALUE '   LOADED:'.
           03  LINE 10 COL 36 PIC 9(5) FROM WS-LOADED-COUNT.
           03  LINE 11 COL 25 VALUE 'EXCEPTION:'.
           03  LINE 11 COL 36 PIC 9(5) FROM WS-EXCEPT-COUNT.
           03  LINE 13 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY
           MOVE WS-DATE          TO WS-LOAD-DATE

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN INPUT FEED-IN
           IF WS-FEED-STAT NOT EQUAL '00'
               MOVE 'EVAL-FEED.TXT NOT FOUND' TO WS-MSG
           ELSE
               OPEN I-O ISAM-EVL-IO
               IF WS-STAT EQUAL '35'
                   OPEN OUTPUT ISAM-EVL-IO
                   CLOSE ISAM-EVL-IO
                   OPEN I-O ISAM-EVL-IO
               END-IF
               OPEN INPUT ISAM-SCHED-IN
               OPEN OUTPUT EXCEPT-OUT
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ FEED-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           PERFORM 200-LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE ISAM-EVL-IO
               CLOSE ISAM-SCHED-IN
               CLOSE EXCEPT-OUT
               MOVE 'EVALUATION LOAD COMPLETE' TO WS-MSG
           END-IF
           CLOSE FEED-IN

           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
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
       200-LOAD-ONE-ROW.
           MOVE 'N'   TO WS-BAD-COUNT
           MOVE ZEROS TO WS-ROW-TOTAL
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX GREATER THAN 5
               IF FED-COUNT (WS-CT-IX) NOT NUMERIC
                   MOVE 'Y' TO WS-BAD-COUNT
               ELSE
                   ADD FED-COUNT (WS-CT-IX) TO WS-ROW-TOTAL
               END-IF
           END-PERFORM

           IF FED-QNUM NOT NUMERIC
               MOVE 'QUESTION NOT NUMERIC' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF FED-QNUM EQUAL '00' OR FED-QNUM GREATER THAN '20'
               MOVE 'QUESTION NOT 01 THROUGH 20' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-BAD-COUNT EQUAL 'Y'
               MOVE 'RESPONSE COUNT NOT NUMERIC' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-YR   TO YEAR
           MOVE WS-SEM  TO SEMESTER
           MOVE FED-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE 'CRN NOT ON TERM SCHEDULE' TO EXC-REASON
                   PERFORM 400-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           IF WS-ROW-TOTAL GREATER THAN ENROLLED-COUNT
               MOVE 'RESPONSES EXCEED ENROLLMENT' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 300-APPLY-RESULT.
      *-----------------------------------------------------------------
       300-APPLY-RESULT.
           MOVE WS-SEM   TO EVL-SEM
           MOVE WS-YR    TO EVL-YR
           MOVE FED-CRN  TO EVL-CRN
           MOVE FED-QNUM TO EVL-QNUM
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX GREATER THAN 5
               MOVE FED-COUNT (WS-CT-IX) TO EVL-COUNT (WS-CT-IX)
           END-PERFORM
           MOVE WS-ROW-TOTAL TO EVL-TOTAL
           MOVE WS-LOAD-DATE TO EVL-LOAD-DATE
           WRITE EVL-REC-IO
               INVALID KEY
                   REWRITE EVL-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO LOAD' TO EXC-REASON
                           PERFORM 400-WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
       400-WRITE-EXCEPTION.
           MOVE FED-CRN        TO EXC-CRN
           MOVE FED-QNUM       TO EXC-QNUM
           MOVE FED-COUNT-LIST TO EXC-COUNTS
           WRITE EXCEPT-LINE-OUT
           ADD 1 TO WS-EXCEPT-COUNT.
