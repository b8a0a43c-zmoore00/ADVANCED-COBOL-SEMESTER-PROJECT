      ******************************************************************
      *PROGRAM : TERM-REOPEN.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Reopens a SEM/YR that TERM-CLOSE stamped closed on    *
      *          SEMESTER-MASTER - level-3 sign-on only, and a reason  *
      *          must be keyed - the reopen is written to              *
      *          AUDIT-LOG.TXT with the reason and the date the term   *
      *          had closed, and the term's rows may then be touched   *
      *          by the registration and grading programs again until  *
      *          TERM-CLOSE is rerun                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-REOPEN IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-SEM-IO ASSIGN TO "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-STAT3.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-SEM-IO.
       01  SEM-REC-IO.
           03  ISAM-SEM-KEY.
               05  ISAM-SEM-SEM PIC X(2).
               05  ISAM-SEM-YR  PIC X(4).
           03  ISAM-SEM-OPEN-FLAG PIC X.
           03  ISAM-SEM-REG-OPEN  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-REG-CLOSE PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.

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
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-REASON               PIC X(60)   VALUE SPACES.
           03  WS-OLD-CLOSED-DT        PIC X(8)    VALUE SPACES.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "TERM-REOPEN".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.

       01  SCRN-SEM-REQ.
           03  LINE 07 COL 25 VALUE "REOPEN A CLOSED TERM".
           03  LINE 09 COL 25                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 37 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 39 VALUE '/'.
           03  LINE 09 COL 40 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-REASON.
           03  LINE 11 COL 10 VALUE 'REASON:'.
           03  LINE 11 COL 18 PIC X(60) USING WS-REASON.

       01  SCRN-CONFIRM.
           03  LINE 13 COL 25 VALUE 'REOPEN THIS TERM? (Y/N):'.
           03  LINE 13 COL 50 PIC X TO WS-RESP AUTO.

       01  SCRN-MSG.
           03  LINE 15 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

      *    reopening a closed term unfreezes final grades, so it is
      *    kept to level 3 and every reopen carries its reason
           CALL 'SIGNON' USING WS-OPERATOR
           IF WS-OP-LEVEL LESS THAN 3
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - LEVEL 3 REQUIRED'
                   AT LINE 12 COL 24
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-SEM-REQ
           ACCEPT  SCRN-SEM-REQ

           OPEN I-O ISAM-SEM-IO
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IO
               INVALID KEY
                   MOVE 'INVALID TERM - SEM/YR NOT DEFINED' TO WS-MSG
               NOT INVALID KEY
                   IF ISAM-SEM-CLOSED NOT EQUAL 'Y'
                       MOVE 'TERM IS NOT CLOSED' TO WS-MSG
                   ELSE
                       PERFORM 100-REOPEN-TERM
                   END-IF
           END-READ
           CLOSE ISAM-SEM-IO

           DISPLAY SCRN-MSG
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-REOPEN-TERM.
           DISPLAY SCRN-REASON
           ACCEPT  SCRN-REASON
           IF WS-REASON EQUAL SPACES
               MOVE 'A REASON IS REQUIRED - NOT REOPENED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           DISPLAY SCRN-CONFIRM
           ACCEPT  SCRN-CONFIRM
           IF WS-RESP NOT EQUAL 'Y' AND 'y'
               MOVE 'REOPEN ABANDONED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE ISAM-SEM-CLOSED-DT TO WS-OLD-CLOSED-DT
           MOVE 'N'    TO ISAM-SEM-CLOSED
           MOVE SPACES TO ISAM-SEM-CLOSED-DT
           REWRITE SEM-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO REOPEN TERM' TO WS-MSG
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 800-WRITE-AUDIT
           STRING WS-SEM '/' WS-YR ' REOPENED'
               DELIMITED BY SIZE INTO WS-MSG.
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
           MOVE 'TERM-REOPEN'              TO AUD-PROGRAM
           MOVE WS-KEY                     TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'TERM CLOSED ' WS-OLD-CLOSED-DT
               DELIMITED BY SIZE INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'TERM REOPENED - ' WS-REASON
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT
           CLOSE AUDIT-OUT.
