      ******************************************************************
      *PROGRAM : ACCESS-REVIEW.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Periodic operator access review - lists every         *
      *          USER-MASTER.DAT id with its authorization level,      *
      *          faculty or student link, last good sign-on (kept by   *
      *          SIGNON), days dormant, failure count and lock status  *
      *          on ACCESS-REVIEW.RPT, flagging ids dormant past the   *
      *          days keyed - on request the dormant ids are locked in *
      *          bulk, each lock written to SIGNON-HIST.TXT and        *
      *          AUDIT-LOG.TXT - an id that has never signed on counts *
      *          as dormant only when asked, since ids on file before  *
      *          sign-on dates were kept show no date until next use   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-USER-IO ASSIGN TO "../USER-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS USR-ID
                               FILE STATUS   IS WS-STAT.

           SELECT HIST-OUT ASSIGN TO "../SIGNON-HIST.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HIST-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.

           SELECT REPORT-OUT ASSIGN TO "../ACCESS-REVIEW.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-USER-IO.
       01  USER-REC-IO.
           03  USR-ID              PIC X(8).
           03  USR-PASSWORD        PIC X(8).
           03  USR-LEVEL           PIC 9.
           03  USR-FAILS           PIC 9.
           03  USR-LOCKED          PIC X.
           03  USR-CHG-DATE        PIC X(8).
           03  USR-FORCE           PIC X.
           03  USR-INSTRUC-ID      PIC 9(6).
           03  USR-STUD-ID         PIC 9(6).
           03  USR-LAST-SIGNON     PIC X(8).

       FD  HIST-OUT.
       01  HIST-LINE-OUT.
           03  SH-DATE             PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-TIME             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-OP-ID            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-OUTCOME          PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-PROGRAM          PIC X(14).

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

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).
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
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-ENVNAME              PIC X(4)    VALUE "USER".
           03  WS-USER-ENV             PIC X(20)   VALUE SPACES.
           03  WS-TODAY-INT            PIC 9(7)    VALUE ZEROS.
           03  WS-LAST-INT             PIC 9(7)    VALUE ZEROS.
           03  WS-DORMANT-DAYS         PIC S9(5)   VALUE ZEROS.
           03  WS-DORMANT              PIC X       VALUE 'N'.
           03  WS-USER-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-DORMANT-COUNT        PIC 9(5)    VALUE ZEROS.
           03  WS-LOCKED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  USR-EOF-FLAG            PIC X       VALUE SPACES.
               88 USR-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-THRESHOLD        PIC 9(3)    VALUE 90.
           03  WS-LOCK-DORMANT     PIC X       VALUE 'N'.
           03  WS-COUNT-NEVER      PIC X       VALUE 'N'.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(23)
               VALUE 'OPERATOR ACCESS REVIEW '.
           03  RH-DATE     PIC X(10).
           03  FILLER      PIC X(16)   VALUE '  DORMANT AFTER '.
           03  RH-DAYS     PIC ZZ9.
           03  FILLER      PIC X(5)    VALUE ' DAYS'.

       01  RPT-HEAD-2.
           03  FILLER      PIC X(10)   VALUE 'OPERATOR'.
           03  FILLER      PIC X(4)    VALUE 'LVL'.
           03  FILLER      PIC X(13)   VALUE 'LINKED TO'.
           03  FILLER      PIC X(12)   VALUE 'LAST SIGNON'.
           03  FILLER      PIC X(7)    VALUE ' DAYS'.
           03  FILLER      PIC X(6)    VALUE 'FAILS'.
           03  FILLER      PIC X(7)    VALUE 'LOCKED'.
           03  FILLER      PIC X(21)   VALUE 'REVIEW'.

       01  RPT-DETAIL.
           03  RD-ID       PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-LEVEL    PIC 9.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RD-LINK     PIC X(12).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-LAST     PIC X(10).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-DAYS     PIC Z(4)9.
           03  RD-DAYS-X   REDEFINES RD-DAYS PIC X(5).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RD-FAILS    PIC 9.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RD-LOCKED   PIC X.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RD-FLAG     PIC X(22).

       01  RPT-TOTAL.
           03  RT-USERS    PIC ZZZZ9.
           03  FILLER      PIC X(12)   VALUE ' IDS ON FILE'.
           03  RT-DORMANT  PIC ZZZZ9.
           03  FILLER      PIC X(9)    VALUE ' DORMANT '.
           03  RT-LOCKED   PIC ZZZZ9.
           03  FILLER      PIC X(19)   VALUE ' LOCKED ON THIS RUN'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "ACCESS-REVIEW".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 28 VALUE "OPERATOR ACCESS REVIEW".

       01  SCRN-PARM-REQ.
           03  LINE 08 COL 20 VALUE '      DORMANT AFTER (DAYS):'.
           03  LINE 08 COL 48 PIC 9(3) TO WS-THRESHOLD AUTO.
           03  LINE 09 COL 20 VALUE '  LOCK DORMANT IDS (Y/N):'.
           03  LINE 09 COL 48 PIC X    TO WS-LOCK-DORMANT AUTO.
           03  LINE 10 COL 20 VALUE 'NEVER SIGNED ON IS DORMANT:'.
           03  LINE 10 COL 48 PIC X    TO WS-COUNT-NEVER AUTO.
           03  LINE 11 COL 20 VALUE '(BLANK DAYS TAKES 90)'.
           03  LINE 13 COL 20 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-DATE))

           MOVE SPACES TO WS-USER-ENV
           DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-USER-ENV FROM ENVIRONMENT-VALUE

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-PARM-REQ
           ACCEPT  SCRN-PARM-REQ
           IF WS-THRESHOLD EQUAL ZEROS
               MOVE 90 TO WS-THRESHOLD
           END-IF
           IF WS-LOCK-DORMANT EQUAL 'y'
               MOVE 'Y' TO WS-LOCK-DORMANT
           END-IF
           IF WS-COUNT-NEVER EQUAL 'y'
               MOVE 'Y' TO WS-COUNT-NEVER
           END-IF

           OPEN I-O ISAM-USER-IO
           OPEN OUTPUT REPORT-OUT
           IF WS-LOCK-DORMANT EQUAL 'Y'
               PERFORM 100-OPEN-LOGS
           END-IF

           MOVE DISPLAY-DATE TO RH-DATE
           MOVE WS-THRESHOLD TO RH-DAYS
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           MOVE SPACES TO USR-EOF-FLAG
           PERFORM UNTIL USR-EOF
               READ ISAM-USER-IO NEXT RECORD
                   AT END
                       MOVE 1 TO USR-EOF-FLAG
                   NOT AT END
                       PERFORM 200-REVIEW-ONE-USER
               END-READ
           END-PERFORM

           MOVE WS-USER-COUNT    TO RT-USERS
           MOVE WS-DORMANT-COUNT TO RT-DORMANT
           MOVE WS-LOCKED-COUNT  TO RT-LOCKED
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           CLOSE ISAM-USER-IO
           CLOSE REPORT-OUT
           IF WS-LOCK-DORMANT EQUAL 'Y'
               CLOSE HIST-OUT
               CLOSE AUDIT-OUT
           END-IF

           MOVE SPACES TO WS-MSG
           STRING WS-DORMANT-COUNT ' DORMANT, ' WS-LOCKED-COUNT
               ' LOCKED - SEE ACCESS-REVIEW.RPT' DELIMITED BY SIZE
               INTO WS-MSG
           DISPLAY SCRN-PARM-REQ
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-OPEN-LOGS.
           OPEN EXTEND HIST-OUT
           IF WS-HIST-STAT NOT EQUAL '00'
               OPEN OUTPUT HIST-OUT
               CLOSE HIST-OUT
               OPEN EXTEND HIST-OUT
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF.
      *-----------------------------------------------------------------
       200-REVIEW-ONE-USER.
           ADD 1 TO WS-USER-COUNT
           MOVE SPACES TO RPT-DETAIL
           MOVE USR-ID     TO RD-ID
           MOVE USR-LEVEL  TO RD-LEVEL
           MOVE USR-FAILS  TO RD-FAILS
           MOVE USR-LOCKED TO RD-LOCKED
           IF USR-LOCKED NOT EQUAL 'Y'
               MOVE 'N' TO RD-LOCKED
           END-IF

           EVALUATE TRUE
               WHEN USR-INSTRUC-ID NUMERIC
                   AND USR-INSTRUC-ID NOT EQUAL ZEROS
                   STRING 'FACULTY ' USR-INSTRUC-ID DELIMITED BY SIZE
                       INTO RD-LINK
               WHEN USR-STUD-ID NUMERIC
                   AND USR-STUD-ID NOT EQUAL ZEROS
                   STRING 'STUDENT ' USR-STUD-ID DELIMITED BY SIZE
                       INTO RD-LINK
               WHEN OTHER
                   MOVE 'STAFF' TO RD-LINK
           END-EVALUATE

      *    an id with no sign-on date has never signed on since dates
      *    were kept - it is dormant only if the run says so
           MOVE 'N' TO WS-DORMANT
           IF USR-LAST-SIGNON NOT NUMERIC
               MOVE 'NEVER' TO RD-LAST
               MOVE SPACES  TO RD-DAYS-X
               IF WS-COUNT-NEVER EQUAL 'Y'
                   MOVE 'Y' TO WS-DORMANT
               END-IF
           ELSE
               STRING USR-LAST-SIGNON(5:2) '/' USR-LAST-SIGNON(7:2)
                   '/' USR-LAST-SIGNON(1:4) DELIMITED BY SIZE
                   INTO RD-LAST
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(USR-LAST-SIGNON))
               COMPUTE WS-DORMANT-DAYS = WS-TODAY-INT - WS-LAST-INT
               MOVE WS-DORMANT-DAYS TO RD-DAYS
               IF WS-DORMANT-DAYS GREATER THAN WS-THRESHOLD
                   MOVE 'Y' TO WS-DORMANT
               END-IF
           END-IF

           IF WS-DORMANT EQUAL 'Y'
               ADD 1 TO WS-DORMANT-COUNT
               MOVE 'DORMANT' TO RD-FLAG
               IF WS-LOCK-DORMANT EQUAL 'Y'
                   AND USR-LOCKED NOT EQUAL 'Y'
                   PERFORM 300-LOCK-USER
               END-IF
           END-IF

           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       300-LOCK-USER.
      *    the lock is the same one a run of bad passwords sets - a
      *    USER-MAINT reset opens the id again
           MOVE 'Y' TO USR-LOCKED
           REWRITE USER-REC-IO
               INVALID KEY
                   MOVE 'DORMANT - LOCK FAILED' TO RD-FLAG
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-LOCKED-COUNT
           MOVE 'Y' TO RD-LOCKED
           MOVE 'DORMANT - LOCKED NOW' TO RD-FLAG

           MOVE SPACES                     TO HIST-LINE-OUT
           MOVE WS-NOW-DATE                TO SH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO SH-TIME
           MOVE USR-ID                     TO SH-OP-ID
           MOVE 'LOCKED - DORMANT'         TO SH-OUTCOME
           MOVE 'ACCESS-REVIEW'            TO SH-PROGRAM
           WRITE HIST-LINE-OUT

           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-USER-ENV                TO AUD-USER
           MOVE 'ACCESS-REVIEW'            TO AUD-PROGRAM
           MOVE USR-ID                     TO AUD-KEY
           MOVE 'UNLOCKED'                 TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'LOCKED - DORMANT PAST ' WS-THRESHOLD ' DAYS'
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
