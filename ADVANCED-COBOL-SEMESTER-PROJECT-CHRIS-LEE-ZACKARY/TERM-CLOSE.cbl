      ******************************************************************
      *PROGRAM : TERM-CLOSE.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Academic close of a SEM/YR once the term has ended    *
      *          and its grading deadline has passed - every enrolled  *
      *          REG-ISAM row is first held to the MISSING-GRADE test  *
      *          and any blank grade is listed on TERM-CLOSE.RPT and   *
      *          the close stops there - with no blanks the term is    *
      *          stamped closed on SEMESTER-MASTER, the close is       *
      *          written to AUDIT-LOG.TXT and the report carries the   *
      *          closing control totals by SUBJ (rows, grade counts    *
      *          and credit hours) - a closed term is refused by every *
      *          registration and grading program and only             *
      *          GRADE-CHANGE may touch it until TERM-REOPEN opens it  *
      *          again - level-3 sign-on from the menu, SEM/YR from    *
      *          RUN-PARMS.TXT under BATCH-DRIVER                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-REG-IN   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-SCHED-IN ASSIGN TO
                              "../SCHEDULE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                          FILE STATUS   IS WS-STAT2.

           SELECT ISAM-SEM-IO ASSIGN TO "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                             "../COURSE-MASTER.DAT"
                         ORGANIZATION  IS INDEXED
                         ACCESS        IS RANDOM
                         RECORD KEY    IS ISAM-CRSE-KEY
                         FILE STATUS   IS WS-STAT4.

           SELECT REPORT-OUT ASSIGN TO "../TERM-CLOSE.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-REG-IN.
       01  REG-REC-IO.
           03  REG-IO-KEY.
               05  REG-IO-SEM     PIC X(2).
               05  REG-IO-YR      PIC X(4).
               05  REG-IO-CRN     PIC X(6).
               05  REG-IO-STUD-ID PIC 9(6).
           03  REG-IO-GRADE       PIC X.
           03  REG-IO-STATUS       PIC X.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

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
           05  FILLER              PIC X(27)            VALUE SPACE.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

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
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'TERM-CLOSE'.
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-TERM-OK              PIC X       VALUE 'N'.
           03  WS-BLANK-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-SB-CNT               PIC 9(3)    VALUE ZEROS.
           03  WS-SB-IX                PIC 9(3)    VALUE ZEROS.
           03  WS-SB-MV                PIC 9(3)    VALUE ZEROS.
           03  WS-GR-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-TOT-ROWS             PIC 9(6)    VALUE ZEROS.
           03  WS-TOT-HOURS            PIC 9(7)    VALUE ZEROS.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

      *    the close is a registrar's action - a menu run signs on at
      *    level 3, a BATCH-DRIVER run is logged under its own name
       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

      *    one slot per subject, kept in SUBJ order as rows arrive -
      *    grade slots run A B C D F I P W and then audit/other
       01  WS-SB-TABLE.
           03  WS-SB-ENTRY         OCCURS 100 TIMES.
               05  WS-SB-SUBJ      PIC X(5).
               05  WS-SB-ROWS      PIC 9(5).
               05  WS-SB-GRADE     PIC 9(5)    OCCURS 9 TIMES.
               05  WS-SB-HOURS     PIC 9(6).

       01  WS-GT-GRADES.
           03  WS-GT-GRADE         PIC 9(6)    OCCURS 9 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(27)
                           VALUE 'TERM CLOSE CONTROL REPORT  '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-BLANK-HEAD.
           03  FILLER      PIC X(40)
                   VALUE 'BLANK GRADES - TERM NOT CLOSED          '.

       01  RPT-BLANK-HEAD-2.
           03  FILLER      PIC X(7)    VALUE 'CRN    '.
           03  FILLER      PIC X(13)   VALUE 'COURSE       '.
           03  FILLER      PIC X(7)    VALUE 'STUDENT'.

       01  RPT-BLANK-DETAIL.
           03  RB-CRN      PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RB-SUBJ     PIC X(5).
           03  FILLER      PIC X       VALUE SPACE.
           03  RB-CRSE     PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RB-STUD-ID  PIC 9(6).

       01  RPT-BLANK-TOTAL.
           03  FILLER      PIC X(22)   VALUE 'BLANK GRADES:         '.
           03  RBT-COUNT   PIC ZZZZ9.

       01  RPT-CTL-HEAD.
           03  FILLER      PIC X(12)   VALUE 'SUBJ    ROWS'.
           03  FILLER      PIC X(24)
                           VALUE '     A     B     C     D'.
           03  FILLER      PIC X(24)
                           VALUE '     F     I     P     W'.
           03  FILLER      PIC X(14)   VALUE ' AU/OT   HOURS'.

       01  RPT-CTL-DETAIL.
           03  RC-SUBJ     PIC X(5).
           03  FILLER      PIC X       VALUE SPACE.
           03  RC-ROWS     PIC ZZZZZ9.
           03  RC-GRADE-GRP            OCCURS 9 TIMES.
               05  RC-GRADE    PIC ZZZZZ9.
           03  FILLER      PIC X       VALUE SPACE.
           03  RC-HOURS    PIC ZZZZZZ9.

       01  RPT-CTL-NOTE.
           03  FILLER      PIC X(40)
                   VALUE 'TERM STAMPED CLOSED ON SEMESTER-MASTER  '.
           03  RN-DATE     PIC X(10).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "TERM-CLOSE".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.

       01  SCRN-SEM-REQ.
           03  LINE 07 COL 25 VALUE "ACADEMIC CLOSE OF A TERM".
           03  LINE 09 COL 25                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 37 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 39 VALUE '/'.
           03  LINE 09 COL 40 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-CONFIRM.
           03  LINE 11 COL 25 VALUE 'CLOSE THIS TERM? (Y/N):'.
           03  LINE 11 COL 49 PIC X TO WS-RESP AUTO.

       01  SCRN-MSG.
           03  LINE 13 COL 25 PIC X(40) FROM WS-MSG.

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

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               MOVE WS-OWN-NAME TO WS-AUDIT-USER
               MOVE 'Y' TO WS-RESP
           ELSE
               CALL 'SIGNON' USING WS-OPERATOR
               IF WS-OP-LEVEL LESS THAN 3
                   DISPLAY BLANK-SCREEN
                   DISPLAY 'NOT AUTHORIZED - LEVEL 3 REQUIRED'
                       AT LINE 12 COL 24
                   ACCEPT WS-MSG AT LINE 14 COL 40
                   STOP RUN
               END-IF
               MOVE WS-OP-ID TO WS-AUDIT-USER
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN I-O ISAM-SEM-IO
           PERFORM 060-CHECK-TERM
           IF WS-TERM-OK EQUAL 'Y'
               AND WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-CONFIRM
               ACCEPT  SCRN-CONFIRM
               IF WS-RESP NOT EQUAL 'Y' AND 'y'
                   MOVE 'N' TO WS-TERM-OK
                   MOVE 'CLOSE ABANDONED' TO WS-MSG
               END-IF
           END-IF
           IF WS-TERM-OK EQUAL 'Y'
               PERFORM 100-RUN-CLOSE
           END-IF
           CLOSE ISAM-SEM-IO

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
       060-CHECK-TERM.
      *    only an ended term whose grading deadline has passed may
      *    close - before then faculty are still entitled to post
           MOVE 'N' TO WS-TERM-OK
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IO
               INVALID KEY
                   MOVE 'INVALID TERM - SEM/YR NOT DEFINED' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF ISAM-SEM-CLOSED EQUAL 'Y'
               STRING 'TERM ALREADY CLOSED ' ISAM-SEM-CLOSED-DT
                   DELIMITED BY SIZE INTO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF ISAM-SEM-TERM-END NOT EQUAL SPACES
               AND WS-NOW-DATE NOT GREATER THAN ISAM-SEM-TERM-END
               MOVE 'TERM NOT ENDED - CLOSE REFUSED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF ISAM-SEM-GRADE-DL NOT EQUAL SPACES
               AND WS-NOW-DATE NOT GREATER THAN ISAM-SEM-GRADE-DL
               MOVE 'GRADING STILL OPEN - CLOSE REFUSED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TERM-OK.
      *-----------------------------------------------------------------
       100-RUN-CLOSE.
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN OUTPUT REPORT-OUT
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT

      *    a blank grade anywhere in the term stops the close - the
      *    rows are listed for the registrar to chase down
           MOVE ZEROS TO WS-BLANK-COUNT
           PERFORM 200-START-TERM
           PERFORM UNTIL EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           PERFORM 210-CHECK-BLANK-ROW
                       END-IF
               END-READ
           END-PERFORM

           IF WS-BLANK-COUNT GREATER THAN ZEROS
               MOVE WS-BLANK-COUNT TO RBT-COUNT
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT FROM RPT-BLANK-TOTAL
               STRING WS-BLANK-COUNT ' BLANK GRADE(S) - NOT CLOSED'
                   DELIMITED BY SIZE INTO WS-MSG
           ELSE
               PERFORM 300-TALLY-TERM
               PERFORM 400-WRITE-CONTROL
               PERFORM 500-STAMP-CLOSED
           END-IF

           CLOSE ISAM-REG-IN
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-COURSE-IN
           CLOSE REPORT-OUT
           CLOSE AUDIT-OUT.
      *-----------------------------------------------------------------
       200-START-TERM.
           MOVE WS-SEM TO REG-IO-SEM
           MOVE WS-YR  TO REG-IO-YR
           MOVE LOW-VALUES TO REG-IO-CRN
           MOVE ZEROS      TO REG-IO-STUD-ID
           START ISAM-REG-IN KEY IS NOT LESS THAN REG-IO-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START.
      *-----------------------------------------------------------------
       210-CHECK-BLANK-ROW.
      *    the same test MISSING-GRADE applies - auditors expect no
      *    grade and waitlisted rows never enrolled
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE EQUAL SPACE
               AND REG-IO-BASIS NOT EQUAL 'A'
               IF WS-BLANK-COUNT EQUAL ZEROS
                   WRITE REPORT-LINE-OUT FROM RPT-BLANK-HEAD
                   WRITE REPORT-LINE-OUT FROM RPT-BLANK-HEAD-2
               END-IF
               ADD 1 TO WS-BLANK-COUNT
               MOVE REG-IO-YR  TO YEAR
               MOVE REG-IO-SEM TO SEMESTER
               MOVE REG-IO-CRN TO CRN
               READ ISAM-SCHED-IN
                   INVALID KEY
                       MOVE SPACES TO SUBJ
                       MOVE SPACES TO CRSE
               END-READ
               MOVE REG-IO-CRN     TO RB-CRN
               MOVE SUBJ           TO RB-SUBJ
               MOVE CRSE           TO RB-CRSE
               MOVE REG-IO-STUD-ID TO RB-STUD-ID
               WRITE REPORT-LINE-OUT FROM RPT-BLANK-DETAIL
           END-IF.
      *-----------------------------------------------------------------
       300-TALLY-TERM.
           MOVE ZEROS TO WS-SB-CNT
           PERFORM 200-START-TERM
           PERFORM UNTIL EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               PERFORM 310-TALLY-ONE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       310-TALLY-ONE-ROW.
      *    credit hours come from COURSE-MASTER unless the row carries
      *    the hours chosen on a variable-credit course - an audit
      *    earns no credit and adds no hours
           MOVE REG-IO-YR  TO YEAR
           MOVE REG-IO-SEM TO SEMESTER
           MOVE REG-IO-CRN TO CRN
           MOVE ZEROS TO WS-CREDITS-NUM
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE SPACES TO SUBJ
                   MOVE SPACES TO CRSE
               NOT INVALID KEY
                   MOVE SUBJ TO ISAM-IO-SUBJ
                   MOVE CRSE TO ISAM-IO-CRSE
                   READ ISAM-COURSE-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ISAM-IO-CREDITS NUMERIC
                               MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                           END-IF
                   END-READ
           END-READ
           IF REG-IO-HOURS NUMERIC
               AND REG-IO-HOURS GREATER THAN ZEROS
               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
           END-IF
           IF REG-IO-BASIS EQUAL 'A'
               MOVE ZEROS TO WS-CREDITS-NUM
           END-IF

           PERFORM 320-FIND-SUBJ
           IF WS-SB-IX EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN REG-IO-BASIS EQUAL 'A' MOVE 9 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'A' MOVE 1 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'B' MOVE 2 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'C' MOVE 3 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'D' MOVE 4 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'F' MOVE 5 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'I' MOVE 6 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'P' MOVE 7 TO WS-GR-IX
               WHEN REG-IO-GRADE EQUAL 'W' MOVE 8 TO WS-GR-IX
               WHEN OTHER                  MOVE 9 TO WS-GR-IX
           END-EVALUATE
           ADD 1 TO WS-SB-ROWS (WS-SB-IX)
           ADD 1 TO WS-SB-GRADE (WS-SB-IX, WS-GR-IX)
           ADD WS-CREDITS-NUM TO WS-SB-HOURS (WS-SB-IX).
      *-----------------------------------------------------------------
       320-FIND-SUBJ.
      *    the table is kept in SUBJ order so the report needs no sort
      *    - a new subject slides the ones after it down a slot
           PERFORM VARYING WS-SB-IX FROM 1 BY 1
               UNTIL WS-SB-IX GREATER THAN WS-SB-CNT
               OR WS-SB-SUBJ (WS-SB-IX) NOT LESS THAN SUBJ
               CONTINUE
           END-PERFORM
           IF WS-SB-IX NOT GREATER THAN WS-SB-CNT
               AND WS-SB-SUBJ (WS-SB-IX) EQUAL SUBJ
               EXIT PARAGRAPH
           END-IF
           IF WS-SB-CNT NOT LESS THAN 100
               MOVE ZEROS TO WS-SB-IX
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SB-MV FROM WS-SB-CNT BY -1
               UNTIL WS-SB-MV LESS THAN WS-SB-IX
               MOVE WS-SB-ENTRY (WS-SB-MV) TO WS-SB-ENTRY (WS-SB-MV + 1)
           END-PERFORM
           ADD 1 TO WS-SB-CNT
           MOVE SUBJ  TO WS-SB-SUBJ (WS-SB-IX)
           MOVE ZEROS TO WS-SB-ROWS (WS-SB-IX)
           MOVE ZEROS TO WS-SB-HOURS (WS-SB-IX)
           PERFORM VARYING WS-GR-IX FROM 1 BY 1
               UNTIL WS-GR-IX GREATER THAN 9
               MOVE ZEROS TO WS-SB-GRADE (WS-SB-IX, WS-GR-IX)
           END-PERFORM.
      *-----------------------------------------------------------------
       400-WRITE-CONTROL.
           WRITE REPORT-LINE-OUT FROM RPT-CTL-HEAD
           MOVE ZEROS TO WS-TOT-ROWS
           MOVE ZEROS TO WS-TOT-HOURS
           MOVE ZEROS TO WS-GT-GRADES
           PERFORM VARYING WS-SB-IX FROM 1 BY 1
               UNTIL WS-SB-IX GREATER THAN WS-SB-CNT
               MOVE WS-SB-SUBJ (WS-SB-IX)  TO RC-SUBJ
               MOVE WS-SB-ROWS (WS-SB-IX)  TO RC-ROWS
               MOVE WS-SB-HOURS (WS-SB-IX) TO RC-HOURS
               ADD WS-SB-ROWS (WS-SB-IX)  TO WS-TOT-ROWS
               ADD WS-SB-HOURS (WS-SB-IX) TO WS-TOT-HOURS
               PERFORM VARYING WS-GR-IX FROM 1 BY 1
                   UNTIL WS-GR-IX GREATER THAN 9
                   MOVE WS-SB-GRADE (WS-SB-IX, WS-GR-IX)
                       TO RC-GRADE (WS-GR-IX)
                   ADD WS-SB-GRADE (WS-SB-IX, WS-GR-IX)
                       TO WS-GT-GRADE (WS-GR-IX)
               END-PERFORM
               WRITE REPORT-LINE-OUT FROM RPT-CTL-DETAIL
           END-PERFORM

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'TOTAL'      TO RC-SUBJ
           MOVE WS-TOT-ROWS  TO RC-ROWS
           MOVE WS-TOT-HOURS TO RC-HOURS
           PERFORM VARYING WS-GR-IX FROM 1 BY 1
               UNTIL WS-GR-IX GREATER THAN 9
               MOVE WS-GT-GRADE (WS-GR-IX) TO RC-GRADE (WS-GR-IX)
           END-PERFORM
           WRITE REPORT-LINE-OUT FROM RPT-CTL-DETAIL.
      *-----------------------------------------------------------------
       500-STAMP-CLOSED.
           MOVE 'Y'         TO ISAM-SEM-CLOSED
           MOVE WS-NOW-DATE TO ISAM-SEM-CLOSED-DT
           REWRITE SEM-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO STAMP TERM CLOSED' TO WS-MSG
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE DISPLAY-DATE TO RN-DATE
           WRITE REPORT-LINE-OUT FROM RPT-CTL-NOTE

           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'TERM-CLOSE'               TO AUD-PROGRAM
           MOVE WS-KEY                     TO AUD-KEY
           MOVE 'TERM OPEN'                TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'TERM CLOSED ' WS-NOW-DATE
               ' ROWS ' WS-TOT-ROWS ' HOURS ' WS-TOT-HOURS
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT

           STRING WS-SEM '/' WS-YR ' CLOSED - SEE TERM-CLOSE.RPT'
               DELIMITED BY SIZE INTO WS-MSG.
