      ******************************************************************
      *PROGRAM : ATHLETE-CERT.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Athletic eligibility certification batch - for every  *
      *          row on ATHLETE-ISAM.DAT, sport by sport, checks the   *
      *          SEM/YR REG-ISAM hours against the 12-hour full-time   *
      *          line, the posted GPA and earned hours GPA-POST keeps  *
      *          on the master, and the percent of the declared major  *
      *          completed as DEGREE-AUDIT measures it - minimums step *
      *          up with the eligibility year - ATHLETE-CERT.RPT lists *
      *          each sport's eligible athletes then its ineligible    *
      *          ones with every failing rule spelled out              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATHLETE-CERT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-ATH-IN ASSIGN TO "../ATHLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATH-KEY
                               ALTERNATE KEY IS ATH-SPORT-KEY=
                                  ATH-SPORT, ATH-STUD-ID
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-ATH-STAT.

           SELECT OPTIONAL ISAM-REG-IO   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-SCHED-IN ASSIGN TO
                              "../SCHEDULE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                          FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT3.

           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT4.

           SELECT OPTIONAL ISAM-REQ-IN ASSIGN TO "../REQ-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS REQ-IO-KEY
                               FILE STATUS   IS WS-REQ-STAT.

           SELECT OPTIONAL ISAM-HIST-IN ASSIGN TO
                              "../REG-HIST-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS HST-KEY
                          FILE STATUS   IS WS-HIST-STAT.

           SELECT OPTIONAL ISAM-TC-IN ASSIGN TO "../TRANSFER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TC-KEY
                               FILE STATUS   IS WS-TC-STAT.

           SELECT OPTIONAL ISAM-GS-IN ASSIGN TO "../GRADE-SCALE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS GS-CODE
                               FILE STATUS   IS WS-GS-STAT.

           SELECT REPORT-OUT ASSIGN TO "../ATHLETE-CERT.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-ATH-IN.
       01  ATH-REC-IN.
           03  ATH-KEY.
               05  ATH-STUD-ID    PIC 9(6).
               05  ATH-SPORT      PIC X(12).
           03  ATH-ELIG-YR        PIC X.
           03  ATH-DATE           PIC X(8).
           03  ATH-USER           PIC X(20).

       FD  ISAM-REG-IO.
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

       FD  ISAM-REQ-IN.
       01  REQ-REC-IN.
           03  REQ-IO-KEY.
               05  REQ-IO-MAJOR PIC X(20).
               05  REQ-IO-SEQ   PIC X(3).
           03  REQ-IO-SUBJ      PIC X(5).
           03  REQ-IO-CRSE      PIC X(6).
           03  REQ-IO-CREDITS   PIC X(3).

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.
           03  HST-KEY.
               05  HST-SEM        PIC X(2).
               05  HST-YR         PIC X(4).
               05  HST-CRN        PIC X(6).
               05  HST-STUD-ID    PIC 9(6).
           03  HST-SUBJ           PIC X(5).
           03  HST-CRSE           PIC X(6).
           03  HST-TITLE          PIC X(30).
           03  HST-CREDITS        PIC X(3).
           03  HST-GRADE          PIC X.
           03  HST-STATUS         PIC X.
           03  HST-GRADE-MOD      PIC X       VALUE SPACE.
           03  HST-BASIS          PIC X       VALUE SPACE.

       FD  ISAM-TC-IN.
       01  TC-REC-IN.
           03  TC-KEY.
               05  TC-STUD-ID     PIC 9(6).
               05  TC-SEQ         PIC 9(3).
           03  TC-INSTITUTION     PIC X(25).
           03  TC-EXT-COURSE      PIC X(12).
           03  TC-CREDITS         PIC X(3).
           03  TC-GRADE           PIC X.
           03  TC-EQUIV-SUBJ      PIC X(5).
           03  TC-EQUIV-CRSE      PIC X(6).

       FD  ISAM-GS-IN.
       01  GS-REC-IN.
           03  GS-CODE             PIC X(2).
           03  GS-POINTS           PIC 9V99.
           03  GS-IN-GPA           PIC X.
           03  GS-EARNED           PIC X.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

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
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-ATH-STAT             PIC XX      VALUE SPACES.
           03  WS-REQ-STAT             PIC XX      VALUE SPACES.
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-TC-STAT              PIC XX      VALUE SPACES.
           03  WS-GS-STAT              PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'ATHLETE-CERT'.
           03  WS-FULL-TIME-MIN        PIC 99      VALUE 12.
           03  WS-CUR-SPORT            PIC X(12)   VALUE SPACES.
           03  WS-ELIG-NUM             PIC 9       VALUE ZERO.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-TERM-HOURS           PIC 9(3)    VALUE ZEROS.
           03  WS-REQ-CREDITS          PIC 9(3)    VALUE ZEROS.
           03  WS-REQ-TOTAL            PIC 9(5)    VALUE ZEROS.
           03  WS-REQ-DONE             PIC 9(5)    VALUE ZEROS.
           03  WS-DEGREE-PCT           PIC 9(3)    VALUE ZEROS.
           03  WS-REQ-MET              PIC X       VALUE 'N'.
           03  WS-GRADE-EARNS          PIC X       VALUE 'Y'.
           03  WS-TP-GRADE             PIC X       VALUE SPACE.
           03  WS-TP-MOD               PIC X       VALUE SPACE.
           03  WS-ON-MASTER            PIC X       VALUE 'N'.
           03  WS-SPORT-ELIG           PIC 9(5)    VALUE ZEROS.
           03  WS-SPORT-INEL           PIC 9(5)    VALUE ZEROS.
           03  WS-TOTAL-ELIG           PIC 9(5)    VALUE ZEROS.
           03  WS-TOTAL-INEL           PIC 9(5)    VALUE ZEROS.
           03  WS-TOTAL-SPORTS         PIC 9(5)    VALUE ZEROS.
           03  WS-ED-HOURS             PIC ZZ9.
           03  WS-ED-GPA               PIC 9.99.
           03  WS-ED-GPA-MIN           PIC 9.99.
           03  WS-ED-EARNED            PIC ZZZ9.
           03  WS-ED-EARNED-MIN        PIC ZZZ9.
           03  WS-ED-PCT               PIC ZZ9.
           03  WS-ED-PCT-MIN           PIC ZZ9.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  REQ-EOF-FLAG            PIC X       VALUE SPACES.
               88 REQ-EOF    VALUE '1'.
           03  HIST-EOF-FLAG           PIC X       VALUE SPACES.
               88 HIST-EOF   VALUE '1'.
           03  TC-EOF-FLAG             PIC X       VALUE SPACES.
               88 TC-EOF     VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

      *    certification minimums by year of eligibility - posted GPA,
      *    earned hours and percent of the declared major completed -
      *    first-year athletes are held to the full-time line only
       01  RULE-TABLE-DATA.
           03  FILLER          PIC X(9)    VALUE '000000000'.
           03  FILLER          PIC X(9)    VALUE '180024000'.
           03  FILLER          PIC X(9)    VALUE '190048040'.
           03  FILLER          PIC X(9)    VALUE '200072060'.
           03  FILLER          PIC X(9)    VALUE '200096080'.
       01  RULE-TABLE REDEFINES RULE-TABLE-DATA.
           03  RUL-ENTRY OCCURS 5 TIMES.
               05  RUL-GPA     PIC 9V99.
               05  RUL-EARNED  PIC 9(3).
               05  RUL-PCT     PIC 9(3).

      *    every course the athlete has passed, gathered once from the
      *    same three places DEGREE-AUDIT looks - live registrations,
      *    archived terms and transfer equivalencies
       01  WS-PASSED-TABLE.
           03  WS-PASS-CNT     PIC 9(3)    VALUE ZEROS.
           03  WS-PASS-IX      PIC 9(3)    VALUE ZEROS.
           03  WS-PASS-ENTRY OCCURS 300 TIMES.
               05  WS-PASS-SUBJ    PIC X(5).
               05  WS-PASS-CRSE    PIC X(6).

      *    the sport's ineligible athletes are held back and printed
      *    after its eligible list
       01  WS-INEL-TABLE.
           03  WS-INEL-CNT     PIC 9(3)    VALUE ZEROS.
           03  WS-INEL-IX      PIC 9(3)    VALUE ZEROS.
           03  WS-INEL-ENTRY OCCURS 500 TIMES.
               05  WS-INEL-DETAIL  PIC X(80).
               05  WS-INEL-WHY-CNT PIC 9.
               05  WS-INEL-WHY     PIC X(50) OCCURS 5 TIMES.

       01  WS-WHY-LIST.
           03  WS-WHY-CNT      PIC 9       VALUE ZERO.
           03  WS-WHY-IX       PIC 9       VALUE ZERO.
           03  WS-WHY          PIC X(50)   OCCURS 5 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(36)
               VALUE 'ATHLETIC ELIGIBILITY CERTIFICATION  '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-SPORT-HEAD.
           03  FILLER      PIC X(7)    VALUE 'SPORT: '.
           03  RS-SPORT    PIC X(12).

       01  RPT-LIST-HEAD.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RL-TITLE    PIC X(20).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(27)   VALUE 'NAME'.
           03  FILLER      PIC X(26)
               VALUE 'YR HRS  GPA  EARN  DEGREE'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-LNAME    PIC X(14).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-FNAME    PIC X(10).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-ELIG-YR  PIC X.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-HOURS    PIC ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-GPA      PIC 9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-EARNED   PIC ZZZ9.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RD-PCT      PIC ZZ9.
           03  FILLER      PIC X       VALUE '%'.

       01  RPT-WHY.
           03  FILLER      PIC X(10)   VALUE SPACES.
           03  FILLER      PIC X(7)    VALUE 'FAILS: '.
           03  RW-TEXT     PIC X(50).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "ATHLETE-CERT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 23
               VALUE "ATHLETIC ELIGIBILITY CERTIFICATION".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 48 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 50 VALUE '/'.
           03  LINE 09 COL 51 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 14 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-SEM) TO WS-SEM

           IF WS-SEM EQUAL SPACES OR WS-YR EQUAL SPACES
               MOVE 'SEM/YR REQUIRED' TO WS-MSG
           ELSE
               OPEN INPUT ISAM-ATH-IN
               OPEN INPUT ISAM-REG-IO
               OPEN INPUT ISAM-SCHED-IN
               OPEN INPUT ISAM-COURSE-IN
               OPEN INPUT ISAM-STUD-IN
               OPEN INPUT ISAM-REQ-IN
               OPEN INPUT ISAM-HIST-IN
               OPEN INPUT ISAM-TC-IN
               OPEN INPUT ISAM-GS-IN
               OPEN OUTPUT REPORT-OUT

               MOVE WS-SEM       TO RH-SEM
               MOVE WS-YR        TO RH-YR
               MOVE DISPLAY-DATE TO RH-DATE
               WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
               PERFORM 200-CERTIFY-ATHLETES
               PERFORM 900-WRITE-TOTALS

               CLOSE ISAM-ATH-IN
               CLOSE ISAM-REG-IO
               CLOSE ISAM-SCHED-IN
               CLOSE ISAM-COURSE-IN
               CLOSE ISAM-STUD-IN
               CLOSE ISAM-REQ-IN
               CLOSE ISAM-HIST-IN
               CLOSE ISAM-TC-IN
               CLOSE ISAM-GS-IN
               CLOSE REPORT-OUT
               STRING WS-TOTAL-INEL ' ATHLETES NOT ELIGIBLE'
                   INTO WS-MSG
           END-IF

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
       200-CERTIFY-ATHLETES.
      *    the roster is walked in sport order - a change of sport
      *    closes the last sport's lists before the next one starts
           MOVE SPACES     TO WS-CUR-SPORT
           MOVE LOW-VALUES TO ATH-SPORT
           MOVE ZEROS      TO ATH-STUD-ID
           START ISAM-ATH-IN KEY IS NOT LESS THAN ATH-SPORT-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-ATH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF ATH-SPORT NOT EQUAL WS-CUR-SPORT
                           IF WS-CUR-SPORT NOT EQUAL SPACES
                               PERFORM 260-CLOSE-SPORT
                           END-IF
                           PERFORM 250-OPEN-SPORT
                       END-IF
                       PERFORM 300-CERTIFY-ONE-ATHLETE
               END-READ
           END-PERFORM
           IF WS-CUR-SPORT NOT EQUAL SPACES
               PERFORM 260-CLOSE-SPORT
           END-IF.
      *-----------------------------------------------------------------
       250-OPEN-SPORT.
           MOVE ATH-SPORT TO WS-CUR-SPORT
           ADD 1 TO WS-TOTAL-SPORTS
           MOVE ZEROS TO WS-SPORT-ELIG
           MOVE ZEROS TO WS-SPORT-INEL
           MOVE ZEROS TO WS-INEL-CNT
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE ATH-SPORT TO RS-SPORT
           WRITE REPORT-LINE-OUT FROM RPT-SPORT-HEAD
           MOVE 'ELIGIBLE' TO RL-TITLE
           WRITE REPORT-LINE-OUT FROM RPT-LIST-HEAD
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2.
      *-----------------------------------------------------------------
       260-CLOSE-SPORT.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'INELIGIBLE' TO RL-TITLE
           WRITE REPORT-LINE-OUT FROM RPT-LIST-HEAD
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           PERFORM VARYING WS-INEL-IX FROM 1 BY 1
               UNTIL WS-INEL-IX GREATER THAN WS-INEL-CNT
               WRITE REPORT-LINE-OUT FROM WS-INEL-DETAIL (WS-INEL-IX)
               PERFORM VARYING WS-WHY-IX FROM 1 BY 1
                   UNTIL WS-WHY-IX GREATER THAN
                       WS-INEL-WHY-CNT (WS-INEL-IX)
                   MOVE WS-INEL-WHY (WS-INEL-IX WS-WHY-IX) TO RW-TEXT
                   WRITE REPORT-LINE-OUT FROM RPT-WHY
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'SPORT ELIGIBLE:' TO RPT-TOTAL
           MOVE WS-SPORT-ELIG TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'SPORT INELIGIBLE:' TO RPT-TOTAL
           MOVE WS-SPORT-INEL TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
      *-----------------------------------------------------------------
       300-CERTIFY-ONE-ATHLETE.
      *    every rule is tested so the compliance office sees all the
      *    reasons at once, not just the first
           MOVE ZERO TO WS-WHY-CNT
           MOVE SPACES TO RPT-DETAIL
           MOVE ATH-STUD-ID TO RD-STUD-ID
           MOVE ATH-ELIG-YR TO RD-ELIG-YR
           MOVE 1 TO WS-ELIG-NUM
           IF ATH-ELIG-YR NUMERIC
               AND ATH-ELIG-YR NOT LESS THAN '1'
               AND ATH-ELIG-YR NOT GREATER THAN '5'
               MOVE ATH-ELIG-YR TO WS-ELIG-NUM
           END-IF

           MOVE 'Y' TO WS-ON-MASTER
           MOVE ATH-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
                   MOVE 'NOT ON MASTER' TO RD-LNAME
                   MOVE 'STUDENT NOT ON STUDENT MASTER' TO WS-MSG
                   PERFORM 390-ADD-WHY
               NOT INVALID KEY
                   MOVE ISAM-STUD-LNAME TO RD-LNAME
                   MOVE ISAM-SUTD-FNAME TO RD-FNAME
           END-READ

           PERFORM 400-SUM-TERM-HOURS
           MOVE WS-TERM-HOURS TO RD-HOURS
           IF WS-TERM-HOURS LESS THAN WS-FULL-TIME-MIN
               MOVE WS-TERM-HOURS TO WS-ED-HOURS
               MOVE SPACES TO WS-MSG
               STRING 'ENROLLED ' WS-ED-HOURS
                   ' HRS - FULL TIME IS 12' DELIMITED BY SIZE
                   INTO WS-MSG
               PERFORM 390-ADD-WHY
           END-IF

           IF WS-ON-MASTER EQUAL 'Y'
               MOVE ISAM-STUD-GPA    TO RD-GPA
               MOVE ISAM-STUD-EARNED TO RD-EARNED
               IF ISAM-STUD-GPA LESS THAN RUL-GPA (WS-ELIG-NUM)
                   MOVE ISAM-STUD-GPA        TO WS-ED-GPA
                   MOVE RUL-GPA (WS-ELIG-NUM) TO WS-ED-GPA-MIN
                   MOVE SPACES TO WS-MSG
                   STRING 'POSTED GPA ' WS-ED-GPA
                       ' UNDER ' WS-ED-GPA-MIN ' MINIMUM'
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 390-ADD-WHY
               END-IF
               IF ISAM-STUD-EARNED LESS THAN RUL-EARNED (WS-ELIG-NUM)
                   MOVE ISAM-STUD-EARNED         TO WS-ED-EARNED
                   MOVE RUL-EARNED (WS-ELIG-NUM) TO WS-ED-EARNED-MIN
                   MOVE SPACES TO WS-MSG
                   STRING 'EARNED ' WS-ED-EARNED ' HRS UNDER '
                       WS-ED-EARNED-MIN ' REQUIRED'
                       DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 390-ADD-WHY
               END-IF
               PERFORM 600-MEASURE-DEGREE
               MOVE WS-DEGREE-PCT TO RD-PCT
               IF RUL-PCT (WS-ELIG-NUM) GREATER THAN ZEROS
                   IF ISAM-STUD-MAJOR EQUAL SPACES
                       MOVE 'NO MAJOR DECLARED FOR DEGREE PROGRESS'
                           TO WS-MSG
                       PERFORM 390-ADD-WHY
                   ELSE
                       IF WS-DEGREE-PCT LESS THAN RUL-PCT (WS-ELIG-NUM)
                           MOVE WS-DEGREE-PCT         TO WS-ED-PCT
                           MOVE RUL-PCT (WS-ELIG-NUM) TO WS-ED-PCT-MIN
                           MOVE SPACES TO WS-MSG
                           STRING 'DEGREE ' WS-ED-PCT '% DONE UNDER '
                               WS-ED-PCT-MIN '% REQUIRED'
                               DELIMITED BY SIZE INTO WS-MSG
                           PERFORM 390-ADD-WHY
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-WHY-CNT EQUAL ZERO
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL
               ADD 1 TO WS-SPORT-ELIG
               ADD 1 TO WS-TOTAL-ELIG
           ELSE
               ADD 1 TO WS-SPORT-INEL
               ADD 1 TO WS-TOTAL-INEL
               IF WS-INEL-CNT LESS THAN 500
                   ADD 1 TO WS-INEL-CNT
                   MOVE RPT-DETAIL TO WS-INEL-DETAIL (WS-INEL-CNT)
                   MOVE WS-WHY-CNT TO WS-INEL-WHY-CNT (WS-INEL-CNT)
                   PERFORM VARYING WS-WHY-IX FROM 1 BY 1
                       UNTIL WS-WHY-IX GREATER THAN WS-WHY-CNT
                       MOVE WS-WHY (WS-WHY-IX)
                           TO WS-INEL-WHY (WS-INEL-CNT WS-WHY-IX)
                   END-PERFORM
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       390-ADD-WHY.
           IF WS-WHY-CNT LESS THAN 5
               ADD 1 TO WS-WHY-CNT
               MOVE WS-MSG TO WS-WHY (WS-WHY-CNT)
           END-IF
           MOVE SPACES TO WS-MSG.
      *-----------------------------------------------------------------
       400-SUM-TERM-HOURS.
      *    waitlisted and withdrawn rows carry no hours, as on the
      *    credit load report
           MOVE ZEROS TO WS-TERM-HOURS
           MOVE WS-SEM      TO REG-IO-SEM
           MOVE WS-YR       TO REG-IO-YR
           MOVE ATH-STUD-ID TO REG-IO-STUD-ID
           START ISAM-REG-IO KEY IS NOT LESS THAN REG-STUD-ID-KEY
               INVALID KEY
                   MOVE 1 TO REG-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO REG-EOF-FLAG
           END-START
           PERFORM UNTIL REG-EOF
               READ ISAM-REG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO REG-EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           OR REG-IO-STUD-ID NOT EQUAL ATH-STUD-ID
                           MOVE 1 TO REG-EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               PERFORM 410-ADD-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       410-ADD-CREDITS.
           MOVE REG-IO-YR      TO YEAR
           MOVE REG-IO-SEM     TO SEMESTER
           MOVE REG-IO-CRN     TO CRN
           READ ISAM-SCHED-IN KEY IS CRN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUBJ TO ISAM-IO-SUBJ
                   MOVE CRSE TO ISAM-IO-CRSE
                   READ ISAM-COURSE-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ZEROS TO WS-CREDITS-NUM
                           IF ISAM-IO-CREDITS NUMERIC
                               MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                               IF REG-IO-HOURS NUMERIC
                                   AND REG-IO-HOURS GREATER THAN ZEROS
                                   MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                               END-IF
                           END-IF
                           ADD WS-CREDITS-NUM TO WS-TERM-HOURS
                   END-READ
           END-READ.
      *-----------------------------------------------------------------
       600-MEASURE-DEGREE.
      *    percent of the major's requirement hours met - a row with
      *    no numeric credits weighs one, so a major whose rows carry
      *    no hours is measured by the count of requirements met
           MOVE ZEROS TO WS-REQ-TOTAL
           MOVE ZEROS TO WS-REQ-DONE
           MOVE ZEROS TO WS-DEGREE-PCT
           IF ISAM-STUD-MAJOR EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 650-LOAD-PASSED-COURSES
           MOVE ISAM-STUD-MAJOR TO REQ-IO-MAJOR
           MOVE LOW-VALUES      TO REQ-IO-SEQ
           START ISAM-REQ-IN KEY IS NOT LESS THAN REQ-IO-KEY
               INVALID KEY
                   MOVE 1 TO REQ-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO REQ-EOF-FLAG
           END-START
           PERFORM UNTIL REQ-EOF
               READ ISAM-REQ-IN NEXT RECORD
                   AT END
                       MOVE 1 TO REQ-EOF-FLAG
                   NOT AT END
                       IF REQ-IO-MAJOR NOT EQUAL ISAM-STUD-MAJOR
                           MOVE 1 TO REQ-EOF-FLAG
                       ELSE
                           PERFORM 610-WEIGH-ONE-REQ
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REQ-TOTAL GREATER THAN ZEROS
               COMPUTE WS-DEGREE-PCT =
                   (WS-REQ-DONE * 100) / WS-REQ-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       610-WEIGH-ONE-REQ.
           MOVE 1 TO WS-REQ-CREDITS
           IF REQ-IO-CREDITS NUMERIC
               AND REQ-IO-CREDITS GREATER THAN ZEROS
               MOVE REQ-IO-CREDITS TO WS-REQ-CREDITS
           END-IF
           ADD WS-REQ-CREDITS TO WS-REQ-TOTAL
           MOVE 'N' TO WS-REQ-MET
           PERFORM VARYING WS-PASS-IX FROM 1 BY 1
               UNTIL WS-PASS-IX GREATER THAN WS-PASS-CNT
                   OR WS-REQ-MET EQUAL 'Y'
               IF WS-PASS-SUBJ (WS-PASS-IX) EQUAL REQ-IO-SUBJ
                   AND WS-PASS-CRSE (WS-PASS-IX) EQUAL REQ-IO-CRSE
                   MOVE 'Y' TO WS-REQ-MET
               END-IF
           END-PERFORM
           IF WS-REQ-MET EQUAL 'Y'
               ADD WS-REQ-CREDITS TO WS-REQ-DONE
           END-IF.
      *-----------------------------------------------------------------
       650-LOAD-PASSED-COURSES.
      *    a course counts when passed A-D with a grade the scale says
      *    earns, or brought in as a transfer equivalency not graded F
           MOVE ZEROS TO WS-PASS-CNT
           MOVE LOW-VALUES TO REG-IO-KEY
           START ISAM-REG-IO KEY IS NOT LESS THAN REG-IO-KEY
               INVALID KEY
                   MOVE 1 TO REG-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO REG-EOF-FLAG
           END-START
           PERFORM UNTIL REG-EOF
               READ ISAM-REG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO REG-EOF-FLAG
                   NOT AT END
                       IF REG-IO-STUD-ID EQUAL ATH-STUD-ID
                           AND (REG-IO-GRADE EQUAL 'A' OR 'B' OR 'C'
                               OR 'D')
                           MOVE REG-IO-GRADE     TO WS-TP-GRADE
                           MOVE REG-IO-GRADE-MOD TO WS-TP-MOD
                           PERFORM 690-CHECK-EARNS
                           IF WS-GRADE-EARNS EQUAL 'Y'
                               PERFORM 660-ADD-PASSED-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO HST-KEY
           START ISAM-HIST-IN KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 1 TO HIST-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-EOF
               READ ISAM-HIST-IN NEXT RECORD
                   AT END
                       MOVE 1 TO HIST-EOF-FLAG
                   NOT AT END
                       IF HST-STUD-ID EQUAL ATH-STUD-ID
                           AND HST-STATUS NOT EQUAL 'W'
                           AND (HST-GRADE EQUAL 'A' OR 'B' OR 'C'
                               OR 'D')
                           MOVE HST-GRADE     TO WS-TP-GRADE
                           MOVE HST-GRADE-MOD TO WS-TP-MOD
                           PERFORM 690-CHECK-EARNS
                           IF WS-GRADE-EARNS EQUAL 'Y'
                               AND WS-PASS-CNT LESS THAN 300
                               ADD 1 TO WS-PASS-CNT
                               MOVE HST-SUBJ
                                   TO WS-PASS-SUBJ (WS-PASS-CNT)
                               MOVE HST-CRSE
                                   TO WS-PASS-CRSE (WS-PASS-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ATH-STUD-ID TO TC-STUD-ID
           MOVE ZEROS       TO TC-SEQ
           START ISAM-TC-IN KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   MOVE 1 TO TC-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO TC-EOF-FLAG
           END-START
           PERFORM UNTIL TC-EOF
               READ ISAM-TC-IN NEXT RECORD
                   AT END
                       MOVE 1 TO TC-EOF-FLAG
                   NOT AT END
                       IF TC-STUD-ID NOT EQUAL ATH-STUD-ID
                           MOVE 1 TO TC-EOF-FLAG
                       ELSE
                           IF TC-EQUIV-SUBJ NOT EQUAL SPACES
                               AND TC-GRADE NOT EQUAL 'F'
                               AND WS-PASS-CNT LESS THAN 300
                               ADD 1 TO WS-PASS-CNT
                               MOVE TC-EQUIV-SUBJ
                                   TO WS-PASS-SUBJ (WS-PASS-CNT)
                               MOVE TC-EQUIV-CRSE
                                   TO WS-PASS-CRSE (WS-PASS-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       660-ADD-PASSED-REG.
           MOVE REG-IO-CRN TO CRN
           MOVE REG-IO-YR  TO YEAR
           MOVE REG-IO-SEM TO SEMESTER
           READ ISAM-SCHED-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PASS-CNT LESS THAN 300
                       ADD 1 TO WS-PASS-CNT
                       MOVE SUBJ TO WS-PASS-SUBJ (WS-PASS-CNT)
                       MOVE CRSE TO WS-PASS-CRSE (WS-PASS-CNT)
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       690-CHECK-EARNS.
      *    an A-D letter earns unless the grade scale table says its
      *    full code does not (an audit rides as grade A modifier U) -
      *    a non-blank modifier with no table row earns nothing
           MOVE 'Y' TO WS-GRADE-EARNS
           IF WS-GS-STAT EQUAL '00'
               MOVE WS-TP-GRADE TO GS-CODE (1:1)
               MOVE WS-TP-MOD   TO GS-CODE (2:1)
               READ ISAM-GS-IN
                   INVALID KEY
                       IF WS-TP-MOD NOT EQUAL SPACE
                           MOVE 'N' TO WS-GRADE-EARNS
                       END-IF
                   NOT INVALID KEY
                       MOVE GS-EARNED TO WS-GRADE-EARNS
               END-READ
           ELSE
               IF WS-TP-MOD NOT EQUAL SPACE
                   MOVE 'N' TO WS-GRADE-EARNS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'SPORTS CERTIFIED:' TO RPT-TOTAL
           MOVE WS-TOTAL-SPORTS TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'ATHLETES ELIGIBLE:' TO RPT-TOTAL
           MOVE WS-TOTAL-ELIG TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'ATHLETES INELIGIBLE:' TO RPT-TOTAL
           MOVE WS-TOTAL-INEL TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
