      ******************************************************************
      *PROGRAM : OCCUPANCY-RPT.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Emergency occupancy roster - for a building (or one   *
      *          room), a date and a time lists every section, extra   *
      *          MEETING-ISAM.DAT meeting and EVENT-ISAM.DAT booking   *
      *          in progress, with the instructor and office phone,    *
      *          the enrolled students and their phones off            *
      *          STUDENT-MASTER.DAT, and a headcount per room - on a   *
      *          day CALENDAR-ISAM.DAT does not type C no classes are  *
      *          listed, only the event bookings                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCUPANCY-RPT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-SCHED-IN ASSIGN TO
                              "../SCHEDULE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               ALTERNATE KEY IS BLDG-KEY=ISAM-IN-KEY
                                   BLDG ROOM
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-MTG-IN ASSIGN TO "../MEETING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MTG-KEY
                               FILE STATUS   IS WS-MTG-STAT.

           SELECT OPTIONAL ISAM-EVT-IN ASSIGN TO "../EVENT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-EVT-STAT.

           SELECT OPTIONAL ISAM-REG-IN   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                ALTERNATE KEY IS REG-CRN-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-CRN
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-INSTRUC-IN ASSIGN TO
                               "../INSTRUCTOR-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-IO-KEY
                               FILE STATUS   IS WS-INS-STAT.

           SELECT OPTIONAL ISAM-CAL-IN ASSIGN TO "../CALENDAR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CAL-KEY
                               FILE STATUS   IS WS-CAL-STAT.

           SELECT OPTIONAL ISAM-PRT-IN ASSIGN TO
                               "../PART-TERM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PRT-KEY
                               FILE STATUS   IS WS-PRT-STAT.

           SELECT OPTIONAL ISAM-TBL-IN ASSIGN TO
                               "../TIME-BLOCK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TBL-CODE
                               FILE STATUS   IS WS-TBL-STAT.

           SELECT REPORT-OUT ASSIGN TO "../OCCUPANCY.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT SORT-WORK        ASSIGN TO "SORT-WORK.TXT".
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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

       FD  ISAM-MTG-IN.
       01  MTG-REC-IN.
           03  MTG-KEY.
               05  MTG-YR         PIC X(4).
               05  MTG-SEM        PIC X(2).
               05  MTG-CRN        PIC X(6).
               05  MTG-SEQ        PIC 9(2).
           03  MTG-TIME-DAY       PIC X(20).
           03  MTG-BLDG           PIC X(7).
           03  MTG-ROOM           PIC X(6).

       FD  ISAM-EVT-IN.
       01  EVT-REC-IN.
           03  EVT-KEY.
               05  EVT-BLDG       PIC X(7).
               05  EVT-ROOM       PIC X(6).
               05  EVT-SEQ        PIC 9(3).
           03  EVT-DATE           PIC X(8).
           03  EVT-TIME-DAY       PIC X(20).
           03  EVT-DESC           PIC X(30).
           03  EVT-OPER           PIC X(8).

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

       FD  ISAM-INSTRUC-IN.
       01  INSTRUC-REC-IN.
           03  ISAM-IO-KEY.
               05  ISAM-IO-INSTRUC-ID   PIC 9(6).
           03  FILLER       PIC X           VALUE SPACES.
           03  ISAM-IO-NAME PIC X(22).
           03  ISAM-IO-DEPT   PIC X(20)   VALUE SPACES.
           03  ISAM-IO-OFFICE PIC X(10)   VALUE SPACES.
           03  ISAM-IO-PHONE  PIC X(10)   VALUE SPACES.
           03  ISAM-IO-EMAIL  PIC X(30)   VALUE SPACES.

       FD  ISAM-CAL-IN.
       01  CAL-REC-IN.
           03  CAL-KEY.
               05  CAL-SEM        PIC X(2).
               05  CAL-YR         PIC X(4).
               05  CAL-DATE       PIC X(8).
           03  CAL-DAY-TYPE       PIC X.
           03  CAL-DESC           PIC X(20).

       FD  ISAM-PRT-IN.
       01  PRT-REC-IN.
           03  PRT-KEY.
               05  PRT-SEM        PIC X(2).
               05  PRT-YR         PIC X(4).
               05  PRT-CODE       PIC X(2).
           03  PRT-START          PIC X(8).
           03  PRT-END            PIC X(8).
           03  PRT-DROP-DL        PIC X(8).
           03  PRT-WD-DL          PIC X(8).

       FD  ISAM-TBL-IN.
       01  TBL-REC-IN.
           03  TBL-CODE           PIC X(4).
           03  TBL-DAYS           PIC X(8).
           03  TBL-START          PIC 9(4).
           03  TBL-END            PIC 9(4).
           03  TBL-TEXT           PIC X(20).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-ROOM           PIC X(6).
           03  SORT-KIND           PIC 9.
           03  SORT-CRN            PIC X(6).
           03  SORT-SEQ            PIC 9(3).
           03  SORT-TEXT           PIC X(30).
           03  SORT-TIME           PIC X(20).
           03  SORT-INSTRUCTOR     PIC X(22).
           03  SORT-INSTRUC-ID     PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC 9(4).
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
           03  WS-MTG-STAT             PIC XX      VALUE SPACES.
           03  WS-EVT-STAT             PIC XX      VALUE SPACES.
           03  WS-INS-STAT             PIC XX      VALUE SPACES.
           03  WS-CAL-STAT             PIC XX      VALUE SPACES.
           03  WS-PRT-STAT             PIC XX      VALUE SPACES.
           03  WS-TBL-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-CAL-OK               PIC X       VALUE 'Y'.
           03  WS-PART-OK              PIC X       VALUE 'Y'.
           03  WS-ACTIVE               PIC X       VALUE 'N'.
           03  WS-DATED-EVENT          PIC X       VALUE 'N'.
           03  WS-DAY-NUM              PIC 9       VALUE ZERO.
           03  WS-DAY-LETTER           PIC X       VALUE SPACE.
           03  WS-DAY-LETTERS          PIC X(7)    VALUE 'MTWRFSU'.
           03  WS-DAY-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-CUR-ROOM             PIC X(6)    VALUE SPACES.
           03  WS-FIRST-ROOM           PIC X       VALUE 'Y'.
           03  WS-ACT-CNT              PIC 9(4)    VALUE ZEROS.
           03  WS-ROOM-STUD            PIC 9(4)    VALUE ZEROS.
           03  WS-ROOM-INSTR           PIC 9(2)    VALUE ZEROS.
           03  WS-ROOM-EVT             PIC 9(2)    VALUE ZEROS.
           03  WS-BLDG-STUD            PIC 9(5)    VALUE ZEROS.
           03  WS-BLDG-INSTR           PIC 9(3)    VALUE ZEROS.
           03  WS-BLDG-EVT             PIC 9(3)    VALUE ZEROS.
           03  WS-HEADCOUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-PARSE-IN             PIC X(20)   VALUE SPACES.
           03  WS-PARSE-DAYS           PIC X(8)    VALUE SPACES.
           03  WS-PARSE-START          PIC 9(4)    VALUE ZEROS.
           03  WS-PARSE-END            PIC 9(4)    VALUE ZEROS.
           03  WS-P-I                  PIC 9(2)    VALUE ZEROS.
           03  WS-P-POS                PIC 9(2)    VALUE ZEROS.
           03  WS-TBL-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-TBL-IX               PIC 9(2)    VALUE ZEROS.
           03  TBL-EOF-FLAG            PIC X       VALUE SPACES.
               88 TBL-EOF    VALUE '1'.
           03  SCH-EOF-FLAG            PIC X       VALUE SPACES.
               88 SCH-EOF    VALUE '1'.
           03  MTG-EOF-FLAG            PIC X       VALUE SPACES.
               88 MTG-EOF    VALUE '1'.
           03  EVT-EOF-FLAG            PIC X       VALUE SPACES.
               88 EVT-EOF    VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
               05  WS-TBT-TEXT     PIC X(20).
               05  WS-TBT-DAYS     PIC X(8).
               05  WS-TBT-START    PIC 9(4).
               05  WS-TBT-END      PIC 9(4).

       01  WS-REC.
           03  WS-BLDG         PIC X(7)    VALUE SPACES.
           03  WS-ROOM         PIC X(6)    VALUE SPACES.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.
           03  WS-REQ-DATE     PIC X(8)    VALUE SPACES.
           03  WS-REQ-TIME     PIC 9(4)    VALUE ZEROS.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(36)
                   VALUE 'EMERGENCY OCCUPANCY ROSTER - BLDG '.
           03  RH-BLDG     PIC X(7).
           03  FILLER      PIC X       VALUE SPACE.
           03  RH-ROOM     PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(8).
           03  FILLER      PIC X       VALUE SPACE.
           03  RH-TIME     PIC 9(4).
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RH-RUN-DATE PIC X(10).

       01  RPT-ROOM-HEAD.
           03  FILLER      PIC X(5)    VALUE 'ROOM '.
           03  RR-ROOM     PIC X(6).

       01  RPT-ACTIVITY.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RA-KIND     PIC X(8).
           03  FILLER      PIC X       VALUE SPACE.
           03  RA-ID       PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RA-TEXT     PIC X(30).
           03  FILLER      PIC X       VALUE SPACE.
           03  RA-TIME     PIC X(20).

       01  RPT-INSTRUC.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(12)   VALUE 'INSTRUCTOR: '.
           03  RI-NAME     PIC X(22).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RI-PHONE    PIC X(10).

       01  RPT-STUDENT.
           03  FILLER      PIC X(6)    VALUE SPACES.
           03  RS-ID       PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RS-LNAME    PIC X(15).
           03  FILLER      PIC X       VALUE SPACE.
           03  RS-FNAME    PIC X(15).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RS-HPHONE   PIC X(10).
           03  FILLER      PIC X       VALUE SPACE.
           03  RS-CPHONE   PIC X(10).

       01  RPT-ROOM-TOTAL.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(5)    VALUE 'ROOM '.
           03  RT-ROOM     PIC X(6).
           03  FILLER      PIC X(12)   VALUE ' HEADCOUNT: '.
           03  RT-HEAD     PIC ZZ,ZZ9.
           03  FILLER      PIC X(11)   VALUE ' (STUDENTS '.
           03  RT-STUD     PIC ZZ,ZZ9.
           03  FILLER      PIC X(13)   VALUE ' INSTRUCTORS '.
           03  RT-INSTR    PIC ZZ9.
           03  FILLER      PIC X(8)    VALUE ' EVENTS '.
           03  RT-EVT      PIC ZZ9.
           03  FILLER      PIC X       VALUE ')'.

       01  RPT-BLDG-TOTAL.
           03  FILLER      PIC X(5)    VALUE 'BLDG '.
           03  RB-BLDG     PIC X(7).
           03  FILLER      PIC X(13)   VALUE ' HEADCOUNT: '.
           03  RB-HEAD     PIC ZZ,ZZ9.
           03  FILLER      PIC X(11)   VALUE ' (STUDENTS '.
           03  RB-STUD     PIC ZZ,ZZ9.
           03  FILLER      PIC X(13)   VALUE ' INSTRUCTORS '.
           03  RB-INSTR    PIC ZZ9.
           03  FILLER      PIC X(8)    VALUE ' EVENTS '.
           03  RB-EVT      PIC ZZ9.
           03  FILLER      PIC X       VALUE ')'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "OCCUPANCY-RPT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 24 VALUE "EMERGENCY OCCUPANCY ROSTER".

       01  SCRN-OCC-REQ.
           03  LINE 09 COL 25     VALUE '           BLDG:'.
           03  LINE 09 COL 42 PIC X(7)  TO WS-BLDG     AUTO.
           03  LINE 10 COL 25     VALUE ' ROOM (OPTIONAL):'.
           03  LINE 10 COL 43 PIC X(6)  TO WS-ROOM     AUTO.
           03  LINE 11 COL 25     VALUE '         SEM/YR:'.
           03  LINE 11 COL 42 PIC X(2)  TO WS-SEM      AUTO.
           03  LINE 11 COL 44 VALUE '/'.
           03  LINE 11 COL 45 PIC X(4)  TO WS-YR       AUTO.
           03  LINE 12 COL 25     VALUE 'DATE (YYYYMMDD):'.
           03  LINE 12 COL 42 PIC X(8)  TO WS-REQ-DATE AUTO.
           03  LINE 13 COL 25     VALUE '    TIME (HHMM):'.
           03  LINE 13 COL 42 PIC 9(4)  TO WS-REQ-TIME AUTO.
           03  LINE 14 COL 25 VALUE '(BLANK DATE/TIME FOR NOW)'.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

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

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-OCC-REQ
           ACCEPT  SCRN-OCC-REQ
           IF WS-REQ-DATE EQUAL SPACES
               MOVE WS-NOW-DATE TO WS-REQ-DATE
           END-IF
           IF WS-REQ-TIME EQUAL ZEROS
               MOVE WS-NOW-TIME TO WS-REQ-TIME
           END-IF

           EVALUATE TRUE
               WHEN WS-BLDG EQUAL SPACES
                   MOVE 'BUILDING REQUIRED' TO WS-MSG
               WHEN WS-SEM EQUAL SPACES OR WS-YR EQUAL SPACES
                   MOVE 'SEM/YR REQUIRED' TO WS-MSG
               WHEN WS-REQ-DATE NOT NUMERIC
                   MOVE 'DATE MUST BE YYYYMMDD' TO WS-MSG
               WHEN OTHER
                   PERFORM 100-RUN-ROSTER
           END-EVALUATE

           DISPLAY SCRN-OCC-REQ
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-RUN-ROSTER.
      *    the pattern letters are MTWRFS with U for Sunday - day 1 of
      *    the integer calendar fell on a Monday
           COMPUTE WS-DAY-NUM = FUNCTION MOD (FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-REQ-DATE)) - 1, 7) + 1
           MOVE WS-DAY-LETTERS (WS-DAY-NUM:1) TO WS-DAY-LETTER

           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-MTG-IN
           OPEN INPUT ISAM-EVT-IN
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-INSTRUC-IN
           OPEN INPUT ISAM-CAL-IN
           OPEN INPUT ISAM-PRT-IN
           OPEN OUTPUT REPORT-OUT
           PERFORM 140-LOAD-TIME-BLOCKS
           PERFORM 150-CHECK-CALENDAR

           MOVE WS-BLDG      TO RH-BLDG
           MOVE WS-ROOM      TO RH-ROOM
           MOVE WS-REQ-DATE  TO RH-DATE
           MOVE WS-REQ-TIME  TO RH-TIME
           MOVE DISPLAY-DATE TO RH-RUN-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           IF WS-CAL-OK EQUAL 'N'
               MOVE '  NOT A CLASS DAY - EVENT BOOKINGS ONLY'
                   TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY SORT-ROOM SORT-KIND SORT-CRN SORT-SEQ
               INPUT  PROCEDURE 200-SELECT-ACTIVITY
               OUTPUT PROCEDURE 400-PRINT-ROSTER

           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-MTG-IN
           CLOSE ISAM-EVT-IN
           CLOSE ISAM-REG-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-INSTRUC-IN
           CLOSE ISAM-CAL-IN
           CLOSE ISAM-PRT-IN
           CLOSE REPORT-OUT

           COMPUTE WS-HEADCOUNT = WS-BLDG-STUD + WS-BLDG-INSTR
           MOVE SPACES TO WS-MSG
           STRING 'OCCUPANCY.RPT - HEADCOUNT ' WS-HEADCOUNT
               DELIMITED BY SIZE INTO WS-MSG.
      *-----------------------------------------------------------------
       140-LOAD-TIME-BLOCKS.
           MOVE ZEROS TO WS-TBL-CNT
           OPEN INPUT ISAM-TBL-IN
           IF WS-TBL-STAT EQUAL '00' OR '05'
               MOVE LOW-VALUES TO TBL-CODE
               START ISAM-TBL-IN KEY IS NOT LESS THAN TBL-CODE
                   INVALID KEY
                       MOVE 1 TO TBL-EOF-FLAG
                   NOT INVALID KEY
                       MOVE SPACES TO TBL-EOF-FLAG
               END-START
               PERFORM UNTIL TBL-EOF
                   READ ISAM-TBL-IN NEXT RECORD
                       AT END
                           MOVE 1 TO TBL-EOF-FLAG
                       NOT AT END
                           IF WS-TBL-CNT LESS THAN 50
                               ADD 1 TO WS-TBL-CNT
                               MOVE TBL-TEXT
                                   TO WS-TBT-TEXT (WS-TBL-CNT)
                               MOVE TBL-DAYS
                                   TO WS-TBT-DAYS (WS-TBL-CNT)
                               MOVE TBL-START
                                   TO WS-TBT-START (WS-TBL-CNT)
                               MOVE TBL-END
                                   TO WS-TBT-END (WS-TBL-CNT)
                           ELSE
                               MOVE 1 TO TBL-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISAM-TBL-IN
           END-IF.
      *-----------------------------------------------------------------
       150-CHECK-CALENDAR.
      *    a term with no calendar rows treats every day as a class
      *    day - once CAL-MAINT loads the term only a day typed C
      *    has classes meeting
           MOVE 'Y' TO WS-CAL-OK
           MOVE WS-SEM     TO CAL-SEM
           MOVE WS-YR      TO CAL-YR
           MOVE LOW-VALUES TO CAL-DATE
           START ISAM-CAL-IN KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ISAM-CAL-IN NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF CAL-SEM NOT EQUAL WS-SEM OR CAL-YR NOT EQUAL WS-YR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CAL-OK
           MOVE WS-SEM      TO CAL-SEM
           MOVE WS-YR       TO CAL-YR
           MOVE WS-REQ-DATE TO CAL-DATE
           READ ISAM-CAL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-DAY-TYPE EQUAL 'C'
                       MOVE 'Y' TO WS-CAL-OK
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-SELECT-ACTIVITY.
           IF WS-CAL-OK EQUAL 'Y'
               PERFORM 210-SELECT-SECTIONS
               PERFORM 230-SELECT-MEETINGS
           END-IF
           PERFORM 250-SELECT-EVENTS.
      *-----------------------------------------------------------------
       210-SELECT-SECTIONS.
      *    BLDG-KEY runs YEAR/SEM/BLDG/ROOM - one walk covers the
      *    building, or just the room when one was keyed
           MOVE WS-YR   TO YEAR
           MOVE WS-SEM  TO SEMESTER
           MOVE WS-BLDG TO BLDG
           MOVE WS-ROOM TO ROOM
           START ISAM-SCHED-IN KEY IS NOT LESS THAN BLDG-KEY
               INVALID KEY
                   MOVE 1 TO SCH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SCH-EOF-FLAG
           END-START
           PERFORM UNTIL SCH-EOF
               READ ISAM-SCHED-IN NEXT RECORD
                   AT END
                       MOVE 1 TO SCH-EOF-FLAG
                   NOT AT END
                       IF YEAR NOT EQUAL WS-YR
                           OR SEMESTER NOT EQUAL WS-SEM
                           OR BLDG NOT EQUAL WS-BLDG
                           OR (WS-ROOM NOT EQUAL SPACES
                               AND ROOM NOT EQUAL WS-ROOM)
                           MOVE 1 TO SCH-EOF-FLAG
                       ELSE
                           MOVE 'N' TO WS-DATED-EVENT
                           MOVE TIME-DAY TO WS-PARSE-IN
                           PERFORM 296-PARSE-TIME
                           PERFORM 220-TEST-ACTIVE
                           PERFORM 260-CHECK-PART
                           IF WS-ACTIVE EQUAL 'Y'
                               AND WS-PART-OK EQUAL 'Y'
                               MOVE ROOM       TO SORT-ROOM
                               MOVE 1          TO SORT-KIND
                               MOVE ZEROS      TO SORT-SEQ
                               PERFORM 240-FILL-SECTION-SORT
                               RELEASE SORT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       220-TEST-ACTIVE.
      *    in progress means the day letter is in the pattern and the
      *    keyed time falls from the start up to (not at) the end - a
      *    dated booking with no day letters runs on its date only
           MOVE 'N' TO WS-ACTIVE
           IF WS-PARSE-START EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-PARSE-DAYS EQUAL SPACES
               IF WS-DATED-EVENT NOT EQUAL 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE ZEROS TO WS-DAY-CNT
               INSPECT WS-PARSE-DAYS TALLYING WS-DAY-CNT
                   FOR ALL WS-DAY-LETTER
               IF WS-DAY-CNT EQUAL ZEROS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REQ-TIME NOT LESS THAN WS-PARSE-START
               AND WS-REQ-TIME LESS THAN WS-PARSE-END
               MOVE 'Y' TO WS-ACTIVE
           END-IF.
      *-----------------------------------------------------------------
       230-SELECT-MEETINGS.
           MOVE WS-YR      TO MTG-YR
           MOVE WS-SEM     TO MTG-SEM
           MOVE LOW-VALUES TO MTG-CRN
           MOVE ZEROS      TO MTG-SEQ
           START ISAM-MTG-IN KEY IS NOT LESS THAN MTG-KEY
               INVALID KEY
                   MOVE 1 TO MTG-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO MTG-EOF-FLAG
           END-START
           PERFORM UNTIL MTG-EOF
               READ ISAM-MTG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO MTG-EOF-FLAG
                   NOT AT END
                       IF MTG-YR NOT EQUAL WS-YR
                           OR MTG-SEM NOT EQUAL WS-SEM
                           MOVE 1 TO MTG-EOF-FLAG
                       ELSE
                           IF MTG-BLDG EQUAL WS-BLDG
                               AND (WS-ROOM EQUAL SPACES
                                   OR MTG-ROOM EQUAL WS-ROOM)
                               PERFORM 235-TEST-ONE-MEETING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       235-TEST-ONE-MEETING.
           MOVE 'N' TO WS-DATED-EVENT
           MOVE MTG-TIME-DAY TO WS-PARSE-IN
           PERFORM 296-PARSE-TIME
           PERFORM 220-TEST-ACTIVE
           IF WS-ACTIVE EQUAL 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YR   TO YEAR
           MOVE WS-SEM  TO SEMESTER
           MOVE MTG-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE SPACES TO SCHED-REC-IN
                   MOVE MTG-CRN TO CRN
                   MOVE ZEROS   TO INSTRUC-ID
           END-READ
           PERFORM 260-CHECK-PART
           IF WS-PART-OK EQUAL 'Y'
               PERFORM 240-FILL-SECTION-SORT
               MOVE MTG-ROOM     TO SORT-ROOM
               MOVE 2            TO SORT-KIND
               MOVE MTG-SEQ      TO SORT-SEQ
               MOVE MTG-TIME-DAY TO SORT-TIME
               RELEASE SORT-REC
           END-IF.
      *-----------------------------------------------------------------
       240-FILL-SECTION-SORT.
           MOVE CRN        TO SORT-CRN
           MOVE SPACES     TO SORT-TEXT
           STRING SUBJ ' ' CRSE DELIMITED BY SIZE INTO SORT-TEXT
           MOVE TIME-DAY   TO SORT-TIME
           MOVE INSTRUCTOR TO SORT-INSTRUCTOR
           MOVE INSTRUC-ID TO SORT-INSTRUC-ID.
      *-----------------------------------------------------------------
       250-SELECT-EVENTS.
      *    EVT-KEY runs BLDG/ROOM/SEQ - dated bookings count on their
      *    date only, undated ones on every day their pattern names
           MOVE WS-BLDG TO EVT-BLDG
           MOVE WS-ROOM TO EVT-ROOM
           MOVE ZEROS   TO EVT-SEQ
           START ISAM-EVT-IN KEY IS NOT LESS THAN EVT-KEY
               INVALID KEY
                   MOVE 1 TO EVT-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EVT-EOF-FLAG
           END-START
           PERFORM UNTIL EVT-EOF
               READ ISAM-EVT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EVT-EOF-FLAG
                   NOT AT END
                       IF EVT-BLDG NOT EQUAL WS-BLDG
                           OR (WS-ROOM NOT EQUAL SPACES
                               AND EVT-ROOM NOT EQUAL WS-ROOM)
                           MOVE 1 TO EVT-EOF-FLAG
                       ELSE
                           IF EVT-DATE EQUAL WS-REQ-DATE
                               OR EVT-DATE EQUAL SPACES
                               PERFORM 255-TEST-ONE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       255-TEST-ONE-EVENT.
           IF EVT-DATE EQUAL SPACES
               MOVE 'N' TO WS-DATED-EVENT
           ELSE
               MOVE 'Y' TO WS-DATED-EVENT
           END-IF
           MOVE EVT-TIME-DAY TO WS-PARSE-IN
           PERFORM 296-PARSE-TIME
           PERFORM 220-TEST-ACTIVE
           IF WS-ACTIVE EQUAL 'Y'
               MOVE EVT-ROOM     TO SORT-ROOM
               MOVE 3            TO SORT-KIND
               MOVE SPACES       TO SORT-CRN
               MOVE EVT-SEQ      TO SORT-SEQ
               MOVE EVT-DESC     TO SORT-TEXT
               MOVE EVT-TIME-DAY TO SORT-TIME
               MOVE EVT-OPER     TO SORT-INSTRUCTOR
               MOVE ZEROS        TO SORT-INSTRUC-ID
               RELEASE SORT-REC
           END-IF.
      *-----------------------------------------------------------------
       260-CHECK-PART.
      *    a section in a part of term only meets between that part's
      *    start and end dates
           MOVE 'Y' TO WS-PART-OK
           IF PART-OF-TERM EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEM       TO PRT-SEM
           MOVE WS-YR        TO PRT-YR
           MOVE PART-OF-TERM TO PRT-CODE
           READ ISAM-PRT-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (PRT-START NOT EQUAL SPACES
                           AND WS-REQ-DATE LESS THAN PRT-START)
                       OR (PRT-END NOT EQUAL SPACES
                           AND WS-REQ-DATE GREATER THAN PRT-END)
                       MOVE 'N' TO WS-PART-OK
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       296-PARSE-TIME.
           MOVE SPACES TO WS-PARSE-DAYS
           MOVE ZEROS  TO WS-PARSE-START
           MOVE ZEROS  TO WS-PARSE-END
           MOVE ZEROS  TO WS-P-POS
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
               UNTIL WS-TBL-IX GREATER THAN WS-TBL-CNT
               IF WS-PARSE-IN EQUAL WS-TBT-TEXT (WS-TBL-IX)
                   MOVE WS-TBT-DAYS (WS-TBL-IX)  TO WS-PARSE-DAYS
                   MOVE WS-TBT-START (WS-TBL-IX) TO WS-PARSE-START
                   MOVE WS-TBT-END (WS-TBL-IX)   TO WS-PARSE-END
                   MOVE WS-TBL-CNT TO WS-TBL-IX
               END-IF
           END-PERFORM
           IF WS-PARSE-START GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P-I FROM 1 BY 1
               UNTIL WS-P-I GREATER THAN 17
               OR WS-P-POS GREATER THAN ZEROS
               IF WS-PARSE-IN (WS-P-I:4) NUMERIC
                   MOVE WS-PARSE-IN (WS-P-I:4) TO WS-PARSE-START
                   MOVE WS-P-I TO WS-P-POS
               END-IF
           END-PERFORM
           IF WS-P-POS GREATER THAN ZEROS
               AND WS-P-POS LESS THAN 13
               IF WS-PARSE-IN (WS-P-POS + 5:4) NUMERIC
                   MOVE WS-PARSE-IN (WS-P-POS + 5:4)
                       TO WS-PARSE-END
               END-IF
           END-IF
           IF WS-PARSE-START GREATER THAN ZEROS
               AND WS-PARSE-END NOT GREATER THAN WS-PARSE-START
               COMPUTE WS-PARSE-END = WS-PARSE-START + 100
           END-IF
           IF WS-P-POS GREATER THAN 1
               IF WS-P-POS GREATER THAN 9
                   MOVE WS-PARSE-IN (1:8) TO WS-PARSE-DAYS
               ELSE
                   SUBTRACT 1 FROM WS-P-POS
                   MOVE WS-PARSE-IN (1:WS-P-POS) TO WS-PARSE-DAYS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       400-PRINT-ROSTER.
           MOVE 'Y'    TO WS-FIRST-ROOM
           MOVE SPACES TO WS-CUR-ROOM
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 410-PRINT-ONE-ACTIVITY
               END-RETURN
           END-PERFORM
           IF WS-FIRST-ROOM EQUAL 'N'
               PERFORM 450-PRINT-ROOM-TOTAL
           END-IF
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           COMPUTE WS-HEADCOUNT = WS-BLDG-STUD + WS-BLDG-INSTR
           MOVE WS-BLDG       TO RB-BLDG
           MOVE WS-HEADCOUNT  TO RB-HEAD
           MOVE WS-BLDG-STUD  TO RB-STUD
           MOVE WS-BLDG-INSTR TO RB-INSTR
           MOVE WS-BLDG-EVT   TO RB-EVT
           WRITE REPORT-LINE-OUT FROM RPT-BLDG-TOTAL.
      *-----------------------------------------------------------------
       410-PRINT-ONE-ACTIVITY.
           IF WS-FIRST-ROOM EQUAL 'Y'
               OR SORT-ROOM NOT EQUAL WS-CUR-ROOM
               IF WS-FIRST-ROOM EQUAL 'N'
                   PERFORM 450-PRINT-ROOM-TOTAL
               END-IF
               MOVE 'N'       TO WS-FIRST-ROOM
               MOVE SORT-ROOM TO WS-CUR-ROOM
               MOVE ZEROS     TO WS-ROOM-STUD
               MOVE ZEROS     TO WS-ROOM-INSTR
               MOVE ZEROS     TO WS-ROOM-EVT
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE SORT-ROOM TO RR-ROOM
               WRITE REPORT-LINE-OUT FROM RPT-ROOM-HEAD
           END-IF
           EVALUATE SORT-KIND
               WHEN 1
                   MOVE 'SECTION' TO RA-KIND
               WHEN 2
                   MOVE 'MEETING' TO RA-KIND
               WHEN OTHER
                   MOVE 'EVENT'   TO RA-KIND
           END-EVALUATE
           MOVE SORT-CRN  TO RA-ID
           MOVE SORT-TEXT TO RA-TEXT
           MOVE SORT-TIME TO RA-TIME
           WRITE REPORT-LINE-OUT FROM RPT-ACTIVITY
           ADD 1 TO WS-ACT-CNT
           IF SORT-KIND EQUAL 3
               MOVE SPACES TO REPORT-LINE-OUT
               STRING '    BOOKED BY ' SORT-INSTRUCTOR
                   ' - ATTENDANCE NOT KNOWN' DELIMITED BY SIZE
                   INTO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               ADD 1 TO WS-ROOM-EVT
               ADD 1 TO WS-BLDG-EVT
           ELSE
               PERFORM 420-PRINT-INSTRUCTOR
               PERFORM 430-PRINT-STUDENTS
           END-IF.
      *-----------------------------------------------------------------
       420-PRINT-INSTRUCTOR.
           MOVE SORT-INSTRUCTOR TO RI-NAME
           MOVE SPACES          TO RI-PHONE
           IF SORT-INSTRUC-ID NOT EQUAL ZEROS
               MOVE SORT-INSTRUC-ID TO ISAM-IO-INSTRUC-ID
               READ ISAM-INSTRUC-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ISAM-IO-PHONE TO RI-PHONE
               END-READ
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-INSTRUC
           IF SORT-INSTRUCTOR NOT EQUAL SPACES
               ADD 1 TO WS-ROOM-INSTR
               ADD 1 TO WS-BLDG-INSTR
           END-IF.
      *-----------------------------------------------------------------
       430-PRINT-STUDENTS.
      *    everyone still on the roll - waitlisted and withdrawn rows
      *    are not in the room
           MOVE WS-SEM   TO REG-IO-SEM
           MOVE WS-YR    TO REG-IO-YR
           MOVE SORT-CRN TO REG-IO-CRN
           START ISAM-REG-IN KEY IS NOT LESS THAN REG-CRN-KEY
               INVALID KEY
                   MOVE 1 TO REG-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO REG-EOF-FLAG
           END-START
           PERFORM UNTIL REG-EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO REG-EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           OR REG-IO-CRN NOT EQUAL SORT-CRN
                           MOVE 1 TO REG-EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               PERFORM 440-PRINT-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       440-PRINT-ONE-STUDENT.
           MOVE REG-IO-STUD-ID TO ISAM-STUD-KEY
           MOVE REG-IO-STUD-ID TO RS-ID
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO RS-LNAME
                   MOVE SPACES          TO RS-FNAME
                   MOVE SPACES          TO RS-HPHONE
                   MOVE SPACES          TO RS-CPHONE
               NOT INVALID KEY
                   MOVE ISAM-STUD-LNAME  TO RS-LNAME
                   MOVE ISAM-SUTD-FNAME  TO RS-FNAME
                   MOVE ISAM-STUD-HPHONE TO RS-HPHONE
                   MOVE ISAM-STUD-CPHONE TO RS-CPHONE
           END-READ
           WRITE REPORT-LINE-OUT FROM RPT-STUDENT
           ADD 1 TO WS-ROOM-STUD
           ADD 1 TO WS-BLDG-STUD.
      *-----------------------------------------------------------------
       450-PRINT-ROOM-TOTAL.
           COMPUTE WS-HEADCOUNT = WS-ROOM-STUD + WS-ROOM-INSTR
           MOVE WS-CUR-ROOM   TO RT-ROOM
           MOVE WS-HEADCOUNT  TO RT-HEAD
           MOVE WS-ROOM-STUD  TO RT-STUD
           MOVE WS-ROOM-INSTR TO RT-INSTR
           MOVE WS-ROOM-EVT   TO RT-EVT
           WRITE REPORT-LINE-OUT FROM RPT-ROOM-TOTAL.
