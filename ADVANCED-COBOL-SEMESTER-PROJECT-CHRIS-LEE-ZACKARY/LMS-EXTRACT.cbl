      ******************************************************************
      *PROGRAM : LMS-EXTRACT.CBL                                       *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Nightly learning management system feed for a SEM/YR  *
      *          with delta processing the way PATRON-EXTRACT works -  *
      *          course shells come off SCHEDULE-MASTER (title from    *
      *          COURSE-MASTER, instructor from INSTRUCTOR-MASTER by   *
      *          INSTRUC-ID), with a cross-listed XLIST-ISAM group     *
      *          going out as the one shell of its primary CRN, and    *
      *          enrollments come off REG-ISAM - each side is walked   *
      *          against the term's snapshot of the last run and only  *
      *          the differences go to LMS-FEED.TXT: shell adds, drops *
      *          and instructor reassignments, enrollment adds and     *
      *          drops - the new snapshots replace the old when the    *
      *          run completes - LMS-CONTROL.RPT balances the feed     *
      *          against a separate count of the term's REG-ISAM rows  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMS-EXTRACT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                          FILE STATUS   IS WS-STAT.

           SELECT ISAM-SCHK-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CHK-KEY=CHK-IN-KEY CHK-CRN
                          FILE STATUS   IS WS-CHK-STAT.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-CRS-STAT.

           SELECT OPTIONAL ISAM-INSTRUC-IN ASSIGN TO
                              "../INSTRUCTOR-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS INS-KEY
                          FILE STATUS   IS WS-INS-STAT.

           SELECT OPTIONAL ISAM-XL-IN ASSIGN TO "../XLIST-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS XL-KEY
                          FILE STATUS   IS WS-XL-STAT.

           SELECT OPTIONAL ISAM-REG-IN ASSIGN TO "../REG-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS REG-IO-KEY
                          FILE STATUS   IS WS-REG-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-STUD-KEY
                          FILE STATUS   IS WS-STU-STAT.

           SELECT SHELL-SNAP-IN ASSIGN TO WS-SHL-SNAP-PATH
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-SSI-STAT.

           SELECT SHELL-SNAP-OUT ASSIGN TO WS-SHL-NEW-PATH
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-SSO-STAT.

           SELECT ENRL-SNAP-IN ASSIGN TO WS-ENR-SNAP-PATH
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-ESI-STAT.

           SELECT ENRL-SNAP-OUT ASSIGN TO WS-ENR-NEW-PATH
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-ESO-STAT.

           SELECT FEED-OUT ASSIGN TO "../LMS-FEED.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-FED-STAT.

           SELECT CONTROL-OUT ASSIGN TO "../LMS-CONTROL.RPT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-CTL-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-PRM-STAT.
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

       FD  ISAM-SCHK-IN.
       01  SCHK-REC-IN.
           03  CHK-IN-KEY.
               05  CHK-YEAR        PIC XXXX.
               05  CHK-SEMESTER    PIC XX.
           03  CHK-CRN             PIC X(6).
           03  FILLER              PIC X(85).

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

       FD  ISAM-INSTRUC-IN.
       01  INS-REC-IN.
           03  INS-KEY.
               05  INS-ID          PIC 9(6).
           03  FILLER              PIC X.
           03  INS-NAME            PIC X(22).
           03  INS-DEPT            PIC X(20)   VALUE SPACES.
           03  INS-OFFICE          PIC X(10)   VALUE SPACES.
           03  INS-PHONE           PIC X(10)   VALUE SPACES.
           03  INS-EMAIL           PIC X(30)   VALUE SPACES.

       FD  ISAM-XL-IN.
       01  XL-REC-IN.
           03  XL-KEY.
               05  XL-SEM         PIC X(2).
               05  XL-YR          PIC X(4).
               05  XL-CRN         PIC X(6).
           03  XL-GROUP           PIC X(6).

       FD  ISAM-REG-IN.
       01  REG-REC-IN.
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

       FD  SHELL-SNAP-IN.
       01  SHELL-SNAP-LINE-IN.
           03  SSI-CRN             PIC X(6).
           03  SSI-SUBJ            PIC X(5).
           03  SSI-CRSE            PIC X(6).
           03  SSI-INSTRUC-ID      PIC 9(6).

       FD  SHELL-SNAP-OUT.
       01  SHELL-SNAP-LINE-OUT.
           03  SSO-CRN             PIC X(6).
           03  SSO-SUBJ            PIC X(5).
           03  SSO-CRSE            PIC X(6).
           03  SSO-INSTRUC-ID      PIC 9(6).

       FD  ENRL-SNAP-IN.
       01  ENRL-SNAP-LINE-IN.
           03  ESI-KEY.
               05  ESI-CRN         PIC X(6).
               05  ESI-STUD-ID     PIC 9(6).
           03  ESI-SHELL           PIC X(6).

       FD  ENRL-SNAP-OUT.
       01  ENRL-SNAP-LINE-OUT.
           03  ESO-KEY.
               05  ESO-CRN         PIC X(6).
               05  ESO-STUD-ID     PIC 9(6).
           03  ESO-SHELL           PIC X(6).

       FD  FEED-OUT.
       01  FEED-SHELL-OUT.
           03  FS-TYPE             PIC X.
           03  FILLER              PIC X.
           03  FS-ACTION           PIC X.
           03  FILLER              PIC X.
           03  FS-SEM              PIC X(2).
           03  FS-YR               PIC X(4).
           03  FILLER              PIC X.
           03  FS-SHELL            PIC X(6).
           03  FILLER              PIC X.
           03  FS-SUBJ             PIC X(5).
           03  FS-CRSE             PIC X(6).
           03  FILLER              PIC X.
           03  FS-TITLE            PIC X(30).
           03  FILLER              PIC X.
           03  FS-INSTRUC-ID       PIC 9(6).
           03  FILLER              PIC X.
           03  FS-INSTRUC-NAME     PIC X(22).
           03  FILLER              PIC X.
           03  FS-INSTRUC-EMAIL    PIC X(30).
       01  FEED-ENRL-OUT.
           03  FE-TYPE             PIC X.
           03  FILLER              PIC X.
           03  FE-ACTION           PIC X.
           03  FILLER              PIC X.
           03  FE-SEM              PIC X(2).
           03  FE-YR               PIC X(4).
           03  FILLER              PIC X.
           03  FE-SHELL            PIC X(6).
           03  FILLER              PIC X.
           03  FE-CRN              PIC X(6).
           03  FILLER              PIC X.
           03  FE-STUD-ID          PIC 9(6).
           03  FILLER              PIC X.
           03  FE-LNAME            PIC X(15).
           03  FILLER              PIC X.
           03  FE-FNAME            PIC X(15).
           03  FILLER              PIC X.
           03  FE-EMAIL            PIC X(30).

       FD  CONTROL-OUT.
       01  CONTROL-LINE-OUT        PIC X(80).

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
           03  WS-CHK-STAT             PIC XX      VALUE SPACES.
           03  WS-CRS-STAT             PIC XX      VALUE SPACES.
           03  WS-INS-STAT             PIC XX      VALUE SPACES.
           03  WS-XL-STAT              PIC XX      VALUE SPACES.
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-SSI-STAT             PIC XX      VALUE SPACES.
           03  WS-SSO-STAT             PIC XX      VALUE SPACES.
           03  WS-ESI-STAT             PIC XX      VALUE SPACES.
           03  WS-ESO-STAT             PIC XX      VALUE SPACES.
           03  WS-FED-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'LMS-EXTRACT'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-CMD                  PIC X(60)   VALUE SPACES.
           03  WS-CUR-DONE             PIC X       VALUE 'N'.
           03  WS-OLD-DONE             PIC X       VALUE 'N'.
           03  WS-ACTION               PIC X       VALUE SPACE.
           03  WS-SHELL                PIC X(6)    VALUE SPACES.
           03  WS-LAST-CRN             PIC X(6)    VALUE SPACES.
           03  WS-LAST-SHELL           PIC X(6)    VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       01  WS-PATHS.
           03  WS-SHL-SNAP-PATH        PIC X(30)   VALUE SPACES.
           03  WS-SHL-NEW-PATH         PIC X(30)   VALUE SPACES.
           03  WS-ENR-SNAP-PATH        PIC X(30)   VALUE SPACES.
           03  WS-ENR-NEW-PATH         PIC X(30)   VALUE SPACES.

       01  WS-COUNTS.
           03  WS-SECT-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-FOLD-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-SHELL-OLD            PIC 9(6)    VALUE ZEROS.
           03  WS-SHELL-NEW            PIC 9(6)    VALUE ZEROS.
           03  WS-SHELL-ADD            PIC 9(6)    VALUE ZEROS.
           03  WS-SHELL-DROP           PIC 9(6)    VALUE ZEROS.
           03  WS-SHELL-INST           PIC 9(6)    VALUE ZEROS.
           03  WS-ENRL-OLD             PIC 9(6)    VALUE ZEROS.
           03  WS-ENRL-NEW             PIC 9(6)    VALUE ZEROS.
           03  WS-ENRL-ADD             PIC 9(6)    VALUE ZEROS.
           03  WS-ENRL-DROP            PIC 9(6)    VALUE ZEROS.
           03  WS-REG-ROWS             PIC 9(6)    VALUE ZEROS.
           03  WS-REG-WDRAWN           PIC 9(6)    VALUE ZEROS.
           03  WS-REG-ACTIVE           PIC 9(6)    VALUE ZEROS.
           03  WS-BAL-CHECK            PIC 9(6)    VALUE ZEROS.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

       01  WS-CUR-SHELL.
           03  WS-CS-CRN           PIC X(6)    VALUE SPACES.
           03  WS-CS-SUBJ          PIC X(5)    VALUE SPACES.
           03  WS-CS-CRSE          PIC X(6)    VALUE SPACES.
           03  WS-CS-INSTRUC-ID    PIC 9(6)    VALUE ZEROS.

       01  WS-CUR-ENRL.
           03  WS-CE-KEY.
               05  WS-CE-CRN       PIC X(6)    VALUE SPACES.
               05  WS-CE-STUD-ID   PIC 9(6)    VALUE ZEROS.
           03  WS-CE-SHELL         PIC X(6)    VALUE SPACES.

       01  CTL-HEAD-1.
           03  FILLER          PIC X(18)   VALUE SPACES.
           03  FILLER          PIC X(30)
                   VALUE 'LMS FEED CONTROL REPORT'.
           03  CH-SEM          PIC X(2).
           03  FILLER          PIC X       VALUE '/'.
           03  CH-YR           PIC X(4).
           03  FILLER          PIC X(15)   VALUE SPACES.
           03  CH-DATE         PIC X(10).

       01  CTL-SUBHEAD.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  CS-TEXT         PIC X(40).

       01  CTL-DETAIL.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  CD-LABEL        PIC X(34).
           03  CD-VALUE        PIC Z,ZZZ,ZZ9.
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  CD-NOTE         PIC X(16).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "LMS-EXTRACT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 26 VALUE "LMS ENROLLMENT FEED".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 35                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-MSG.
           03  LINE 10 COL 25 VALUE 'SHELL ADDS:'.
           03  LINE 10 COL 40 PIC 9(6) FROM WS-SHELL-ADD.
           03  LINE 11 COL 25 VALUE 'SHELL DROPS:'.
           03  LINE 11 COL 40 PIC 9(6) FROM WS-SHELL-DROP.
           03  LINE 12 COL 25 VALUE 'INSTRUCTOR:'.
           03  LINE 12 COL 40 PIC 9(6) FROM WS-SHELL-INST.
           03  LINE 13 COL 25 VALUE 'ENROLL ADDS:'.
           03  LINE 13 COL 40 PIC 9(6) FROM WS-ENRL-ADD.
           03  LINE 14 COL 25 VALUE 'ENROLL DROPS:'.
           03  LINE 14 COL 40 PIC 9(6) FROM WS-ENRL-DROP.
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

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

      *    each term keeps its own pair of snapshots so a summer and
      *    a fall feed can run side by side through registration
           STRING '../LMS-SHELL-' WS-SEM WS-YR '.TXT'
               DELIMITED BY SIZE INTO WS-SHL-SNAP-PATH
           STRING '../LMS-SHELL-' WS-SEM WS-YR '.NEW'
               DELIMITED BY SIZE INTO WS-SHL-NEW-PATH
           STRING '../LMS-ENRL-' WS-SEM WS-YR '.TXT'
               DELIMITED BY SIZE INTO WS-ENR-SNAP-PATH
           STRING '../LMS-ENRL-' WS-SEM WS-YR '.NEW'
               DELIMITED BY SIZE INTO WS-ENR-NEW-PATH

           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-SCHK-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-INSTRUC-IN
           OPEN INPUT ISAM-XL-IN
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT FEED-OUT
           OPEN OUTPUT CONTROL-OUT

           PERFORM 100-SHELL-PASS
           PERFORM 200-ENROLLMENT-PASS
           PERFORM 300-COUNT-REG-ROWS
           PERFORM 600-WRITE-CONTROL-REPORT

           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-SCHK-IN
           CLOSE ISAM-COURSE-IN
           CLOSE ISAM-INSTRUC-IN
           CLOSE ISAM-XL-IN
           CLOSE ISAM-REG-IN
           CLOSE ISAM-STUD-IN
           CLOSE FEED-OUT
           CLOSE CONTROL-OUT

           MOVE SPACES TO WS-CMD
           STRING 'mv -f ' WS-SHL-NEW-PATH DELIMITED BY SPACE
                  ' '      DELIMITED BY SIZE
                  WS-SHL-SNAP-PATH DELIMITED BY SPACE
                  INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-CMD
           STRING 'mv -f ' WS-ENR-NEW-PATH DELIMITED BY SPACE
                  ' '      DELIMITED BY SIZE
                  WS-ENR-SNAP-PATH DELIMITED BY SPACE
                  INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

           MOVE 'LMS-FEED.TXT WRITTEN' TO WS-MSG
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
       100-SHELL-PASS.
      *    sections and the snapshot both run in CRN order so one
      *    pass pairs them off - low current CRN is a new shell, low
      *    snapshot CRN is a shell gone, a matched pair is checked for
      *    a new instructor
           MOVE 'N' TO WS-CUR-DONE
           MOVE 'N' TO WS-OLD-DONE
           OPEN INPUT SHELL-SNAP-IN
           IF WS-SSI-STAT NOT EQUAL '00'
      *        first run for the term - every shell is an add
               MOVE 'Y' TO WS-OLD-DONE
           END-IF
           OPEN OUTPUT SHELL-SNAP-OUT

           MOVE WS-YR      TO YEAR
           MOVE WS-SEM     TO SEMESTER
           MOVE LOW-VALUES TO CRN
           START ISAM-SCHED-IN KEY IS NOT LESS THAN CRN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUR-DONE
           END-START
           IF WS-CUR-DONE EQUAL 'N'
               PERFORM 110-NEXT-SHELL
           END-IF
           IF WS-OLD-DONE EQUAL 'N'
               PERFORM 130-NEXT-OLD-SHELL
           END-IF

           PERFORM UNTIL WS-CUR-DONE EQUAL 'Y'
               AND WS-OLD-DONE EQUAL 'Y'
               EVALUATE TRUE
                   WHEN WS-OLD-DONE EQUAL 'Y'
                       PERFORM 140-EMIT-SHELL-ADD
                       PERFORM 110-NEXT-SHELL
                   WHEN WS-CUR-DONE EQUAL 'Y'
                       PERFORM 160-EMIT-SHELL-DROP
                       PERFORM 130-NEXT-OLD-SHELL
                   WHEN WS-CS-CRN LESS THAN SSI-CRN
                       PERFORM 140-EMIT-SHELL-ADD
                       PERFORM 110-NEXT-SHELL
                   WHEN WS-CS-CRN GREATER THAN SSI-CRN
                       PERFORM 160-EMIT-SHELL-DROP
                       PERFORM 130-NEXT-OLD-SHELL
                   WHEN OTHER
                       PERFORM 150-COMPARE-SHELL
                       PERFORM 110-NEXT-SHELL
                       PERFORM 130-NEXT-OLD-SHELL
               END-EVALUATE
           END-PERFORM

           IF WS-SSI-STAT EQUAL '00' OR WS-SSI-STAT EQUAL '10'
               CLOSE SHELL-SNAP-IN
           END-IF
           CLOSE SHELL-SNAP-OUT.
      *-----------------------------------------------------------------
       110-NEXT-SHELL.
      *    the next section of the term that is a shell of its own -
      *    a cross-listed member rides in its primary's shell
           MOVE 'Y' TO WS-CUR-DONE
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-SCHED-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF YEAR NOT EQUAL WS-YR
                           OR SEMESTER NOT EQUAL WS-SEM
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           ADD 1 TO WS-SECT-COUNT
                           PERFORM 120-FIND-SHELL
                           IF WS-SHELL EQUAL CRN
                               MOVE CRN        TO WS-CS-CRN
                               MOVE SUBJ       TO WS-CS-SUBJ
                               MOVE CRSE       TO WS-CS-CRSE
                               MOVE INSTRUC-ID TO WS-CS-INSTRUC-ID
                               MOVE 'N' TO WS-CUR-DONE
                               MOVE 1 TO EOF-FLAG
                               PERFORM 135-WRITE-SHELL-SNAPSHOT
                           ELSE
                               ADD 1 TO WS-FOLD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       120-FIND-SHELL.
      *    the shell of a section is its cross-list group (by
      *    convention the primary CRN) - a member whose primary is
      *    not on the term's schedule stands as a shell of its own
           MOVE CRN TO WS-SHELL
           MOVE WS-SEM TO XL-SEM
           MOVE WS-YR  TO XL-YR
           MOVE CRN    TO XL-CRN
           READ ISAM-XL-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF XL-GROUP EQUAL SPACES OR XL-GROUP EQUAL CRN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YR    TO CHK-YEAR
           MOVE WS-SEM   TO CHK-SEMESTER
           MOVE XL-GROUP TO CHK-CRN
           READ ISAM-SCHK-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE XL-GROUP TO WS-SHELL.
      *-----------------------------------------------------------------
       130-NEXT-OLD-SHELL.
           READ SHELL-SNAP-IN
               AT END
                   MOVE 'Y' TO WS-OLD-DONE
               NOT AT END
                   ADD 1 TO WS-SHELL-OLD
           END-READ.
      *-----------------------------------------------------------------
       135-WRITE-SHELL-SNAPSHOT.
           MOVE WS-CS-CRN        TO SSO-CRN
           MOVE WS-CS-SUBJ       TO SSO-SUBJ
           MOVE WS-CS-CRSE       TO SSO-CRSE
           MOVE WS-CS-INSTRUC-ID TO SSO-INSTRUC-ID
           WRITE SHELL-SNAP-LINE-OUT
           ADD 1 TO WS-SHELL-NEW.
      *-----------------------------------------------------------------
       140-EMIT-SHELL-ADD.
           MOVE 'A' TO WS-ACTION
           PERFORM 170-WRITE-SHELL-FEED
           ADD 1 TO WS-SHELL-ADD.
      *-----------------------------------------------------------------
       150-COMPARE-SHELL.
           IF WS-CS-INSTRUC-ID NOT EQUAL SSI-INSTRUC-ID
               MOVE 'I' TO WS-ACTION
               PERFORM 170-WRITE-SHELL-FEED
               ADD 1 TO WS-SHELL-INST
           END-IF.
      *-----------------------------------------------------------------
       160-EMIT-SHELL-DROP.
           MOVE SPACES         TO FEED-SHELL-OUT
           MOVE 'S'            TO FS-TYPE
           MOVE 'D'            TO FS-ACTION
           MOVE WS-SEM         TO FS-SEM
           MOVE WS-YR          TO FS-YR
           MOVE SSI-CRN        TO FS-SHELL
           MOVE SSI-SUBJ       TO FS-SUBJ
           MOVE SSI-CRSE       TO FS-CRSE
           MOVE SSI-INSTRUC-ID TO FS-INSTRUC-ID
           WRITE FEED-SHELL-OUT
           ADD 1 TO WS-SHELL-DROP.
      *-----------------------------------------------------------------
       170-WRITE-SHELL-FEED.
           MOVE SPACES           TO FEED-SHELL-OUT
           MOVE 'S'              TO FS-TYPE
           MOVE WS-ACTION        TO FS-ACTION
           MOVE WS-SEM           TO FS-SEM
           MOVE WS-YR            TO FS-YR
           MOVE WS-CS-CRN        TO FS-SHELL
           MOVE WS-CS-SUBJ       TO FS-SUBJ
           MOVE WS-CS-CRSE       TO FS-CRSE
           MOVE WS-CS-INSTRUC-ID TO FS-INSTRUC-ID
           MOVE WS-CS-SUBJ       TO ISAM-IO-SUBJ
           MOVE WS-CS-CRSE       TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ISAM-IO-TITLE TO FS-TITLE
           END-READ
           MOVE WS-CS-INSTRUC-ID TO INS-ID
           READ ISAM-INSTRUC-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INS-NAME  TO FS-INSTRUC-NAME
                   MOVE INS-EMAIL TO FS-INSTRUC-EMAIL
           END-READ
           WRITE FEED-SHELL-OUT.
      *-----------------------------------------------------------------
       200-ENROLLMENT-PASS.
      *    registrations run in CRN then student order, as the
      *    snapshot does - a pair whose shell moved (the section was
      *    cross-listed since last night) drops out of the old shell
      *    and adds into the new
           MOVE 'N' TO WS-CUR-DONE
           MOVE 'N' TO WS-OLD-DONE
           MOVE SPACES TO WS-LAST-CRN
           OPEN INPUT ENRL-SNAP-IN
           IF WS-ESI-STAT NOT EQUAL '00'
               MOVE 'Y' TO WS-OLD-DONE
           END-IF
           OPEN OUTPUT ENRL-SNAP-OUT

           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE LOW-VALUES TO REG-IO-CRN
           MOVE ZEROS      TO REG-IO-STUD-ID
           START ISAM-REG-IN KEY IS NOT LESS THAN REG-IO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUR-DONE
           END-START
           IF WS-CUR-DONE EQUAL 'N'
               PERFORM 210-NEXT-ENROLLMENT
           END-IF
           IF WS-OLD-DONE EQUAL 'N'
               PERFORM 230-NEXT-OLD-ENROLLMENT
           END-IF

           PERFORM UNTIL WS-CUR-DONE EQUAL 'Y'
               AND WS-OLD-DONE EQUAL 'Y'
               EVALUATE TRUE
                   WHEN WS-OLD-DONE EQUAL 'Y'
                       PERFORM 240-EMIT-ENRL-ADD
                       PERFORM 210-NEXT-ENROLLMENT
                   WHEN WS-CUR-DONE EQUAL 'Y'
                       PERFORM 260-EMIT-ENRL-DROP
                       PERFORM 230-NEXT-OLD-ENROLLMENT
                   WHEN WS-CE-KEY LESS THAN ESI-KEY
                       PERFORM 240-EMIT-ENRL-ADD
                       PERFORM 210-NEXT-ENROLLMENT
                   WHEN WS-CE-KEY GREATER THAN ESI-KEY
                       PERFORM 260-EMIT-ENRL-DROP
                       PERFORM 230-NEXT-OLD-ENROLLMENT
                   WHEN OTHER
                       IF WS-CE-SHELL NOT EQUAL ESI-SHELL
                           PERFORM 260-EMIT-ENRL-DROP
                           PERFORM 240-EMIT-ENRL-ADD
                       END-IF
                       PERFORM 210-NEXT-ENROLLMENT
                       PERFORM 230-NEXT-OLD-ENROLLMENT
               END-EVALUATE
           END-PERFORM

           IF WS-ESI-STAT EQUAL '00' OR WS-ESI-STAT EQUAL '10'
               CLOSE ENRL-SNAP-IN
           END-IF
           CLOSE ENRL-SNAP-OUT.
      *-----------------------------------------------------------------
       210-NEXT-ENROLLMENT.
      *    a withdrawn or wait-listed row carries no course access
           MOVE 'Y' TO WS-CUR-DONE
           MOVE SPACES TO EOF-FLAG
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
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               PERFORM 220-SET-ENRL-SHELL
                               MOVE REG-IO-CRN     TO WS-CE-CRN
                               MOVE REG-IO-STUD-ID TO WS-CE-STUD-ID
                               MOVE WS-LAST-SHELL  TO WS-CE-SHELL
                               MOVE 'N' TO WS-CUR-DONE
                               MOVE 1 TO EOF-FLAG
                               PERFORM 235-WRITE-ENRL-SNAPSHOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       220-SET-ENRL-SHELL.
      *    one cross-list lookup per section, not per student
           IF REG-IO-CRN EQUAL WS-LAST-CRN
               EXIT PARAGRAPH
           END-IF
           MOVE REG-IO-CRN TO WS-LAST-CRN
           MOVE REG-IO-CRN TO WS-LAST-SHELL
           MOVE WS-SEM     TO XL-SEM
           MOVE WS-YR      TO XL-YR
           MOVE REG-IO-CRN TO XL-CRN
           READ ISAM-XL-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF XL-GROUP EQUAL SPACES OR XL-GROUP EQUAL REG-IO-CRN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YR    TO CHK-YEAR
           MOVE WS-SEM   TO CHK-SEMESTER
           MOVE XL-GROUP TO CHK-CRN
           READ ISAM-SCHK-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE XL-GROUP TO WS-LAST-SHELL.
      *-----------------------------------------------------------------
       230-NEXT-OLD-ENROLLMENT.
           READ ENRL-SNAP-IN
               AT END
                   MOVE 'Y' TO WS-OLD-DONE
               NOT AT END
                   ADD 1 TO WS-ENRL-OLD
           END-READ.
      *-----------------------------------------------------------------
       235-WRITE-ENRL-SNAPSHOT.
           MOVE WS-CE-CRN      TO ESO-CRN
           MOVE WS-CE-STUD-ID  TO ESO-STUD-ID
           MOVE WS-CE-SHELL    TO ESO-SHELL
           WRITE ENRL-SNAP-LINE-OUT
           ADD 1 TO WS-ENRL-NEW.
      *-----------------------------------------------------------------
       240-EMIT-ENRL-ADD.
           MOVE SPACES         TO FEED-ENRL-OUT
           MOVE 'E'            TO FE-TYPE
           MOVE 'A'            TO FE-ACTION
           MOVE WS-SEM         TO FE-SEM
           MOVE WS-YR          TO FE-YR
           MOVE WS-CE-SHELL    TO FE-SHELL
           MOVE WS-CE-CRN      TO FE-CRN
           MOVE WS-CE-STUD-ID  TO FE-STUD-ID
           PERFORM 250-GET-STUDENT
           WRITE FEED-ENRL-OUT
           ADD 1 TO WS-ENRL-ADD.
      *-----------------------------------------------------------------
       250-GET-STUDENT.
      *    the course roster shows the preferred first name
           MOVE FE-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ISAM-STUD-LNAME TO FE-LNAME
           MOVE ISAM-SUTD-FNAME TO FE-FNAME
           IF ISAM-STUD-PREF-NAME NOT EQUAL SPACES
               MOVE ISAM-STUD-PREF-NAME TO FE-FNAME
           END-IF
           MOVE ISAM-STUD-EMAIL-CMP TO FE-EMAIL.
      *-----------------------------------------------------------------
       260-EMIT-ENRL-DROP.
           MOVE SPACES         TO FEED-ENRL-OUT
           MOVE 'E'            TO FE-TYPE
           MOVE 'D'            TO FE-ACTION
           MOVE WS-SEM         TO FE-SEM
           MOVE WS-YR          TO FE-YR
           MOVE ESI-SHELL      TO FE-SHELL
           MOVE ESI-CRN        TO FE-CRN
           MOVE ESI-STUD-ID    TO FE-STUD-ID
           PERFORM 250-GET-STUDENT
           WRITE FEED-ENRL-OUT
           ADD 1 TO WS-ENRL-DROP.
      *-----------------------------------------------------------------
       300-COUNT-REG-ROWS.
      *    an independent count of the term's REG-ISAM rows for the
      *    control report to balance the snapshot against
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE LOW-VALUES TO REG-IO-CRN
           MOVE ZEROS      TO REG-IO-STUD-ID
           START ISAM-REG-IN KEY IS NOT LESS THAN REG-IO-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           ADD 1 TO WS-REG-ROWS
                           IF REG-IO-STATUS EQUAL 'W'
                               OR REG-IO-GRADE EQUAL 'W'
                               ADD 1 TO WS-REG-WDRAWN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-REG-ACTIVE = WS-REG-ROWS - WS-REG-WDRAWN.
      *-----------------------------------------------------------------
       600-WRITE-CONTROL-REPORT.
           MOVE WS-SEM       TO CH-SEM
           MOVE WS-YR        TO CH-YR
           MOVE DISPLAY-DATE TO CH-DATE
           WRITE CONTROL-LINE-OUT FROM CTL-HEAD-1
           MOVE SPACES TO CONTROL-LINE-OUT
           WRITE CONTROL-LINE-OUT

           MOVE 'COURSE SHELLS' TO CS-TEXT
           WRITE CONTROL-LINE-OUT FROM CTL-SUBHEAD
           MOVE SPACES TO CD-NOTE
           MOVE 'SECTIONS ON SCHEDULE'         TO CD-LABEL
           MOVE WS-SECT-COUNT                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'CROSS-LISTED INTO A PRIMARY'  TO CD-LABEL
           MOVE WS-FOLD-COUNT                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'SHELLS ON LAST SNAPSHOT'      TO CD-LABEL
           MOVE WS-SHELL-OLD                   TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'SHELL ADDS'                   TO CD-LABEL
           MOVE WS-SHELL-ADD                   TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'SHELL DROPS'                  TO CD-LABEL
           MOVE WS-SHELL-DROP                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'INSTRUCTOR REASSIGNMENTS'     TO CD-LABEL
           MOVE WS-SHELL-INST                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'SHELLS ON NEW SNAPSHOT'       TO CD-LABEL
           MOVE WS-SHELL-NEW                   TO CD-VALUE
           COMPUTE WS-BAL-CHECK = WS-SHELL-OLD + WS-SHELL-ADD
               - WS-SHELL-DROP
           PERFORM 610-SET-BALANCE-NOTE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE SPACES TO CONTROL-LINE-OUT
           WRITE CONTROL-LINE-OUT

           MOVE 'ENROLLMENTS' TO CS-TEXT
           WRITE CONTROL-LINE-OUT FROM CTL-SUBHEAD
           MOVE SPACES TO CD-NOTE
           MOVE 'REG-ISAM ROWS FOR TERM'       TO CD-LABEL
           MOVE WS-REG-ROWS                    TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'WITHDRAWN OR WAIT-LISTED'     TO CD-LABEL
           MOVE WS-REG-WDRAWN                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'ACTIVE REGISTRATIONS'         TO CD-LABEL
           MOVE WS-REG-ACTIVE                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'ENROLLMENTS ON LAST SNAPSHOT' TO CD-LABEL
           MOVE WS-ENRL-OLD                    TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'ENROLLMENT ADDS'              TO CD-LABEL
           MOVE WS-ENRL-ADD                    TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'ENROLLMENT DROPS'             TO CD-LABEL
           MOVE WS-ENRL-DROP                   TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
      *    a shell move is a drop and an add of the same enrollment,
      *    so last + adds - drops still lands on the new snapshot
           MOVE 'ENROLLMENTS ON NEW SNAPSHOT'  TO CD-LABEL
           MOVE WS-ENRL-NEW                    TO CD-VALUE
           COMPUTE WS-BAL-CHECK = WS-ENRL-OLD + WS-ENRL-ADD
               - WS-ENRL-DROP
           PERFORM 610-SET-BALANCE-NOTE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'NEW SNAPSHOT TO ACTIVE REG'   TO CD-LABEL
           MOVE WS-ENRL-NEW                    TO CD-VALUE
           MOVE WS-REG-ACTIVE                  TO WS-BAL-CHECK
           PERFORM 610-SET-BALANCE-NOTE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL.
      *-----------------------------------------------------------------
       610-SET-BALANCE-NOTE.
           IF CD-VALUE EQUAL WS-BAL-CHECK
               MOVE 'IN BALANCE'     TO CD-NOTE
           ELSE
               MOVE 'OUT OF BALANCE' TO CD-NOTE
           END-IF.
