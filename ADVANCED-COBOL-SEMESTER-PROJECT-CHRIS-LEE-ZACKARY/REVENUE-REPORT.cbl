      ******************************************************************
      *PROGRAM : REVENUE-REPORT.CBL                                    *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Tuition revenue attribution by teaching department    *
      *          for a term - each student's billed tuition, waivers   *
      *          and sponsor share on ACCT-DETAIL.DAT are spread over  *
      *          the courses the student is registered for in          *
      *          proportion to credit hours, COURSE-FEES.TXT fees go   *
      *          straight to the owning course, and the courses roll   *
      *          to departments through the DEPT-ISAM owned-SUBJ       *
      *          lists with CHP-REPORT's UNASSIGNED bucket -           *
      *          DEPT-REVENUE.RPT prints revenue per credit hour       *
      *          beside the CHP figures                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVENUE-REPORT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-REG-IN  ASSIGN TO "../REG-ISAM.DAT"
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

           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-DPT-IN ASSIGN TO "../DEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DPT-KEY
                               FILE STATUS   IS WS-DPT-STAT.

           SELECT OPTIONAL ISAM-ACD-IN ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT FEE-IN ASSIGN TO "../COURSE-FEES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FEE-STAT.

           SELECT REPORT-OUT ASSIGN TO "../DEPT-REVENUE.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

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

       FD  ISAM-DPT-IN.
       01  DPT-REC-IN.
           03  DPT-KEY.
               05  DPT-CODE       PIC X(4).
           03  DPT-NAME           PIC X(20).
           03  DPT-CHAIR-ID       PIC 9(6).
           03  DPT-SUBJ-LIST.
               05  DPT-SUBJ       PIC X(5) OCCURS 10 TIMES.

       FD  ISAM-ACD-IN.
       01  ACD-REC-IN.
           03  ACD-IO-KEY.
               05  ACD-IO-STUD-ID PIC 9(6).
               05  ACD-IO-SEM     PIC X(2).
               05  ACD-IO-YR      PIC X(4).
               05  ACD-IO-SEQ     PIC 9(4).
           03  ACD-IO-CODE        PIC X(4).
           03  ACD-IO-DESC        PIC X(30).
           03  ACD-IO-AMOUNT      PIC S9(7)V99.
           03  ACD-IO-DATE        PIC X(8).
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

       FD  FEE-IN.
       01  FEE-LINE-IN.
           03  FEE-SUBJ            PIC X(5).
           03  FILLER              PIC X.
           03  FEE-CRSE            PIC X(6).
           03  FILLER              PIC X.
           03  FEE-AMT             PIC 9(4)V99.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(132).

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
           03  WS-DPT-STAT             PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-FEE-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'REVENUE-REPORT'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-DPT-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-DPT-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-DPT-FOUND            PIC 9(2)    VALUE ZEROS.
           03  WS-SL-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-FEE-MAX              PIC 9(3)    VALUE ZEROS COMP.
           03  WS-FEE-IX               PIC 9(3)    VALUE ZEROS COMP.
           03  WS-CUR-STU              PIC 9(6)    VALUE ZEROS.
           03  WS-SC-CNT               PIC 9(2)    VALUE ZEROS.
           03  WS-SC-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-STU-HOURS            PIC 9(4)    VALUE ZEROS.
           03  WS-STU-TUIT             PIC S9(7)V99 VALUE ZEROS.
           03  WS-STU-WAIV             PIC S9(7)V99 VALUE ZEROS.
           03  WS-STU-SPON             PIC S9(7)V99 VALUE ZEROS.
           03  WS-LEFT-TUIT            PIC S9(7)V99 VALUE ZEROS.
           03  WS-LEFT-WAIV            PIC S9(7)V99 VALUE ZEROS.
           03  WS-LEFT-SPON            PIC S9(7)V99 VALUE ZEROS.
           03  WS-SHARE-TUIT           PIC S9(7)V99 VALUE ZEROS.
           03  WS-SHARE-WAIV           PIC S9(7)V99 VALUE ZEROS.
           03  WS-SHARE-SPON           PIC S9(7)V99 VALUE ZEROS.
           03  WS-DPT-REV              PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-REGS             PIC 9(6)    VALUE ZEROS.
           03  WS-TOT-SCH              PIC 9(7)    VALUE ZEROS.
           03  WS-TOT-TUIT             PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-WAIV             PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-SPON             PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-FEES             PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-REV              PIC S9(9)V99 VALUE ZEROS.
           03  WS-NOHRS-CNT            PIC 9(6)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  DPT-EOF-FLAG            PIC X       VALUE SPACES.
               88 DPT-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.

       01  WS-DPT-TABLE.
           03  WS-DT-ENTRY         OCCURS 21 TIMES.
               05  WS-DT-CODE      PIC X(4).
               05  WS-DT-NAME      PIC X(20).
               05  WS-DT-REGS      PIC 9(6).
               05  WS-DT-SCH       PIC 9(7).
               05  WS-DT-TUIT      PIC S9(9)V99.
               05  WS-DT-WAIV      PIC S9(9)V99.
               05  WS-DT-SPON      PIC S9(9)V99.
               05  WS-DT-FEES      PIC S9(9)V99.
           03  WS-DT-SUBJS.
               05  WS-DT-SUBJ-ENTRY OCCURS 21 TIMES.
                   07  WS-DT-SUBJ  PIC X(5) OCCURS 10 TIMES.

       01  WS-FEE-TABLE.
           03  WS-FEE-ENTRY OCCURS 100 TIMES.
               05  WS-FEE-SUBJ     PIC X(5).
               05  WS-FEE-CRSE     PIC X(6).
               05  WS-FEE-AMT      PIC 9(4)V99.

      *    the courses one student carries this term, each already
      *    tied to its owning department
       01  WS-STU-COURSES.
           03  WS-SC-ENTRY         OCCURS 20 TIMES.
               05  WS-SC-HOURS     PIC 9(3).
               05  WS-SC-DPT       PIC 9(2).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(33)
               VALUE 'TUITION REVENUE BY DEPARTMENT    '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(25)   VALUE 'DEPT'.
           03  FILLER      PIC X(12)   VALUE 'ENROLLMENTS'.
           03  FILLER      PIC X(10)   VALUE '  CR HOURS'.
           03  FILLER      PIC X(14)   VALUE '       TUITION'.
           03  FILLER      PIC X(14)   VALUE '       WAIVERS'.
           03  FILLER      PIC X(14)   VALUE '  SPONSOR PAID'.
           03  FILLER      PIC X(14)   VALUE '   COURSE FEES'.
           03  FILLER      PIC X(14)   VALUE '   NET REVENUE'.
           03  FILLER      PIC X(10)   VALUE '  REV/HOUR'.

       01  RPT-DETAIL.
           03  RD-CODE     PIC X(4).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-NAME     PIC X(20).
           03  RD-REGS     PIC ZZZZZ9.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RD-SCH      PIC ZZZZZZ9.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-TUIT     PIC ZZ,ZZZ,ZZ9.99-.
           03  RD-WAIV     PIC ZZ,ZZZ,ZZ9.99-.
           03  RD-SPON     PIC ZZ,ZZZ,ZZ9.99-.
           03  RD-FEES     PIC ZZ,ZZZ,ZZ9.99-.
           03  RD-REV      PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-PER-HR   PIC Z,ZZ9.99-.

       01  RPT-NOTE.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RN-TEXT     PIC X(60).
           03  RN-COUNT    PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "REVENUE-REPORT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 24 VALUE "TUITION REVENUE BY DEPARTMENT".

       01  SCRN-SEM-REQ.
           03  LINE 08 COL 30                       VALUE 'SEM/YR:'.
           03  LINE 08 COL 38 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 08 COL 40 VALUE '/'.
           03  LINE 08 COL 41 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 12 COL 25 PIC X(40) FROM WS-MSG.

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
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-DPT-IN
           OPEN INPUT ISAM-ACD-IN
           OPEN OUTPUT REPORT-OUT

           PERFORM 100-LOAD-DEPTS
           PERFORM 150-LOAD-FEE-TABLE

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

      *    the student-order key brings each student's registrations
      *    together so the tuition can be spread on the break
           MOVE ZEROS TO WS-CUR-STU
           MOVE ZEROS TO WS-SC-CNT
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE ZEROS      TO REG-IO-STUD-ID
           START ISAM-REG-IN KEY IS NOT LESS THAN REG-STUD-ID-KEY
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
                           MOVE 1 TO REG-EOF-FLAG
                       ELSE
                           IF REG-IO-STUD-ID NOT EQUAL WS-CUR-STU
                               IF WS-CUR-STU NOT EQUAL ZEROS
                                   PERFORM 400-SPREAD-TUITION
                               END-IF
                               MOVE REG-IO-STUD-ID TO WS-CUR-STU
                               MOVE ZEROS TO WS-SC-CNT
                           END-IF
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               PERFORM 200-TALLY-ONE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUR-STU NOT EQUAL ZEROS
               PERFORM 400-SPREAD-TUITION
           END-IF

           PERFORM 500-WRITE-REPORT

           CLOSE ISAM-REG-IN
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-COURSE-IN
           CLOSE ISAM-DPT-IN
           CLOSE ISAM-ACD-IN
           CLOSE REPORT-OUT

           MOVE 'DEPT-REVENUE.RPT WRITTEN' TO WS-MSG
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-SEM-REQ
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
       100-LOAD-DEPTS.
      *    the department master is small - the codes, names and owned
      *    SUBJ lists load once, slot 21 is the catch-all for any SUBJ
      *    no department claims
           MOVE ZEROS TO WS-DPT-CNT
           MOVE LOW-VALUES TO DPT-KEY
           START ISAM-DPT-IN KEY IS NOT LESS THAN DPT-KEY
               INVALID KEY
                   MOVE 1 TO DPT-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DPT-EOF-FLAG
           END-START
           PERFORM UNTIL DPT-EOF
               READ ISAM-DPT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO DPT-EOF-FLAG
                   NOT AT END
                       IF WS-DPT-CNT LESS THAN 20
                           ADD 1 TO WS-DPT-CNT
                           MOVE DPT-CODE TO WS-DT-CODE (WS-DPT-CNT)
                           MOVE DPT-NAME TO WS-DT-NAME (WS-DPT-CNT)
                           PERFORM 110-CLEAR-DEPT-TOTALS
                           MOVE DPT-SUBJ-LIST
                               TO WS-DT-SUBJ-ENTRY (WS-DPT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-DPT-CNT
           MOVE 'OTHR'       TO WS-DT-CODE (WS-DPT-CNT)
           MOVE 'UNASSIGNED' TO WS-DT-NAME (WS-DPT-CNT)
           PERFORM 110-CLEAR-DEPT-TOTALS
           MOVE SPACES TO WS-DT-SUBJ-ENTRY (WS-DPT-CNT).
      *-----------------------------------------------------------------
       110-CLEAR-DEPT-TOTALS.
           MOVE ZEROS TO WS-DT-REGS (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-SCH  (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-TUIT (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-WAIV (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-SPON (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-FEES (WS-DPT-CNT).
      *-----------------------------------------------------------------
       150-LOAD-FEE-TABLE.
      *    the same per-course fee list BILLING-RUN charges from
           MOVE ZEROS TO WS-FEE-MAX
           OPEN INPUT FEE-IN
           IF WS-FEE-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-FEE-MAX = 100
                   READ FEE-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FEE-MAX
                           MOVE FEE-SUBJ TO WS-FEE-SUBJ(WS-FEE-MAX)
                           MOVE FEE-CRSE TO WS-FEE-CRSE(WS-FEE-MAX)
                           MOVE FEE-AMT  TO WS-FEE-AMT(WS-FEE-MAX)
                   END-READ
               END-PERFORM
               CLOSE FEE-IN
           END-IF
           MOVE SPACES TO EOF-FLAG.
      *-----------------------------------------------------------------
       200-TALLY-ONE-ROW.
      *    credit hours are priced exactly as CHP-REPORT prices them so
      *    the two reports agree on the hours
           MOVE REG-IO-YR  TO YEAR
           MOVE REG-IO-SEM TO SEMESTER
           MOVE REG-IO-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZEROS TO WS-CREDITS-NUM
                   MOVE SUBJ TO ISAM-IO-SUBJ
                   MOVE CRSE TO ISAM-IO-CRSE
                   READ ISAM-COURSE-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                   END-READ
                   IF REG-IO-HOURS NUMERIC
                       AND REG-IO-HOURS GREATER THAN ZEROS
                       MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                   END-IF
                   PERFORM 300-ROLL-TO-DEPT
           END-READ.
      *-----------------------------------------------------------------
       300-ROLL-TO-DEPT.
           MOVE ZEROS TO WS-DPT-FOUND
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX GREATER THAN WS-DPT-CNT
               OR WS-DPT-FOUND GREATER THAN ZEROS
               PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX GREATER THAN 10
                   IF WS-DT-SUBJ (WS-DPT-IX WS-SL-IX) EQUAL SUBJ
                       AND SUBJ NOT EQUAL SPACES
                       MOVE WS-DPT-IX TO WS-DPT-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DPT-FOUND EQUAL ZEROS
               MOVE WS-DPT-CNT TO WS-DPT-FOUND
           END-IF
           ADD 1 TO WS-DT-REGS (WS-DPT-FOUND)
           ADD WS-CREDITS-NUM TO WS-DT-SCH (WS-DPT-FOUND)
      *    a course fee belongs to the course that carries it
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-MAX
               IF WS-FEE-SUBJ(WS-FEE-IX) EQUAL SUBJ
                   AND WS-FEE-CRSE(WS-FEE-IX) EQUAL CRSE
                   ADD WS-FEE-AMT(WS-FEE-IX)
                       TO WS-DT-FEES (WS-DPT-FOUND)
                   MOVE WS-FEE-MAX TO WS-FEE-IX
               END-IF
           END-PERFORM
           IF WS-SC-CNT LESS THAN 20
               ADD 1 TO WS-SC-CNT
               MOVE WS-CREDITS-NUM TO WS-SC-HOURS (WS-SC-CNT)
               MOVE WS-DPT-FOUND   TO WS-SC-DPT (WS-SC-CNT)
           END-IF.
      *-----------------------------------------------------------------
       400-SPREAD-TUITION.
      *    the student's tuition, waiver and sponsor rows for the term
      *    - a rebill's reversing rows carry the same codes and net out
           MOVE ZEROS TO WS-STU-TUIT
           MOVE ZEROS TO WS-STU-WAIV
           MOVE ZEROS TO WS-STU-SPON
           MOVE WS-CUR-STU TO ACD-IO-STUD-ID
           MOVE WS-SEM     TO ACD-IO-SEM
           MOVE WS-YR      TO ACD-IO-YR
           MOVE ZEROS      TO ACD-IO-SEQ
           START ISAM-ACD-IN KEY IS NOT LESS THAN ACD-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACD-EOF-FLAG
           END-START
           PERFORM UNTIL ACD-EOF
               READ ISAM-ACD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO ACD-EOF-FLAG
                   NOT AT END
                       IF ACD-IO-STUD-ID NOT EQUAL WS-CUR-STU
                           OR ACD-IO-SEM NOT EQUAL WS-SEM
                           OR ACD-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           EVALUATE ACD-IO-CODE
                               WHEN 'TUIT'
                                   ADD ACD-IO-AMOUNT TO WS-STU-TUIT
                               WHEN 'WAIV'
                                   ADD ACD-IO-AMOUNT TO WS-STU-WAIV
                               WHEN 'SPON'
                                   ADD ACD-IO-AMOUNT TO WS-STU-SPON
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
      *    the sponsor share is still tuition earned - it is carried
      *    as a positive amount the sponsor pays, and is not deducted
           COMPUTE WS-STU-SPON = ZEROS - WS-STU-SPON

           MOVE ZEROS TO WS-STU-HOURS
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX GREATER THAN WS-SC-CNT
               ADD WS-SC-HOURS (WS-SC-IX) TO WS-STU-HOURS
           END-PERFORM
      *    tuition with no credit-bearing course left to carry it -
      *    withdrawn from everything, or zero-credit sections only -
      *    lands in the UNASSIGNED bucket
           IF WS-STU-HOURS EQUAL ZEROS
               IF WS-STU-TUIT NOT EQUAL ZEROS
                   OR WS-STU-WAIV NOT EQUAL ZEROS
                   OR WS-STU-SPON NOT EQUAL ZEROS
                   ADD 1 TO WS-NOHRS-CNT
                   MOVE WS-DPT-CNT TO WS-DPT-FOUND
                   ADD WS-STU-TUIT TO WS-DT-TUIT (WS-DPT-FOUND)
                   ADD WS-STU-WAIV TO WS-DT-WAIV (WS-DPT-FOUND)
                   ADD WS-STU-SPON TO WS-DT-SPON (WS-DPT-FOUND)
               END-IF
               EXIT PARAGRAPH
           END-IF
      *    each course takes its share of the hours and the last one
      *    takes whatever the rounding left so nothing is lost
           MOVE WS-STU-TUIT TO WS-LEFT-TUIT
           MOVE WS-STU-WAIV TO WS-LEFT-WAIV
           MOVE WS-STU-SPON TO WS-LEFT-SPON
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX GREATER THAN WS-SC-CNT
               IF WS-SC-IX EQUAL WS-SC-CNT
                   MOVE WS-LEFT-TUIT TO WS-SHARE-TUIT
                   MOVE WS-LEFT-WAIV TO WS-SHARE-WAIV
                   MOVE WS-LEFT-SPON TO WS-SHARE-SPON
               ELSE
                   COMPUTE WS-SHARE-TUIT ROUNDED = WS-STU-TUIT
                       * WS-SC-HOURS (WS-SC-IX) / WS-STU-HOURS
                   COMPUTE WS-SHARE-WAIV ROUNDED = WS-STU-WAIV
                       * WS-SC-HOURS (WS-SC-IX) / WS-STU-HOURS
                   COMPUTE WS-SHARE-SPON ROUNDED = WS-STU-SPON
                       * WS-SC-HOURS (WS-SC-IX) / WS-STU-HOURS
                   SUBTRACT WS-SHARE-TUIT FROM WS-LEFT-TUIT
                   SUBTRACT WS-SHARE-WAIV FROM WS-LEFT-WAIV
                   SUBTRACT WS-SHARE-SPON FROM WS-LEFT-SPON
               END-IF
               MOVE WS-SC-DPT (WS-SC-IX) TO WS-DPT-FOUND
               ADD WS-SHARE-TUIT TO WS-DT-TUIT (WS-DPT-FOUND)
               ADD WS-SHARE-WAIV TO WS-DT-WAIV (WS-DPT-FOUND)
               ADD WS-SHARE-SPON TO WS-DT-SPON (WS-DPT-FOUND)
           END-PERFORM.
      *-----------------------------------------------------------------
       500-WRITE-REPORT.
      *    net revenue is tuition less waivers plus course fees - the
      *    sponsor column shows how much of it a sponsor is paying
           MOVE ZEROS TO WS-TOT-REGS
           MOVE ZEROS TO WS-TOT-SCH
           MOVE ZEROS TO WS-TOT-TUIT
           MOVE ZEROS TO WS-TOT-WAIV
           MOVE ZEROS TO WS-TOT-SPON
           MOVE ZEROS TO WS-TOT-FEES
           MOVE ZEROS TO WS-TOT-REV
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX GREATER THAN WS-DPT-CNT
               IF WS-DT-REGS (WS-DPT-IX) GREATER THAN ZEROS
                   OR WS-DT-TUIT (WS-DPT-IX) NOT EQUAL ZEROS
                   COMPUTE WS-DPT-REV = WS-DT-TUIT (WS-DPT-IX)
                       + WS-DT-WAIV (WS-DPT-IX)
                       + WS-DT-FEES (WS-DPT-IX)
                   MOVE WS-DT-CODE (WS-DPT-IX) TO RD-CODE
                   MOVE WS-DT-NAME (WS-DPT-IX) TO RD-NAME
                   MOVE WS-DT-REGS (WS-DPT-IX) TO RD-REGS
                   MOVE WS-DT-SCH  (WS-DPT-IX) TO RD-SCH
                   MOVE WS-DT-TUIT (WS-DPT-IX) TO RD-TUIT
                   MOVE WS-DT-WAIV (WS-DPT-IX) TO RD-WAIV
                   MOVE WS-DT-SPON (WS-DPT-IX) TO RD-SPON
                   MOVE WS-DT-FEES (WS-DPT-IX) TO RD-FEES
                   MOVE WS-DPT-REV TO RD-REV
                   MOVE ZEROS TO RD-PER-HR
                   IF WS-DT-SCH (WS-DPT-IX) GREATER THAN ZEROS
                       COMPUTE RD-PER-HR ROUNDED =
                           WS-DPT-REV / WS-DT-SCH (WS-DPT-IX)
                   END-IF
                   WRITE REPORT-LINE-OUT FROM RPT-DETAIL
                   ADD WS-DT-REGS (WS-DPT-IX) TO WS-TOT-REGS
                   ADD WS-DT-SCH  (WS-DPT-IX) TO WS-TOT-SCH
                   ADD WS-DT-TUIT (WS-DPT-IX) TO WS-TOT-TUIT
                   ADD WS-DT-WAIV (WS-DPT-IX) TO WS-TOT-WAIV
                   ADD WS-DT-SPON (WS-DPT-IX) TO WS-TOT-SPON
                   ADD WS-DT-FEES (WS-DPT-IX) TO WS-TOT-FEES
                   ADD WS-DPT-REV TO WS-TOT-REV
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'TOT '        TO RD-CODE
           MOVE 'ALL DEPARTMENTS' TO RD-NAME
           MOVE WS-TOT-REGS   TO RD-REGS
           MOVE WS-TOT-SCH    TO RD-SCH
           MOVE WS-TOT-TUIT   TO RD-TUIT
           MOVE WS-TOT-WAIV   TO RD-WAIV
           MOVE WS-TOT-SPON   TO RD-SPON
           MOVE WS-TOT-FEES   TO RD-FEES
           MOVE WS-TOT-REV    TO RD-REV
           MOVE ZEROS TO RD-PER-HR
           IF WS-TOT-SCH GREATER THAN ZEROS
               COMPUTE RD-PER-HR ROUNDED = WS-TOT-REV / WS-TOT-SCH
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF WS-NOHRS-CNT GREATER THAN ZEROS
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE 'STUDENTS BILLED WITH NO CREDIT HOURS (UNASSIGNED):'
                   TO RN-TEXT
               MOVE WS-NOHRS-CNT TO RN-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-NOTE
           END-IF.
