      ******************************************************************
      *PROGRAM : VISA-COMPLY.CBL                                       *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: F-1 term compliance batch - for every F1 row on       *
      *          VISA-ISAM.DAT sums the student's REG-ISAM hours for   *
      *          the SEM/YR the way REPORTS-CREDIT-LOAD does and       *
      *          holds them to the same 12-hour full-time line - only  *
      *          3 hours of online sections (delivery method O, or the *
      *          older campus OL) count toward it - students under the *
      *          line, over the online limit or past their program     *
      *          end date are flagged on VISA-COMPLY.RPT with their    *
      *          sponsoring official                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISA-COMPLY IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-VSA-IN ASSIGN TO "../VISA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VSA-KEY
                               FILE STATUS   IS WS-VSA-STAT.

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

           SELECT REPORT-OUT ASSIGN TO "../VISA-COMPLY.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-VSA-IN.
       01  VSA-REC-IN.
           03  VSA-KEY.
               05  VSA-STUD-ID    PIC 9(6).
           03  VSA-TYPE           PIC X(2).
           03  VSA-PROG-END       PIC X(8).
           03  VSA-DSO            PIC X(22).
           03  VSA-DATE           PIC X(8).
           03  VSA-USER           PIC X(20).

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
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-VSA-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'VISA-COMPLY'.
           03  WS-FULL-TIME-MIN        PIC 99      VALUE 12.
           03  WS-ONLINE-MAX           PIC 99      VALUE 3.
           03  WS-ONLINE-CAMPUS        PIC X(2)    VALUE 'OL'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-CAMPUS-CREDITS       PIC 9(3)    VALUE ZEROS.
           03  WS-ONLINE-CREDITS       PIC 9(3)    VALUE ZEROS.
           03  WS-COUNTED-CREDITS      PIC 9(3)    VALUE ZEROS.
           03  WS-FLAGGED              PIC X       VALUE 'N'.
           03  WS-CHECKED-COUNT        PIC 9(5)    VALUE ZEROS.
           03  WS-UNDER-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-ONLINE-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-ENDED-COUNT          PIC 9(5)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(30)
               VALUE 'F-1 ENROLLMENT COMPLIANCE     '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(27)   VALUE 'NAME'.
           03  FILLER      PIC X(15)   VALUE 'CAMP ONLN CNTD '.
           03  FILLER      PIC X(10)   VALUE 'PROG END'.
           03  FILLER      PIC X(6)    VALUE 'STATUS'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-LNAME    PIC X(14).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-FNAME    PIC X(10).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-CAMPUS   PIC ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-ONLINE   PIC ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-COUNTED  PIC ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-PROG-END PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-STATUS   PIC X(20).

       01  RPT-SPONSOR.
           03  FILLER      PIC X(8)    VALUE SPACES.
           03  FILLER      PIC X(21)   VALUE 'SPONSORING OFFICIAL: '.
           03  RS-DSO      PIC X(22).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "VISA-COMPLY".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 27 VALUE "F-1 ENROLLMENT COMPLIANCE".

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
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
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
               OPEN INPUT ISAM-VSA-IN
               OPEN INPUT ISAM-REG-IO
               OPEN INPUT ISAM-SCHED-IN
               OPEN INPUT ISAM-COURSE-IN
               OPEN INPUT ISAM-STUD-IN
               OPEN OUTPUT REPORT-OUT

               MOVE WS-SEM       TO RH-SEM
               MOVE WS-YR        TO RH-YR
               MOVE DISPLAY-DATE TO RH-DATE
               WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
               WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
               PERFORM 200-CHECK-STUDENTS
               PERFORM 500-WRITE-TOTALS

               CLOSE ISAM-VSA-IN
               CLOSE ISAM-REG-IO
               CLOSE ISAM-SCHED-IN
               CLOSE ISAM-COURSE-IN
               CLOSE ISAM-STUD-IN
               CLOSE REPORT-OUT
               STRING WS-UNDER-COUNT ' OF ' WS-CHECKED-COUNT
                   ' F-1 UNDER FULL TIME' INTO WS-MSG
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
       200-CHECK-STUDENTS.
           MOVE ZEROS TO VSA-STUD-ID
           START ISAM-VSA-IN KEY IS NOT LESS THAN VSA-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-VSA-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF VSA-TYPE EQUAL 'F1'
                           PERFORM 210-CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-CHECK-ONE-STUDENT.
      *    the program end date is judged against today, not the term
      *    - a student past it is out of status whatever the load
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM 300-SUM-LOAD
           MOVE 'N' TO WS-FLAGGED
           MOVE SPACES TO RPT-DETAIL
           MOVE VSA-STUD-ID TO RD-STUD-ID
           MOVE VSA-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO RD-LNAME
               NOT INVALID KEY
                   MOVE ISAM-STUD-LNAME TO RD-LNAME
                   MOVE ISAM-SUTD-FNAME TO RD-FNAME
           END-READ
           MOVE WS-CAMPUS-CREDITS  TO RD-CAMPUS
           MOVE WS-ONLINE-CREDITS  TO RD-ONLINE
           MOVE WS-COUNTED-CREDITS TO RD-COUNTED
           MOVE VSA-PROG-END       TO RD-PROG-END
           MOVE 'FULL TIME'        TO RD-STATUS
           IF WS-ONLINE-CREDITS GREATER THAN WS-ONLINE-MAX
               MOVE 'ONLINE OVER LIMIT' TO RD-STATUS
               ADD 1 TO WS-ONLINE-COUNT
               MOVE 'Y' TO WS-FLAGGED
           END-IF
           IF WS-COUNTED-CREDITS LESS THAN WS-FULL-TIME-MIN
               MOVE 'UNDER FULL TIME' TO RD-STATUS
               ADD 1 TO WS-UNDER-COUNT
               MOVE 'Y' TO WS-FLAGGED
           END-IF
           IF VSA-PROG-END NOT EQUAL SPACES
               AND VSA-PROG-END LESS THAN WS-NOW-DATE
               MOVE 'PROGRAM END PASSED' TO RD-STATUS
               ADD 1 TO WS-ENDED-COUNT
               MOVE 'Y' TO WS-FLAGGED
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF WS-FLAGGED EQUAL 'Y'
               MOVE VSA-DSO TO RS-DSO
               WRITE REPORT-LINE-OUT FROM RPT-SPONSOR
           END-IF.
      *-----------------------------------------------------------------
       300-SUM-LOAD.
      *    waitlisted and withdrawn rows carry no hours, as on the
      *    credit load report - online-only hours past the limit are
      *    shown but do not count toward the full-time line
           MOVE ZEROS TO WS-CAMPUS-CREDITS
           MOVE ZEROS TO WS-ONLINE-CREDITS
           MOVE WS-SEM      TO REG-IO-SEM
           MOVE WS-YR       TO REG-IO-YR
           MOVE VSA-STUD-ID TO REG-IO-STUD-ID
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
                           OR REG-IO-STUD-ID NOT EQUAL VSA-STUD-ID
                           MOVE 1 TO REG-EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               PERFORM 310-ADD-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CAMPUS-CREDITS TO WS-COUNTED-CREDITS
           IF WS-ONLINE-CREDITS GREATER THAN WS-ONLINE-MAX
               ADD WS-ONLINE-MAX TO WS-COUNTED-CREDITS
           ELSE
               ADD WS-ONLINE-CREDITS TO WS-COUNTED-CREDITS
           END-IF.
      *-----------------------------------------------------------------
       310-ADD-CREDITS.
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
      *                    an online delivery method marks the section -
      *                    the OL campus still counts for sections set
      *                    up before sections carried one - hybrid
      *                    meets on campus and counts as campus hours
                           IF DELIVERY-MODE EQUAL 'O'
                               OR CAMPUS EQUAL WS-ONLINE-CAMPUS
                               ADD WS-CREDITS-NUM TO WS-ONLINE-CREDITS
                           ELSE
                               ADD WS-CREDITS-NUM TO WS-CAMPUS-CREDITS
                           END-IF
                   END-READ
           END-READ.
      *-----------------------------------------------------------------
       500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'F-1 STUDENTS CHECKED:' TO RPT-TOTAL
           MOVE WS-CHECKED-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'UNDER FULL TIME:' TO RPT-TOTAL
           MOVE WS-UNDER-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'OVER ONLINE-HOUR LIMIT:' TO RPT-TOTAL
           MOVE WS-ONLINE-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'PAST PROGRAM END DATE:' TO RPT-TOTAL
           MOVE WS-ENDED-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
