      ******************************************************************
      *PROGRAM : CLASS-RANK.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Class rank batch - ranks every active student by the  *
      *          cumulative GPA GPA-POST posted on STUDENT-MASTER      *
      *          within ISAM-STUD-CLASS (FR/SO/JR/SR), and within      *
      *          major as well when asked - students short of the      *
      *          minimum graded hours are left unranked - ties share   *
      *          a rank and the next rank skips (1, 2, 2, 4) - prints  *
      *          CLASS-RANK.RPT and rebuilds CLASS-RANK-ISAM.DAT with  *
      *          each student's rank and class size for ENROLL-VERIFY  *
      *          and the transcripts to quote                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-RANK IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-CRK-OUT ASSIGN TO "../CLASS-RANK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRK-STUD-ID
                               FILE STATUS   IS WS-CRK-STAT.

           SELECT REPORT-OUT ASSIGN TO "../CLASS-RANK.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.

           SELECT SORT-WORK        ASSIGN TO "SORT-WORK.TXT".
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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

       FD  ISAM-CRK-OUT.
       01  CRK-REC-OUT.
           03  CRK-STUD-ID         PIC 9(6).
           03  CRK-CLASS           PIC X(2).
           03  CRK-MAJOR           PIC X(20).
           03  CRK-RANK            PIC 9(5).
           03  CRK-SIZE            PIC 9(5).
           03  CRK-GPA             PIC 9V99.
           03  CRK-HOURS           PIC 9(4).
           03  CRK-RUN-DATE        PIC X(8).

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

       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-CLASS-ORD      PIC 9.
           03  SORT-CLASS          PIC X(2).
           03  SORT-MAJOR          PIC X(20).
           03  SORT-GPA            PIC 9V99.
           03  SORT-STUD-ID        PIC 9(6).
           03  SORT-LNAME          PIC X(15).
           03  SORT-FNAME          PIC X(15).
           03  SORT-HOURS          PIC 9(4).
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
           03  WS-CRK-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'CLASS-RANK'.
           03  WS-MIN-HOURS            PIC 9(3)    VALUE 12.
           03  WS-BY-MAJOR             PIC X       VALUE 'N'.
           03  WS-CLASS-ORD            PIC 9       VALUE ZERO.
           03  WS-RANKED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-SHORT-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-GROUP-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-CUR-CLASS            PIC X(2)    VALUE SPACES.
           03  WS-CUR-MAJOR            PIC X(20)   VALUE SPACES.
           03  WS-FIRST-LINE           PIC X       VALUE 'Y'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

      *    one class (or class and major) is held here until the group
      *    breaks, since the class size must be known before any
      *    member's rank line can be printed or stored
       01  WS-GRP-TABLE.
           03  WS-GRP-CNT          PIC 9(4)    VALUE ZEROS.
           03  WS-GRP-IX           PIC 9(4)    VALUE ZEROS.
           03  WS-GRP-MAX          PIC 9(4)    VALUE 2000.
           03  WS-GRP-RANK         PIC 9(5)    VALUE ZEROS.
           03  WS-GRP-PREV-GPA     PIC 9V99    VALUE ZEROS.
           03  WS-GRP-ENTRY        OCCURS 2000 TIMES.
               05  WS-GRP-STUD-ID  PIC 9(6).
               05  WS-GRP-LNAME    PIC X(15).
               05  WS-GRP-FNAME    PIC X(15).
               05  WS-GRP-GPA      PIC 9V99.
               05  WS-GRP-HOURS    PIC 9(4).

       01  RPT-HEAD-1.
           03  FILLER          PIC X(24)
                   VALUE 'CLASS RANK REPORT       '.
           03  FILLER          PIC X(14)   VALUE 'MIN GRADED HRS'.
           03  FILLER          PIC X       VALUE SPACE.
           03  RH-MIN-HOURS    PIC ZZ9.
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RH-SCOPE        PIC X(16).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RH-DATE         PIC X(10).

       01  RPT-GROUP-LINE.
           03  FILLER          PIC X(7)    VALUE 'CLASS: '.
           03  RG-CLASS        PIC X(2).
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RG-MAJOR-LBL    PIC X(7).
           03  RG-MAJOR        PIC X(20).
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  FILLER          PIC X(12)   VALUE 'CLASS SIZE: '.
           03  RG-SIZE         PIC ZZ,ZZ9.

       01  RPT-HEAD-2.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  FILLER          PIC X(7)    VALUE ' RANK'.
           03  FILLER          PIC X(8)    VALUE 'ID'.
           03  FILLER          PIC X(32)   VALUE 'NAME'.
           03  FILLER          PIC X(6)    VALUE 'GPA'.
           03  FILLER          PIC X(5)    VALUE 'HOURS'.

       01  RPT-DETAIL.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-RANK         PIC ZZ,ZZ9.
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-STUD-ID      PIC 9(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-LNAME        PIC X(16).
           03  RD-FNAME        PIC X(16).
           03  RD-GPA          PIC 9.99.
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RD-HOURS        PIC ZZZ9.

       01  RPT-TOTAL.
           03  FILLER          PIC X(28).
           03  RT-COUNT        PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "CLASS-RANK".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 33 VALUE "CLASS RANK RUN".

       01  SCRN-PARM-REQ.
           03  LINE 09 COL 22        VALUE 'MINIMUM GRADED HOURS:'.
           03  LINE 09 COL 44 PIC 9(3) TO WS-MIN-HOURS    AUTO.
           03  LINE 10 COL 22        VALUE ' RANK WITHIN MAJOR?:'.
           03  LINE 10 COL 44 PIC X    TO WS-BY-MAJOR     AUTO.
           03  LINE 10 COL 46        VALUE '(Y/N)'.
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

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-PARM-REQ
               ACCEPT  SCRN-PARM-REQ
           END-IF
           IF WS-BY-MAJOR EQUAL 'y'
               MOVE 'Y' TO WS-BY-MAJOR
           END-IF
           IF WS-BY-MAJOR NOT EQUAL 'Y'
               MOVE 'N' TO WS-BY-MAJOR
           END-IF

      *    every run replaces the whole rank file - a student who has
      *    since dropped below the hours or gone inactive must not
      *    keep quoting a stale rank
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT ISAM-CRK-OUT
           OPEN OUTPUT REPORT-OUT

           MOVE WS-MIN-HOURS TO RH-MIN-HOURS
           IF WS-BY-MAJOR EQUAL 'Y'
               MOVE 'BY CLASS/MAJOR' TO RH-SCOPE
           ELSE
               MOVE 'BY CLASS' TO RH-SCOPE
           END-IF
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1

           SORT SORT-WORK
               ON ASCENDING  KEY SORT-CLASS-ORD SORT-MAJOR
               ON DESCENDING KEY SORT-GPA
               ON ASCENDING  KEY SORT-LNAME SORT-FNAME
               INPUT  PROCEDURE 200-SELECT-STUDENTS
               OUTPUT PROCEDURE 400-RANK-STUDENTS

           PERFORM 500-WRITE-TOTALS

           CLOSE ISAM-STUD-IN
           CLOSE ISAM-CRK-OUT
           CLOSE REPORT-OUT

           STRING WS-RANKED-COUNT ' STUDENT(S) RANKED' INTO WS-MSG
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-PARM-REQ
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - the minimum hours ride PRM-EXTRA as NNN and the within-
      *    major switch as the fifth byte
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
                               IF PRM-EXTRA (1:3) NUMERIC
                                   MOVE PRM-EXTRA (1:3)
                                       TO WS-MIN-HOURS
                               END-IF
                               MOVE PRM-EXTRA (5:1) TO WS-BY-MAJOR
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       200-SELECT-STUDENTS.
           MOVE LOW-VALUES TO ISAM-STUD-KEY
           START ISAM-STUD-IN KEY IS NOT LESS THAN ISAM-STUD-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-STUD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       PERFORM 210-TEST-ONE-STUDENT
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-TEST-ONE-STUDENT.
      *    the class code orders the report freshman first - a blank
      *    or unrecognized class has nothing to be ranked within
           IF ISAM-STUD-ACTIVE NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE ISAM-STUD-CLASS
               WHEN 'FR'  MOVE 1 TO WS-CLASS-ORD
               WHEN 'SO'  MOVE 2 TO WS-CLASS-ORD
               WHEN 'JR'  MOVE 3 TO WS-CLASS-ORD
               WHEN 'SR'  MOVE 4 TO WS-CLASS-ORD
               WHEN OTHER MOVE 0 TO WS-CLASS-ORD
           END-EVALUATE
           IF WS-CLASS-ORD EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           IF ISAM-STUD-ATTEMPT LESS THAN WS-MIN-HOURS
               ADD 1 TO WS-SHORT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLASS-ORD    TO SORT-CLASS-ORD
           MOVE ISAM-STUD-CLASS TO SORT-CLASS
           IF WS-BY-MAJOR EQUAL 'Y'
               MOVE ISAM-STUD-MAJOR TO SORT-MAJOR
           ELSE
               MOVE SPACES TO SORT-MAJOR
           END-IF
           MOVE ISAM-STUD-GPA     TO SORT-GPA
           MOVE ISAM-IO-ID        TO SORT-STUD-ID
           MOVE ISAM-STUD-LNAME   TO SORT-LNAME
           MOVE ISAM-SUTD-FNAME   TO SORT-FNAME
           MOVE ISAM-STUD-ATTEMPT TO SORT-HOURS
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       400-RANK-STUDENTS.
           MOVE ZEROS  TO WS-GRP-CNT
           MOVE SPACES TO WS-CUR-CLASS
           MOVE SPACES TO WS-CUR-MAJOR
           MOVE 'Y'    TO WS-FIRST-LINE
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 410-HOLD-ONE-STUDENT
               END-RETURN
           END-PERFORM
           IF WS-GRP-CNT GREATER THAN ZERO
               PERFORM 420-FLUSH-GROUP
           END-IF.
      *-----------------------------------------------------------------
       410-HOLD-ONE-STUDENT.
           IF WS-FIRST-LINE EQUAL 'Y'
               OR SORT-CLASS NOT EQUAL WS-CUR-CLASS
               OR SORT-MAJOR NOT EQUAL WS-CUR-MAJOR
               IF WS-GRP-CNT GREATER THAN ZERO
                   PERFORM 420-FLUSH-GROUP
               END-IF
               MOVE 'N'        TO WS-FIRST-LINE
               MOVE SORT-CLASS TO WS-CUR-CLASS
               MOVE SORT-MAJOR TO WS-CUR-MAJOR
               MOVE ZEROS      TO WS-GRP-CNT
           END-IF
      *    a group past the table size is ranked in pieces rather
      *    than dropped - the overflow shows as a second heading
           IF WS-GRP-CNT NOT LESS THAN WS-GRP-MAX
               PERFORM 420-FLUSH-GROUP
               MOVE ZEROS TO WS-GRP-CNT
           END-IF
           ADD 1 TO WS-GRP-CNT
           MOVE SORT-STUD-ID TO WS-GRP-STUD-ID (WS-GRP-CNT)
           MOVE SORT-LNAME   TO WS-GRP-LNAME   (WS-GRP-CNT)
           MOVE SORT-FNAME   TO WS-GRP-FNAME   (WS-GRP-CNT)
           MOVE SORT-GPA     TO WS-GRP-GPA     (WS-GRP-CNT)
           MOVE SORT-HOURS   TO WS-GRP-HOURS   (WS-GRP-CNT).
      *-----------------------------------------------------------------
       420-FLUSH-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-CUR-CLASS TO RG-CLASS
           IF WS-BY-MAJOR EQUAL 'Y'
               MOVE 'MAJOR: '    TO RG-MAJOR-LBL
               MOVE WS-CUR-MAJOR TO RG-MAJOR
           ELSE
               MOVE SPACES TO RG-MAJOR-LBL
               MOVE SPACES TO RG-MAJOR
           END-IF
           MOVE WS-GRP-CNT TO RG-SIZE
           WRITE REPORT-LINE-OUT FROM RPT-GROUP-LINE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE ZEROS TO WS-GRP-RANK
           MOVE ZEROS TO WS-GRP-PREV-GPA
           PERFORM 430-RANK-ONE-STUDENT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX GREATER THAN WS-GRP-CNT.
      *-----------------------------------------------------------------
       430-RANK-ONE-STUDENT.
      *    standard competition ranking - a tie takes the rank of the
      *    first student at that GPA, and the next GPA down takes its
      *    own position in the list
           IF WS-GRP-IX EQUAL 1
               OR WS-GRP-GPA (WS-GRP-IX) NOT EQUAL WS-GRP-PREV-GPA
               MOVE WS-GRP-IX TO WS-GRP-RANK
           END-IF
           MOVE WS-GRP-GPA (WS-GRP-IX) TO WS-GRP-PREV-GPA
           MOVE WS-GRP-RANK                TO RD-RANK
           MOVE WS-GRP-STUD-ID (WS-GRP-IX) TO RD-STUD-ID
           MOVE WS-GRP-LNAME   (WS-GRP-IX) TO RD-LNAME
           MOVE WS-GRP-FNAME   (WS-GRP-IX) TO RD-FNAME
           MOVE WS-GRP-GPA     (WS-GRP-IX) TO RD-GPA
           MOVE WS-GRP-HOURS   (WS-GRP-IX) TO RD-HOURS
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           MOVE WS-GRP-STUD-ID (WS-GRP-IX) TO CRK-STUD-ID
           MOVE WS-CUR-CLASS               TO CRK-CLASS
           MOVE WS-CUR-MAJOR               TO CRK-MAJOR
           MOVE WS-GRP-RANK                TO CRK-RANK
           MOVE WS-GRP-CNT                 TO CRK-SIZE
           MOVE WS-GRP-GPA     (WS-GRP-IX) TO CRK-GPA
           MOVE WS-GRP-HOURS   (WS-GRP-IX) TO CRK-HOURS
           MOVE WS-NOW-DATE                TO CRK-RUN-DATE
           WRITE CRK-REC-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RANKED-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
       500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'RANKING GROUPS:' TO RPT-TOTAL
           MOVE WS-GROUP-COUNT  TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'STUDENTS RANKED:' TO RPT-TOTAL
           MOVE WS-RANKED-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'SHORT OF MINIMUM HOURS:' TO RPT-TOTAL
           MOVE WS-SHORT-COUNT  TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
