      ******************************************************************
      *PROGRAM : COMMENCE-LIST.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Printed commencement program for a SEM/YR - every     *
      *          applicant on GRAD-APP-ISAM.DAT still approved or      *
      *          graduated who said they are walking is listed under   *
      *          the department that owns the degree, then by major    *
      *          title and name - honors print beside graduates whose  *
      *          degree is already on DEGREE-ISAM.DAT - totals of      *
      *          walkers, not walking and guest tickets close the      *
      *          listing on COMMENCE-LIST.RPT                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMENCE-LIST IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-GA-IN ASSIGN TO "../GRAD-APP-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS GA-KEY
                               FILE STATUS   IS WS-GA-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-STUD-KEY
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-DG-IN ASSIGN TO "../DEGREE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DG-KEY
                               FILE STATUS   IS WS-DG-STAT.

           SELECT OPTIONAL ISAM-MAJ-IN ASSIGN TO "../MAJOR-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJ-CODE
                               FILE STATUS   IS WS-MAJ-STAT.

           SELECT REPORT-OUT ASSIGN TO "../COMMENCE-LIST.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT SORT-WORK        ASSIGN TO "SORT-WORK.TXT".
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-GA-IN.
       01  GA-REC-IN.
           03  GA-KEY.
               05  GA-STUD-ID     PIC 9(6).
               05  GA-SEM         PIC X(2).
               05  GA-YR          PIC X(4).
           03  GA-DATE            PIC X(8).
           03  GA-STATUS          PIC X.
           03  GA-WALK            PIC X       VALUE SPACE.
           03  GA-GUESTS          PIC 9(2)    VALUE ZEROS.

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

       FD  ISAM-DG-IN.
       01  DG-REC-IN.
           03  DG-KEY.
               05  DG-STUD-ID     PIC 9(6).
               05  DG-SEM         PIC X(2).
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

       FD  ISAM-MAJ-IN.
       01  MAJ-REC-IN.
           03  MAJ-CODE            PIC X(6).
           03  MAJ-TITLE           PIC X(30).
           03  MAJ-DEPT            PIC X(20).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-DEPT           PIC X(20).
           03  SORT-MAJOR-TITLE    PIC X(30).
           03  SORT-LNAME          PIC X(15).
           03  SORT-FNAME          PIC X(15).
           03  SORT-STUD-ID        PIC 9(6).
           03  SORT-HONORS         PIC X(20).
           03  SORT-GUESTS         PIC 9(2).
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
           03  WS-GA-STAT              PIC XX      VALUE SPACES.
           03  WS-DG-STAT              PIC XX      VALUE SPACES.
           03  WS-MAJ-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-CUR-DEPT             PIC X(20)   VALUE SPACES.
           03  WS-CUR-MAJOR            PIC X(30)   VALUE SPACES.
           03  WS-FIRST-LINE           PIC X       VALUE 'Y'.
           03  WS-WALK-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-NOWALK-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-NOANS-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-GUEST-COUNT          PIC 9(5)    VALUE ZEROS.
           03  GA-EOF-FLAG             PIC X       VALUE SPACES.
               88 GA-EOF     VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

       01  RPT-HEAD-1.
           03  FILLER          PIC X(24)
                   VALUE 'COMMENCEMENT PROGRAM    '.
           03  FILLER          PIC X(4)    VALUE 'TERM'.
           03  FILLER          PIC X       VALUE SPACE.
           03  RH-SEM          PIC X(2).
           03  FILLER          PIC X       VALUE '/'.
           03  RH-YR           PIC X(4).
           03  FILLER          PIC X(13)   VALUE SPACES.
           03  RH-DATE         PIC X(10).

       01  RPT-DEPT-LINE.
           03  FILLER          PIC X(12)   VALUE 'DEPARTMENT: '.
           03  RDP-DEPT        PIC X(20).

       01  RPT-MAJOR-LINE.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  RM-MAJOR        PIC X(30).

       01  RPT-DETAIL.
           03  FILLER          PIC X(8)    VALUE SPACES.
           03  RD-NAME         PIC X(31).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-HONORS       PIC X(20).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-GUESTS       PIC Z9.

       01  RPT-TOTAL.
           03  FILLER          PIC X(22).
           03  RT-COUNT        PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "COMMENCE-LIST".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 29 VALUE "COMMENCEMENT PROGRAM".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 30             VALUE 'SEM/YR:'.
           03  LINE 09 COL 38 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 40 VALUE '/'.
           03  LINE 09 COL 41 PIC X(4)  TO WS-YR    AUTO.
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

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-SEM-REQ
           ACCEPT  SCRN-SEM-REQ

           OPEN INPUT ISAM-GA-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-DG-IN
           OPEN INPUT ISAM-MAJ-IN
           OPEN OUTPUT REPORT-OUT

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1

           SORT SORT-WORK
               ON ASCENDING KEY SORT-DEPT SORT-MAJOR-TITLE
                                SORT-LNAME SORT-FNAME
               INPUT  PROCEDURE 200-SELECT-GRADUATES
               OUTPUT PROCEDURE 400-PRINT-PROGRAM

           PERFORM 500-WRITE-TOTALS

           CLOSE ISAM-GA-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-DG-IN
           CLOSE ISAM-MAJ-IN
           CLOSE REPORT-OUT

           STRING WS-WALK-COUNT ' GRADUATES WALKING' INTO WS-MSG
           DISPLAY SCRN-SEM-REQ
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-SELECT-GRADUATES.
      *    denied applications drop out - approved and graduated ones
      *    are counted by their answer and only walkers are released
           MOVE LOW-VALUES TO GA-KEY
           START ISAM-GA-IN KEY IS NOT LESS THAN GA-KEY
               INVALID KEY
                   MOVE 1 TO GA-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO GA-EOF-FLAG
           END-START
           PERFORM UNTIL GA-EOF
               READ ISAM-GA-IN NEXT RECORD
                   AT END
                       MOVE 1 TO GA-EOF-FLAG
                   NOT AT END
                       IF GA-SEM EQUAL WS-SEM
                           AND GA-YR EQUAL WS-YR
                           AND (GA-STATUS EQUAL 'A'
                            OR GA-STATUS EQUAL 'G')
                           PERFORM 210-COUNT-ANSWER
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-COUNT-ANSWER.
           EVALUATE GA-WALK
               WHEN 'Y'
                   ADD 1 TO WS-WALK-COUNT
                   ADD GA-GUESTS TO WS-GUEST-COUNT
                   PERFORM 220-RELEASE-GRADUATE
               WHEN 'N'
                   ADD 1 TO WS-NOWALK-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOANS-COUNT
           END-EVALUATE.
      *-----------------------------------------------------------------
       220-RELEASE-GRADUATE.
           MOVE GA-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE SPACES TO ISAM-STUD-LNAME
                   MOVE SPACES TO ISAM-SUTD-FNAME
                   MOVE SPACES TO ISAM-STUD-MAJOR
           END-READ

      *    once conferred the degree record names the major and the
      *    honors - before conferral the declared major stands in
           MOVE SPACES TO SORT-HONORS
           MOVE ISAM-STUD-MAJOR TO MAJ-CODE
           MOVE GA-STUD-ID TO DG-STUD-ID
           MOVE GA-SEM     TO DG-SEM
           MOVE GA-YR      TO DG-YR
           READ ISAM-DG-IN
               NOT INVALID KEY
                   MOVE DG-MAJOR (1:6)  TO MAJ-CODE
                   MOVE DG-HONORS-DESC  TO SORT-HONORS
           END-READ

           READ ISAM-MAJ-IN
               INVALID KEY
                   MOVE 'UNASSIGNED'  TO SORT-DEPT
                   MOVE MAJ-CODE      TO SORT-MAJOR-TITLE
               NOT INVALID KEY
                   MOVE MAJ-DEPT      TO SORT-DEPT
                   MOVE MAJ-TITLE     TO SORT-MAJOR-TITLE
           END-READ

           MOVE ISAM-STUD-LNAME TO SORT-LNAME
           MOVE ISAM-SUTD-FNAME TO SORT-FNAME
           MOVE GA-STUD-ID      TO SORT-STUD-ID
           MOVE GA-GUESTS       TO SORT-GUESTS
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       400-PRINT-PROGRAM.
           MOVE SPACES TO WS-CUR-DEPT
           MOVE SPACES TO WS-CUR-MAJOR
           MOVE 'Y'    TO WS-FIRST-LINE
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 410-PRINT-ONE-LINE
               END-RETURN
           END-PERFORM.
      *-----------------------------------------------------------------
       410-PRINT-ONE-LINE.
           IF WS-FIRST-LINE EQUAL 'Y'
               OR SORT-DEPT NOT EQUAL WS-CUR-DEPT
               MOVE SORT-DEPT TO WS-CUR-DEPT
               MOVE SPACES TO WS-CUR-MAJOR
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE SORT-DEPT TO RDP-DEPT
               WRITE REPORT-LINE-OUT FROM RPT-DEPT-LINE
           END-IF
           IF WS-FIRST-LINE EQUAL 'Y'
               OR SORT-MAJOR-TITLE NOT EQUAL WS-CUR-MAJOR
               MOVE SORT-MAJOR-TITLE TO WS-CUR-MAJOR
               MOVE 'N' TO WS-FIRST-LINE
               MOVE SORT-MAJOR-TITLE TO RM-MAJOR
               WRITE REPORT-LINE-OUT FROM RPT-MAJOR-LINE
           END-IF
           MOVE SPACES TO RD-NAME
           STRING SORT-FNAME DELIMITED BY '  '
               ' '        DELIMITED BY SIZE
               SORT-LNAME DELIMITED BY '  '
               INTO RD-NAME
           MOVE SORT-HONORS TO RD-HONORS
           MOVE SORT-GUESTS TO RD-GUESTS
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'GRADUATES WALKING:    ' TO RPT-TOTAL (1:22)
           MOVE WS-WALK-COUNT   TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'NOT WALKING:          ' TO RPT-TOTAL (1:22)
           MOVE WS-NOWALK-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'NO ANSWER ON FILE:    ' TO RPT-TOTAL (1:22)
           MOVE WS-NOANS-COUNT  TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'GUEST TICKETS:        ' TO RPT-TOTAL (1:22)
           MOVE WS-GUEST-COUNT  TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
