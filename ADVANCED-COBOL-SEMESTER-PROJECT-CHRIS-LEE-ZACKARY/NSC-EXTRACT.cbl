      ******************************************************************
      *PROGRAM : NSC-EXTRACT.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Clearinghouse enrollment reporting file for a SEM/YR  *
      *          - each student's status is F full, Q three-quarter,   *
      *          H half or L less than half time off REG-ISAM hours,   *
      *          W withdrawn or A approved leave off the STATUS-MAINT  *
      *          and FULL-WITHDRAW rows on STATUS-HIST-ISAM, or G      *
      *          graduated off the term's DEGREE-ISAM conferral, each  *
      *          with its effective date - NSC-ENROLL.TXT carries a    *
      *          header with the submission sequence number from       *
      *          NSC-LAST-SEQ.TXT, the detail rows and a trailer -     *
      *          what was last sent per student and term is kept on    *
      *          NSC-STAT-ISAM.DAT so a later submission in the same   *
      *          term carries only the students whose status changed   *
      *          - counts by status go to NSC-CONTROL.RPT              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSC-EXTRACT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS SEQUENTIAL
                                RECORD KEY    IS ISAM-STUD-KEY
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-REG-IO ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-SCHED-IN ASSIGN TO
                              "../SCHEDULE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                          FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT4.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                              "../SEMESTER-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-SEM-KEY
                          FILE STATUS   IS WS-SEM-STAT.

           SELECT OPTIONAL ISAM-STH-IN ASSIGN TO
                              "../STATUS-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS STH-KEY
                               FILE STATUS   IS WS-STH-STAT.

           SELECT OPTIONAL ISAM-DG-IN ASSIGN TO "../DEGREE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DG-KEY
                               FILE STATUS   IS WS-DG-STAT.

           SELECT OPTIONAL ISAM-NSS-IO ASSIGN TO "../NSC-STAT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NSS-KEY
                               FILE STATUS   IS WS-NSS-STAT.

           SELECT NSC-LAST-SEQ ASSIGN TO "../NSC-LAST-SEQ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS  IS WS-SEQ-STAT.

           SELECT EXTRACT-OUT ASSIGN TO "../NSC-ENROLL.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-EXT-STAT.

           SELECT CONTROL-OUT ASSIGN TO "../NSC-CONTROL.RPT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-CTL-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
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

       FD  ISAM-SEM-IN.
       01  SEM-REC-IN.
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

       FD  ISAM-STH-IN.
       01  STH-REC-IN.
           03  STH-KEY.
               05  STH-STUD-ID    PIC 9(6).
               05  STH-SEQ        PIC 9(3).
           03  STH-OLD-STAT       PIC X.
           03  STH-NEW-STAT       PIC X.
           03  STH-RET-SEM        PIC X(2).
           03  STH-RET-YR         PIC X(4).
           03  STH-DATE           PIC X(8).
           03  STH-USER           PIC X(20).

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

       FD  ISAM-NSS-IO.
       01  NSS-REC-IO.
           03  NSS-KEY.
               05  NSS-SEM        PIC X(2).
               05  NSS-YR         PIC X(4).
               05  NSS-STUD-ID    PIC 9(6).
           03  NSS-STATUS         PIC X.
           03  NSS-EFF-DATE       PIC X(8).
           03  NSS-SUB-SEQ        PIC 9(6).

       FD  NSC-LAST-SEQ.
       01  LAST-SEQ                PIC 9(6).

       FD  EXTRACT-OUT.
       01  NSC-HEAD-OUT.
           03  NH-TYPE             PIC X.
           03  NH-SCHOOL           PIC X(10).
           03  NH-SUB-SEQ          PIC 9(6).
           03  NH-SEM              PIC X(2).
           03  NH-YR               PIC X(4).
           03  NH-DATE             PIC X(8).
           03  NH-KIND             PIC X.
       01  NSC-DETAIL-OUT.
           03  ND-TYPE             PIC X.
           03  ND-ID               PIC 9(6).
           03  ND-LNAME            PIC X(15).
           03  ND-FNAME            PIC X(15).
           03  ND-STATUS           PIC X.
           03  ND-EFF-DATE         PIC X(8).
           03  ND-SEM              PIC X(2).
           03  ND-YR               PIC X(4).
           03  ND-HOURS            PIC 9(3).
       01  NSC-TRAIL-OUT.
           03  NT-TYPE             PIC X.
           03  NT-SUB-SEQ          PIC 9(6).
           03  NT-COUNT            PIC 9(6).

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
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'NSC-EXTRACT'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-SEM-STAT             PIC XX      VALUE SPACES.
           03  WS-STH-STAT             PIC XX      VALUE SPACES.
           03  WS-DG-STAT              PIC XX      VALUE SPACES.
           03  WS-NSS-STAT             PIC XX      VALUE SPACES.
           03  WS-SEQ-STAT             PIC XX      VALUE SPACES.
           03  WS-EXT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-TERM-CREDITS         PIC 9(3)    VALUE ZEROS.
           03  WS-FULL-TIME-MIN        PIC 99      VALUE 12.
           03  WS-THREE-QTR-MIN        PIC 99      VALUE 9.
           03  WS-HALF-TIME-MIN        PIC 99      VALUE 6.
           03  WS-HAD-REG              PIC X       VALUE 'N'.
           03  WS-PRIOR                PIC X       VALUE 'N'.
           03  WS-NSC-STAT             PIC X       VALUE SPACE.
           03  WS-EFF-DATE             PIC X(8)    VALUE SPACES.
           03  WS-TERM-START           PIC X(8)    VALUE SPACES.
           03  WS-HIST-STAT            PIC X       VALUE SPACE.
           03  WS-HIST-DATE            PIC X(8)    VALUE SPACES.
           03  WS-SUB-SEQ              PIC 9(6)    VALUE ZEROS.
           03  WS-SUB-KIND             PIC X       VALUE 'F'.
           03  WS-REC-COUNT            PIC 9(6)    VALUE ZEROS.
           03  WS-SAME-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-PRIOR-COUNT          PIC 9(6)    VALUE ZEROS.
           03  WS-ST-IX                PIC 9       VALUE ZEROS.

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

      *    the Clearinghouse status codes in control report order
       01  NSC-STATUS-DATA.
           03  FILLER          PIC X(27)   VALUE
                   'FFULL TIME                 '.
           03  FILLER          PIC X(27)   VALUE
                   'QTHREE-QUARTER TIME        '.
           03  FILLER          PIC X(27)   VALUE
                   'HHALF TIME                 '.
           03  FILLER          PIC X(27)   VALUE
                   'LLESS THAN HALF TIME       '.
           03  FILLER          PIC X(27)   VALUE
                   'WWITHDRAWN                 '.
           03  FILLER          PIC X(27)   VALUE
                   'GGRADUATED                 '.
           03  FILLER          PIC X(27)   VALUE
                   'AAPPROVED LEAVE            '.
       01  NSC-STATUS-TABLE REDEFINES NSC-STATUS-DATA.
           03  NST-ENTRY       OCCURS 7 TIMES.
               05  NST-CODE    PIC X.
               05  NST-LABEL   PIC X(26).

       01  WS-ST-COUNTS.
           03  WS-ST-COUNT     PIC 9(6)    OCCURS 7 TIMES.

       01  CTL-HEAD-1.
           03  FILLER          PIC X(18)   VALUE SPACES.
           03  FILLER          PIC X(30)
                   VALUE 'CLEARINGHOUSE SUBMISSION'.
           03  CH-SEM          PIC X(2).
           03  FILLER          PIC X       VALUE '/'.
           03  CH-YR           PIC X(4).
           03  FILLER          PIC X(15)   VALUE SPACES.
           03  CH-DATE         PIC X(10).

       01  CTL-HEAD-2.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(26)   VALUE 'SUBMISSION SEQUENCE'.
           03  CH-SUB-SEQ      PIC ZZZZZ9.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  CH-KIND         PIC X(20).

       01  CTL-DETAIL.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  CD-LABEL        PIC X(26).
           03  CD-VALUE        PIC Z,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "NSC-EXTRACT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 22 VALUE "CLEARINGHOUSE ENROLLMENT EXTRACT".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 35                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR   AUTO.
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
           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-REG-IO
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-SEM-IN
           OPEN INPUT ISAM-STH-IN
           OPEN INPUT ISAM-DG-IN
           OPEN I-O ISAM-NSS-IO
           IF WS-NSS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-NSS-IO
               CLOSE ISAM-NSS-IO
               OPEN I-O ISAM-NSS-IO
           END-IF
           OPEN OUTPUT EXTRACT-OUT
           OPEN OUTPUT CONTROL-OUT

           PERFORM 100-NEXT-SUB-SEQ
           PERFORM 110-TERM-START
           PERFORM 120-CHECK-PRIOR-FILE
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX GREATER THAN 7
               MOVE ZEROS TO WS-ST-COUNT (WS-ST-IX)
           END-PERFORM

           MOVE 'H'          TO NH-TYPE
           MOVE 'UAFS'       TO NH-SCHOOL
           MOVE WS-SUB-SEQ   TO NH-SUB-SEQ
           MOVE WS-SEM       TO NH-SEM
           MOVE WS-YR        TO NH-YR
           MOVE WS-NOW-DATE  TO NH-DATE
           MOVE WS-SUB-KIND  TO NH-KIND
           WRITE NSC-HEAD-OUT

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ ISAM-STUD-IN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 200-CHECK-ONE-STUDENT
               END-READ
           END-PERFORM

           MOVE 'T'          TO NT-TYPE
           MOVE WS-SUB-SEQ   TO NT-SUB-SEQ
           MOVE WS-REC-COUNT TO NT-COUNT
           WRITE NSC-TRAIL-OUT

           PERFORM 500-WRITE-CONTROL-REPORT
           PERFORM 550-REWRITE-LAST-SEQ

           CLOSE ISAM-STUD-IN
           CLOSE ISAM-REG-IO
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-COURSE-IN
           CLOSE ISAM-SEM-IN
           CLOSE ISAM-STH-IN
           CLOSE ISAM-DG-IN
           CLOSE ISAM-NSS-IO
           CLOSE EXTRACT-OUT
           CLOSE CONTROL-OUT

           STRING WS-REC-COUNT ' RECORDS - NSC-ENROLL.TXT'
               INTO WS-MSG
           DISPLAY SCRN-SEM-REQ
           IF WS-BATCH-MODE NOT EQUAL 'Y'
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
       100-NEXT-SUB-SEQ.
      *    submissions are numbered across all terms the way
      *    STUD-LAST-ID numbers students
           MOVE ZEROS TO WS-SUB-SEQ
           OPEN INPUT NSC-LAST-SEQ
           IF WS-SEQ-STAT EQUAL '00'
               READ NSC-LAST-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LAST-SEQ NUMERIC
                           MOVE LAST-SEQ TO WS-SUB-SEQ
                       END-IF
               END-READ
               CLOSE NSC-LAST-SEQ
           END-IF
           ADD 1 TO WS-SUB-SEQ.
      *-----------------------------------------------------------------
       110-TERM-START.
      *    a first report of an enrolled student is effective from the
      *    close of registration - with no semester row it is today
           MOVE WS-NOW-DATE TO WS-TERM-START
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-SEM-REG-CLOSE NOT EQUAL SPACES
                       MOVE ISAM-SEM-REG-CLOSE TO WS-TERM-START
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       120-CHECK-PRIOR-FILE.
      *    once anything has gone for the term the submission is a
      *    change file - F full term, C changes only on the header
           MOVE 'F'    TO WS-SUB-KIND
           MOVE WS-SEM TO NSS-SEM
           MOVE WS-YR  TO NSS-YR
           MOVE ZEROS  TO NSS-STUD-ID
           START ISAM-NSS-IO KEY IS NOT LESS THAN NSS-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ISAM-NSS-IO NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NSS-SEM EQUAL WS-SEM AND NSS-YR EQUAL WS-YR
                       MOVE 'C' TO WS-SUB-KIND
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-CHECK-ONE-STUDENT.
           PERFORM 300-TOTAL-TERM-CREDITS
           MOVE WS-SEM     TO NSS-SEM
           MOVE WS-YR      TO NSS-YR
           MOVE ISAM-IO-ID TO NSS-STUD-ID
           READ ISAM-NSS-IO
               INVALID KEY
                   MOVE 'N' TO WS-PRIOR
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRIOR
           END-READ
           MOVE SPACE  TO WS-NSC-STAT
           MOVE SPACES TO WS-EFF-DATE

      *    a conferral in the term outranks everything else - a
      *    withdrawal or leave is only reported for a student who was
      *    in the term, and an enrolled student's level comes off the
      *    hours still carried
           MOVE ISAM-IO-ID TO DG-STUD-ID
           MOVE WS-SEM     TO DG-SEM
           MOVE WS-YR      TO DG-YR
           READ ISAM-DG-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'G'     TO WS-NSC-STAT
                   MOVE DG-DATE TO WS-EFF-DATE
           END-READ
           IF WS-NSC-STAT EQUAL SPACE
               AND (WS-HAD-REG EQUAL 'Y' OR WS-PRIOR EQUAL 'Y')
               EVALUATE TRUE
                   WHEN ISAM-STUD-ENR-STAT EQUAL 'W'
                       MOVE 'W' TO WS-NSC-STAT
                       MOVE 'W' TO WS-HIST-STAT
                       PERFORM 400-LAST-STATUS-DATE
                   WHEN ISAM-STUD-ENR-STAT EQUAL 'L'
                       MOVE 'A' TO WS-NSC-STAT
                       MOVE 'L' TO WS-HIST-STAT
                       PERFORM 400-LAST-STATUS-DATE
                   WHEN WS-TERM-CREDITS NOT LESS THAN WS-FULL-TIME-MIN
                       MOVE 'F' TO WS-NSC-STAT
                   WHEN WS-TERM-CREDITS NOT LESS THAN WS-THREE-QTR-MIN
                       MOVE 'Q' TO WS-NSC-STAT
                   WHEN WS-TERM-CREDITS NOT LESS THAN WS-HALF-TIME-MIN
                       MOVE 'H' TO WS-NSC-STAT
                   WHEN WS-TERM-CREDITS GREATER THAN ZEROS
                       MOVE 'L' TO WS-NSC-STAT
                   WHEN OTHER
      *                every course dropped or withdrawn without a
      *                status change on the master
                       MOVE 'W' TO WS-NSC-STAT
               END-EVALUATE
           END-IF
           IF WS-NSC-STAT EQUAL SPACE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRIOR EQUAL 'Y'
               IF NSS-STATUS EQUAL WS-NSC-STAT
                   ADD 1 TO WS-SAME-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PRIOR-COUNT
           END-IF
           IF WS-EFF-DATE EQUAL SPACES
               IF WS-PRIOR EQUAL 'Y'
                   MOVE WS-NOW-DATE   TO WS-EFF-DATE
               ELSE
                   MOVE WS-TERM-START TO WS-EFF-DATE
               END-IF
           END-IF
           PERFORM 450-WRITE-DETAIL.
      *-----------------------------------------------------------------
       300-TOTAL-TERM-CREDITS.
           MOVE ZEROS TO WS-TERM-CREDITS
           MOVE 'N'   TO WS-HAD-REG
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE ISAM-IO-ID TO REG-IO-STUD-ID
           READ ISAM-REG-IO KEY IS REG-STUD-ID-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HAD-REG
                   PERFORM 310-ADD-REG-CREDITS
                   MOVE SPACES TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ ISAM-REG-IO NEXT RECORD
                           AT END
                               MOVE 1 TO EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-STUD-ID NOT EQUAL
                                       ISAM-IO-ID
                                   MOVE 1 TO EOF-FLAG
                               ELSE
                                   PERFORM 310-ADD-REG-CREDITS
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
      *-----------------------------------------------------------------
       310-ADD-REG-CREDITS.
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               MOVE REG-IO-CRN TO CRN
               MOVE REG-IO-YR  TO YEAR
               MOVE REG-IO-SEM TO SEMESTER
               READ ISAM-SCHED-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUBJ TO ISAM-IO-SUBJ
                       MOVE CRSE TO ISAM-IO-CRSE
                       READ ISAM-COURSE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ISAM-IO-CREDITS NUMERIC
                                   MOVE ISAM-IO-CREDITS
                                       TO WS-CREDITS-NUM
                                   IF REG-IO-HOURS NUMERIC
                                       AND REG-IO-HOURS > ZEROS
                                       MOVE REG-IO-HOURS
                                           TO WS-CREDITS-NUM
                                   END-IF
                                   ADD WS-CREDITS-NUM
                                       TO WS-TERM-CREDITS
                               END-IF
                       END-READ
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       400-LAST-STATUS-DATE.
      *    the latest history row moving the student into the status
      *    dates it - STATUS-MAINT and FULL-WITHDRAW both write these
      *    - with no row the master's status date stands
           MOVE ISAM-STUD-STAT-DATE TO WS-HIST-DATE
           MOVE ISAM-IO-ID TO STH-STUD-ID
           MOVE ZEROS      TO STH-SEQ
           START ISAM-STH-IN KEY IS NOT LESS THAN STH-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-STH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF STH-STUD-ID NOT EQUAL ISAM-IO-ID
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           IF STH-NEW-STAT EQUAL WS-HIST-STAT
                               MOVE STH-DATE TO WS-HIST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-HIST-DATE TO WS-EFF-DATE.
      *-----------------------------------------------------------------
       450-WRITE-DETAIL.
           MOVE 'D'              TO ND-TYPE
           MOVE ISAM-IO-ID       TO ND-ID
           MOVE ISAM-STUD-LNAME  TO ND-LNAME
           MOVE ISAM-SUTD-FNAME  TO ND-FNAME
           MOVE WS-NSC-STAT      TO ND-STATUS
           MOVE WS-EFF-DATE      TO ND-EFF-DATE
           MOVE WS-SEM           TO ND-SEM
           MOVE WS-YR            TO ND-YR
           MOVE WS-TERM-CREDITS  TO ND-HOURS
           WRITE NSC-DETAIL-OUT
           ADD 1 TO WS-REC-COUNT
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX GREATER THAN 7
               IF NST-CODE (WS-ST-IX) EQUAL WS-NSC-STAT
                   ADD 1 TO WS-ST-COUNT (WS-ST-IX)
               END-IF
           END-PERFORM

           MOVE WS-SEM           TO NSS-SEM
           MOVE WS-YR            TO NSS-YR
           MOVE ISAM-IO-ID       TO NSS-STUD-ID
           MOVE WS-NSC-STAT      TO NSS-STATUS
           MOVE WS-EFF-DATE      TO NSS-EFF-DATE
           MOVE WS-SUB-SEQ       TO NSS-SUB-SEQ
           IF WS-PRIOR EQUAL 'Y'
               REWRITE NSS-REC-IO
               END-REWRITE
           ELSE
               WRITE NSS-REC-IO
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       500-WRITE-CONTROL-REPORT.
           MOVE WS-SEM       TO CH-SEM
           MOVE WS-YR        TO CH-YR
           MOVE DISPLAY-DATE TO CH-DATE
           WRITE CONTROL-LINE-OUT FROM CTL-HEAD-1
           MOVE SPACES TO CONTROL-LINE-OUT
           WRITE CONTROL-LINE-OUT
           MOVE WS-SUB-SEQ   TO CH-SUB-SEQ
           IF WS-SUB-KIND EQUAL 'C'
               MOVE 'CHANGES ONLY' TO CH-KIND
           ELSE
               MOVE 'FULL TERM'    TO CH-KIND
           END-IF
           WRITE CONTROL-LINE-OUT FROM CTL-HEAD-2
           MOVE SPACES TO CONTROL-LINE-OUT
           WRITE CONTROL-LINE-OUT
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX GREATER THAN 7
               MOVE NST-LABEL (WS-ST-IX)   TO CD-LABEL
               MOVE WS-ST-COUNT (WS-ST-IX) TO CD-VALUE
               WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           END-PERFORM
           MOVE SPACES TO CONTROL-LINE-OUT
           WRITE CONTROL-LINE-OUT
           MOVE 'RECORDS WRITTEN'          TO CD-LABEL
           MOVE WS-REC-COUNT               TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'CHANGED SINCE LAST FILE'  TO CD-LABEL
           MOVE WS-PRIOR-COUNT             TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'UNCHANGED - NOT SENT'     TO CD-LABEL
           MOVE WS-SAME-COUNT              TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL.
      *-----------------------------------------------------------------
       550-REWRITE-LAST-SEQ.
           OPEN OUTPUT NSC-LAST-SEQ
           MOVE WS-SUB-SEQ TO LAST-SEQ
           WRITE LAST-SEQ
           CLOSE NSC-LAST-SEQ.
