      ******************************************************************
      *PROGRAM : ADVISE-LIST.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Confidential advising visit listing - demands its own *
      *          sign-on before anything opens, then lists the         *
      *          ADVISE-NOTE-ISAM.DAT visits and their notes for one   *
      *          student or for all on ADVISE-LIST.RPT - a level-3     *
      *          operator sees every student, an operator linked to an *
      *          instructor sees only that instructor's ADVISOR-ISAM   *
      *          advisees - every listing run is logged to             *
      *          AUDIT-LOG.TXT with the operator's sign-on             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISE-LIST IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-NTE-IN ASSIGN TO
                                   "../ADVISE-NOTE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NTE-KEY
                               FILE STATUS   IS WS-NTE-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ADV-IN ASSIGN TO "../ADVISOR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADV-STUD-ID
                               FILE STATUS   IS WS-ADV-STAT.

           SELECT REPORT-OUT ASSIGN TO "../ADVISE-LIST.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-NTE-IN.
       01  NTE-REC-IN.
           03  NTE-KEY.
               05  NTE-STUD-ID    PIC 9(6).
               05  NTE-VISIT-NO   PIC 9(3).
           03  NTE-DATA.
               05  NTE-VISIT-DATE PIC X(8).
               05  NTE-TOPIC      PIC X(4).
               05  NTE-LINE-1     PIC X(60).
               05  NTE-LINE-2     PIC X(60).
               05  NTE-LINE-3     PIC X(60).
               05  NTE-CLR-SEM    PIC X(2).
               05  NTE-CLR-YR     PIC X(4).
               05  NTE-CLR-FLAG   PIC X.
           03  NTE-ADVISOR        PIC 9(6).
           03  NTE-DATE           PIC X(8).
           03  NTE-USER           PIC X(20).

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

       FD  ISAM-ADV-IN.
       01  ADV-REC-IN.
           03  ADV-STUD-ID         PIC 9(6).
           03  ADV-INSTRUC-ID      PIC 9(6).

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
           03  WS-NTE-STAT             PIC XX      VALUE SPACES.
           03  WS-ADV-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-VISIT-CNT            PIC 9(5)    VALUE ZEROS.
           03  WS-STUD-ADVISOR         PIC 9(6)    VALUE ZEROS.
           03  NTE-EOF-FLAG            PIC X       VALUE SPACES.
               88 NTE-EOF    VALUE '1'.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

       01  WS-FACULTY-CHECK.
           03  WS-FCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-FCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-FCK-CRN          PIC X(6)    VALUE SPACES.
           03  WS-FCK-GRADING      PIC X       VALUE 'N'.
           03  WS-FCK-INSTRUC      PIC 9(6)    VALUE ZEROS.
           03  WS-FCK-AUDIT-USER   PIC X(20)   VALUE SPACES.
           03  WS-FCK-RESULT       PIC X       VALUE SPACES.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.

       01  RPT-HEAD-1.
           03  FILLER          PIC X(36)
                   VALUE 'CONFIDENTIAL - ADVISING VISIT LOG'.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  RH-SCOPE        PIC X(18).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RH-DATE         PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER          PIC X(8)    VALUE 'ID'.
           03  FILLER          PIC X(32)   VALUE 'NAME'.
           03  FILLER          PIC X(6)    VALUE 'VISIT'.
           03  FILLER          PIC X(10)   VALUE 'DATE'.
           03  FILLER          PIC X(6)    VALUE 'TOPIC'.
           03  FILLER          PIC X(8)    VALUE 'ADVISOR'.
           03  FILLER          PIC X(10)   VALUE 'CLEARED'.

       01  RPT-DETAIL.
           03  RD-ID           PIC 9(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-NAME         PIC X(31).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-VISIT        PIC 9(3).
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RD-VISIT-DATE   PIC X(8).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-TOPIC        PIC X(4).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-ADVISOR      PIC 9(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-CLEARED      PIC X(10).

       01  RPT-NOTE.
           03  FILLER          PIC X(10)   VALUE SPACES.
           03  RN-TEXT         PIC X(60).

       01  RPT-TOTAL.
           03  FILLER          PIC X(22).
           03  RT-COUNT        PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "ADVISE-LIST".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 24 VALUE "ADVISING VISIT LISTING".

       01  SCRN-LIST-REQ.
           03  LINE 09 COL 20      VALUE 'STUDENT ID (0 = ALL):'.
           03  LINE 09 COL 45 PIC 9(6)  TO WS-STU-ID    AUTO.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

      *    advising notes are confidential the way the conduct file
      *    is - a level-3 operator sees everyone, an advisor only
      *    the advisor's own advisees
           CALL 'SIGNON' USING WS-OPERATOR
           MOVE SPACES TO WS-FCK-CRN
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           IF WS-OP-LEVEL LESS THAN 3
              AND WS-FCK-RESULT EQUAL 'S'
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - ADVISOR OR LEVEL 3 REQUIRED'
                   AT LINE 12 COL 18
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF
           IF WS-FCK-RESULT EQUAL 'S'
               MOVE ZEROS TO WS-FCK-INSTRUC
           END-IF

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-LIST-REQ
           ACCEPT  SCRN-LIST-REQ

           OPEN INPUT ISAM-NTE-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-ADV-IN
           OPEN OUTPUT REPORT-OUT
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           MOVE SPACES TO RH-SCOPE
           IF WS-OP-LEVEL NOT LESS THAN 3
               MOVE 'ALL STUDENTS' TO RH-SCOPE
           ELSE
               STRING 'ADVISOR ' WS-FCK-INSTRUC
                   DELIMITED BY SIZE INTO RH-SCOPE
           END-IF
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           PERFORM 200-LIST-VISITS

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'VISITS LISTED:' TO RPT-TOTAL
           MOVE WS-VISIT-CNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           PERFORM 500-WRITE-AUDIT

           CLOSE ISAM-NTE-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-ADV-IN
           CLOSE REPORT-OUT
           CLOSE AUDIT-OUT

           STRING WS-VISIT-CNT ' VISIT(S) LISTED' INTO WS-MSG
           DISPLAY SCRN-LIST-REQ
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-LIST-VISITS.
           MOVE WS-STU-ID TO NTE-STUD-ID
           MOVE ZEROS     TO NTE-VISIT-NO
           START ISAM-NTE-IN KEY IS NOT LESS THAN NTE-KEY
               INVALID KEY
                   MOVE 1 TO NTE-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO NTE-EOF-FLAG
           END-START
           PERFORM UNTIL NTE-EOF
               READ ISAM-NTE-IN NEXT RECORD
                   AT END
                       MOVE 1 TO NTE-EOF-FLAG
                   NOT AT END
                       IF WS-STU-ID NOT EQUAL ZEROS
                           AND NTE-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO NTE-EOF-FLAG
                       ELSE
                           PERFORM 210-LIST-ONE-VISIT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-LIST-ONE-VISIT.
      *    an advisor is held to the students ADVISOR-ISAM assigns
      *    today, whoever the visit was first filed under
           IF WS-OP-LEVEL LESS THAN 3
               MOVE ZEROS TO WS-STUD-ADVISOR
               MOVE NTE-STUD-ID TO ADV-STUD-ID
               READ ISAM-ADV-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADV-INSTRUC-ID TO WS-STUD-ADVISOR
               END-READ
               IF WS-STUD-ADVISOR NOT EQUAL WS-FCK-INSTRUC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE NTE-STUD-ID TO ISAM-STUD-KEY
           MOVE SPACES      TO RD-NAME
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO RD-NAME
               NOT INVALID KEY
                   STRING ISAM-STUD-LNAME ' ' ISAM-SUTD-FNAME
                       DELIMITED BY SIZE INTO RD-NAME
           END-READ
           MOVE NTE-STUD-ID    TO RD-ID
           MOVE NTE-VISIT-NO   TO RD-VISIT
           MOVE NTE-VISIT-DATE TO RD-VISIT-DATE
           MOVE NTE-TOPIC      TO RD-TOPIC
           MOVE NTE-ADVISOR    TO RD-ADVISOR
           MOVE SPACES         TO RD-CLEARED
           IF NTE-CLR-SEM NOT EQUAL SPACES
               STRING NTE-CLR-SEM '/' NTE-CLR-YR ' ' NTE-CLR-FLAG
                   DELIMITED BY SIZE INTO RD-CLEARED
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF NTE-LINE-1 NOT EQUAL SPACES
               MOVE NTE-LINE-1 TO RN-TEXT
               WRITE REPORT-LINE-OUT FROM RPT-NOTE
           END-IF
           IF NTE-LINE-2 NOT EQUAL SPACES
               MOVE NTE-LINE-2 TO RN-TEXT
               WRITE REPORT-LINE-OUT FROM RPT-NOTE
           END-IF
           IF NTE-LINE-3 NOT EQUAL SPACES
               MOVE NTE-LINE-3 TO RN-TEXT
               WRITE REPORT-LINE-OUT FROM RPT-NOTE
           END-IF
           ADD 1 TO WS-VISIT-CNT.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
      *    who looked, and at whom, is itself kept on the log
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OP-ID                   TO AUD-USER
           MOVE 'ADVISE-LIST'              TO AUD-PROGRAM
           MOVE WS-STU-ID                  TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'ADVISING LISTING ' RH-SCOPE ' VISITS ' WS-VISIT-CNT
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
