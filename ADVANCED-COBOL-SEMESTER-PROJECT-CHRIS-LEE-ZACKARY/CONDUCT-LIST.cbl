      ******************************************************************
      *PROGRAM : CONDUCT-LIST.CBL                                      *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Confidential conduct case listing - demands its own   *
      *          level-3 sign-on before anything opens, then lists     *
      *          CONDUCT-ISAM.DAT cases for one student or for all,    *
      *          optionally only cases still open or under a sanction  *
      *          in force, on CONDUCT-LIST.RPT - every listing run is  *
      *          logged to AUDIT-LOG.TXT with the operator's sign-on   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDUCT-LIST IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-CND-IN ASSIGN TO "../CONDUCT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CND-KEY
                               FILE STATUS   IS WS-CND-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT REPORT-OUT ASSIGN TO "../CONDUCT-LIST.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-CND-IN.
       01  CND-REC-IN.
           03  CND-KEY.
               05  CND-STUD-ID    PIC 9(6).
               05  CND-CASE-NO    PIC 9(3).
           03  CND-INCIDENT-DATE  PIC X(8).
           03  CND-CHARGE         PIC X(4).
           03  CND-OUTCOME        PIC X.
               88  CND-PENDING             VALUE 'P'.
               88  CND-RESPONSIBLE         VALUE 'R'.
               88  CND-NOT-RESPONSIBLE     VALUE 'N'.
               88  CND-DISMISSED           VALUE 'D'.
           03  CND-SANCTION       PIC X(2).
           03  CND-SANC-END       PIC X(8).
           03  CND-STAT-SET       PIC X       VALUE 'N'.
           03  CND-DATE           PIC X(8).
           03  CND-USER           PIC X(20).

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
           03  WS-CND-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-CASE-CNT             PIC 9(5)    VALUE ZEROS.
           03  WS-IN-FORCE-CNT         PIC 9(5)    VALUE ZEROS.
           03  WS-CASE-STATE           PIC X(9)    VALUE SPACES.
           03  CND-EOF-FLAG            PIC X       VALUE SPACES.
               88 CND-EOF    VALUE '1'.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-OPEN-ONLY    PIC X       VALUE 'N'.

       01  RPT-HEAD-1.
           03  FILLER          PIC X(36)
                   VALUE 'CONFIDENTIAL - CONDUCT CASE LISTING'.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  RH-SCOPE        PIC X(14).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RH-DATE         PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER          PIC X(8)    VALUE 'ID'.
           03  FILLER          PIC X(22)   VALUE 'NAME'.
           03  FILLER          PIC X(5)    VALUE 'CASE'.
           03  FILLER          PIC X(10)   VALUE 'INCIDENT'.
           03  FILLER          PIC X(6)    VALUE 'CHRG'.
           03  FILLER          PIC X(4)    VALUE 'OUT'.
           03  FILLER          PIC X(5)    VALUE 'SANC'.
           03  FILLER          PIC X(10)   VALUE 'ENDS'.
           03  FILLER          PIC X(9)    VALUE 'STATE'.

       01  RPT-DETAIL.
           03  RD-ID           PIC 9(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-NAME         PIC X(21).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-CASE         PIC 9(3).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-INCIDENT     PIC X(8).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-CHARGE       PIC X(4).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-OUTCOME      PIC X.
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RD-SANCTION     PIC X(2).
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RD-SANC-END     PIC X(8).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-STATE        PIC X(9).

       01  RPT-TOTAL.
           03  FILLER          PIC X(22).
           03  RT-COUNT        PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "CONDUCT-LIST".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 24 VALUE "CONDUCT CASE LISTING".

       01  SCRN-LIST-REQ.
           03  LINE 09 COL 20      VALUE 'STUDENT ID (0 = ALL):'.
           03  LINE 09 COL 45 PIC 9(6)  TO WS-STU-ID    AUTO.
           03  LINE 10 COL 20      VALUE '  OPEN/IN FORCE ONLY:'.
           03  LINE 10 COL 45 PIC X     TO WS-OPEN-ONLY AUTO.
           03  LINE 10 COL 47      VALUE '(Y/N)'.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

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

      *    disciplinary records are confidential - the listing demands
      *    its own level-3 sign-on the way RENEWAL-MAINT does
           CALL 'SIGNON' USING WS-OPERATOR
           IF WS-OP-LEVEL LESS THAN 3
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - LEVEL 3 REQUIRED'
                   AT LINE 12 COL 24
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-LIST-REQ
           ACCEPT  SCRN-LIST-REQ
           IF WS-OPEN-ONLY EQUAL 'y'
               MOVE 'Y' TO WS-OPEN-ONLY
           END-IF

           OPEN INPUT ISAM-CND-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT REPORT-OUT
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           IF WS-OPEN-ONLY EQUAL 'Y'
               MOVE 'OPEN/IN FORCE' TO RH-SCOPE
           ELSE
               MOVE 'ALL CASES' TO RH-SCOPE
           END-IF
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           PERFORM 200-LIST-CASES

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'CASES LISTED:' TO RPT-TOTAL
           MOVE WS-CASE-CNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'SANCTIONS IN FORCE:' TO RPT-TOTAL
           MOVE WS-IN-FORCE-CNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           PERFORM 500-WRITE-AUDIT

           CLOSE ISAM-CND-IN
           CLOSE ISAM-STUD-IN
           CLOSE REPORT-OUT
           CLOSE AUDIT-OUT

           STRING WS-CASE-CNT ' CASE(S) LISTED' INTO WS-MSG
           DISPLAY SCRN-LIST-REQ
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-LIST-CASES.
           MOVE WS-STU-ID TO CND-STUD-ID
           MOVE ZEROS     TO CND-CASE-NO
           START ISAM-CND-IN KEY IS NOT LESS THAN CND-KEY
               INVALID KEY
                   MOVE 1 TO CND-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CND-EOF-FLAG
           END-START
           PERFORM UNTIL CND-EOF
               READ ISAM-CND-IN NEXT RECORD
                   AT END
                       MOVE 1 TO CND-EOF-FLAG
                   NOT AT END
                       IF WS-STU-ID NOT EQUAL ZEROS
                           AND CND-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO CND-EOF-FLAG
                       ELSE
                           PERFORM 210-LIST-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-LIST-ONE-CASE.
      *    a case is open while the hearing is pending; a sanction is
      *    in force under the same test CONDUCT-MAINT weighs by
           EVALUATE TRUE
               WHEN CND-PENDING
                   MOVE 'OPEN'     TO WS-CASE-STATE
               WHEN CND-RESPONSIBLE
                   AND CND-SANCTION NOT EQUAL SPACES
                   AND (CND-SANC-END EQUAL SPACES
                       OR CND-SANC-END NOT LESS THAN WS-NOW-DATE)
                   MOVE 'IN FORCE' TO WS-CASE-STATE
               WHEN OTHER
                   MOVE 'CLOSED'   TO WS-CASE-STATE
           END-EVALUATE
           IF WS-OPEN-ONLY EQUAL 'Y'
               AND WS-CASE-STATE EQUAL 'CLOSED'
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-STATE EQUAL 'IN FORCE'
               ADD 1 TO WS-IN-FORCE-CNT
           END-IF
           MOVE CND-STUD-ID TO ISAM-STUD-KEY
           MOVE SPACES      TO RD-NAME
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO RD-NAME
               NOT INVALID KEY
                   STRING ISAM-STUD-LNAME ' ' ISAM-SUTD-FNAME
                       DELIMITED BY SIZE INTO RD-NAME
           END-READ
           MOVE CND-STUD-ID       TO RD-ID
           MOVE CND-CASE-NO       TO RD-CASE
           MOVE CND-INCIDENT-DATE TO RD-INCIDENT
           MOVE CND-CHARGE        TO RD-CHARGE
           MOVE CND-OUTCOME       TO RD-OUTCOME
           MOVE CND-SANCTION      TO RD-SANCTION
           MOVE CND-SANC-END      TO RD-SANC-END
           MOVE WS-CASE-STATE     TO RD-STATE
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           ADD 1 TO WS-CASE-CNT.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
      *    who looked, and at whom, is itself kept on the log
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OP-ID                   TO AUD-USER
           MOVE 'CONDUCT-LIST'             TO AUD-PROGRAM
           MOVE WS-STU-ID                  TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'CONDUCT LISTING ' RH-SCOPE ' CASES ' WS-CASE-CNT
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
