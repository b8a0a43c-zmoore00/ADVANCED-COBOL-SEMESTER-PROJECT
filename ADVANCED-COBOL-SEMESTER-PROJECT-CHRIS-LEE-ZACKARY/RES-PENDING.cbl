      ******************************************************************
      *PROGRAM : RES-PENDING.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Pending residency petitions by age - every            *
      *          RES-PETITION-ISAM.DAT petition not yet decided,       *
      *          grouped over 90, 61-90, 31-60 and 0-30 days since it  *
      *          was submitted and oldest first within each group,     *
      *          with the student, the residency asked for, the        *
      *          effective SEM/YR and whether documents are in -       *
      *          RES-PENDING.RPT                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RES-PENDING IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-RSP-IN ASSIGN TO
                               "../RES-PETITION-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS RSP-KEY
                               FILE STATUS   IS WS-RSP-STAT.

           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT REPORT-OUT ASSIGN TO "../RES-PENDING.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT SORT-WORK        ASSIGN TO "SORT-WORK.TXT".
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-RSP-IN.
       01  RSP-REC-IN.
           03  RSP-KEY.
               05  RSP-STUD-ID    PIC 9(6).
               05  RSP-SEQ        PIC 9(3).
           03  RSP-REQ-RES        PIC X.
           03  RSP-SUBMIT-DT      PIC X(8).
           03  RSP-DOCS           PIC X(30).
           03  RSP-DOCS-DT        PIC X(8).
           03  RSP-EFF-SEM        PIC X(2).
           03  RSP-EFF-YR         PIC X(4).
           03  RSP-DECISION       PIC X.
           03  RSP-DECIDER        PIC X(8).
           03  RSP-DECIDE-DT      PIC X(8).
           03  RSP-NOTE           PIC X(30).
           03  RSP-ENTERED-BY     PIC X(8).

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

       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-BRACKET        PIC 9.
           03  SORT-SUBMIT-DT      PIC X(8).
           03  SORT-STUD-ID        PIC 9(6).
           03  SORT-SEQ            PIC 9(3).
           03  SORT-AGE            PIC 9(5).
           03  SORT-REQ-RES        PIC X.
           03  SORT-EFF-SEM        PIC X(2).
           03  SORT-EFF-YR         PIC X(4).
           03  SORT-DOCS           PIC X(30).
           03  SORT-NOTE           PIC X(30).
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

       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-RSP-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.
           03  WS-TODAY-INT            PIC 9(7)    VALUE ZEROS.
           03  WS-SUBMIT-INT           PIC 9(7)    VALUE ZEROS.
           03  WS-CUR-BRACKET          PIC 9       VALUE ZEROS.
           03  WS-BRACKET-CNT          PIC 9(4)    VALUE ZEROS.
           03  WS-TOTAL-CNT            PIC 9(5)    VALUE ZEROS.

       01  WS-BRACKET-NAMES.
           03  FILLER          PIC X(20)   VALUE 'OVER 90 DAYS'.
           03  FILLER          PIC X(20)   VALUE '61 TO 90 DAYS'.
           03  FILLER          PIC X(20)   VALUE '31 TO 60 DAYS'.
           03  FILLER          PIC X(20)   VALUE '30 DAYS OR LESS'.
       01  WS-BRACKET-TABLE REDEFINES WS-BRACKET-NAMES.
           03  WS-BRACKET-NAME PIC X(20)   OCCURS 4 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(33)
               VALUE 'PENDING RESIDENCY PETITIONS      '.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(38)
               VALUE 'ID     STUDENT NAME       PET RES EFF '.
           03  FILLER      PIC X(32)
               VALUE '    SUBMITTED DAYS DOCUMENTS    '.

       01  RPT-BRACKET-HEAD.
           03  FILLER      PIC X(4)    VALUE '*** '.
           03  RB-NAME     PIC X(20).
           03  FILLER      PIC X(4)    VALUE ' ***'.

       01  RPT-DETAIL.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RD-ID       PIC 9(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-NAME     PIC X(18).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-SEQ      PIC 9(3).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RES      PIC X.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RD-YR       PIC X(4).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-SUBMIT   PIC X(8).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-AGE      PIC ZZZZ9.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-DOCS     PIC X(18).

       01  RPT-DETAIL-2.
           03  FILLER      PIC X(11)   VALUE SPACES.
           03  RN-NOTE     PIC X(30).

       01  RPT-BRACKET-TOTAL.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-CNT      PIC ZZZ9.
           03  FILLER      PIC X(12)   VALUE ' PETITION(S)'.

       01  RPT-TOTAL.
           03  FILLER      PIC X(18)   VALUE 'TOTAL PENDING:    '.
           03  RT-TOTAL    PIC ZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "RES-PENDING".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 25 VALUE "PENDING RESIDENCY PETITIONS".

       01  SCRN-MSG.
           03  LINE 12 COL 25 PIC X(40) FROM WS-MSG.

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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-DATE))

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
           END-IF

           OPEN INPUT ISAM-RSP-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT REPORT-OUT

           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           SORT SORT-WORK
               ON ASCENDING KEY SORT-BRACKET SORT-SUBMIT-DT
                                SORT-STUD-ID SORT-SEQ
               INPUT  PROCEDURE 200-SELECT-PETITIONS
               OUTPUT PROCEDURE 400-PRINT-PETITIONS

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-TOTAL-CNT TO RT-TOTAL
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           CLOSE ISAM-RSP-IN
           CLOSE ISAM-STUD-IN
           CLOSE REPORT-OUT

           MOVE 'RES-PENDING.RPT WRITTEN' TO WS-MSG
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    nothing to ask for - unattended it simply skips the screens
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
           END-IF.
      *-----------------------------------------------------------------
       200-SELECT-PETITIONS.
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-RSP-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF RSP-DECISION EQUAL 'P'
                           PERFORM 210-RELEASE-PETITION
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-RELEASE-PETITION.
      *    a submitted date that will not convert ages as zero and
      *    sorts with the newest
           MOVE SPACES TO SORT-REC
           MOVE ZEROS  TO SORT-AGE
           IF RSP-SUBMIT-DT NUMERIC
               COMPUTE WS-SUBMIT-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(RSP-SUBMIT-DT))
               IF WS-SUBMIT-INT LESS THAN WS-TODAY-INT
                   COMPUTE SORT-AGE = WS-TODAY-INT - WS-SUBMIT-INT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SORT-AGE GREATER THAN 90
                   MOVE 1 TO SORT-BRACKET
               WHEN SORT-AGE GREATER THAN 60
                   MOVE 2 TO SORT-BRACKET
               WHEN SORT-AGE GREATER THAN 30
                   MOVE 3 TO SORT-BRACKET
               WHEN OTHER
                   MOVE 4 TO SORT-BRACKET
           END-EVALUATE
           MOVE RSP-SUBMIT-DT TO SORT-SUBMIT-DT
           MOVE RSP-STUD-ID   TO SORT-STUD-ID
           MOVE RSP-SEQ       TO SORT-SEQ
           MOVE RSP-REQ-RES   TO SORT-REQ-RES
           MOVE RSP-EFF-SEM   TO SORT-EFF-SEM
           MOVE RSP-EFF-YR    TO SORT-EFF-YR
           MOVE RSP-DOCS      TO SORT-DOCS
           MOVE RSP-NOTE      TO SORT-NOTE
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       400-PRINT-PETITIONS.
           MOVE ZEROS  TO WS-CUR-BRACKET
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 410-PRINT-ONE-PETITION
               END-RETURN
           END-PERFORM
           IF WS-CUR-BRACKET NOT EQUAL ZEROS
               PERFORM 430-BRACKET-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       410-PRINT-ONE-PETITION.
           IF SORT-BRACKET NOT EQUAL WS-CUR-BRACKET
               IF WS-CUR-BRACKET NOT EQUAL ZEROS
                   PERFORM 430-BRACKET-TOTAL
               END-IF
               MOVE SORT-BRACKET TO WS-CUR-BRACKET
               MOVE ZEROS TO WS-BRACKET-CNT
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE WS-BRACKET-NAME (WS-CUR-BRACKET) TO RB-NAME
               WRITE REPORT-LINE-OUT FROM RPT-BRACKET-HEAD
           END-IF
           MOVE SORT-STUD-ID TO ISAM-STUD-KEY
           MOVE SPACES       TO RD-NAME
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NOT ON FILE' TO RD-NAME
               NOT INVALID KEY
                   STRING ISAM-STUD-LNAME DELIMITED BY SPACE
                          ', ' ISAM-SUTD-FNAME DELIMITED BY SIZE
                       INTO RD-NAME
           END-READ
           MOVE SORT-STUD-ID   TO RD-ID
           MOVE SORT-SEQ       TO RD-SEQ
           MOVE SORT-REQ-RES   TO RD-RES
           MOVE SORT-EFF-SEM   TO RD-SEM
           MOVE SORT-EFF-YR    TO RD-YR
           MOVE SORT-SUBMIT-DT TO RD-SUBMIT
           MOVE SORT-AGE       TO RD-AGE
           IF SORT-DOCS EQUAL SPACES
               MOVE '** NONE YET **' TO RD-DOCS
           ELSE
               MOVE SORT-DOCS TO RD-DOCS
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF SORT-NOTE NOT EQUAL SPACES
               MOVE SORT-NOTE TO RN-NOTE
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL-2
           END-IF
           ADD 1 TO WS-BRACKET-CNT
           ADD 1 TO WS-TOTAL-CNT.
      *-----------------------------------------------------------------
       430-BRACKET-TOTAL.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-BRACKET-CNT TO RT-CNT
           WRITE REPORT-LINE-OUT FROM RPT-BRACKET-TOTAL.
