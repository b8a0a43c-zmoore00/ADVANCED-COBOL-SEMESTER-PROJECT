      ******************************************************************
      *PROGRAM : PROPOSAL-RPT.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Pending curriculum proposals for the curriculum       *
      *          committee agenda - every PROPOSAL-ISAM.DAT proposal   *
      *          still in approval, grouped by the step it waits on    *
      *          (department, committee, registrar) and within that    *
      *          by department, with the course or requirement, the    *
      *          effective SEM/YR, the submitter and the first line    *
      *          of the rationale - approved proposals not yet run     *
      *          through PROPOSAL-POST close the report -              *
      *          PROPOSAL-RPT.RPT                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPOSAL-RPT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-PRP-IN ASSIGN TO
                              "../PROPOSAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS PRP-KEY
                               FILE STATUS   IS WS-PRP-STAT.

           SELECT OPTIONAL ISAM-DPT-IN ASSIGN TO "../DEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DPT-KEY
                               FILE STATUS   IS WS-DPT-STAT.

           SELECT REPORT-OUT ASSIGN TO "../PROPOSAL-RPT.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT SORT-WORK        ASSIGN TO "SORT-WORK.TXT".
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-PRP-IN.
       01  PRP-REC-IN.
           03  PRP-KEY.
               05  PRP-ID         PIC 9(6).
           03  PRP-DATA.
               05  PRP-TYPE       PIC X.
               05  PRP-STATUS     PIC X.
               05  PRP-DEPT       PIC X(4).
               05  PRP-EFF-SEM    PIC X(2).
               05  PRP-EFF-YR     PIC X(4).
               05  PRP-SUBJ       PIC X(5).
               05  PRP-CRSE       PIC X(6).
               05  PRP-TITLE      PIC X(30).
               05  PRP-CREDITS    PIC X(3).
               05  PRP-PREREQ     PIC X(6).
               05  PRP-ATTRS      PIC X(8).
               05  PRP-CR-MIN     PIC X(3).
               05  PRP-CR-MAX     PIC X(3).
               05  PRP-REQ-MAJOR  PIC X(20).
               05  PRP-REQ-SEQ    PIC X(3).
               05  PRP-REQ-ACTION PIC X.
               05  PRP-RATIONALE  PIC X(60) OCCURS 3 TIMES.
               05  PRP-STEP       OCCURS 3 TIMES.
                   07  PRP-STP-APPROVER PIC X(20).
                   07  PRP-STP-DATE     PIC X(8).
                   07  PRP-STP-DECISION PIC X.
                   07  PRP-STP-COMMENT  PIC X(30).
               05  PRP-SUBMIT-USER PIC X(20).
               05  PRP-SUBMIT-DATE PIC X(8).
               05  PRP-POST-DATE   PIC X(8).
               05  PRP-LEVEL       PIC X.

       FD  ISAM-DPT-IN.
       01  DPT-REC-IN.
           03  DPT-KEY.
               05  DPT-CODE       PIC X(4).
           03  DPT-NAME           PIC X(20).
           03  DPT-CHAIR-ID       PIC 9(6).
           03  DPT-SUBJ-LIST.
               05  DPT-SUBJ       PIC X(5) OCCURS 10 TIMES.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-STEP           PIC 9.
           03  SORT-DEPT           PIC X(4).
           03  SORT-ID             PIC 9(6).
           03  SORT-TYPE           PIC X.
           03  SORT-ITEM           PIC X(26).
           03  SORT-TITLE          PIC X(30).
           03  SORT-EFF-SEM        PIC X(2).
           03  SORT-EFF-YR         PIC X(4).
           03  SORT-SUBMIT-USER    PIC X(20).
           03  SORT-SUBMIT-DATE    PIC X(8).
           03  SORT-LAST-DATE      PIC X(8).
           03  SORT-RATIONALE      PIC X(60).
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
           03  WS-PRP-STAT             PIC XX      VALUE SPACES.
           03  WS-DPT-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.
           03  WS-IX                   PIC 9       VALUE ZEROS.
           03  WS-STEP-IX              PIC 9       VALUE ZEROS.
           03  WS-CUR-STEP             PIC 9       VALUE ZEROS.
           03  WS-CUR-DEPT             PIC X(4)    VALUE SPACES.
           03  WS-STEP-CNT             PIC 9(4)    VALUE ZEROS.
           03  WS-TOTAL-CNT            PIC 9(5)    VALUE ZEROS.

       01  WS-STEP-NAMES.
           03  FILLER          PIC X(30)
               VALUE 'AWAITING DEPARTMENT DECISION'.
           03  FILLER          PIC X(30)
               VALUE 'AWAITING CURRICULUM COMMITTEE'.
           03  FILLER          PIC X(30)
               VALUE 'AWAITING REGISTRAR DECISION'.
           03  FILLER          PIC X(30)
               VALUE 'APPROVED - AWAITING POSTING'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           03  WS-STEP-NAME    PIC X(30)   OCCURS 4 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(33)
               VALUE 'PENDING CURRICULUM PROPOSALS     '.
           03  RH-DATE     PIC X(10).

       01  RPT-STEP-HEAD.
           03  FILLER      PIC X(4)    VALUE '*** '.
           03  RS-NAME     PIC X(30).
           03  FILLER      PIC X(4)    VALUE ' ***'.

       01  RPT-DEPT-HEAD.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(11)   VALUE 'DEPARTMENT '.
           03  RP-CODE     PIC X(4).
           03  FILLER      PIC X(3)    VALUE ' - '.
           03  RP-NAME     PIC X(20).

       01  RPT-DETAIL.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RD-ID       PIC 9(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-TYPE     PIC X.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-ITEM     PIC X(26).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-TITLE    PIC X(30).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RD-YR       PIC X(4).

       01  RPT-DETAIL-2.
           03  FILLER      PIC X(13)   VALUE SPACES.
           03  FILLER      PIC X(10)   VALUE 'SUBMITTED '.
           03  RE-USER     PIC X(20).
           03  FILLER      PIC X       VALUE SPACE.
           03  RE-DATE     PIC X(8).
           03  FILLER      PIC X(11)   VALUE '  LAST ACT '.
           03  RE-LAST     PIC X(8).

       01  RPT-DETAIL-3.
           03  FILLER      PIC X(13)   VALUE SPACES.
           03  RR-TEXT     PIC X(60).

       01  RPT-STEP-TOTAL.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-CNT      PIC ZZZ9.
           03  FILLER      PIC X(12)   VALUE ' PROPOSAL(S)'.

       01  RPT-TOTAL.
           03  FILLER      PIC X(18)   VALUE 'TOTAL PROPOSALS:  '.
           03  RT-TOTAL    PIC ZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "PROPOSAL-RPT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 25 VALUE "PENDING CURRICULUM PROPOSALS".

       01  SCRN-MSG.
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
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
           END-IF

           OPEN INPUT ISAM-PRP-IN
           OPEN INPUT ISAM-DPT-IN
           OPEN OUTPUT REPORT-OUT

           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1

           SORT SORT-WORK
               ON ASCENDING KEY SORT-STEP SORT-DEPT SORT-ID
               INPUT  PROCEDURE 200-SELECT-PROPOSALS
               OUTPUT PROCEDURE 400-PRINT-PROPOSALS

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-TOTAL-CNT TO RT-TOTAL
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           CLOSE ISAM-PRP-IN
           CLOSE ISAM-DPT-IN
           CLOSE REPORT-OUT

           MOVE 'PROPOSAL-RPT.RPT WRITTEN' TO WS-MSG
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
       200-SELECT-PROPOSALS.
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-PRP-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF PRP-STATUS EQUAL 'P' OR PRP-STATUS EQUAL 'A'
                           PERFORM 210-RELEASE-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-RELEASE-PROPOSAL.
      *    a pending proposal waits on its first undecided step - an
      *    approved one sorts after all three steps
           MOVE SPACES TO SORT-REC
           MOVE 4 TO WS-STEP-IX
           MOVE PRP-SUBMIT-DATE TO SORT-LAST-DATE
           IF PRP-STATUS EQUAL 'P'
               PERFORM VARYING WS-IX FROM 3 BY -1
                   UNTIL WS-IX LESS THAN 1
                   IF PRP-STP-DECISION (WS-IX) EQUAL SPACES
                       MOVE WS-IX TO WS-STEP-IX
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX NOT LESS THAN WS-STEP-IX
               MOVE PRP-STP-DATE (WS-IX) TO SORT-LAST-DATE
           END-PERFORM
           MOVE WS-STEP-IX      TO SORT-STEP
           MOVE PRP-DEPT        TO SORT-DEPT
           MOVE PRP-ID          TO SORT-ID
           MOVE PRP-TYPE        TO SORT-TYPE
           IF PRP-TYPE EQUAL 'R'
               STRING PRP-REQ-MAJOR ' ' PRP-REQ-SEQ ' '
                      PRP-REQ-ACTION
                   DELIMITED BY SIZE INTO SORT-ITEM
               STRING PRP-SUBJ ' ' PRP-CRSE
                   DELIMITED BY SIZE INTO SORT-TITLE
           ELSE
               STRING PRP-SUBJ ' ' PRP-CRSE
                   DELIMITED BY SIZE INTO SORT-ITEM
               MOVE PRP-TITLE   TO SORT-TITLE
           END-IF
           MOVE PRP-EFF-SEM     TO SORT-EFF-SEM
           MOVE PRP-EFF-YR      TO SORT-EFF-YR
           MOVE PRP-SUBMIT-USER TO SORT-SUBMIT-USER
           MOVE PRP-SUBMIT-DATE TO SORT-SUBMIT-DATE
           MOVE PRP-RATIONALE (1) TO SORT-RATIONALE
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       400-PRINT-PROPOSALS.
           MOVE ZEROS  TO WS-CUR-STEP
           MOVE SPACES TO WS-CUR-DEPT
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 410-PRINT-ONE-PROPOSAL
               END-RETURN
           END-PERFORM
           IF WS-CUR-STEP NOT EQUAL ZEROS
               PERFORM 430-STEP-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       410-PRINT-ONE-PROPOSAL.
           IF SORT-STEP NOT EQUAL WS-CUR-STEP
               IF WS-CUR-STEP NOT EQUAL ZEROS
                   PERFORM 430-STEP-TOTAL
               END-IF
               MOVE SORT-STEP TO WS-CUR-STEP
               MOVE SPACES TO WS-CUR-DEPT
               MOVE ZEROS TO WS-STEP-CNT
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE WS-STEP-NAME (WS-CUR-STEP) TO RS-NAME
               WRITE REPORT-LINE-OUT FROM RPT-STEP-HEAD
           END-IF
           IF SORT-DEPT NOT EQUAL WS-CUR-DEPT
               PERFORM 420-DEPT-HEAD
           END-IF
           MOVE SORT-ID       TO RD-ID
           MOVE SORT-TYPE     TO RD-TYPE
           MOVE SORT-ITEM     TO RD-ITEM
           MOVE SORT-TITLE    TO RD-TITLE
           MOVE SORT-EFF-SEM  TO RD-SEM
           MOVE SORT-EFF-YR   TO RD-YR
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           MOVE SORT-SUBMIT-USER TO RE-USER
           MOVE SORT-SUBMIT-DATE TO RE-DATE
           MOVE SORT-LAST-DATE   TO RE-LAST
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-2
           MOVE SORT-RATIONALE TO RR-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-3
           ADD 1 TO WS-STEP-CNT
           ADD 1 TO WS-TOTAL-CNT.
      *-----------------------------------------------------------------
       420-DEPT-HEAD.
           MOVE SORT-DEPT TO WS-CUR-DEPT
           MOVE SORT-DEPT TO DPT-CODE
           READ ISAM-DPT-IN
               INVALID KEY
                   MOVE 'NOT ON DEPT-ISAM' TO DPT-NAME
           END-READ
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE SORT-DEPT TO RP-CODE
           MOVE DPT-NAME  TO RP-NAME
           WRITE REPORT-LINE-OUT FROM RPT-DEPT-HEAD.
      *-----------------------------------------------------------------
       430-STEP-TOTAL.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-STEP-CNT TO RT-CNT
           WRITE REPORT-LINE-OUT FROM RPT-STEP-TOTAL.
