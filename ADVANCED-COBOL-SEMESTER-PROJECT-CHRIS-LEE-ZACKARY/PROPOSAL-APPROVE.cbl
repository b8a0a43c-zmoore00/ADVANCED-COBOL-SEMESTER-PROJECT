      ******************************************************************
      *PROGRAM : PROPOSAL-APPROVE.CBL                                  *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Records the next approval step of a pending           *
      *          PROPOSAL-ISAM.DAT curriculum proposal - department,   *
      *          then curriculum committee, then registrar, in that    *
      *          order - each step keeps the approver (the signed-on   *
      *          operator), the date, the decision and a comment - a   *
      *          denial at any step closes the proposal, approval at   *
      *          the registrar step releases it to PROPOSAL-POST - no  *
      *          operator may decide two steps of one proposal, and    *
      *          the registrar step needs a level-3 sign-on            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPOSAL-APPROVE IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-PRP-IO ASSIGN TO
                              "../PROPOSAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PRP-KEY
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-PRP-IO.
       01  PRP-REC-IO.
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
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-PRP-OK               PIC X       VALUE 'N'.
           03  WS-VALID                PIC X       VALUE 'N'.
           03  WS-STEP-IX              PIC 9       VALUE ZEROS.
           03  WS-IX                   PIC 9       VALUE ZEROS.
           03  WS-REFUSED              PIC X       VALUE 'N'.
           03  WS-TYPE-TEXT            PIC X(18)   VALUE SPACES.
           03  WS-STEP-TEXT            PIC X(10)   VALUE SPACES.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

       01  WS-PRP-ID           PIC 9(6)    VALUE ZEROS.
       01  WS-DECISION         PIC X       VALUE SPACES.
       01  WS-COMMENT          PIC X(30)   VALUE SPACES.

       01  WS-STEP-NAMES.
           03  FILLER          PIC X(10)   VALUE 'DEPARTMENT'.
           03  FILLER          PIC X(10)   VALUE 'COMMITTEE '.
           03  FILLER          PIC X(10)   VALUE 'REGISTRAR '.
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           03  WS-STEP-NAME    PIC X(10)   OCCURS 3 TIMES.

      *    the trail so far, one screen line per step
       01  WS-TRAIL.
           03  WS-TRAIL-LINE   OCCURS 3 TIMES.
               05  WS-TL-STEP      PIC X(10).
               05  FILLER          PIC X.
               05  WS-TL-DECISION  PIC X(8).
               05  FILLER          PIC X.
               05  WS-TL-APPROVER  PIC X(20).
               05  FILLER          PIC X.
               05  WS-TL-DATE      PIC X(8).
               05  FILLER          PIC X.
               05  WS-TL-COMMENT   PIC X(24).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "PROPOSAL-APPROVE".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 03 COL 27 VALUE "CURRICULUM APPROVALS".

       01  SCRN-PRP-REQ.
           03  LINE 05 COL 5  VALUE 'PROPOSAL NO:'.
           03  LINE 05 COL 18 PIC 9(6)  TO WS-PRP-ID AUTO.
           03  LINE 21 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-PRP-SHOW.
           03  LINE 07 COL 5  PIC X(18) FROM WS-TYPE-TEXT.
           03  LINE 07 COL 25 PIC X(5)  FROM PRP-SUBJ.
           03  LINE 07 COL 31 PIC X(6)  FROM PRP-CRSE.
           03  LINE 07 COL 38 PIC X(30) FROM PRP-TITLE.
           03  LINE 08 COL 5  VALUE 'DEPT:'.
           03  LINE 08 COL 11 PIC X(4)  FROM PRP-DEPT.
           03  LINE 08 COL 17 VALUE 'EFFECTIVE:'.
           03  LINE 08 COL 28 PIC X(2)  FROM PRP-EFF-SEM.
           03  LINE 08 COL 30 VALUE '/'.
           03  LINE 08 COL 31 PIC X(4)  FROM PRP-EFF-YR.
           03  LINE 08 COL 37 VALUE 'CREDIT:'.
           03  LINE 08 COL 45 PIC X(3)  FROM PRP-CREDITS.
           03  LINE 08 COL 50 VALUE 'REQ:'.
           03  LINE 08 COL 55 PIC X(20) FROM PRP-REQ-MAJOR.
           03  LINE 09 COL 5  PIC X(60) FROM PRP-RATIONALE (1).
           03  LINE 10 COL 5  PIC X(60) FROM PRP-RATIONALE (2).
           03  LINE 11 COL 5  PIC X(60) FROM PRP-RATIONALE (3).
           03  LINE 13 COL 5  PIC X(74) FROM WS-TRAIL-LINE (1).
           03  LINE 14 COL 5  PIC X(74) FROM WS-TRAIL-LINE (2).
           03  LINE 15 COL 5  PIC X(74) FROM WS-TRAIL-LINE (3).

       01  SCRN-DECISION.
           03  LINE 17 COL 5  PIC X(10) FROM WS-STEP-TEXT.
           03  LINE 17 COL 16 VALUE 'DECISION (A APPROVE  D DENY):'.
           03  LINE 17 COL 46 PIC X     USING WS-DECISION AUTO.
           03  LINE 18 COL 5  VALUE 'COMMENT:'.
           03  LINE 18 COL 14 PIC X(30) USING WS-COMMENT.
           03  LINE 19 COL 5  VALUE '(BLANK DECISION LEAVES STEP OPEN)'.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

      *    each step is signed off by name, so the screen takes its
      *    own sign-on - the approver recorded is the operator who
      *    signed on, and the registrar step needs level 3
           CALL 'SIGNON' USING WS-OPERATOR
           IF WS-OP-ID EQUAL SPACES
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - SIGN-ON REQUIRED'
                   AT LINE 12 COL 24
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF

           OPEN I-O ISAM-PRP-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-PRP-IO
               CLOSE ISAM-PRP-IO
               OPEN I-O ISAM-PRP-IO
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE ZEROS  TO WS-PRP-ID
               DISPLAY SCR-TITLE
               DISPLAY SCRN-PRP-REQ
               ACCEPT  SCRN-PRP-REQ
               PERFORM 100-LOAD-PROPOSAL
               IF WS-PRP-OK EQUAL 'Y'
                   MOVE SPACES TO WS-DECISION
                   MOVE SPACES TO WS-COMMENT
                   DISPLAY SCRN-PRP-REQ
                   DISPLAY SCRN-PRP-SHOW
                   DISPLAY SCRN-DECISION
                   ACCEPT  SCRN-DECISION
                   PERFORM 160-CHECK-DECISION
                   PERFORM UNTIL WS-VALID EQUAL 'Y'
                       DISPLAY SCRN-PRP-REQ
                       DISPLAY SCRN-PRP-SHOW
                       DISPLAY SCRN-DECISION
                       ACCEPT  SCRN-DECISION
                       PERFORM 160-CHECK-DECISION
                   END-PERFORM
                   PERFORM 200-RECORD-DECISION
               END-IF
               DISPLAY SCRN-PRP-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-PRP-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-PRP-IO.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-PROPOSAL.
           MOVE 'N' TO WS-PRP-OK
           MOVE WS-PRP-ID TO PRP-ID
           READ ISAM-PRP-IO
               INVALID KEY
                   MOVE 'PROPOSAL NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           EVALUATE PRP-STATUS
               WHEN 'A'
                   MOVE 'APPROVED - AWAITING POSTING' TO WS-MSG
                   EXIT PARAGRAPH
               WHEN 'D'
                   MOVE 'PROPOSAL WAS DENIED' TO WS-MSG
                   EXIT PARAGRAPH
               WHEN 'T'
                   MOVE 'PROPOSAL ALREADY POSTED' TO WS-MSG
                   EXIT PARAGRAPH
           END-EVALUATE
      *    the steps are taken in order - the first undecided one is
      *    the one up for a decision
           MOVE ZEROS TO WS-STEP-IX
           PERFORM VARYING WS-IX FROM 3 BY -1 UNTIL WS-IX LESS THAN 1
               IF PRP-STP-DECISION (WS-IX) EQUAL SPACES
                   MOVE WS-IX TO WS-STEP-IX
               END-IF
           END-PERFORM
           IF WS-STEP-IX EQUAL ZEROS
               MOVE 'NO STEP LEFT TO DECIDE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-BUILD-TRAIL
           MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-STEP-TEXT
           EVALUATE PRP-TYPE
               WHEN 'N'  MOVE 'NEW COURSE'         TO WS-TYPE-TEXT
               WHEN 'C'  MOVE 'COURSE CHANGE'      TO WS-TYPE-TEXT
               WHEN 'I'  MOVE 'INACTIVATE COURSE'  TO WS-TYPE-TEXT
               WHEN 'R'  MOVE 'REQUIREMENT CHANGE' TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE 'Y' TO WS-PRP-OK
           MOVE 'AWAITING DECISION' TO WS-MSG.
      *-----------------------------------------------------------------
       110-BUILD-TRAIL.
           MOVE SPACES TO WS-TRAIL
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX GREATER THAN 3
               MOVE WS-STEP-NAME (WS-IX) TO WS-TL-STEP (WS-IX)
               EVALUATE PRP-STP-DECISION (WS-IX)
                   WHEN 'A'
                       MOVE 'APPROVED' TO WS-TL-DECISION (WS-IX)
                   WHEN 'D'
                       MOVE 'DENIED'   TO WS-TL-DECISION (WS-IX)
                   WHEN OTHER
                       MOVE 'OPEN'     TO WS-TL-DECISION (WS-IX)
               END-EVALUATE
               MOVE PRP-STP-APPROVER (WS-IX) TO WS-TL-APPROVER (WS-IX)
               MOVE PRP-STP-DATE (WS-IX)     TO WS-TL-DATE (WS-IX)
               MOVE PRP-STP-COMMENT (WS-IX)  TO WS-TL-COMMENT (WS-IX)
           END-PERFORM.
      *-----------------------------------------------------------------
       160-CHECK-DECISION.
           MOVE 'N' TO WS-VALID
           MOVE 'N' TO WS-REFUSED
           IF WS-DECISION EQUAL SPACES
               MOVE 'Y' TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-DECISION) TO WS-DECISION
           IF WS-DECISION NOT EQUAL 'A' AND NOT EQUAL 'D'
               MOVE 'DECISION MUST BE A OR D' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISION EQUAL 'D' AND WS-COMMENT EQUAL SPACES
               MOVE 'A DENIAL NEEDS A COMMENT' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
      *    each step is a separate sign-off - one operator cannot
      *    carry a proposal through two of them
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX NOT LESS THAN WS-STEP-IX
               IF PRP-STP-APPROVER (WS-IX) EQUAL WS-OP-ID
                   MOVE 'YOU ALREADY DECIDED AN EARLIER STEP'
                       TO WS-MSG
                   MOVE SPACES TO WS-DECISION
                   MOVE 'Y' TO WS-REFUSED
               END-IF
           END-PERFORM
      *    the registrar's sign-off releases the proposal to post, so
      *    it is kept to level 3
           IF WS-STEP-IX EQUAL 3 AND WS-OP-LEVEL LESS THAN 3
               MOVE 'REGISTRAR STEP NEEDS LEVEL 3' TO WS-MSG
               MOVE SPACES TO WS-DECISION
               MOVE 'Y' TO WS-REFUSED
           END-IF
           MOVE 'Y' TO WS-VALID.
      *-----------------------------------------------------------------
       200-RECORD-DECISION.
           IF WS-DECISION EQUAL SPACES
               IF WS-REFUSED EQUAL 'N'
                   MOVE 'NO DECISION RECORDED' TO WS-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-ID    TO PRP-STP-APPROVER (WS-STEP-IX)
           MOVE WS-DATE     TO PRP-STP-DATE (WS-STEP-IX)
           MOVE WS-DECISION TO PRP-STP-DECISION (WS-STEP-IX)
           MOVE WS-COMMENT  TO PRP-STP-COMMENT (WS-STEP-IX)
           IF WS-DECISION EQUAL 'D'
               MOVE 'D' TO PRP-STATUS
           ELSE
               IF WS-STEP-IX EQUAL 3
                   MOVE 'A' TO PRP-STATUS
               END-IF
           END-IF
           REWRITE PRP-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO RECORD DECISION' TO WS-MSG
                   EXIT PARAGRAPH
           END-REWRITE
           EVALUATE TRUE
               WHEN PRP-STATUS EQUAL 'D'
                   MOVE 'DENIED - PROPOSAL CLOSED' TO WS-MSG
               WHEN PRP-STATUS EQUAL 'A'
                   MOVE 'FULLY APPROVED - READY TO POST' TO WS-MSG
               WHEN OTHER
                   STRING WS-STEP-NAME (WS-STEP-IX) ' APPROVAL RECORDED'
                       DELIMITED BY SIZE INTO WS-MSG
           END-EVALUATE.
