      ******************************************************************
      *PROGRAM : PERIOD-CLOSE.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Student accounts month-end close - for a finished     *
      *          month (YYYYMM) the ACCT-DETAIL.DAT rows are rolled    *
      *          forward by charge-code group: the balance dated       *
      *          before the month, plus charges, less payments, less   *
      *          aid and waivers, plus or minus adjustments, gives the *
      *          ending balance - that ending balance plus activity    *
      *          dated after the month must equal the ACCT-BALANCE.DAT *
      *          total before the month is marked closed on            *
      *          FISCAL-PERIOD-ISAM.DAT, after which PERIOD-CHECK      *
      *          redates any posting aimed at it - PERIOD-CLOSE.RPT    *
      *          prints the rollforward and the tie-out                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-FPR-IO ASSIGN TO
                               "../FISCAL-PERIOD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS FPR-PERIOD
                               FILE STATUS   IS WS-FPR-STAT.

           SELECT OPTIONAL ISAM-ACCT-IN ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-ACCT-STAT.

           SELECT OPTIONAL ISAM-ACD-IN ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT REPORT-OUT ASSIGN TO "../PERIOD-CLOSE.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.

           SELECT BCTL-OUT ASSIGN TO "../BATCH-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BCT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *    one row per accounting month - status O open, C closed -
      *    a month with no row has never been closed
       FD  ISAM-FPR-IO.
       01  FPR-REC-IO.
           03  FPR-PERIOD         PIC X(6).
           03  FPR-STATUS         PIC X.
           03  FPR-CLOSE-DATE     PIC X(8).
           03  FPR-CLOSE-USER     PIC X(20).
           03  FPR-END-BAL        PIC S9(9)V99.

       FD  ISAM-ACCT-IN.
       01  ACCT-REC-IN.
           03  ACB-IO-KEY.
               05  ACB-IO-STUD-ID PIC 9(6).
               05  ACB-IO-SEM     PIC X(2).
               05  ACB-IO-YR      PIC X(4).
           03  ACB-IO-BILLED      PIC 9(7)V99.
           03  ACB-IO-PAID        PIC 9(7)V99.

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

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).

       FD  BCTL-OUT.
       01  BCTL-LINE-OUT.
           03  BCT-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-READ            PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-WRITTEN         PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-REJECTED        PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-AMOUNT          PIC 9(9)V99.
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
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-OWN-NAME             PIC X(20)   VALUE 'PERIOD-CLOSE'.
           03  WS-FPR-STAT             PIC XX      VALUE SPACES.
           03  WS-ACCT-STAT            PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  ACB-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACB-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-CODE-IX              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-CODE-CNT             PIC 9(2)    VALUE ZEROS COMP.
           03  WS-CODE-HIT             PIC 9(2)    VALUE ZEROS COMP.
           03  WS-GRP-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-GROUP                PIC X       VALUE SPACE.
           03  WS-PERIOD-OK            PIC X       VALUE 'N'.
           03  WS-TIES                 PIC X       VALUE 'N'.
           03  WS-PER-BEG              PIC X(8)    VALUE SPACES.
           03  WS-PER-END              PIC X(8)    VALUE SPACES.
           03  WS-NOW-PERIOD           PIC X(6)    VALUE SPACES.
           03  WS-BEG-BAL              PIC S9(9)V99 VALUE ZEROS.
           03  WS-END-BAL              PIC S9(9)V99 VALUE ZEROS.
           03  WS-AFTER-AMT            PIC S9(9)V99 VALUE ZEROS.
           03  WS-ACB-TOTAL            PIC S9(9)V99 VALUE ZEROS.
           03  WS-ROLLED-BAL           PIC S9(9)V99 VALUE ZEROS.
           03  WS-DIFF                 PIC S9(9)V99 VALUE ZEROS.
           03  WS-AFTER-COUNT          PIC 9(7)    VALUE ZEROS.

       01  WS-KEY.
           03  WS-PERIOD.
               05  WS-PER-YYYY     PIC X(4)    VALUE SPACES.
               05  WS-PER-MM       PIC X(2)    VALUE SPACES.

      *    the rollforward groups in the order they print - C charges,
      *    P payments, A aid and waivers, J adjustments
       01  WS-GROUP-TABLE.
           03  WS-GROUP-DATA.
               05  FILLER  PIC X(31)
                   VALUE 'CPLUS CHARGES                  '.
               05  FILLER  PIC X(31)
                   VALUE 'PLESS PAYMENTS                 '.
               05  FILLER  PIC X(31)
                   VALUE 'ALESS AID AND WAIVERS          '.
               05  FILLER  PIC X(31)
                   VALUE 'JPLUS OR MINUS ADJUSTMENTS     '.
           03  WS-GROUP-ENTRY REDEFINES WS-GROUP-DATA
                                   OCCURS 4 TIMES.
               05  WS-GRP-CODE     PIC X.
               05  WS-GRP-TITLE    PIC X(30).

       01  WS-GROUP-TOTALS.
           03  WS-GRP-AMT          PIC S9(9)V99 OCCURS 4 TIMES.
           03  WS-GRP-CNT          PIC 9(7)     OCCURS 4 TIMES.

      *    one entry per charge code with activity in the month
       01  WS-CODE-TABLE.
           03  WS-CODE-ENTRY       OCCURS 40 TIMES.
               05  WS-CODE         PIC X(4).
               05  WS-CODE-GROUP   PIC X.
               05  WS-CODE-AMT     PIC S9(9)V99.
               05  WS-CODE-ROWS    PIC 9(7).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(38)
               VALUE 'STUDENT RECEIVABLES ROLLFORWARD  FOR '.
           03  RH-PERIOD   PIC X(6).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(36)   VALUE SPACES.
           03  FILLER      PIC X(7)    VALUE '   ROWS'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(15)   VALUE '         AMOUNT'.

       01  RPT-LINE.
           03  RL-LABEL    PIC X(36).
           03  RL-COUNT    PIC Z,ZZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RL-AMT      PIC ZZZ,ZZZ,ZZ9.99-.

       01  RPT-NOTE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RN-TEXT     PIC X(60).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "PERIOD-CLOSE".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 24 VALUE "STUDENT ACCOUNTS PERIOD CLOSE".

       01  SCRN-PERIOD-REQ.
           03  LINE 09 COL 25  VALUE '     PERIOD (YYYYMM):'.
           03  LINE 09 COL 47 PIC X(6)  TO WS-PERIOD AUTO.
           03  LINE 10 COL 25  VALUE '  CLOSE PERIOD (Y/N):'.
           03  LINE 10 COL 47 PIC X     TO WS-RESP   AUTO.

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
           MOVE WS-NOW-DATE (1:6) TO WS-NOW-PERIOD
           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               MOVE 'Y' TO WS-RESP
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-PERIOD-REQ
               ACCEPT  SCRN-PERIOD-REQ
           END-IF

           IF WS-RESP NOT EQUAL 'Y' AND WS-RESP NOT EQUAL 'y'
               MOVE 'PERIOD NOT CLOSED' TO WS-MSG
           ELSE
               PERFORM 100-VALIDATE-PERIOD
               IF WS-PERIOD-OK EQUAL 'Y'
                   PERFORM 200-RUN-CLOSE
                   PERFORM 060-WRITE-CONTROL
               END-IF
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
      *    question from RUN-PARMS.TXT and never touches the keyboard
      *    - the extra parm field carries the month as YYYYMM
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
                               MOVE PRM-EXTRA (1:6) TO WS-PERIOD
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-CONTROL.
      *    every run leaves its control totals on the shared batch
      *    control file so the morning balancing report can compare
      *    tonight against the prior run - read counts the detail
      *    rows rolled, written the month closed, rejected a month
      *    left open out of balance, amount the ending balance
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'PERIOD-CLOSE'  TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-VALIDATE-PERIOD.
      *    only a month that has ended can be closed, and only once
           MOVE 'N' TO WS-PERIOD-OK
           IF WS-PERIOD NOT NUMERIC
               OR WS-PER-MM LESS THAN '01'
               OR WS-PER-MM GREATER THAN '12'
               MOVE 'PERIOD MUST BE YYYYMM' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD NOT LESS THAN WS-NOW-PERIOD
               MOVE 'PERIOD HAS NOT ENDED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ISAM-FPR-IO
           MOVE WS-PERIOD TO FPR-PERIOD
           READ ISAM-FPR-IO
               INVALID KEY
                   MOVE 'Y' TO WS-PERIOD-OK
               NOT INVALID KEY
                   IF FPR-STATUS EQUAL 'C'
                       MOVE 'PERIOD ALREADY CLOSED' TO WS-MSG
                   ELSE
                       MOVE 'Y' TO WS-PERIOD-OK
                   END-IF
           END-READ
           CLOSE ISAM-FPR-IO.
      *-----------------------------------------------------------------
       200-RUN-CLOSE.
           OPEN INPUT ISAM-ACCT-IN
           OPEN INPUT ISAM-ACD-IN
           OPEN OUTPUT REPORT-OUT
           MOVE WS-PERIOD    TO RH-PERIOD
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT

           MOVE SPACES TO WS-PER-BEG
           MOVE SPACES TO WS-PER-END
           STRING WS-PERIOD '01' DELIMITED BY SIZE INTO WS-PER-BEG
           STRING WS-PERIOD '31' DELIMITED BY SIZE INTO WS-PER-END
           PERFORM 250-ROLL-DETAIL
           PERFORM 300-TOTAL-BALANCES
           PERFORM 400-PRINT-ROLLFORWARD
           PERFORM 500-PRINT-TIE-OUT

           IF WS-TIES EQUAL 'Y'
               PERFORM 600-MARK-CLOSED
           ELSE
               MOVE 1 TO WS-CTL-REJECTED
               MOVE 'OUT OF BALANCE - PERIOD LEFT OPEN' TO WS-MSG
           END-IF
           IF WS-END-BAL LESS THAN ZEROS
               COMPUTE WS-CTL-AMOUNT = ZEROS - WS-END-BAL
           ELSE
               MOVE WS-END-BAL TO WS-CTL-AMOUNT
           END-IF

           CLOSE ISAM-ACCT-IN
           CLOSE ISAM-ACD-IN
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       250-ROLL-DETAIL.
      *    a row dated before the month is in the beginning balance, a
      *    row dated in it lands under its code, and a row dated after
      *    it is held aside for the tie-out to the balance file
           MOVE ZEROS TO WS-BEG-BAL
           MOVE ZEROS TO WS-AFTER-AMT
           MOVE ZEROS TO WS-AFTER-COUNT
           MOVE ZEROS TO WS-CODE-CNT
           MOVE LOW-VALUES TO ACD-IO-KEY
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
                       ADD 1 TO WS-CTL-READ
                       EVALUATE TRUE
                           WHEN ACD-IO-DATE NOT NUMERIC
                           WHEN ACD-IO-DATE LESS THAN WS-PER-BEG
                               ADD ACD-IO-AMOUNT TO WS-BEG-BAL
                           WHEN ACD-IO-DATE GREATER THAN WS-PER-END
                               ADD ACD-IO-AMOUNT TO WS-AFTER-AMT
                               ADD 1 TO WS-AFTER-COUNT
                           WHEN OTHER
                               PERFORM 260-TAKE-PERIOD-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       260-TAKE-PERIOD-ROW.
      *    a code the table does not know is a charge when CHARGE-POST
      *    or CHARGE-LOAD wrote it (the cashier's miscellaneous charges
      *    and the departmental feeds) and an adjustment otherwise
           MOVE ZEROS TO WS-CODE-HIT
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX GREATER THAN WS-CODE-CNT
                      OR WS-CODE-HIT GREATER THAN ZEROS
               IF WS-CODE(WS-CODE-IX) EQUAL ACD-IO-CODE
                   MOVE WS-CODE-IX TO WS-CODE-HIT
               END-IF
           END-PERFORM
           IF WS-CODE-HIT EQUAL ZEROS
               EVALUATE ACD-IO-CODE
                   WHEN 'TUIT'
                   WHEN 'FEE '
                   WHEN 'LREG'
                   WHEN 'LPAY'
                   WHEN 'RFEE'
                   WHEN 'HOUS'
                   WHEN 'MEAL'
                       MOVE 'C' TO WS-GROUP
                   WHEN 'PAY '
                   WHEN 'RPAY'
                       MOVE 'P' TO WS-GROUP
                   WHEN 'AID '
                   WHEN 'WAIV'
                   WHEN 'SPON'
                   WHEN 'R2T4'
                       MOVE 'A' TO WS-GROUP
                   WHEN OTHER
                       IF ACD-IO-PROGRAM EQUAL 'CHARGE-POST'
                           OR ACD-IO-PROGRAM EQUAL 'CHARGE-LOAD'
                           MOVE 'C' TO WS-GROUP
                       ELSE
                           MOVE 'J' TO WS-GROUP
                       END-IF
               END-EVALUATE
               IF WS-CODE-CNT NOT LESS THAN 40
      *            the last slot takes every code past the table
                   MOVE 40 TO WS-CODE-HIT
                   MOVE 'J' TO WS-CODE-GROUP(WS-CODE-HIT)
                   MOVE 'MISC' TO WS-CODE(WS-CODE-HIT)
               ELSE
                   ADD 1 TO WS-CODE-CNT
                   MOVE WS-CODE-CNT TO WS-CODE-HIT
                   MOVE ACD-IO-CODE TO WS-CODE(WS-CODE-HIT)
                   MOVE WS-GROUP    TO WS-CODE-GROUP(WS-CODE-HIT)
                   MOVE ZEROS       TO WS-CODE-AMT(WS-CODE-HIT)
                   MOVE ZEROS       TO WS-CODE-ROWS(WS-CODE-HIT)
               END-IF
           END-IF
           ADD ACD-IO-AMOUNT TO WS-CODE-AMT(WS-CODE-HIT)
           ADD 1             TO WS-CODE-ROWS(WS-CODE-HIT).
      *-----------------------------------------------------------------
       300-TOTAL-BALANCES.
      *    the balance file is what the student statements show - the
      *    detail rolled forward has to land on the same total
           MOVE ZEROS TO WS-ACB-TOTAL
           MOVE LOW-VALUES TO ACB-IO-KEY
           START ISAM-ACCT-IN KEY IS NOT LESS THAN ACB-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACB-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACB-EOF-FLAG
           END-START
           PERFORM UNTIL ACB-EOF
               READ ISAM-ACCT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO ACB-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-ACB-TOTAL = WS-ACB-TOTAL
                           + ACB-IO-BILLED - ACB-IO-PAID
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       400-PRINT-ROLLFORWARD.
           MOVE 'BEGINNING BALANCE' TO RL-LABEL
           MOVE ZEROS      TO RL-COUNT
           MOVE WS-BEG-BAL TO RL-AMT
           WRITE REPORT-LINE-OUT FROM RPT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-BEG-BAL TO WS-END-BAL
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX GREATER THAN 4
               PERFORM 410-PRINT-GROUP
           END-PERFORM
           MOVE 'ENDING BALANCE' TO RL-LABEL
           MOVE ZEROS      TO RL-COUNT
           MOVE WS-END-BAL TO RL-AMT
           WRITE REPORT-LINE-OUT FROM RPT-LINE.
      *-----------------------------------------------------------------
       410-PRINT-GROUP.
           MOVE ZEROS TO WS-GRP-AMT(WS-GRP-IX)
           MOVE ZEROS TO WS-GRP-CNT(WS-GRP-IX)
           MOVE SPACES TO REPORT-LINE-OUT
           MOVE WS-GRP-TITLE(WS-GRP-IX) TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX GREATER THAN WS-CODE-CNT
               IF WS-CODE-GROUP(WS-CODE-IX) EQUAL
                   WS-GRP-CODE(WS-GRP-IX)
                   MOVE SPACES TO RL-LABEL
                   STRING '    ' WS-CODE(WS-CODE-IX)
                       DELIMITED BY SIZE INTO RL-LABEL
                   MOVE WS-CODE-ROWS(WS-CODE-IX) TO RL-COUNT
                   MOVE WS-CODE-AMT(WS-CODE-IX)  TO RL-AMT
                   WRITE REPORT-LINE-OUT FROM RPT-LINE
                   ADD WS-CODE-AMT(WS-CODE-IX)
                       TO WS-GRP-AMT(WS-GRP-IX)
                   ADD WS-CODE-ROWS(WS-CODE-IX)
                       TO WS-GRP-CNT(WS-GRP-IX)
               END-IF
           END-PERFORM
           MOVE '    GROUP TOTAL' TO RL-LABEL
           MOVE WS-GRP-CNT(WS-GRP-IX) TO RL-COUNT
           MOVE WS-GRP-AMT(WS-GRP-IX) TO RL-AMT
           WRITE REPORT-LINE-OUT FROM RPT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           ADD WS-GRP-AMT(WS-GRP-IX) TO WS-END-BAL.
      *-----------------------------------------------------------------
       500-PRINT-TIE-OUT.
      *    postings dated after the month are already in the balance
      *    file, so they are added back before the two are compared
           COMPUTE WS-ROLLED-BAL = WS-END-BAL + WS-AFTER-AMT
           COMPUTE WS-DIFF = WS-ACB-TOTAL - WS-ROLLED-BAL
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'ENDING BALANCE' TO RL-LABEL
           MOVE ZEROS      TO RL-COUNT
           MOVE WS-END-BAL TO RL-AMT
           WRITE REPORT-LINE-OUT FROM RPT-LINE
           MOVE 'ACTIVITY DATED AFTER THE PERIOD' TO RL-LABEL
           MOVE WS-AFTER-COUNT TO RL-COUNT
           MOVE WS-AFTER-AMT   TO RL-AMT
           WRITE REPORT-LINE-OUT FROM RPT-LINE
           MOVE 'ACCT-BALANCE TOTAL' TO RL-LABEL
           MOVE ZEROS        TO RL-COUNT
           MOVE WS-ACB-TOTAL TO RL-AMT
           WRITE REPORT-LINE-OUT FROM RPT-LINE
           MOVE 'DIFFERENCE' TO RL-LABEL
           MOVE ZEROS   TO RL-COUNT
           MOVE WS-DIFF TO RL-AMT
           WRITE REPORT-LINE-OUT FROM RPT-LINE
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           IF WS-DIFF EQUAL ZEROS
               MOVE 'Y' TO WS-TIES
               MOVE 'ENDING BALANCE AGREES WITH ACCT-BALANCE' TO RN-TEXT
           ELSE
               MOVE 'N' TO WS-TIES
               MOVE 'OUT OF BALANCE - PERIOD LEFT OPEN' TO RN-TEXT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-NOTE.
      *-----------------------------------------------------------------
       600-MARK-CLOSED.
           OPEN I-O ISAM-FPR-IO
           IF WS-FPR-STAT EQUAL '35'
               OPEN OUTPUT ISAM-FPR-IO
               CLOSE ISAM-FPR-IO
               OPEN I-O ISAM-FPR-IO
           END-IF
           MOVE WS-PERIOD TO FPR-PERIOD
           READ ISAM-FPR-IO
               INVALID KEY
                   MOVE WS-PERIOD     TO FPR-PERIOD
                   MOVE 'C'           TO FPR-STATUS
                   MOVE WS-NOW-DATE   TO FPR-CLOSE-DATE
                   MOVE WS-AUDIT-USER TO FPR-CLOSE-USER
                   MOVE WS-END-BAL    TO FPR-END-BAL
                   WRITE FPR-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CLOSE PERIOD' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'PERIOD CLOSED' TO WS-MSG
                           MOVE 1 TO WS-CTL-WRITTEN
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'C'           TO FPR-STATUS
                   MOVE WS-NOW-DATE   TO FPR-CLOSE-DATE
                   MOVE WS-AUDIT-USER TO FPR-CLOSE-USER
                   MOVE WS-END-BAL    TO FPR-END-BAL
                   REWRITE FPR-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CLOSE PERIOD' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'PERIOD CLOSED' TO WS-MSG
                           MOVE 1 TO WS-CTL-WRITTEN
                   END-REWRITE
           END-READ
           CLOSE ISAM-FPR-IO.
