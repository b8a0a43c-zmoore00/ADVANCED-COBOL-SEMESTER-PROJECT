      ******************************************************************
      *PROGRAM : GL-EXTRACT.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: General ledger journal extract - ACCT-DETAIL.DAT rows *
      *          dated in the keyed range and not yet sent are mapped  *
      *          through GL-MAP.TXT from charge code to debit and      *
      *          credit accounts, summarized by account and written as *
      *          balanced journal lines to GL-INTERFACE.TXT for the    *
      *          finance system; each row sent is stamped with the run *
      *          date so it never goes twice.  A code with no mapping  *
      *          stops the run with an exception list, and GL-TRIAL.RPT*
      *          proves the debits equal the credits                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLM-IN ASSIGN TO "../GL-MAP.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-GLM-STAT.

           SELECT OPTIONAL ISAM-ACD-IO ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT GLI-OUT ASSIGN TO "../GL-INTERFACE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-GLI-STAT.

           SELECT REPORT-OUT ASSIGN TO "../GL-TRIAL.RPT"
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
      *    a row that raises the balance debits GLM-DEBIT and credits
      *    GLM-CREDIT - a row that lowers it (payment, aid, refund,
      *    waiver) posts the other way round
       FD  GLM-IN.
       01  GLM-LINE-IN.
           03  GLM-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  GLM-DEBIT           PIC X(10).
           03  FILLER              PIC X.
           03  GLM-CREDIT          PIC X(10).
           03  FILLER              PIC X.
           03  GLM-DESC            PIC X(30).

       FD  ISAM-ACD-IO.
       01  ACD-REC-IO.
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

       FD  GLI-OUT.
       01  GLI-LINE-OUT.
           03  GLI-RUN-DATE        PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  GLI-FROM            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  GLI-TO              PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  GLI-ACCOUNT         PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  GLI-DC              PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  GLI-AMOUNT          PIC 9(9)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  GLI-DESC            PIC X(30).

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
           03  WS-GLM-STAT             PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-GLI-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'GL-EXTRACT'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  GLM-EOF-FLAG            PIC X       VALUE SPACES.
               88 GLM-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  WS-FROM-DATE            PIC X(8)    VALUE SPACES.
           03  WS-TO-DATE              PIC X(8)    VALUE SPACES.
           03  WS-ROW-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-DR-ACCT              PIC X(10)   VALUE SPACES.
           03  WS-CR-ACCT              PIC X(10)   VALUE SPACES.
           03  WS-ONE-ACCT             PIC X(10)   VALUE SPACES.
           03  WS-NET-AMT              PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-DEBIT            PIC 9(9)V99 VALUE ZEROS.
           03  WS-TOT-CREDIT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-NET-DEBIT            PIC 9(9)V99 VALUE ZEROS.
           03  WS-NET-CREDIT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-GLI-LINES            PIC 9(5)    VALUE ZEROS.
           03  WS-GLM-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-GLM-CNT              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-GLM-HIT              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-JRN-IX               PIC 9(3)    VALUE ZEROS COMP.
           03  WS-JRN-CNT              PIC 9(3)    VALUE ZEROS COMP.
           03  WS-JRN-HIT              PIC 9(3)    VALUE ZEROS COMP.
           03  WS-EXC-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-EXC-CNT              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-EXC-HIT              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-JRN-FULL             PIC X       VALUE 'N'.

       01  WS-GLM-TABLE.
           03  WS-GLM-ENTRY            OCCURS 50 TIMES.
               05  WS-GLM-CODE         PIC X(4).
               05  WS-GLM-DEBIT        PIC X(10).
               05  WS-GLM-CREDIT       PIC X(10).

      *    gross debits and credits by account for the range
       01  WS-JRN-TABLE.
           03  WS-JRN-ENTRY            OCCURS 100 TIMES.
               05  WS-JRN-ACCT         PIC X(10).
               05  WS-JRN-DEBIT        PIC 9(9)V99.
               05  WS-JRN-CREDIT       PIC 9(9)V99.

      *    codes found in the range with no mapping line
       01  WS-EXC-TABLE.
           03  WS-EXC-ENTRY            OCCURS 50 TIMES.
               05  WS-EXC-CODE         PIC X(4).
               05  WS-EXC-ROWS         PIC 9(5).
               05  WS-EXC-AMT          PIC S9(9)V99.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(25)
               VALUE 'GL JOURNAL TRIAL BALANCE '.
           03  FILLER      PIC X(7)    VALUE 'POSTED '.
           03  RH-FROM     PIC X(8).
           03  FILLER      PIC X(6)    VALUE ' THRU '.
           03  RH-TO       PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(12)   VALUE 'ACCOUNT'.
           03  FILLER      PIC X(16)   VALUE '         DEBITS'.
           03  FILLER      PIC X(16)   VALUE '        CREDITS'.
           03  FILLER      PIC X(17)   VALUE '   JOURNAL LINE'.

       01  RPT-DETAIL.
           03  RD-ACCT     PIC X(10).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-DEBIT    PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-CREDIT   PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-NET      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-DC       PIC X(2).

       01  RPT-EXC-HEAD.
           03  FILLER      PIC X(40)
               VALUE 'UNMAPPED CHARGE CODES - NOTHING SENT'.

       01  RPT-EXC-LINE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(5)    VALUE 'CODE '.
           03  RE-CODE     PIC X(4).
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RE-ROWS     PIC ZZ,ZZ9.
           03  FILLER      PIC X(6)    VALUE ' ROWS '.
           03  RE-AMT      PIC -ZZZ,ZZZ,ZZ9.99.

       01  RPT-RESULT.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RR-TEXT     PIC X(60).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "GL-EXTRACT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 27 VALUE "GENERAL LEDGER EXTRACT".

       01  SCRN-RANGE-REQ.
           03  LINE 09 COL 25            VALUE 'FROM DATE (YYYYMMDD):'.
           03  LINE 09 COL 47 PIC X(8)  TO WS-FROM-DATE AUTO.
           03  LINE 10 COL 25            VALUE '  TO DATE (YYYYMMDD):'.
           03  LINE 10 COL 47 PIC X(8)  TO WS-TO-DATE   AUTO.

       01  SCRN-MSG.
           03  LINE 12 COL 25 VALUE 'ROWS SENT:'.
           03  LINE 12 COL 37 PIC 9(7) FROM WS-CTL-WRITTEN.
           03  LINE 13 COL 25 VALUE ' UNMAPPED:'.
           03  LINE 13 COL 37 PIC 9(7) FROM WS-CTL-REJECTED.
           03  LINE 15 COL 25 PIC X(40) FROM WS-MSG.

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
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-RANGE-REQ
               ACCEPT  SCRN-RANGE-REQ
           END-IF

           IF WS-TO-DATE EQUAL SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               OR WS-FROM-DATE GREATER THAN WS-TO-DATE
               MOVE 'INVALID DATE RANGE' TO WS-MSG
           ELSE
               PERFORM 100-LOAD-GL-MAP
               IF WS-GLM-STAT NOT EQUAL '00'
                   MOVE 'GL-MAP.TXT NOT FOUND' TO WS-MSG
               ELSE
                   PERFORM 200-RUN-EXTRACT
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
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - the extra parm field carries the from and to dates
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
                               MOVE PRM-EXTRA (1:8)  TO WS-FROM-DATE
                               MOVE PRM-EXTRA (10:8) TO WS-TO-DATE
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
      *    tonight against the prior run - read counts the unsent rows
      *    in the range, written the rows sent, rejected the rows
      *    held back for want of a mapping, amount the journal debits
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'GL-EXTRACT'    TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-LOAD-GL-MAP.
           MOVE ZEROS TO WS-GLM-CNT
           OPEN INPUT GLM-IN
           IF WS-GLM-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GLM-EOF-FLAG
           PERFORM UNTIL GLM-EOF
               READ GLM-IN
                   AT END
                       MOVE 1 TO GLM-EOF-FLAG
                   NOT AT END
                       IF GLM-CODE NOT EQUAL SPACES
                           AND GLM-DEBIT NOT EQUAL SPACES
                           AND GLM-CREDIT NOT EQUAL SPACES
                           AND WS-GLM-CNT LESS THAN 50
                           ADD 1 TO WS-GLM-CNT
                           MOVE GLM-CODE   TO WS-GLM-CODE(WS-GLM-CNT)
                           MOVE GLM-DEBIT  TO WS-GLM-DEBIT(WS-GLM-CNT)
                           MOVE GLM-CREDIT TO WS-GLM-CREDIT(WS-GLM-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLM-IN.
      *-----------------------------------------------------------------
       200-RUN-EXTRACT.
      *    the first pass only summarizes - nothing is written to the
      *    interface or stamped on the detail file until every row in
      *    the range has a mapping and the journal balances
           OPEN I-O ISAM-ACD-IO
           IF WS-ACD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACD-IO
               CLOSE ISAM-ACD-IO
               OPEN I-O ISAM-ACD-IO
           END-IF
           OPEN OUTPUT REPORT-OUT
           MOVE WS-FROM-DATE TO RH-FROM
           MOVE WS-TO-DATE   TO RH-TO
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT

           PERFORM 300-SUMMARIZE-RANGE

           EVALUATE TRUE
               WHEN WS-EXC-CNT GREATER THAN ZEROS
                   PERFORM 700-WRITE-EXCEPTIONS
                   MOVE 'UNMAPPED CODES - RUN STOPPED' TO WS-MSG
               WHEN WS-JRN-FULL EQUAL 'Y'
                   MOVE 'TOO MANY ACCOUNTS - RUN STOPPED' TO RR-TEXT
                   WRITE REPORT-LINE-OUT FROM RPT-RESULT
                   MOVE 'TOO MANY ACCOUNTS - RUN STOPPED' TO WS-MSG
               WHEN OTHER
                   PERFORM 600-WRITE-TRIAL-BALANCE
                   IF WS-TOT-DEBIT NOT EQUAL WS-TOT-CREDIT
                       OR WS-NET-DEBIT NOT EQUAL WS-NET-CREDIT
                       MOVE 'OUT OF BALANCE - RUN STOPPED' TO WS-MSG
                   ELSE
                       PERFORM 500-WRITE-INTERFACE
                       PERFORM 400-STAMP-SENT-ROWS
                       MOVE WS-TOT-DEBIT TO WS-CTL-AMOUNT
                       MOVE SPACES TO WS-MSG
                       STRING WS-GLI-LINES ' JOURNAL LINE(S) WRITTEN'
                           INTO WS-MSG
                   END-IF
           END-EVALUATE

           CLOSE ISAM-ACD-IO
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       300-SUMMARIZE-RANGE.
           MOVE ZEROS TO WS-JRN-CNT
           MOVE ZEROS TO WS-EXC-CNT
           MOVE LOW-VALUES TO ACD-IO-KEY
           START ISAM-ACD-IO KEY IS NOT LESS THAN ACD-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACD-EOF-FLAG
           END-START
           PERFORM UNTIL ACD-EOF
               READ ISAM-ACD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO ACD-EOF-FLAG
                   NOT AT END
                       IF ACD-IO-GL-DATE EQUAL SPACES
                           AND ACD-IO-DATE NOT LESS THAN WS-FROM-DATE
                           AND ACD-IO-DATE NOT GREATER THAN WS-TO-DATE
                           ADD 1 TO WS-CTL-READ
                           PERFORM 310-SUMMARIZE-ROW
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       310-SUMMARIZE-ROW.
           MOVE ZEROS TO WS-GLM-HIT
           PERFORM VARYING WS-GLM-IX FROM 1 BY 1
               UNTIL WS-GLM-IX GREATER THAN WS-GLM-CNT
               IF WS-GLM-CODE(WS-GLM-IX) EQUAL ACD-IO-CODE
                   MOVE WS-GLM-IX  TO WS-GLM-HIT
                   MOVE WS-GLM-CNT TO WS-GLM-IX
               END-IF
           END-PERFORM
           IF WS-GLM-HIT EQUAL ZEROS
               ADD 1 TO WS-CTL-REJECTED
               PERFORM 320-NOTE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
      *    a negative row posts the mapping the other way round
           IF ACD-IO-AMOUNT LESS THAN ZEROS
               COMPUTE WS-ROW-AMT = ZEROS - ACD-IO-AMOUNT
               MOVE WS-GLM-CREDIT(WS-GLM-HIT) TO WS-DR-ACCT
               MOVE WS-GLM-DEBIT(WS-GLM-HIT)  TO WS-CR-ACCT
           ELSE
               MOVE ACD-IO-AMOUNT TO WS-ROW-AMT
               MOVE WS-GLM-DEBIT(WS-GLM-HIT)  TO WS-DR-ACCT
               MOVE WS-GLM-CREDIT(WS-GLM-HIT) TO WS-CR-ACCT
           END-IF
           IF WS-ROW-AMT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DR-ACCT TO WS-ONE-ACCT
           PERFORM 330-FIND-ACCOUNT
           IF WS-JRN-HIT GREATER THAN ZEROS
               ADD WS-ROW-AMT TO WS-JRN-DEBIT(WS-JRN-HIT)
               ADD WS-ROW-AMT TO WS-TOT-DEBIT
           END-IF
           MOVE WS-CR-ACCT TO WS-ONE-ACCT
           PERFORM 330-FIND-ACCOUNT
           IF WS-JRN-HIT GREATER THAN ZEROS
               ADD WS-ROW-AMT TO WS-JRN-CREDIT(WS-JRN-HIT)
               ADD WS-ROW-AMT TO WS-TOT-CREDIT
           END-IF.
      *-----------------------------------------------------------------
       320-NOTE-EXCEPTION.
           MOVE ZEROS TO WS-EXC-HIT
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
               UNTIL WS-EXC-IX GREATER THAN WS-EXC-CNT
               IF WS-EXC-CODE(WS-EXC-IX) EQUAL ACD-IO-CODE
                   MOVE WS-EXC-IX TO WS-EXC-HIT
               END-IF
           END-PERFORM
           IF WS-EXC-HIT EQUAL ZEROS
               IF WS-EXC-CNT NOT LESS THAN 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXC-CNT
               MOVE WS-EXC-CNT  TO WS-EXC-HIT
               MOVE ACD-IO-CODE TO WS-EXC-CODE(WS-EXC-HIT)
               MOVE ZEROS       TO WS-EXC-ROWS(WS-EXC-HIT)
               MOVE ZEROS       TO WS-EXC-AMT(WS-EXC-HIT)
           END-IF
           ADD 1 TO WS-EXC-ROWS(WS-EXC-HIT)
           ADD ACD-IO-AMOUNT TO WS-EXC-AMT(WS-EXC-HIT).
      *-----------------------------------------------------------------
       330-FIND-ACCOUNT.
      *    returns the journal slot for WS-ONE-ACCT, opening one the
      *    first time the account is seen
           MOVE ZEROS TO WS-JRN-HIT
           PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               UNTIL WS-JRN-IX GREATER THAN WS-JRN-CNT
               IF WS-JRN-ACCT(WS-JRN-IX) EQUAL WS-ONE-ACCT
                   MOVE WS-JRN-IX  TO WS-JRN-HIT
                   MOVE WS-JRN-CNT TO WS-JRN-IX
               END-IF
           END-PERFORM
           IF WS-JRN-HIT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-JRN-CNT NOT LESS THAN 100
               MOVE 'Y' TO WS-JRN-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JRN-CNT
           MOVE WS-JRN-CNT  TO WS-JRN-HIT
           MOVE WS-ONE-ACCT TO WS-JRN-ACCT(WS-JRN-HIT)
           MOVE ZEROS       TO WS-JRN-DEBIT(WS-JRN-HIT)
           MOVE ZEROS       TO WS-JRN-CREDIT(WS-JRN-HIT).
      *-----------------------------------------------------------------
       400-STAMP-SENT-ROWS.
      *    the same rows the summary took, now marked with the run date
      *    so a later range that overlaps this one skips them
           MOVE LOW-VALUES TO ACD-IO-KEY
           START ISAM-ACD-IO KEY IS NOT LESS THAN ACD-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACD-EOF-FLAG
           END-START
           PERFORM UNTIL ACD-EOF
               READ ISAM-ACD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO ACD-EOF-FLAG
                   NOT AT END
                       IF ACD-IO-GL-DATE EQUAL SPACES
                           AND ACD-IO-DATE NOT LESS THAN WS-FROM-DATE
                           AND ACD-IO-DATE NOT GREATER THAN WS-TO-DATE
                           MOVE WS-NOW-DATE TO ACD-IO-GL-DATE
                           REWRITE ACD-REC-IO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CTL-WRITTEN
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       500-WRITE-INTERFACE.
      *    one journal line per account carrying its net for the range
           MOVE ZEROS TO WS-GLI-LINES
           OPEN OUTPUT GLI-OUT
           PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               UNTIL WS-JRN-IX GREATER THAN WS-JRN-CNT
               COMPUTE WS-NET-AMT = WS-JRN-DEBIT(WS-JRN-IX)
                   - WS-JRN-CREDIT(WS-JRN-IX)
               IF WS-NET-AMT NOT EQUAL ZEROS
                   MOVE WS-NOW-DATE  TO GLI-RUN-DATE
                   MOVE WS-FROM-DATE TO GLI-FROM
                   MOVE WS-TO-DATE   TO GLI-TO
                   MOVE WS-JRN-ACCT(WS-JRN-IX) TO GLI-ACCOUNT
                   IF WS-NET-AMT GREATER THAN ZEROS
                       MOVE 'D' TO GLI-DC
                       MOVE WS-NET-AMT TO GLI-AMOUNT
                   ELSE
                       MOVE 'C' TO GLI-DC
                       COMPUTE GLI-AMOUNT = ZEROS - WS-NET-AMT
                   END-IF
                   MOVE 'STUDENT ACCOUNTS JOURNAL' TO GLI-DESC
                   WRITE GLI-LINE-OUT
                   ADD 1 TO WS-GLI-LINES
               END-IF
           END-PERFORM
           CLOSE GLI-OUT.
      *-----------------------------------------------------------------
       600-WRITE-TRIAL-BALANCE.
      *    gross columns prove every row posted both sides, the net
      *    column is the journal line the finance system receives
           MOVE ZEROS TO WS-NET-DEBIT
           MOVE ZEROS TO WS-NET-CREDIT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               UNTIL WS-JRN-IX GREATER THAN WS-JRN-CNT
               MOVE WS-JRN-ACCT(WS-JRN-IX)   TO RD-ACCT
               MOVE WS-JRN-DEBIT(WS-JRN-IX)  TO RD-DEBIT
               MOVE WS-JRN-CREDIT(WS-JRN-IX) TO RD-CREDIT
               COMPUTE WS-NET-AMT = WS-JRN-DEBIT(WS-JRN-IX)
                   - WS-JRN-CREDIT(WS-JRN-IX)
               EVALUATE TRUE
                   WHEN WS-NET-AMT GREATER THAN ZEROS
                       MOVE WS-NET-AMT TO RD-NET
                       MOVE 'DR'       TO RD-DC
                       ADD WS-NET-AMT  TO WS-NET-DEBIT
                   WHEN WS-NET-AMT LESS THAN ZEROS
                       COMPUTE RD-NET = ZEROS - WS-NET-AMT
                       MOVE 'CR'       TO RD-DC
                       SUBTRACT WS-NET-AMT FROM WS-NET-CREDIT
                   WHEN OTHER
                       MOVE ZEROS      TO RD-NET
                       MOVE SPACES     TO RD-DC
               END-EVALUATE
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           END-PERFORM
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'TOTALS'      TO RD-ACCT
           MOVE WS-TOT-DEBIT  TO RD-DEBIT
           MOVE WS-TOT-CREDIT TO RD-CREDIT
           MOVE ZEROS         TO RD-NET
           MOVE SPACES        TO RD-DC
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           MOVE 'NET LINES'   TO RD-ACCT
           MOVE WS-NET-DEBIT  TO RD-DEBIT
           MOVE WS-NET-CREDIT TO RD-CREDIT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           IF WS-TOT-DEBIT EQUAL WS-TOT-CREDIT
               AND WS-NET-DEBIT EQUAL WS-NET-CREDIT
               MOVE 'DEBITS EQUAL CREDITS - JOURNAL SENT' TO RR-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - NOTHING SENT' TO RR-TEXT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-RESULT.
      *-----------------------------------------------------------------
       700-WRITE-EXCEPTIONS.
           WRITE REPORT-LINE-OUT FROM RPT-EXC-HEAD
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
               UNTIL WS-EXC-IX GREATER THAN WS-EXC-CNT
               MOVE WS-EXC-CODE(WS-EXC-IX) TO RE-CODE
               MOVE WS-EXC-ROWS(WS-EXC-IX) TO RE-ROWS
               MOVE WS-EXC-AMT(WS-EXC-IX)  TO RE-AMT
               WRITE REPORT-LINE-OUT FROM RPT-EXC-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'ADD THE CODES TO GL-MAP.TXT AND RERUN THE RANGE'
               TO RR-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-RESULT.
