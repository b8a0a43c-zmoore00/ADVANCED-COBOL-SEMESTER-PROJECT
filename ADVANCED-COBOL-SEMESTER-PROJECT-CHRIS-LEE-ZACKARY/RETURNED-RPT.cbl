      ******************************************************************
      *PROGRAM : RETURNED-RPT.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Prints the returned-items report for a range of days  *
      *          from the RETURNED-ITEMS.TXT lines RETURNED-PAY writes *
      *          - each bounced check or card chargeback shows the     *
      *          receipt, the day and cashier session it was first     *
      *          taken in and the fee charged, subtotaled by the day   *
      *          it came back so the cashier can reconcile the bank    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-RPT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RTI-IN ASSIGN TO "../RETURNED-ITEMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT.

           SELECT REPORT-OUT ASSIGN TO "../RETURNED-ITEMS.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  RTI-IN.
       01  RTI-LINE-IN.
           03  RTI-DATE            PIC X(8).
           03  FILLER              PIC X.
           03  RTI-TIME            PIC X(4).
           03  FILLER              PIC X.
           03  RTI-RECEIPT         PIC 9(6).
           03  FILLER              PIC X.
           03  RTI-STUD-ID         PIC 9(6).
           03  FILLER              PIC X.
           03  RTI-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  RTI-YR              PIC X(4).
           03  FILLER              PIC X.
           03  RTI-AMOUNT          PIC 9(7)V99.
           03  FILLER              PIC X.
           03  RTI-REASON          PIC X.
           03  FILLER              PIC X.
           03  RTI-FEE             PIC 9(5)V99.
           03  FILLER              PIC X.
           03  RTI-ORIG-DATE       PIC X(8).
           03  FILLER              PIC X.
           03  RTI-SESSION         PIC 9(6).
           03  FILLER              PIC X.
           03  RTI-OPER            PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

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
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-FROM-DATE            PIC X(8)    VALUE SPACES.
           03  WS-TO-DATE              PIC X(8)    VALUE SPACES.
           03  WS-LAST-DATE            PIC X(8)    VALUE SPACES.
           03  WS-DAY-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-DAY-AMT              PIC 9(9)V99 VALUE ZEROS.
           03  WS-DAY-FEE              PIC 9(9)V99 VALUE ZEROS.
           03  WS-NSF-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-NSF-AMT              PIC 9(9)V99 VALUE ZEROS.
           03  WS-CBK-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-CBK-AMT              PIC 9(9)V99 VALUE ZEROS.
           03  WS-ALL-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-ALL-AMT              PIC 9(9)V99 VALUE ZEROS.
           03  WS-ALL-FEE              PIC 9(9)V99 VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(20)   VALUE 'RETURNED ITEMS FROM '.
           03  RH-FROM     PIC X(8).
           03  FILLER      PIC X(6)    VALUE ' THRU '.
           03  RH-TO       PIC X(8).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RH-RUN      PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(9)    VALUE 'RETURNED'.
           03  FILLER      PIC X(7)    VALUE 'RCPT'.
           03  FILLER      PIC X(7)    VALUE 'STUDENT'.
           03  FILLER      PIC X(10)   VALUE 'NAME'.
           03  FILLER      PIC X(11)   VALUE 'REASON'.
           03  FILLER      PIC X(11)   VALUE '    AMOUNT'.
           03  FILLER      PIC X(10)   VALUE '      FEE'.
           03  FILLER      PIC X(9)    VALUE 'TAKEN ON'.
           03  FILLER      PIC X(6)    VALUE 'SESSN'.

       01  RPT-DETAIL.
           03  RD-DATE     PIC X(8).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-RECEIPT  PIC 9(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-LNAME    PIC X(9).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-REASON   PIC X(10).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-AMT      PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-FEE      PIC ZZ,ZZ9.99.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-ORIG     PIC X(8).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-SESSION  PIC 9(6).

       01  RPT-SUBTOTAL.
           03  FILLER      PIC X(10)   VALUE SPACES.
           03  FILLER      PIC X(10)   VALUE 'DAY TOTAL '.
           03  RS-DATE     PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RS-COUNT    PIC ZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RS-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RS-FEE      PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "RETURNED-RPT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.

       01  SCRN-DATE-REQ.
           03  LINE 07 COL 25 VALUE "RETURNED ITEMS REPORT".
           03  LINE 09 COL 25        VALUE 'FROM (YYYYMMDD):'.
           03  LINE 09 COL 42 PIC X(8)  TO WS-FROM-DATE AUTO.
           03  LINE 10 COL 25        VALUE 'THRU (YYYYMMDD):'.
           03  LINE 10 COL 42 PIC X(8)  TO WS-TO-DATE AUTO.
           03  LINE 11 COL 25 VALUE '(BLANK FOR TODAY)'.

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

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           DISPLAY SCRN-DATE-REQ
           ACCEPT  SCRN-DATE-REQ
           IF WS-FROM-DATE EQUAL SPACES
               MOVE WS-NOW-DATE TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE EQUAL SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF

           OPEN INPUT RTI-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT REPORT-OUT

           MOVE WS-FROM-DATE TO RH-FROM
           MOVE WS-TO-DATE   TO RH-TO
           MOVE DISPLAY-DATE TO RH-RUN
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

      *    the log is appended as items come back so it is already in
      *    day order
           MOVE SPACES TO WS-LAST-DATE
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ RTI-IN
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF RTI-DATE NOT LESS THAN WS-FROM-DATE
                           AND RTI-DATE NOT GREATER THAN WS-TO-DATE
                           PERFORM 200-PRINT-ITEM-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-DATE NOT EQUAL SPACES
               PERFORM 300-PRINT-DAY-TOTAL
           END-IF

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'RETURNED CHECKS (NSF):' TO RPT-TOTAL
           MOVE WS-NSF-COUNT TO RT-COUNT
           MOVE WS-NSF-AMT   TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'CARD CHARGEBACKS:' TO RPT-TOTAL
           MOVE WS-CBK-COUNT TO RT-COUNT
           MOVE WS-CBK-AMT   TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'TOTAL RETURNED:' TO RPT-TOTAL
           MOVE WS-ALL-COUNT TO RT-COUNT
           MOVE WS-ALL-AMT   TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'RETURNED ITEM FEES CHARGED:' TO RPT-TOTAL
           MOVE WS-ALL-COUNT TO RT-COUNT
           MOVE WS-ALL-FEE   TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           CLOSE RTI-IN
           CLOSE ISAM-STUD-IN
           CLOSE REPORT-OUT

           STRING WS-ALL-COUNT ' RETURNED ITEM(S) LISTED' INTO WS-MSG
           DISPLAY SCRN-MSG
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-PRINT-ITEM-LINE.
           IF WS-LAST-DATE NOT EQUAL SPACES
               AND RTI-DATE NOT EQUAL WS-LAST-DATE
               PERFORM 300-PRINT-DAY-TOTAL
           END-IF
           MOVE RTI-DATE TO WS-LAST-DATE
           MOVE RTI-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE SPACES TO ISAM-STUD-LNAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE RTI-DATE        TO RD-DATE
           MOVE RTI-RECEIPT     TO RD-RECEIPT
           MOVE RTI-STUD-ID     TO RD-STUD-ID
           MOVE ISAM-STUD-LNAME TO RD-LNAME
           IF RTI-REASON EQUAL 'C'
               MOVE 'CHARGEBACK' TO RD-REASON
               ADD 1          TO WS-CBK-COUNT
               ADD RTI-AMOUNT TO WS-CBK-AMT
           ELSE
               MOVE 'NSF CHECK'  TO RD-REASON
               ADD 1          TO WS-NSF-COUNT
               ADD RTI-AMOUNT TO WS-NSF-AMT
           END-IF
           MOVE RTI-AMOUNT      TO RD-AMT
           MOVE RTI-FEE         TO RD-FEE
           MOVE RTI-ORIG-DATE   TO RD-ORIG
           MOVE RTI-SESSION     TO RD-SESSION
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           ADD 1          TO WS-DAY-COUNT
           ADD RTI-AMOUNT TO WS-DAY-AMT
           ADD RTI-FEE    TO WS-DAY-FEE
           ADD 1          TO WS-ALL-COUNT
           ADD RTI-AMOUNT TO WS-ALL-AMT
           ADD RTI-FEE    TO WS-ALL-FEE.
      *-----------------------------------------------------------------
       300-PRINT-DAY-TOTAL.
           MOVE WS-LAST-DATE TO RS-DATE
           MOVE WS-DAY-COUNT TO RS-COUNT
           MOVE WS-DAY-AMT   TO RS-AMT
           MOVE WS-DAY-FEE   TO RS-FEE
           WRITE REPORT-LINE-OUT FROM RPT-SUBTOTAL
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE ZEROS TO WS-DAY-COUNT
           MOVE ZEROS TO WS-DAY-AMT
           MOVE ZEROS TO WS-DAY-FEE.
