      ******************************************************************
      *PROGRAM : RETURNED-PAY.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Returned payment transaction - a bounced check or a   *
      *          charged-back card is keyed by its receipt number; the *
      *          PAY row on ACCT-DETAIL.DAT is reversed by an RPAY row *
      *          carrying the same receipt and naming the original     *
      *          sequence, the returned-item fee from RETURN-FEE.TXT   *
      *          posts as an RFEE charge, the installments the receipt *
      *          filled (PAY-PLAN-APPLY.TXT) are reopened, the CO      *
      *          cash-only hold goes on HOLD-ISAM.DAT, a PAY-RETURN    *
      *          letter event is written and the item is logged to     *
      *          RETURNED-ITEMS.TXT for the cashier reconciliation     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-PAY IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-ACCT-IO ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ACD-IO ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT OPTIONAL ISAM-PLN-IO ASSIGN TO "../PAY-PLAN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLN-KEY
                               FILE STATUS   IS WS-PLN-STAT.

           SELECT OPTIONAL PPA-IN ASSIGN TO "../PAY-PLAN-APPLY.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PPA-STAT.

           SELECT OPTIONAL ISAM-HLD-IO ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-HLD-STAT.

           SELECT RTF-IN ASSIGN TO "../RETURN-FEE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RTF-STAT.

           SELECT NOTIFY-OUT ASSIGN TO "../NOTIFY-EVENTS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NTF-STAT.

           SELECT RTI-OUT ASSIGN TO "../RETURNED-ITEMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RTI-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-ACCT-IO.
       01  ACCT-REC-IO.
           03  ACB-IO-KEY.
               05  ACB-IO-STUD-ID PIC 9(6).
               05  ACB-IO-SEM     PIC X(2).
               05  ACB-IO-YR      PIC X(4).
           03  ACB-IO-BILLED      PIC 9(7)V99.
           03  ACB-IO-PAID        PIC 9(7)V99.

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

       FD  ISAM-PLN-IO.
       01  PLN-REC-IO.
           03  PLN-KEY.
               05  PLN-STUD-ID    PIC 9(6).
               05  PLN-SEM        PIC X(2).
               05  PLN-YR         PIC X(4).
               05  PLN-INST       PIC 9(2).
           03  PLN-AMOUNT         PIC 9(7)V99.
           03  PLN-DUE-DATE       PIC X(8).
           03  PLN-PAID           PIC 9(7)V99.

       FD  PPA-IN.
       01  PPA-LINE-IN.
           03  PPA-RECEIPT        PIC 9(6).
           03  FILLER             PIC X.
           03  PPA-STUD-ID        PIC 9(6).
           03  FILLER             PIC X.
           03  PPA-SEM            PIC X(2).
           03  FILLER             PIC X.
           03  PPA-YR             PIC X(4).
           03  FILLER             PIC X.
           03  PPA-INST           PIC 9(2).
           03  FILLER             PIC X.
           03  PPA-AMOUNT         PIC 9(7)V99.

       FD  ISAM-HLD-IO.
       01  HLD-REC-IO.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

       FD  RTF-IN.
       01  RTF-LINE-IN.
           03  RTF-AMT            PIC 9(5)V99.
           03  FILLER             PIC X.
           03  RTF-DESC           PIC X(30).

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  NTF-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-EVENT           PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-TEXT            PIC X(30).

      *    N = returned check (NSF), C = card chargeback
       FD  RTI-OUT.
       01  RTI-LINE-OUT.
           03  RTI-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-TIME            PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-RECEIPT         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-AMOUNT          PIC 9(7)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-REASON          PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-FEE             PIC 9(5)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-ORIG-DATE       PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-SESSION         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  RTI-OPER            PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-PLN-STAT             PIC XX      VALUE SPACES.
           03  WS-PPA-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-RTF-STAT             PIC XX      VALUE SPACES.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-RTI-STAT             PIC XX      VALUE SPACES.
           03  WS-OPER                 PIC X(8)    VALUE SPACES.
           03  WS-ENVNAME              PIC X(4)    VALUE "USER".
           03  WS-RECEIPT-IN           PIC 9(6)    VALUE ZEROS.
           03  WS-REASON               PIC X       VALUE SPACE.
           03  WS-FOUND                PIC X       VALUE 'N'.
           03  WS-ALREADY              PIC X       VALUE 'N'.
           03  WS-RTN-SEQ              PIC 9(4)    VALUE ZEROS.
           03  WS-RTN-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-RTN-DATE             PIC X(8)    VALUE SPACES.
           03  WS-RTN-SESSION          PIC 9(6)    VALUE ZEROS.
           03  WS-FEE-AMT              PIC 9(5)V99 VALUE ZEROS.
           03  WS-FEE-DESC             PIC X(30)
               VALUE 'RETURNED ITEM FEE'.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-PLN-REMAIN           PIC 9(7)V99 VALUE ZEROS.
           03  WS-PLN-TAKE             PIC 9(7)V99 VALUE ZEROS.
           03  WS-LOGGED               PIC X       VALUE 'N'.
           03  WS-UNW-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-UNW-CNT              PIC 9(2)    VALUE ZEROS.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  PLN-EOF-FLAG            PIC X       VALUE SPACES.
               88 PLN-EOF    VALUE '1'.
           03  PPA-EOF-FLAG            PIC X       VALUE SPACES.
               88 PPA-EOF    VALUE '1'.

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

       01  WS-REC.
           03  WS-KEY.
               05  WS-STU-ID   PIC 9(6)        VALUE ZEROS.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

      *    a receipt from before the installment trail was kept is
      *    backed out of the latest installments first
       01  WS-UNW-TABLE.
           03  WS-UNW-ENTRY        OCCURS 24 TIMES.
               05  WS-UNW-INST     PIC 9(2).

       01  WS-DISP-AMTS.
           03  WS-DISP-AMT     PIC ZZZ,ZZ9.99.
           03  WS-DISP-FEE     PIC ZZ,ZZ9.99.

      *    the posting date is handed to PERIOD-CHECK first - a date in
      *    a month the business office has closed comes back moved to
      *    an open one
       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 30 VALUE "RETURNED PAYMENT".
           03  LINE 1  COL 1  VALUE "RETURNED-PAY".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-RCPT-REQ.
           03  LINE 07 COL 30                       VALUE 'RECEIPT NO:'.
           03  LINE 07 COL 42 PIC 9(6)  TO WS-RECEIPT-IN AUTO.
           03  LINE 08 COL 30                       VALUE '    REASON:'.
           03  LINE 08 COL 42 PIC X     TO WS-REASON AUTO.
           03  LINE 08 COL 44 VALUE '(N=NSF CHECK C=CHARGEBACK)'.
           03  LINE 17 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-RCPT-DATA.
           03  LINE 10 COL 30                       VALUE '   STUDENT:'.
           03  LINE 10 COL 42 PIC 9(6)  FROM WS-STU-ID.
           03  LINE 11 COL 30                       VALUE '    SEM/YR:'.
           03  LINE 11 COL 42 PIC X(2)  FROM WS-SEM.
           03  LINE 11 COL 44 VALUE '/'.
           03  LINE 11 COL 45 PIC X(4)  FROM WS-YR.
           03  LINE 12 COL 30                       VALUE '    AMOUNT:'.
           03  LINE 12 COL 42 PIC X(10) FROM WS-DISP-AMT.
           03  LINE 13 COL 30                       VALUE '   PAID ON:'.
           03  LINE 13 COL 42 PIC X(8)  FROM WS-RTN-DATE.
           03  LINE 14 COL 30                       VALUE '       FEE:'.
           03  LINE 14 COL 42 PIC X(9)  FROM WS-DISP-FEE.

       01  SCRN-CONFIRM.
           03  LINE 15 COL 30           VALUE 'POST RETURN? (Y/N):'.
           03  LINE 15 COL 50 PIC X TO WS-RESP AUTO.

       01  SCRN-ADD-ANOTHER.
           03  LINE 19 COL 30                  VALUE 'RETURN ANOTHER?:'.
           03  LINE 20 COL 30                     VALUE '(Y/N)'.
           03  LINE 20 COL 42 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY
           DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-OPER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-ACCT-IO.
           OPEN I-O ISAM-ACD-IO
           IF WS-ACD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACD-IO
               CLOSE ISAM-ACD-IO
               OPEN I-O ISAM-ACD-IO
           END-IF
           OPEN I-O ISAM-PLN-IO
           IF WS-PLN-STAT EQUAL '35'
               OPEN OUTPUT ISAM-PLN-IO
               CLOSE ISAM-PLN-IO
               OPEN I-O ISAM-PLN-IO
           END-IF
           OPEN I-O ISAM-HLD-IO
           IF WS-HLD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-HLD-IO
               CLOSE ISAM-HLD-IO
               OPEN I-O ISAM-HLD-IO
           END-IF
           OPEN EXTEND NOTIFY-OUT
           IF WS-NTF-STAT NOT EQUAL '00'
               OPEN OUTPUT NOTIFY-OUT
               CLOSE NOTIFY-OUT
               OPEN EXTEND NOTIFY-OUT
           END-IF
           OPEN EXTEND RTI-OUT
           IF WS-RTI-STAT NOT EQUAL '00'
               OPEN OUTPUT RTI-OUT
               CLOSE RTI-OUT
               OPEN EXTEND RTI-OUT
           END-IF
           PERFORM 100-LOAD-RETURN-FEE

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE ZEROS  TO WS-RECEIPT-IN
               MOVE SPACE  TO WS-REASON
               DISPLAY SCR-TITLE
               DISPLAY SCRN-RCPT-REQ
               ACCEPT  SCRN-RCPT-REQ
               MOVE FUNCTION UPPER-CASE (WS-REASON) TO WS-REASON
               EVALUATE TRUE
                   WHEN WS-REASON NOT EQUAL 'N'
                       AND WS-REASON NOT EQUAL 'C'
                       MOVE 'REASON MUST BE N OR C' TO WS-MSG
                   WHEN WS-RECEIPT-IN EQUAL ZEROS
                       MOVE 'RECEIPT NUMBER REQUIRED' TO WS-MSG
                   WHEN OTHER
                       PERFORM 200-FIND-RECEIPT
                       PERFORM 250-CONFIRM-RETURN
               END-EVALUATE
               DISPLAY SCRN-RCPT-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-RCPT-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-ACCT-IO.
           CLOSE ISAM-ACD-IO.
           CLOSE ISAM-PLN-IO.
           CLOSE ISAM-HLD-IO.
           CLOSE NOTIFY-OUT.
           CLOSE RTI-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-RETURN-FEE.
      *    with no fee file the return still reverses - only the fee
      *    row is left off
           MOVE ZEROS TO WS-FEE-AMT
           OPEN INPUT RTF-IN
           IF WS-RTF-STAT EQUAL '00'
               READ RTF-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTF-AMT NUMERIC
                           MOVE RTF-AMT TO WS-FEE-AMT
                       END-IF
                       IF RTF-DESC NOT EQUAL SPACES
                           MOVE RTF-DESC TO WS-FEE-DESC
                       END-IF
               END-READ
               CLOSE RTF-IN
           END-IF.
      *-----------------------------------------------------------------
       200-FIND-RECEIPT.
      *    the detail file is keyed by student so a receipt is found
      *    by reading it through - an RPAY row carrying the receipt
      *    means the item has already been returned
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-ALREADY
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
                       IF ACD-IO-RECEIPT EQUAL WS-RECEIPT-IN
                           PERFORM 210-TAKE-RECEIPT-ROW
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-TAKE-RECEIPT-ROW.
           EVALUATE ACD-IO-CODE
               WHEN 'PAY '
                   MOVE 'Y'            TO WS-FOUND
                   MOVE ACD-IO-STUD-ID TO WS-STU-ID
                   MOVE ACD-IO-SEM     TO WS-SEM
                   MOVE ACD-IO-YR      TO WS-YR
                   MOVE ACD-IO-SEQ     TO WS-RTN-SEQ
                   COMPUTE WS-RTN-AMT = ZEROS - ACD-IO-AMOUNT
                   MOVE ACD-IO-DATE    TO WS-RTN-DATE
                   MOVE ACD-IO-SESSION TO WS-RTN-SESSION
               WHEN 'RPAY'
                   MOVE 'Y'            TO WS-ALREADY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       250-CONFIRM-RETURN.
           IF WS-FOUND NOT EQUAL 'Y'
               MOVE 'RECEIPT NOT ON FILE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY EQUAL 'Y'
               MOVE 'RECEIPT ALREADY RETURNED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RTN-AMT TO WS-DISP-AMT
           MOVE WS-FEE-AMT TO WS-DISP-FEE
           DISPLAY SCRN-RCPT-DATA
           DISPLAY SCRN-CONFIRM
           ACCEPT  SCRN-CONFIRM
           IF WS-RESP NOT EQUAL 'Y' AND WS-RESP NOT EQUAL 'y'
               MOVE 'RETURN CANCELLED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY TO ACB-IO-KEY
           READ ISAM-ACCT-IO
               INVALID KEY
                   MOVE 'NO ACCOUNT FOR STUDENT/TERM' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
      *    the payment comes back off paid and the fee goes on billed,
      *    the way PAYMENT-POST and CHARGE-POST put them there
           IF ACB-IO-PAID LESS THAN WS-RTN-AMT
               MOVE ZEROS TO ACB-IO-PAID
           ELSE
               SUBTRACT WS-RTN-AMT FROM ACB-IO-PAID
           END-IF
           ADD WS-FEE-AMT TO ACB-IO-BILLED
           REWRITE ACCT-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO POST' TO WS-MSG
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 300-WRITE-REVERSAL-ROWS
           PERFORM 400-REOPEN-INSTALLMENTS
           PERFORM 500-PLACE-CASH-HOLD
           PERFORM 600-WRITE-NOTIFY
           PERFORM 700-LOG-RETURNED-ITEM
           MOVE SPACES TO WS-MSG
           STRING 'RETURNED - RECEIPT ' WS-RECEIPT-IN ' CO HOLD'
               INTO WS-MSG.
      *-----------------------------------------------------------------
       300-WRITE-REVERSAL-ROWS.
      *    both rows carry the original receipt number so the item can
      *    be traced from either end
           PERFORM 350-FIND-NEXT-SEQ
           MOVE WS-STU-ID       TO ACD-IO-STUD-ID
           MOVE WS-SEM          TO ACD-IO-SEM
           MOVE WS-YR           TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE 'RPAY'          TO ACD-IO-CODE
           MOVE SPACES          TO ACD-IO-DESC
           STRING 'RETURNED RCPT ' WS-RECEIPT-IN ' SEQ ' WS-RTN-SEQ
               INTO ACD-IO-DESC
           MOVE WS-RTN-AMT      TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE WS-RECEIPT-IN   TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'RETURNED-PAY'  TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-FEE-AMT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACD-NEXT-SEQ
           MOVE WS-STU-ID       TO ACD-IO-STUD-ID
           MOVE WS-SEM          TO ACD-IO-SEM
           MOVE WS-YR           TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE 'RFEE'          TO ACD-IO-CODE
           MOVE WS-FEE-DESC     TO ACD-IO-DESC
           MOVE WS-FEE-AMT      TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE WS-RECEIPT-IN   TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'RETURNED-PAY'  TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       350-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE WS-STU-ID  TO ACD-IO-STUD-ID
           MOVE WS-SEM     TO ACD-IO-SEM
           MOVE WS-YR      TO ACD-IO-YR
           MOVE ZEROS      TO ACD-IO-SEQ
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
                       IF ACD-IO-STUD-ID NOT EQUAL WS-STU-ID
                           OR ACD-IO-SEM NOT EQUAL WS-SEM
                           OR ACD-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           IF ACD-IO-SEQ GREATER THAN WS-ACD-NEXT-SEQ
                               MOVE ACD-IO-SEQ TO WS-ACD-NEXT-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-ACD-NEXT-SEQ.
      *-----------------------------------------------------------------
       400-REOPEN-INSTALLMENTS.
      *    PAYMENT-POST logs every installment a receipt filled - those
      *    exact amounts come back off the installments they went to
           MOVE 'N' TO WS-LOGGED
           OPEN INPUT PPA-IN
           MOVE SPACES TO PPA-EOF-FLAG
           PERFORM UNTIL PPA-EOF
               READ PPA-IN
                   AT END
                       MOVE 1 TO PPA-EOF-FLAG
                   NOT AT END
                       IF PPA-RECEIPT EQUAL WS-RECEIPT-IN
                           MOVE 'Y' TO WS-LOGGED
                           PERFORM 410-REOPEN-ONE-LOGGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PPA-IN
           IF WS-LOGGED EQUAL 'N'
               PERFORM 450-UNWIND-LATEST
           END-IF.
      *-----------------------------------------------------------------
       410-REOPEN-ONE-LOGGED.
           MOVE PPA-STUD-ID TO PLN-STUD-ID
           MOVE PPA-SEM     TO PLN-SEM
           MOVE PPA-YR      TO PLN-YR
           MOVE PPA-INST    TO PLN-INST
           READ ISAM-PLN-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PLN-PAID LESS THAN PPA-AMOUNT
               MOVE ZEROS TO PLN-PAID
           ELSE
               SUBTRACT PPA-AMOUNT FROM PLN-PAID
           END-IF
           REWRITE PLN-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *-----------------------------------------------------------------
       450-UNWIND-LATEST.
      *    with no trail the returned amount is taken back from the
      *    last paid installment toward the first, since payments fill
      *    them earliest first
           MOVE ZEROS TO WS-UNW-CNT
           MOVE WS-STU-ID TO PLN-STUD-ID
           MOVE WS-SEM    TO PLN-SEM
           MOVE WS-YR     TO PLN-YR
           MOVE ZEROS     TO PLN-INST
           START ISAM-PLN-IO KEY IS NOT LESS THAN PLN-KEY
               INVALID KEY
                   MOVE 1 TO PLN-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO PLN-EOF-FLAG
           END-START
           PERFORM UNTIL PLN-EOF
               READ ISAM-PLN-IO NEXT RECORD
                   AT END
                       MOVE 1 TO PLN-EOF-FLAG
                   NOT AT END
                       IF PLN-STUD-ID NOT EQUAL WS-STU-ID
                           OR PLN-SEM NOT EQUAL WS-SEM
                           OR PLN-YR NOT EQUAL WS-YR
                           MOVE 1 TO PLN-EOF-FLAG
                       ELSE
                           IF PLN-PAID GREATER THAN ZEROS
                               AND WS-UNW-CNT LESS THAN 24
                               ADD 1 TO WS-UNW-CNT
                               MOVE PLN-INST TO WS-UNW-INST(WS-UNW-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-RTN-AMT TO WS-PLN-REMAIN
           PERFORM VARYING WS-UNW-IX FROM WS-UNW-CNT BY -1
               UNTIL WS-UNW-IX LESS THAN 1
                  OR WS-PLN-REMAIN EQUAL ZEROS
               PERFORM 460-UNWIND-ONE
           END-PERFORM.
      *-----------------------------------------------------------------
       460-UNWIND-ONE.
           MOVE WS-STU-ID              TO PLN-STUD-ID
           MOVE WS-SEM                 TO PLN-SEM
           MOVE WS-YR                  TO PLN-YR
           MOVE WS-UNW-INST(WS-UNW-IX) TO PLN-INST
           READ ISAM-PLN-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PLN-PAID LESS THAN WS-PLN-REMAIN
               MOVE PLN-PAID TO WS-PLN-TAKE
           ELSE
               MOVE WS-PLN-REMAIN TO WS-PLN-TAKE
           END-IF
           SUBTRACT WS-PLN-TAKE FROM PLN-PAID
           SUBTRACT WS-PLN-TAKE FROM WS-PLN-REMAIN
           REWRITE PLN-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *-----------------------------------------------------------------
       500-PLACE-CASH-HOLD.
      *    the CO hold blocks nothing but check and card tender at the
      *    cashier window - a second return just restamps it
           MOVE WS-STU-ID TO HLD-STUD-ID
           MOVE 'CO'      TO HLD-TYPE
           READ ISAM-HLD-IO
               INVALID KEY
                   MOVE WS-STU-ID   TO HLD-STUD-ID
                   MOVE 'CO'        TO HLD-TYPE
                   MOVE 'BURSAR'    TO HLD-OFFICE
                   MOVE WS-NOW-DATE TO HLD-DATE
                   MOVE SPACES      TO HLD-COMMENT
                   STRING 'RETURNED PAYMENT RCPT ' WS-RECEIPT-IN
                       DELIMITED BY SIZE INTO HLD-COMMENT
                   WRITE HLD-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-NOW-DATE TO HLD-DATE
                   MOVE SPACES      TO HLD-COMMENT
                   STRING 'RETURNED PAYMENT RCPT ' WS-RECEIPT-IN
                       DELIMITED BY SIZE INTO HLD-COMMENT
                   REWRITE HLD-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       600-WRITE-NOTIFY.
           MOVE DISPLAY-DATE TO NTF-DATE
           MOVE 'PAY-RETURN' TO NTF-EVENT
           MOVE WS-STU-ID    TO NTF-STUD-ID
           MOVE WS-SEM       TO NTF-SEM
           MOVE WS-YR        TO NTF-YR
           MOVE SPACES       TO NTF-CRN
           MOVE 'PAYMENT RETURNED - CASH ONLY' TO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
      *-----------------------------------------------------------------
       700-LOG-RETURNED-ITEM.
           MOVE WS-NOW-DATE    TO RTI-DATE
           MOVE WS-NOW-TIME    TO RTI-TIME
           MOVE WS-RECEIPT-IN  TO RTI-RECEIPT
           MOVE WS-STU-ID      TO RTI-STUD-ID
           MOVE WS-SEM         TO RTI-SEM
           MOVE WS-YR          TO RTI-YR
           MOVE WS-RTN-AMT     TO RTI-AMOUNT
           MOVE WS-REASON      TO RTI-REASON
           MOVE WS-FEE-AMT     TO RTI-FEE
           MOVE WS-RTN-DATE    TO RTI-ORIG-DATE
           MOVE WS-RTN-SESSION TO RTI-SESSION
           MOVE WS-OPER        TO RTI-OPER
           WRITE RTI-LINE-OUT.
