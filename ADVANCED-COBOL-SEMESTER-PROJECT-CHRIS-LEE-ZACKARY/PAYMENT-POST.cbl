      *DATE    : 4/5/2015                                              *
      *ABSTRACT: Posts cashier payments against the billed charges on  *
      *          ACCT-BALANCE.DAT and shows the remaining balance per  *
      *          student per term - each installment a receipt fills   *
      *          is logged to PAY-PLAN-APPLY.TXT so a returned payment *
      *          can reopen it, and a student under the cash-only hold *
      *          is refused check and card tender                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-POST IS INITIAL PROGRAM.
                               RECORD KEY    IS CSH-SESSION
                               FILE STATUS   IS WS-CSH-STAT.

           SELECT PPA-OUT ASSIGN TO "../PAY-PLAN-APPLY.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PPA-STAT.

           SELECT OPTIONAL ISAM-HLD-IN ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-HLD-STAT.

           SELECT RECON-OUT ASSIGN TO "../CASH-RECON.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RCN-STAT.
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

       FD  RCPT-IO.
       01  RCPT-LINE-IO.
           03  CSH-CARD           PIC 9(7)V99.
           03  CSH-COUNT          PIC 9(4).

       FD  PPA-OUT.
       01  PPA-LINE-OUT.
           03  PPA-RECEIPT        PIC 9(6).
           03  FILLER             PIC X       VALUE SPACE.
           03  PPA-STUD-ID        PIC 9(6).
           03  FILLER             PIC X       VALUE SPACE.
           03  PPA-SEM            PIC X(2).
           03  FILLER             PIC X       VALUE SPACE.
           03  PPA-YR             PIC X(4).
           03  FILLER             PIC X       VALUE SPACE.
           03  PPA-INST           PIC 9(2).
           03  FILLER             PIC X       VALUE SPACE.
           03  PPA-AMOUNT         PIC 9(7)V99.

       FD  ISAM-HLD-IN.
       01  HLD-REC-IN.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

       FD  RECON-OUT.
       01  RECON-LINE-OUT        PIC X(80).
      *-----------------------------------------------------------------
           03  WS-PLN-STAT             PIC XX      VALUE SPACES.
           03  WS-PLN-REMAIN           PIC 9(7)V99 VALUE ZEROS.
           03  WS-PLN-OPEN             PIC 9(7)V99 VALUE ZEROS.
           03  WS-PPA-STAT             PIC XX      VALUE SPACES.
           03  WS-PPA-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-TENDER-OK            PIC X       VALUE 'Y'.
           03  WS-CSH-STAT             PIC XX      VALUE SPACES.
           03  WS-RCN-STAT             PIC XX      VALUE SPACES.
           03  WS-SESSION-NO           PIC 9(6)    VALUE ZEROS.
       01  RCN-LINE-SIGN.
           03  FILLER      PIC X(40)
               VALUE 'CASHIER SIGNATURE: ____________________'.

      *    the posting date is handed to PERIOD-CHECK first - a date in
      *    a month the business office has closed comes back moved to
      *    an open one
       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
               CLOSE ISAM-CSH-IO
               OPEN I-O ISAM-CSH-IO
           END-IF
           OPEN EXTEND PPA-OUT
           IF WS-PPA-STAT NOT EQUAL '00'
               OPEN OUTPUT PPA-OUT
               CLOSE PPA-OUT
               OPEN EXTEND PPA-OUT
           END-IF
           OPEN INPUT ISAM-HLD-IN
           PERFORM 100-LOAD-RECEIPT-NO
           PERFORM 180-OPEN-SESSION

                       PERFORM 300-SHOW-BALANCE
                       DISPLAY SCRN-PAYMENT-REQ
                       ACCEPT  SCRN-PAYMENT-REQ
                       PERFORM 250-CHECK-CASH-ONLY
                       IF WS-TENDER-OK EQUAL 'N'
                           MOVE 'N' TO WS-RESP
                       ELSE
                           DISPLAY SCRN-CONFIRM
                           ACCEPT  SCRN-CONFIRM
                       END-IF
                       IF WS-RESP EQUAL 'Y' OR 'y'
                           ADD WS-PAYMENT TO ACB-IO-PAID
                           REWRITE ACCT-REC-IO
                           END-REWRITE
                           PERFORM 300-SHOW-BALANCE
                       ELSE
                           IF WS-TENDER-OK EQUAL 'N'
                               MOVE 'CASH ONLY - CHECK/CARD REFUSED'
                                   TO WS-MSG
                           ELSE
                               MOVE 'PAYMENT CANCELLED' TO WS-MSG
                           END-IF
                       END-IF
                       DISPLAY SCRN-KEY-REQ
               END-READ
           CLOSE ISAM-ACD-IO.
           CLOSE ISAM-PLN-IO.
           CLOSE ISAM-CSH-IO.
           CLOSE PPA-OUT.
           CLOSE ISAM-HLD-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
               STRING 'SESSION ' WS-STALE-SESSION ' LEFT OPEN'
                   INTO WS-STALE-MSG
           END-IF.
      *-----------------------------------------------------------------
       250-CHECK-CASH-ONLY.
      *    a returned check or charged-back card leaves the student
      *    under the CO hold - only cash is taken until the bursar
      *    lifts it
           MOVE 'Y' TO WS-TENDER-OK
           IF WS-TENDER NOT EQUAL 'K' AND WS-TENDER NOT EQUAL 'k'
               AND WS-TENDER NOT EQUAL 'D' AND WS-TENDER NOT EQUAL 'd'
               EXIT PARAGRAPH
           END-IF
           MOVE ACB-IO-STUD-ID TO HLD-STUD-ID
           MOVE 'CO'           TO HLD-TYPE
           READ ISAM-HLD-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TENDER-OK
           END-READ.
      *-----------------------------------------------------------------
       700-ADD-TO-SESSION.
      *    the session record keeps its running tender totals on file
           MOVE 'PAY '         TO ACD-IO-CODE
           MOVE 'PAYMENT RECEIVED' TO ACD-IO-DESC
           COMPUTE ACD-IO-AMOUNT = ZEROS - WS-PAYMENT
           MOVE WS-NOW-DATE    TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE    TO ACD-IO-DATE
           MOVE WS-RECEIPT-NO  TO ACD-IO-RECEIPT
           MOVE WS-SESSION-NO  TO ACD-IO-SESSION
           MOVE 'PAYMENT-POST'  TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           IF PLN-PAID LESS THAN PLN-AMOUNT
               COMPUTE WS-PLN-OPEN = PLN-AMOUNT - PLN-PAID
               IF WS-PLN-REMAIN LESS THAN WS-PLN-OPEN
                   MOVE WS-PLN-REMAIN TO WS-PPA-AMT
                   ADD WS-PLN-REMAIN TO PLN-PAID
                   MOVE ZEROS TO WS-PLN-REMAIN
               ELSE
                   MOVE WS-PLN-OPEN TO WS-PPA-AMT
                   MOVE PLN-AMOUNT TO PLN-PAID
                   SUBTRACT WS-PLN-OPEN FROM WS-PLN-REMAIN
               END-IF
               REWRITE PLN-REC-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 560-LOG-PLAN-APPLY
               END-REWRITE
           END-IF.
      *-----------------------------------------------------------------
       560-LOG-PLAN-APPLY.
      *    the receipt-to-installment trail RETURNED-PAY reopens from
           MOVE WS-RECEIPT-NO TO PPA-RECEIPT
           MOVE PLN-STUD-ID   TO PPA-STUD-ID
           MOVE PLN-SEM       TO PPA-SEM
           MOVE PLN-YR        TO PPA-YR
           MOVE PLN-INST      TO PPA-INST
           MOVE WS-PPA-AMT    TO PPA-AMOUNT
           WRITE PPA-LINE-OUT.
      *-----------------------------------------------------------------
       450-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
