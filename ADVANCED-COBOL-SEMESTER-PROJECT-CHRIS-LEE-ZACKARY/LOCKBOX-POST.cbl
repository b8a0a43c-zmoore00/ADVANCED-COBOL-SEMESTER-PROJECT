      ******************************************************************
      *PROGRAM : LOCKBOX-POST.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Batch loader for the bank's daily deposit file        *
      *          (LOCKBOX-DEPOSIT.TXT) of lockbox checks and web       *
      *          payments - the detail lines must prove to the bank's  *
      *          trailer count and deposit total or nothing is posted, *
      *          then each payment is posted the way PAYMENT-POST      *
      *          posts a cashier receipt (ACCT-BALANCE, ACCT-DETAIL,   *
      *          installment plan, RECEIPT-SEQ.TXT receipt number)     *
      *          inside a cashier session of its own on                *
      *          CASH-SESSION-ISAM - unmatched IDs, accounts not on    *
      *          file, bad amounts and cash-only holds go to           *
      *          LOCKBOX-SUSPENSE.TXT for hand clearing, and           *
      *          LOCKBOX-POST.RPT registers every item                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-POST IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBX-IN ASSIGN TO "../LOCKBOX-DEPOSIT.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-LBX-STAT.

           SELECT OPTIONAL ISAM-ACCT-IO ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ACD-IO ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT RCPT-IO ASSIGN TO "../RECEIPT-SEQ.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RCPT-STAT.

           SELECT OPTIONAL ISAM-PLN-IO ASSIGN TO "../PAY-PLAN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLN-KEY
                               FILE STATUS   IS WS-PLN-STAT.

           SELECT OPTIONAL ISAM-CSH-IO ASSIGN TO
                               "../CASH-SESSION-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
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

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

           SELECT SUS-OUT ASSIGN TO "../LOCKBOX-SUSPENSE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-SUS-STAT.

           SELECT REPORT-OUT ASSIGN TO "../LOCKBOX-POST.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT BCTL-OUT ASSIGN TO "../BATCH-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BCT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *    D = one deposited payment, T = the bank's trailer carrying
      *    the item count and deposit total - any other line type (the
      *    bank's header) is passed over - tender K is a lockbox check,
      *    D a web card payment
       FD  LBX-IN.
       01  LBX-LINE-IN.
           03  LBX-TYPE            PIC X.
           03  FILLER              PIC X.
           03  LBX-ITEM.
               05  LBX-STUD-ID     PIC 9(6).
               05  FILLER          PIC X.
               05  LBX-SEM         PIC X(2).
               05  FILLER          PIC X.
               05  LBX-YR          PIC X(4).
               05  FILLER          PIC X.
               05  LBX-AMOUNT      PIC 9(7)V99.
               05  FILLER          PIC X.
               05  LBX-REF         PIC X(15).
               05  FILLER          PIC X.
               05  LBX-DEP-DATE    PIC X(8).
               05  FILLER          PIC X.
               05  LBX-TENDER      PIC X.
       01  LBX-TRAILER-IN.
           03  LBX-T-TYPE          PIC X.
           03  FILLER              PIC X.
           03  LBX-T-COUNT         PIC 9(6).
           03  FILLER              PIC X.
           03  LBX-T-TOTAL         PIC 9(9)V99.
           03  FILLER              PIC X.
           03  LBX-T-DATE          PIC X(8).

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

       FD  RCPT-IO.
       01  RCPT-LINE-IO.
           03  RCP-LAST-NO        PIC 9(6).

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

       FD  ISAM-CSH-IO.
       01  CSH-REC-IO.
           03  CSH-SESSION        PIC 9(6).
           03  CSH-OPER           PIC X(8).
           03  CSH-OPEN-DATE      PIC X(8).
           03  CSH-OPEN-TIME      PIC X(4).
           03  CSH-CLOSE-DATE     PIC X(8).
           03  CSH-CLOSE-TIME     PIC X(4).
           03  CSH-STATUS         PIC X.
           03  CSH-CASH           PIC 9(7)V99.
           03  CSH-CHECK          PIC 9(7)V99.
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

      *    the suspense line keeps the bank's item exactly as received
      *    so the bursar can key it through PAYMENT-POST once cleared
       FD  SUS-OUT.
       01  SUS-LINE-OUT.
           03  SUS-RUN-DATE       PIC X(8).
           03  FILLER             PIC X       VALUE SPACE.
           03  SUS-SESSION        PIC 9(6).
           03  FILLER             PIC X       VALUE SPACE.
           03  SUS-ITEM           PIC X(51).
           03  FILLER             PIC X       VALUE SPACE.
           03  SUS-REASON         PIC X(20).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

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
           03  WS-LBX-STAT             PIC XX      VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-RCPT-STAT            PIC XX      VALUE SPACES.
           03  WS-PLN-STAT             PIC XX      VALUE SPACES.
           03  WS-CSH-STAT             PIC XX      VALUE SPACES.
           03  WS-PPA-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-SUS-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-PAYMENT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-PAY-DATE             PIC X(8)    VALUE SPACES.
           03  WS-RECEIPT-NO           PIC 9(6)    VALUE ZEROS.
           03  WS-ITEM-RECEIPT         PIC 9(6)    VALUE ZEROS.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-PLN-REMAIN           PIC 9(7)V99 VALUE ZEROS.
           03  WS-PLN-OPEN             PIC 9(7)V99 VALUE ZEROS.
           03  WS-PPA-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-SESSION-NO           PIC 9(6)    VALUE ZEROS.
           03  WS-MAX-SESSION          PIC 9(6)    VALUE ZEROS.
           03  WS-OPER                 PIC X(8)    VALUE 'LOCKBOX'.
           03  WS-SUS-REASON           PIC X(20)   VALUE SPACES.
           03  WS-TRL-FOUND            PIC X       VALUE 'N'.
           03  WS-PROOF-OK             PIC X       VALUE 'N'.
           03  WS-DEP-COUNT            PIC 9(6)    VALUE ZEROS.
           03  WS-DEP-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  WS-BANK-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-BANK-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BANK-DATE            PIC X(8)    VALUE SPACES.
           03  WS-POST-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-POST-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           03  WS-SUS-COUNT            PIC 9(6)    VALUE ZEROS.
           03  WS-SUS-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  LBX-EOF-FLAG            PIC X       VALUE SPACES.
               88 LBX-EOF    VALUE '1'.
           03  CSH-EOF-FLAG            PIC X       VALUE SPACES.
               88 CSH-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  PLN-EOF-FLAG            PIC X       VALUE SPACES.
               88 PLN-EOF    VALUE '1'.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(25)
               VALUE 'LOCKBOX DEPOSIT POSTING  '.
           03  FILLER      PIC X(8)    VALUE 'DEPOSIT '.
           03  RH-DEP-DATE PIC X(8).
           03  FILLER      PIC X(10)   VALUE '  SESSION '.
           03  RH-SESSION  PIC ZZZZZ9 BLANK WHEN ZERO.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(9)    VALUE 'TERM'.
           03  FILLER      PIC X(16)   VALUE 'REFERENCE'.
           03  FILLER      PIC X(10)   VALUE '    AMOUNT'.
           03  FILLER      PIC X(5)    VALUE '  T  '.
           03  FILLER      PIC X(8)    VALUE 'RECEIPT '.
           03  FILLER      PIC X(6)    VALUE 'RESULT'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RD-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-REF      PIC X(15).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-AMT      PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-TENDER   PIC X.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RECEIPT  PIC ZZZZZ9 BLANK WHEN ZERO.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RESULT   PIC X(20).

       01  RPT-NOTE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RN-TEXT     PIC X(60).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99.

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
           03  LINE 1 COL 1  VALUE "LOCKBOX-POST".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 26 VALUE "POST BANK DEPOSIT FILE".

       01  SCRN-CONFIRM.
           03  LINE 09 COL 25  VALUE 'POST LOCKBOX-DEPOSIT.TXT? (Y/N):'.
           03  LINE 09 COL 58 PIC X TO WS-RESP AUTO.

       01  SCRN-MSG.
           03  LINE 11 COL 25 VALUE '   POSTED:'.
           03  LINE 11 COL 36 PIC 9(6) FROM WS-POST-COUNT.
           03  LINE 12 COL 25 VALUE ' SUSPENSE:'.
           03  LINE 12 COL 36 PIC 9(6) FROM WS-SUS-COUNT.
           03  LINE 14 COL 25 PIC X(40) FROM WS-MSG.

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
               MOVE 'Y' TO WS-RESP
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-CONFIRM
               ACCEPT  SCRN-CONFIRM
           END-IF

           IF WS-RESP NOT EQUAL 'Y' AND WS-RESP NOT EQUAL 'y'
               MOVE 'DEPOSIT NOT POSTED' TO WS-MSG
           ELSE
               PERFORM 100-PROVE-DEPOSIT
               IF WS-LBX-STAT NOT EQUAL '00'
                   MOVE 'LOCKBOX-DEPOSIT.TXT NOT FOUND' TO WS-MSG
               ELSE
                   OPEN OUTPUT REPORT-OUT
                   IF WS-PROOF-OK EQUAL 'Y'
                       PERFORM 200-POST-DEPOSIT
                       MOVE SPACES TO WS-MSG
                       STRING WS-POST-COUNT ' PAYMENT(S) POSTED'
                           INTO WS-MSG
                   ELSE
                       PERFORM 150-WRITE-PROOF-FAILURE
                   END-IF
                   CLOSE REPORT-OUT
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
      *    started by BATCH-DRIVER the program posts the day's deposit
      *    file without asking - there is nothing on RUN-PARMS.TXT for
      *    it, the bank file carries its own deposit date
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-CONTROL.
      *    every run leaves its control totals on the shared batch
      *    control file so the morning balancing report can compare
      *    tonight against the prior run - read counts the bank's
      *    payment lines, written the payments posted, rejected the
      *    items sent to suspense, amount the dollars posted
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'LOCKBOX-POST'  TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-PROVE-DEPOSIT.
      *    the first pass only counts and adds - the payment lines
      *    must agree with the bank's trailer to the item and the cent
      *    before a single payment touches an account
           MOVE ZEROS  TO WS-DEP-COUNT
           MOVE ZEROS  TO WS-DEP-TOTAL
           MOVE 'N'    TO WS-TRL-FOUND
           MOVE 'N'    TO WS-PROOF-OK
           OPEN INPUT LBX-IN
           IF WS-LBX-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LBX-EOF-FLAG
           PERFORM UNTIL LBX-EOF
               READ LBX-IN
                   AT END
                       MOVE 1 TO LBX-EOF-FLAG
                   NOT AT END
                       PERFORM 110-PROVE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE LBX-IN
           MOVE WS-DEP-COUNT TO WS-CTL-READ
           IF WS-TRL-FOUND EQUAL 'Y'
               AND WS-DEP-COUNT EQUAL WS-BANK-COUNT
               AND WS-DEP-TOTAL EQUAL WS-BANK-TOTAL
               MOVE 'Y' TO WS-PROOF-OK
           END-IF.
      *-----------------------------------------------------------------
       110-PROVE-ONE-LINE.
      *    an amount the bank garbled adds nothing, so it throws the
      *    proof out and stops the run for the bank to resend
           EVALUATE LBX-TYPE
               WHEN 'D'
                   ADD 1 TO WS-DEP-COUNT
                   IF LBX-AMOUNT NUMERIC
                       ADD LBX-AMOUNT TO WS-DEP-TOTAL
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-TRL-FOUND
                   MOVE ZEROS TO WS-BANK-COUNT
                   MOVE ZEROS TO WS-BANK-TOTAL
                   IF LBX-T-COUNT NUMERIC
                       MOVE LBX-T-COUNT TO WS-BANK-COUNT
                   END-IF
                   IF LBX-T-TOTAL NUMERIC
                       MOVE LBX-T-TOTAL TO WS-BANK-TOTAL
                   END-IF
                   MOVE LBX-T-DATE TO WS-BANK-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       150-WRITE-PROOF-FAILURE.
           MOVE WS-BANK-DATE TO RH-DEP-DATE
           MOVE ZEROS        TO RH-SESSION
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'PAYMENT LINES ON FILE:' TO RPT-TOTAL
           MOVE WS-DEP-COUNT TO RT-COUNT
           MOVE WS-DEP-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           IF WS-TRL-FOUND EQUAL 'Y'
               MOVE 'BANK DEPOSIT TRAILER:' TO RPT-TOTAL
               MOVE WS-BANK-COUNT TO RT-COUNT
               MOVE WS-BANK-TOTAL TO RT-AMT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
               MOVE 'OUT OF BALANCE - NOTHING POSTED' TO RN-TEXT
               MOVE 'OUT OF BALANCE - RUN STOPPED' TO WS-MSG
           ELSE
               MOVE 'NO BANK TRAILER - NOTHING POSTED' TO RN-TEXT
               MOVE 'NO BANK TRAILER - RUN STOPPED' TO WS-MSG
           END-IF
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-NOTE
           MOVE WS-DEP-COUNT TO WS-CTL-REJECTED.
      *-----------------------------------------------------------------
       160-LOAD-RECEIPT-NO.
      *    receipt numbers run on from the last one PAYMENT-POST used
           MOVE ZEROS TO WS-RECEIPT-NO
           OPEN INPUT RCPT-IO
           IF WS-RCPT-STAT EQUAL '00'
               READ RCPT-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCP-LAST-NO NUMERIC
                           MOVE RCP-LAST-NO TO WS-RECEIPT-NO
                       END-IF
               END-READ
               CLOSE RCPT-IO
           END-IF.
      *-----------------------------------------------------------------
       170-SAVE-RECEIPT-NO.
           OPEN OUTPUT RCPT-IO
           MOVE WS-RECEIPT-NO TO RCP-LAST-NO
           WRITE RCPT-LINE-IO
           CLOSE RCPT-IO.
      *-----------------------------------------------------------------
       180-OPEN-SESSION.
      *    the deposit gets a session of its own under the LOCKBOX
      *    operator so the bursar balances it apart from any drawer -
      *    the session is opened and closed inside the one run
           MOVE ZEROS TO WS-MAX-SESSION
           MOVE ZEROS TO CSH-SESSION
           START ISAM-CSH-IO KEY IS NOT LESS THAN CSH-SESSION
               INVALID KEY
                   MOVE 1 TO CSH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CSH-EOF-FLAG
           END-START
           PERFORM UNTIL CSH-EOF
               READ ISAM-CSH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO CSH-EOF-FLAG
                   NOT AT END
                       MOVE CSH-SESSION TO WS-MAX-SESSION
               END-READ
           END-PERFORM
           COMPUTE WS-SESSION-NO = WS-MAX-SESSION + 1
           MOVE WS-SESSION-NO TO CSH-SESSION
           MOVE WS-OPER       TO CSH-OPER
           MOVE WS-NOW-DATE   TO CSH-OPEN-DATE
           MOVE WS-NOW-TIME   TO CSH-OPEN-TIME
           MOVE SPACES        TO CSH-CLOSE-DATE
           MOVE SPACES        TO CSH-CLOSE-TIME
           MOVE 'O'           TO CSH-STATUS
           MOVE ZEROS         TO CSH-CASH
           MOVE ZEROS         TO CSH-CHECK
           MOVE ZEROS         TO CSH-CARD
           MOVE ZEROS         TO CSH-COUNT
           WRITE CSH-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       200-POST-DEPOSIT.
           OPEN I-O ISAM-ACCT-IO
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
           OPEN I-O ISAM-CSH-IO
           IF WS-CSH-STAT EQUAL '35'
               OPEN OUTPUT ISAM-CSH-IO
               CLOSE ISAM-CSH-IO
               OPEN I-O ISAM-CSH-IO
           END-IF
           OPEN EXTEND PPA-OUT
           IF WS-PPA-STAT NOT EQUAL '00'
               OPEN OUTPUT PPA-OUT
               CLOSE PPA-OUT
               OPEN EXTEND PPA-OUT
           END-IF
           OPEN EXTEND SUS-OUT
           IF WS-SUS-STAT NOT EQUAL '00'
               OPEN OUTPUT SUS-OUT
               CLOSE SUS-OUT
               OPEN EXTEND SUS-OUT
           END-IF
           OPEN INPUT ISAM-HLD-IN
           OPEN INPUT ISAM-STUD-IN
           PERFORM 160-LOAD-RECEIPT-NO
           PERFORM 180-OPEN-SESSION

           MOVE WS-BANK-DATE  TO RH-DEP-DATE
           MOVE WS-SESSION-NO TO RH-SESSION
           MOVE DISPLAY-DATE  TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT

           OPEN INPUT LBX-IN
           MOVE SPACES TO LBX-EOF-FLAG
           PERFORM UNTIL LBX-EOF
               READ LBX-IN
                   AT END
                       MOVE 1 TO LBX-EOF-FLAG
                   NOT AT END
                       IF LBX-TYPE EQUAL 'D'
                           PERFORM 300-POST-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LBX-IN

           PERFORM 800-CLOSE-SESSION
           PERFORM 170-SAVE-RECEIPT-NO
           PERFORM 900-WRITE-TOTALS
           MOVE WS-POST-COUNT TO WS-CTL-WRITTEN
           MOVE WS-SUS-COUNT  TO WS-CTL-REJECTED
           MOVE WS-POST-TOTAL TO WS-CTL-AMOUNT

           CLOSE ISAM-ACCT-IO
           CLOSE ISAM-ACD-IO
           CLOSE ISAM-PLN-IO
           CLOSE ISAM-CSH-IO
           CLOSE PPA-OUT
           CLOSE SUS-OUT
           CLOSE ISAM-HLD-IN
           CLOSE ISAM-STUD-IN.
      *-----------------------------------------------------------------
       300-POST-ONE-ITEM.
           MOVE ZEROS TO WS-ITEM-RECEIPT
           PERFORM 310-VALIDATE-ITEM
           IF WS-SUS-REASON EQUAL SPACES
               PERFORM 400-POST-PAYMENT
           END-IF
           IF WS-SUS-REASON EQUAL SPACES
               ADD 1 TO WS-POST-COUNT
               ADD WS-PAYMENT TO WS-POST-TOTAL
           ELSE
               PERFORM 600-WRITE-SUSPENSE
           END-IF
           PERFORM 650-WRITE-REGISTER-LINE.
      *-----------------------------------------------------------------
       310-VALIDATE-ITEM.
      *    the same cash-only rule PAYMENT-POST applies at the window -
      *    every lockbox item is a check or card, so a CO hold sends
      *    it to suspense rather than onto the account
           MOVE SPACES TO WS-SUS-REASON
           MOVE ZEROS  TO WS-PAYMENT
           IF LBX-AMOUNT NOT NUMERIC
               MOVE 'BAD AMOUNT' TO WS-SUS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LBX-AMOUNT TO WS-PAYMENT
           IF WS-PAYMENT NOT GREATER THAN ZEROS
               MOVE 'BAD AMOUNT' TO WS-SUS-REASON
               EXIT PARAGRAPH
           END-IF
           IF LBX-STUD-ID NOT NUMERIC
               MOVE 'UNMATCHED ID' TO WS-SUS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE LBX-STUD-ID TO ISAM-IO-ID
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'UNMATCHED ID' TO WS-SUS-REASON
           END-READ
           IF WS-SUS-REASON NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LBX-STUD-ID TO ACB-IO-STUD-ID
           MOVE LBX-SEM     TO ACB-IO-SEM
           MOVE LBX-YR      TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   MOVE 'NO ACCOUNT FOR TERM' TO WS-SUS-REASON
           END-READ
           IF WS-SUS-REASON NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LBX-STUD-ID TO HLD-STUD-ID
           MOVE 'CO'        TO HLD-TYPE
           READ ISAM-HLD-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CASH-ONLY HOLD' TO WS-SUS-REASON
           END-READ.
      *-----------------------------------------------------------------
       400-POST-PAYMENT.
      *    the posting itself is PAYMENT-POST's - paid amount on the
      *    balance, a negative PAY row on the detail, the installment
      *    plan filled earliest first, the tender on the session
           ADD WS-PAYMENT TO ACB-IO-PAID
           REWRITE ACCT-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO POST' TO WS-SUS-REASON
           END-REWRITE
           IF WS-SUS-REASON NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 410-POST-PAY-DETAIL
           PERFORM 500-APPLY-TO-PLAN
           PERFORM 700-ADD-TO-SESSION
           MOVE WS-RECEIPT-NO TO WS-ITEM-RECEIPT.
      *-----------------------------------------------------------------
       410-POST-PAY-DETAIL.
      *    the row is dated the day the bank took the deposit and
      *    carries the bank's reference so the item can be traced
           ADD 1 TO WS-RECEIPT-NO
           PERFORM 450-FIND-NEXT-SEQ
           MOVE WS-NOW-DATE TO WS-PAY-DATE
           IF LBX-DEP-DATE NUMERIC
               MOVE LBX-DEP-DATE TO WS-PAY-DATE
           END-IF
           MOVE ACB-IO-STUD-ID TO ACD-IO-STUD-ID
           MOVE ACB-IO-SEM     TO ACD-IO-SEM
           MOVE ACB-IO-YR      TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE 'PAY '         TO ACD-IO-CODE
           MOVE SPACES         TO ACD-IO-DESC
           STRING 'BANK REF ' LBX-REF DELIMITED BY SIZE
               INTO ACD-IO-DESC
           COMPUTE ACD-IO-AMOUNT = ZEROS - WS-PAYMENT
           MOVE WS-PAY-DATE    TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE    TO ACD-IO-DATE
           MOVE WS-RECEIPT-NO  TO ACD-IO-RECEIPT
           MOVE WS-SESSION-NO  TO ACD-IO-SESSION
           MOVE 'LOCKBOX-POST'  TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       450-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE ACB-IO-STUD-ID TO ACD-IO-STUD-ID
           MOVE ACB-IO-SEM     TO ACD-IO-SEM
           MOVE ACB-IO-YR      TO ACD-IO-YR
           MOVE ZEROS          TO ACD-IO-SEQ
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
                       IF ACD-IO-STUD-ID NOT EQUAL ACB-IO-STUD-ID
                           OR ACD-IO-SEM NOT EQUAL ACB-IO-SEM
                           OR ACD-IO-YR NOT EQUAL ACB-IO-YR
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
       500-APPLY-TO-PLAN.
      *    a student on a payment plan has the receipt applied against
      *    the earliest installment still open - any excess rolls into
      *    the following installments in order
           MOVE WS-PAYMENT TO WS-PLN-REMAIN
           MOVE ACB-IO-STUD-ID TO PLN-STUD-ID
           MOVE ACB-IO-SEM     TO PLN-SEM
           MOVE ACB-IO-YR      TO PLN-YR
           MOVE ZEROS          TO PLN-INST
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
                       IF PLN-STUD-ID NOT EQUAL ACB-IO-STUD-ID
                           OR PLN-SEM NOT EQUAL ACB-IO-SEM
                           OR PLN-YR NOT EQUAL ACB-IO-YR
                           OR WS-PLN-REMAIN NOT GREATER THAN ZEROS
                           MOVE 1 TO PLN-EOF-FLAG
                       ELSE
                           PERFORM 550-FILL-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       550-FILL-ONE-INSTALLMENT.
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
       600-WRITE-SUSPENSE.
           MOVE WS-NOW-DATE   TO SUS-RUN-DATE
           MOVE WS-SESSION-NO TO SUS-SESSION
           MOVE LBX-ITEM      TO SUS-ITEM
           MOVE WS-SUS-REASON TO SUS-REASON
           WRITE SUS-LINE-OUT
           ADD 1 TO WS-SUS-COUNT
           IF LBX-AMOUNT NUMERIC
               ADD LBX-AMOUNT TO WS-SUS-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       650-WRITE-REGISTER-LINE.
           MOVE LBX-ITEM (1:6)  TO RD-STUD-ID
           MOVE LBX-SEM         TO RD-SEM
           MOVE LBX-YR          TO RD-YR
           MOVE LBX-REF         TO RD-REF
           MOVE ZEROS           TO RD-AMT
           IF LBX-AMOUNT NUMERIC
               MOVE LBX-AMOUNT  TO RD-AMT
           END-IF
           MOVE LBX-TENDER      TO RD-TENDER
           MOVE WS-ITEM-RECEIPT TO RD-RECEIPT
           IF WS-SUS-REASON EQUAL SPACES
               MOVE 'POSTED'    TO RD-RESULT
           ELSE
               MOVE WS-SUS-REASON TO RD-RESULT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       700-ADD-TO-SESSION.
      *    web payments come in as card tender, everything else off
      *    the lockbox is a check
           MOVE WS-SESSION-NO TO CSH-SESSION
           READ ISAM-CSH-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE LBX-TENDER
                       WHEN 'D'
                       WHEN 'd'
                           ADD WS-PAYMENT TO CSH-CARD
                       WHEN OTHER
                           ADD WS-PAYMENT TO CSH-CHECK
                   END-EVALUATE
                   ADD 1 TO CSH-COUNT
                   REWRITE CSH-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       800-CLOSE-SESSION.
           MOVE WS-SESSION-NO TO CSH-SESSION
           READ ISAM-CSH-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-NOW-DATE TO CSH-CLOSE-DATE
                   MOVE FUNCTION CURRENT-DATE(9:4) TO CSH-CLOSE-TIME
                   MOVE 'C' TO CSH-STATUS
                   REWRITE CSH-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
      *    posted plus suspense has to come back to the bank's total -
      *    the suspense items were deposited even though no account
      *    took them yet
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'PAYMENTS POSTED:' TO RPT-TOTAL
           MOVE WS-POST-COUNT TO RT-COUNT
           MOVE WS-POST-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'ITEMS TO SUSPENSE:' TO RPT-TOTAL
           MOVE WS-SUS-COUNT TO RT-COUNT
           MOVE WS-SUS-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'BANK DEPOSIT TOTAL:' TO RPT-TOTAL
           MOVE WS-BANK-COUNT TO RT-COUNT
           MOVE WS-BANK-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
