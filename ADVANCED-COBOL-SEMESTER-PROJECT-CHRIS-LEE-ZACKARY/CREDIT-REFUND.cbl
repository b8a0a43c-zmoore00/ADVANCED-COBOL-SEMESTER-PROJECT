      ******************************************************************
      *PROGRAM : CREDIT-REFUND.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Credit balance refund batch - every ACCT-BALANCE.DAT  *
      *          student/term paid past its bill (most often after     *
      *          AID-DISBURSE posts aid larger than the charges) first *
      *          pays down the same student's open balances on other   *
      *          terms, and whatever credit is left is refunded - a    *
      *          CRTR transfer pair or an RDSB refund row on           *
      *          ACCT-DETAIL.DAT brings the credit to zero, a student  *
      *          on DIRECT-DEPOSIT.TXT is paid through the REFUND-DD   *
      *          payment file and anyone else on the REFUND-CHECKS.RPT *
      *          check register (numbers from CHECK-SEQ.TXT), a        *
      *          cash-only hold keeps the credit on the account, and   *
      *          CREDIT-REFUND.RPT ties the refund rows to the checks  *
      *          and deposits issued                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REFUND IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-ACCT-IO ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-ACCT-STAT.

           SELECT OPTIONAL ISAM-ACD-IO ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

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

           SELECT OPTIONAL DDA-IN ASSIGN TO "../DIRECT-DEPOSIT.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-DDA-STAT.

           SELECT CHKS-IO ASSIGN TO "../CHECK-SEQ.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CHKS-STAT.

           SELECT DDF-OUT ASSIGN TO "../REFUND-DD.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-DDF-STAT.

           SELECT CHECK-OUT ASSIGN TO "../REFUND-CHECKS.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CHK-STAT.

           SELECT REPORT-OUT ASSIGN TO "../CREDIT-REFUND.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT BCTL-OUT ASSIGN TO "../BATCH-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BCT-STAT.
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

      *    the bursar's list of students who signed up for refunds by
      *    direct deposit - account type C checking, S savings
       FD  DDA-IN.
       01  DDA-LINE-IN.
           03  DDA-STUD-ID         PIC 9(6).
           03  FILLER              PIC X.
           03  DDA-ROUTING         PIC X(9).
           03  FILLER              PIC X.
           03  DDA-ACCOUNT         PIC X(17).
           03  FILLER              PIC X.
           03  DDA-TYPE            PIC X.

       FD  CHKS-IO.
       01  CHKS-LINE-IO.
           03  CHK-LAST-NO         PIC 9(6).

      *    D = one deposit, T = trailer with the file's count and
      *    total - the same detail-and-trailer shape the bank sends
      *    on its lockbox deposit file
       FD  DDF-OUT.
       01  DDF-LINE-OUT.
           03  DDF-TYPE            PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-NAME            PIC X(22).
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-ROUTING         PIC X(9).
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-ACCOUNT         PIC X(17).
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-ACCT-TYPE       PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-AMOUNT          PIC 9(7)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-DATE            PIC X(8).
       01  DDF-TRAILER-OUT.
           03  DDF-T-TYPE          PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-T-COUNT         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-T-TOTAL         PIC 9(9)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  DDF-T-DATE          PIC X(8).

       FD  CHECK-OUT.
       01  CHECK-LINE-OUT         PIC X(80).

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
           03  WS-ACCT-STAT            PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-DDA-STAT             PIC XX      VALUE SPACES.
           03  WS-CHKS-STAT            PIC XX      VALUE SPACES.
           03  WS-DDF-STAT             PIC XX      VALUE SPACES.
           03  WS-CHK-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  ACB-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACB-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  DDA-EOF-FLAG            PIC X       VALUE SPACES.
               88 DDA-EOF    VALUE '1'.
           03  WS-OAC-FULL             PIC X       VALUE 'N'.
           03  WS-OAC-IX               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-OAC-CNT              PIC 9(4)    VALUE ZEROS COMP.
           03  WS-GRP-LO               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-GRP-HI               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-CR-IX                PIC 9(4)    VALUE ZEROS COMP.
           03  WS-DR-IX                PIC 9(4)    VALUE ZEROS COMP.
           03  WS-DDA-IX               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-DDA-CNT              PIC 9(4)    VALUE ZEROS COMP.
           03  WS-DDA-HIT              PIC 9(4)    VALUE ZEROS COMP.
           03  WS-HAS-CREDIT           PIC X       VALUE 'N'.
           03  WS-CASH-ONLY            PIC X       VALUE 'N'.
           03  WS-CREDIT               PIC 9(7)V99 VALUE ZEROS.
           03  WS-OWED                 PIC 9(7)V99 VALUE ZEROS.
           03  WS-MOVE-AMT             PIC 9(7)V99 VALUE ZEROS.
           03  WS-ACD-AMT              PIC S9(7)V99 VALUE ZEROS.
           03  WS-ACD-CODE             PIC X(4)    VALUE SPACES.
           03  WS-ACD-DESC             PIC X(30)   VALUE SPACES.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-CHECK-NO             PIC 9(6)    VALUE ZEROS.
           03  WS-PAYEE                PIC X(22)   VALUE SPACES.
           03  WS-UPD-STUD             PIC 9(6)    VALUE ZEROS.
           03  WS-UPD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-UPD-YR               PIC X(4)    VALUE SPACES.
           03  WS-UPD-AMT              PIC S9(7)V99 VALUE ZEROS.
           03  WS-FOUND-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-FOUND-TOTAL          PIC 9(9)V99 VALUE ZEROS.
           03  WS-APPLY-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-APPLY-TOTAL          PIC 9(9)V99 VALUE ZEROS.
           03  WS-HELD-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-HELD-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           03  WS-RDSB-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-RDSB-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           03  WS-CHECK-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-CHECK-TOTAL          PIC 9(9)V99 VALUE ZEROS.
           03  WS-DD-COUNT             PIC 9(5)    VALUE ZEROS.
           03  WS-DD-TOTAL             PIC 9(9)V99 VALUE ZEROS.
           03  WS-ISSUED-TOTAL         PIC 9(9)V99 VALUE ZEROS.
           03  WS-SETTLED-TOTAL        PIC 9(9)V99 VALUE ZEROS.

      *    every student/term whose bill and payments disagree - the
      *    file is keyed by student first so each student's terms
      *    land side by side
       01  WS-OAC-TABLE.
           03  WS-OAC-ENTRY        OCCURS 5000 TIMES.
               05  WS-OAC-STUD     PIC 9(6).
               05  WS-OAC-SEM      PIC X(2).
               05  WS-OAC-YR       PIC X(4).
               05  WS-OAC-BILLED   PIC 9(7)V99.
               05  WS-OAC-PAID     PIC 9(7)V99.

       01  WS-DDA-TABLE.
           03  WS-DDA-ENTRY        OCCURS 2000 TIMES.
               05  WS-DDA-STUD     PIC 9(6).
               05  WS-DDA-ROUTING  PIC X(9).
               05  WS-DDA-ACCOUNT  PIC X(17).
               05  WS-DDA-TYPE     PIC X.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(29)
               VALUE 'CREDIT BALANCE REFUND RUN    '.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(9)    VALUE 'TERM'.
           03  FILLER      PIC X(16)   VALUE 'ACTION'.
           03  FILLER      PIC X(10)   VALUE '    AMOUNT'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(20)   VALUE 'TO TERM / CHECK'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RD-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-ACTION   PIC X(16).
           03  RD-AMT      PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-REF      PIC X(20).

       01  RPT-NOTE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RN-TEXT     PIC X(60).

       01  RPT-TOTAL.
           03  FILLER      PIC X(30).
           03  RT-COUNT    PIC ZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99.

       01  CHK-HEAD-1.
           03  FILLER      PIC X(29)
               VALUE 'REFUND CHECK REGISTER        '.
           03  CH-DATE     PIC X(10).

       01  CHK-HEAD-2.
           03  FILLER      PIC X(9)    VALUE 'CHECK NO '.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(24)   VALUE 'PAYEE'.
           03  FILLER      PIC X(9)    VALUE 'TERM'.
           03  FILLER      PIC X(10)   VALUE '    AMOUNT'.

       01  CHK-DETAIL.
           03  CD-CHECK-NO PIC 9(6).
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  CD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  CD-PAYEE    PIC X(22).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  CD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  CD-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  CD-AMT      PIC ZZZ,ZZ9.99.

       01  CHK-TOTAL.
           03  FILLER      PIC X(15)   VALUE 'CHECKS WRITTEN:'.
           03  CT-COUNT    PIC ZZ,ZZ9.
           03  FILLER      PIC X(18)   VALUE SPACES.
           03  FILLER      PIC X(7)    VALUE 'TOTAL: '.
           03  CT-AMT      PIC ZZZ,ZZZ,ZZ9.99.

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
           03  LINE 1 COL 1  VALUE "CREDIT-REFUND".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 26 VALUE "CREDIT BALANCE REFUNDS".

       01  SCRN-CONFIRM.
           03  LINE 09 COL 25  VALUE 'REFUND CREDIT BALANCES? (Y/N):'.
           03  LINE 09 COL 56 PIC X TO WS-RESP AUTO.

       01  SCRN-MSG.
           03  LINE 11 COL 25 VALUE '  REFUNDS:'.
           03  LINE 11 COL 36 PIC 9(5) FROM WS-RDSB-COUNT.
           03  LINE 12 COL 25 VALUE '     HELD:'.
           03  LINE 12 COL 36 PIC 9(5) FROM WS-HELD-COUNT.
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
               MOVE 'NO REFUNDS ISSUED' TO WS-MSG
           ELSE
               PERFORM 200-RUN-REFUNDS
               PERFORM 060-WRITE-CONTROL
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
      *    started by BATCH-DRIVER the program runs without asking -
      *    there is nothing on RUN-PARMS.TXT for it, every term on
      *    the balance file is looked at
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-CONTROL.
      *    every run leaves its control totals on the shared batch
      *    control file so the morning balancing report can compare
      *    tonight against the prior run - read counts the open
      *    student/terms looked at, written the refunds issued,
      *    rejected the credits held, amount the dollars refunded
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'CREDIT-REFUND' TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-LOAD-DD-ACCOUNTS.
           MOVE ZEROS TO WS-DDA-CNT
           OPEN INPUT DDA-IN
           IF WS-DDA-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DDA-EOF-FLAG
           PERFORM UNTIL DDA-EOF
               READ DDA-IN
                   AT END
                       MOVE 1 TO DDA-EOF-FLAG
                   NOT AT END
                       IF DDA-STUD-ID NUMERIC
                           AND DDA-ROUTING NUMERIC
                           AND DDA-ACCOUNT NOT EQUAL SPACES
                           AND WS-DDA-CNT LESS THAN 2000
                           ADD 1 TO WS-DDA-CNT
                           MOVE DDA-STUD-ID TO WS-DDA-STUD(WS-DDA-CNT)
                           MOVE DDA-ROUTING
                               TO WS-DDA-ROUTING(WS-DDA-CNT)
                           MOVE DDA-ACCOUNT
                               TO WS-DDA-ACCOUNT(WS-DDA-CNT)
                           MOVE DDA-TYPE    TO WS-DDA-TYPE(WS-DDA-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDA-IN.
      *-----------------------------------------------------------------
       150-LOAD-CHECK-NO.
      *    check numbers run on from the last one printed so the
      *    register lines up with the check stock
           MOVE ZEROS TO WS-CHECK-NO
           OPEN INPUT CHKS-IO
           IF WS-CHKS-STAT EQUAL '00'
               READ CHKS-IO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-LAST-NO NUMERIC
                           MOVE CHK-LAST-NO TO WS-CHECK-NO
                       END-IF
               END-READ
               CLOSE CHKS-IO
           END-IF.
      *-----------------------------------------------------------------
       170-SAVE-CHECK-NO.
           OPEN OUTPUT CHKS-IO
           MOVE WS-CHECK-NO TO CHK-LAST-NO
           WRITE CHKS-LINE-IO
           CLOSE CHKS-IO.
      *-----------------------------------------------------------------
       200-RUN-REFUNDS.
           OPEN I-O ISAM-ACCT-IO
           IF WS-ACCT-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACCT-IO
               CLOSE ISAM-ACCT-IO
               OPEN I-O ISAM-ACCT-IO
           END-IF
           OPEN I-O ISAM-ACD-IO
           IF WS-ACD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACD-IO
               CLOSE ISAM-ACD-IO
               OPEN I-O ISAM-ACD-IO
           END-IF
           OPEN INPUT ISAM-HLD-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT REPORT-OUT
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT

           PERFORM 250-LOAD-OPEN-ACCOUNTS
           IF WS-OAC-FULL EQUAL 'Y'
      *        a partial table could refund a credit another term
      *        still needed - nothing is posted
               MOVE 'TOO MANY OPEN ACCOUNTS - NOTHING POSTED'
                   TO RN-TEXT
               WRITE REPORT-LINE-OUT FROM RPT-NOTE
               MOVE 'TOO MANY OPEN ACCOUNTS - RUN STOPPED' TO WS-MSG
           ELSE
               PERFORM 100-LOAD-DD-ACCOUNTS
               PERFORM 150-LOAD-CHECK-NO
               OPEN OUTPUT DDF-OUT
               OPEN OUTPUT CHECK-OUT
               MOVE DISPLAY-DATE TO CH-DATE
               WRITE CHECK-LINE-OUT FROM CHK-HEAD-1
               WRITE CHECK-LINE-OUT FROM CHK-HEAD-2
               MOVE SPACES TO CHECK-LINE-OUT
               WRITE CHECK-LINE-OUT

               PERFORM 300-SETTLE-STUDENTS

               PERFORM 170-SAVE-CHECK-NO
               PERFORM 800-CLOSE-PAYMENT-FILES
               PERFORM 900-WRITE-CONTROL-TOTALS
               MOVE WS-RDSB-COUNT  TO WS-CTL-WRITTEN
               MOVE WS-HELD-COUNT  TO WS-CTL-REJECTED
               MOVE WS-RDSB-TOTAL  TO WS-CTL-AMOUNT
               MOVE SPACES TO WS-MSG
               STRING WS-RDSB-COUNT ' REFUND(S) ISSUED' INTO WS-MSG
           END-IF

           CLOSE ISAM-ACCT-IO
           CLOSE ISAM-ACD-IO
           CLOSE ISAM-HLD-IN
           CLOSE ISAM-STUD-IN
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       250-LOAD-OPEN-ACCOUNTS.
      *    settled accounts are left out - only a term with something
      *    owed or something over can take part in a transfer
           MOVE ZEROS TO WS-OAC-CNT
           MOVE 'N'   TO WS-OAC-FULL
           MOVE LOW-VALUES TO ACB-IO-KEY
           START ISAM-ACCT-IO KEY IS NOT LESS THAN ACB-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACB-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACB-EOF-FLAG
           END-START
           PERFORM UNTIL ACB-EOF
               READ ISAM-ACCT-IO NEXT RECORD
                   AT END
                       MOVE 1 TO ACB-EOF-FLAG
                   NOT AT END
                       IF ACB-IO-BILLED NOT EQUAL ACB-IO-PAID
                           IF WS-OAC-CNT LESS THAN 5000
                               ADD 1 TO WS-OAC-CNT
                               MOVE ACB-IO-STUD-ID
                                   TO WS-OAC-STUD(WS-OAC-CNT)
                               MOVE ACB-IO-SEM
                                   TO WS-OAC-SEM(WS-OAC-CNT)
                               MOVE ACB-IO-YR
                                   TO WS-OAC-YR(WS-OAC-CNT)
                               MOVE ACB-IO-BILLED
                                   TO WS-OAC-BILLED(WS-OAC-CNT)
                               MOVE ACB-IO-PAID
                                   TO WS-OAC-PAID(WS-OAC-CNT)
                           ELSE
                               MOVE 'Y' TO WS-OAC-FULL
                               MOVE 1   TO ACB-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OAC-CNT TO WS-CTL-READ.
      *-----------------------------------------------------------------
       300-SETTLE-STUDENTS.
      *    the table is walked one student at a time - WS-GRP-LO and
      *    WS-GRP-HI bracket that student's open terms
           MOVE 1 TO WS-GRP-LO
           PERFORM VARYING WS-OAC-IX FROM 2 BY 1
                   UNTIL WS-OAC-IX GREATER THAN WS-OAC-CNT
               IF WS-OAC-STUD(WS-OAC-IX) NOT EQUAL
                   WS-OAC-STUD(WS-GRP-LO)
                   COMPUTE WS-GRP-HI = WS-OAC-IX - 1
                   PERFORM 310-SETTLE-ONE-STUDENT
                   MOVE WS-OAC-IX TO WS-GRP-LO
               END-IF
           END-PERFORM
           IF WS-OAC-CNT GREATER THAN ZEROS
               MOVE WS-OAC-CNT TO WS-GRP-HI
               PERFORM 310-SETTLE-ONE-STUDENT
           END-IF.
      *-----------------------------------------------------------------
       310-SETTLE-ONE-STUDENT.
      *    a student under the CO hold had a check or card come back -
      *    the credit may be money that never arrived, so it stays on
      *    the account until the bursar lifts the hold
           MOVE 'N' TO WS-HAS-CREDIT
           PERFORM VARYING WS-CR-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-CR-IX GREATER THAN WS-GRP-HI
               IF WS-OAC-PAID(WS-CR-IX) GREATER THAN
                   WS-OAC-BILLED(WS-CR-IX)
                   MOVE 'Y' TO WS-HAS-CREDIT
               END-IF
           END-PERFORM
           IF WS-HAS-CREDIT EQUAL 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CASH-ONLY
           MOVE WS-OAC-STUD(WS-GRP-LO) TO HLD-STUD-ID
           MOVE 'CO'                   TO HLD-TYPE
           READ ISAM-HLD-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASH-ONLY
           END-READ
           PERFORM VARYING WS-CR-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-CR-IX GREATER THAN WS-GRP-HI
               IF WS-OAC-PAID(WS-CR-IX) GREATER THAN
                   WS-OAC-BILLED(WS-CR-IX)
                   PERFORM 320-SETTLE-ONE-CREDIT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       320-SETTLE-ONE-CREDIT.
           COMPUTE WS-CREDIT = WS-OAC-PAID(WS-CR-IX)
                             - WS-OAC-BILLED(WS-CR-IX)
           ADD 1         TO WS-FOUND-COUNT
           ADD WS-CREDIT TO WS-FOUND-TOTAL
           IF WS-CASH-ONLY EQUAL 'Y'
               ADD 1         TO WS-HELD-COUNT
               ADD WS-CREDIT TO WS-HELD-TOTAL
               MOVE 'HELD CASH ONLY' TO RD-ACTION
               MOVE WS-CREDIT        TO RD-AMT
               MOVE 'CO HOLD ON FILE' TO RD-REF
               PERFORM 700-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DR-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-DR-IX GREATER THAN WS-GRP-HI
                      OR WS-CREDIT EQUAL ZEROS
               IF WS-OAC-BILLED(WS-DR-IX) GREATER THAN
                   WS-OAC-PAID(WS-DR-IX)
                   PERFORM 330-APPLY-TO-TERM
               END-IF
           END-PERFORM
           IF WS-CREDIT GREATER THAN ZEROS
               PERFORM 400-ISSUE-REFUND
           END-IF.
      *-----------------------------------------------------------------
       330-APPLY-TO-TERM.
      *    the credit moves as a CRTR pair - a charge on the term
      *    giving it up and a payment on the term taking it, so the
      *    two rows net to nothing on the ledger
           COMPUTE WS-OWED = WS-OAC-BILLED(WS-DR-IX)
                           - WS-OAC-PAID(WS-DR-IX)
           IF WS-CREDIT LESS THAN WS-OWED
               MOVE WS-CREDIT TO WS-MOVE-AMT
           ELSE
               MOVE WS-OWED   TO WS-MOVE-AMT
           END-IF

           MOVE WS-OAC-STUD(WS-CR-IX) TO WS-UPD-STUD
           MOVE WS-OAC-SEM(WS-CR-IX)  TO WS-UPD-SEM
           MOVE WS-OAC-YR(WS-CR-IX)   TO WS-UPD-YR
           COMPUTE WS-UPD-AMT = ZEROS - WS-MOVE-AMT
           MOVE 'CRTR'                TO WS-ACD-CODE
           MOVE SPACES                TO WS-ACD-DESC
           STRING 'CREDIT MOVED TO ' WS-OAC-SEM(WS-DR-IX) '/'
               WS-OAC-YR(WS-DR-IX) DELIMITED BY SIZE
               INTO WS-ACD-DESC
           MOVE WS-MOVE-AMT           TO WS-ACD-AMT
           PERFORM 500-UPDATE-ACCOUNT
           SUBTRACT WS-MOVE-AMT FROM WS-OAC-PAID(WS-CR-IX)

           MOVE WS-OAC-STUD(WS-DR-IX) TO WS-UPD-STUD
           MOVE WS-OAC-SEM(WS-DR-IX)  TO WS-UPD-SEM
           MOVE WS-OAC-YR(WS-DR-IX)   TO WS-UPD-YR
           MOVE WS-MOVE-AMT           TO WS-UPD-AMT
           MOVE 'CRTR'                TO WS-ACD-CODE
           MOVE SPACES                TO WS-ACD-DESC
           STRING 'CREDIT FROM ' WS-OAC-SEM(WS-CR-IX) '/'
               WS-OAC-YR(WS-CR-IX) DELIMITED BY SIZE
               INTO WS-ACD-DESC
           COMPUTE WS-ACD-AMT = ZEROS - WS-MOVE-AMT
           PERFORM 500-UPDATE-ACCOUNT
           ADD WS-MOVE-AMT TO WS-OAC-PAID(WS-DR-IX)

           SUBTRACT WS-MOVE-AMT FROM WS-CREDIT
           ADD 1           TO WS-APPLY-COUNT
           ADD WS-MOVE-AMT TO WS-APPLY-TOTAL
           MOVE 'APPLIED TO TERM' TO RD-ACTION
           MOVE WS-MOVE-AMT       TO RD-AMT
           MOVE SPACES            TO RD-REF
           STRING WS-OAC-SEM(WS-DR-IX) '/' WS-OAC-YR(WS-DR-IX)
               DELIMITED BY SIZE INTO RD-REF
           PERFORM 700-WRITE-REPORT-LINE.
      *-----------------------------------------------------------------
       400-ISSUE-REFUND.
      *    the RDSB row is a charge for the amount paid out, so the
      *    term's paid total comes back down to its bill
           MOVE WS-OAC-STUD(WS-CR-IX) TO ISAM-IO-ID
           MOVE SPACES TO WS-PAYEE
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NAME NOT ON FILE' TO WS-PAYEE
               NOT INVALID KEY
                   STRING ISAM-SUTD-FNAME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       ISAM-STUD-LNAME DELIMITED BY SPACE
                       INTO WS-PAYEE
           END-READ
           PERFORM 410-FIND-DD-ACCOUNT

           MOVE WS-OAC-STUD(WS-CR-IX) TO WS-UPD-STUD
           MOVE WS-OAC-SEM(WS-CR-IX)  TO WS-UPD-SEM
           MOVE WS-OAC-YR(WS-CR-IX)   TO WS-UPD-YR
           COMPUTE WS-UPD-AMT = ZEROS - WS-CREDIT
           MOVE 'RDSB'                TO WS-ACD-CODE
           MOVE SPACES                TO WS-ACD-DESC
           IF WS-DDA-HIT GREATER THAN ZEROS
               MOVE 'REFUND BY DIRECT DEPOSIT' TO WS-ACD-DESC
           ELSE
               ADD 1 TO WS-CHECK-NO
               STRING 'REFUND CHECK ' WS-CHECK-NO DELIMITED BY SIZE
                   INTO WS-ACD-DESC
           END-IF
           MOVE WS-CREDIT             TO WS-ACD-AMT
           PERFORM 500-UPDATE-ACCOUNT
           SUBTRACT WS-CREDIT FROM WS-OAC-PAID(WS-CR-IX)
           ADD 1         TO WS-RDSB-COUNT
           ADD WS-CREDIT TO WS-RDSB-TOTAL

           IF WS-DDA-HIT GREATER THAN ZEROS
               PERFORM 420-WRITE-DEPOSIT
               MOVE 'REFUND DIR DEP'   TO RD-ACTION
               MOVE 'DIRECT DEPOSIT'   TO RD-REF
           ELSE
               PERFORM 430-WRITE-CHECK
               MOVE 'REFUND CHECK'     TO RD-ACTION
               MOVE SPACES             TO RD-REF
               STRING 'CHECK ' WS-CHECK-NO DELIMITED BY SIZE
                   INTO RD-REF
           END-IF
           MOVE WS-CREDIT TO RD-AMT
           PERFORM 700-WRITE-REPORT-LINE
           MOVE ZEROS TO WS-CREDIT.
      *-----------------------------------------------------------------
       410-FIND-DD-ACCOUNT.
           MOVE ZEROS TO WS-DDA-HIT
           PERFORM VARYING WS-DDA-IX FROM 1 BY 1
                   UNTIL WS-DDA-IX GREATER THAN WS-DDA-CNT
                      OR WS-DDA-HIT GREATER THAN ZEROS
               IF WS-DDA-STUD(WS-DDA-IX) EQUAL WS-OAC-STUD(WS-CR-IX)
                   MOVE WS-DDA-IX TO WS-DDA-HIT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       420-WRITE-DEPOSIT.
           MOVE 'D'                         TO DDF-TYPE
           MOVE WS-OAC-STUD(WS-CR-IX)       TO DDF-STUD-ID
           MOVE WS-PAYEE                    TO DDF-NAME
           MOVE WS-DDA-ROUTING(WS-DDA-HIT)  TO DDF-ROUTING
           MOVE WS-DDA-ACCOUNT(WS-DDA-HIT)  TO DDF-ACCOUNT
           MOVE WS-DDA-TYPE(WS-DDA-HIT)     TO DDF-ACCT-TYPE
           MOVE WS-CREDIT                   TO DDF-AMOUNT
           MOVE WS-NOW-DATE                 TO DDF-DATE
           WRITE DDF-LINE-OUT
           ADD 1         TO WS-DD-COUNT
           ADD WS-CREDIT TO WS-DD-TOTAL.
      *-----------------------------------------------------------------
       430-WRITE-CHECK.
           MOVE WS-CHECK-NO           TO CD-CHECK-NO
           MOVE WS-OAC-STUD(WS-CR-IX) TO CD-STUD-ID
           MOVE WS-PAYEE              TO CD-PAYEE
           MOVE WS-OAC-SEM(WS-CR-IX)  TO CD-SEM
           MOVE WS-OAC-YR(WS-CR-IX)   TO CD-YR
           MOVE WS-CREDIT             TO CD-AMT
           WRITE CHECK-LINE-OUT FROM CHK-DETAIL
           ADD 1         TO WS-CHECK-COUNT
           ADD WS-CREDIT TO WS-CHECK-TOTAL.
      *-----------------------------------------------------------------
       500-UPDATE-ACCOUNT.
      *    WS-UPD-AMT goes onto the term's paid total and WS-ACD-AMT
      *    onto its detail history as one row
           MOVE WS-UPD-STUD TO ACB-IO-STUD-ID
           MOVE WS-UPD-SEM  TO ACB-IO-SEM
           MOVE WS-UPD-YR   TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD WS-UPD-AMT TO ACB-IO-PAID
           REWRITE ACCT-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 550-FIND-NEXT-SEQ
           MOVE WS-UPD-STUD     TO ACD-IO-STUD-ID
           MOVE WS-UPD-SEM      TO ACD-IO-SEM
           MOVE WS-UPD-YR       TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE WS-ACD-CODE     TO ACD-IO-CODE
           MOVE WS-ACD-DESC     TO ACD-IO-DESC
           MOVE WS-ACD-AMT      TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'CREDIT-REFUND' TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       550-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE WS-UPD-STUD TO ACD-IO-STUD-ID
           MOVE WS-UPD-SEM  TO ACD-IO-SEM
           MOVE WS-UPD-YR   TO ACD-IO-YR
           MOVE ZEROS       TO ACD-IO-SEQ
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
                       IF ACD-IO-STUD-ID NOT EQUAL WS-UPD-STUD
                           OR ACD-IO-SEM NOT EQUAL WS-UPD-SEM
                           OR ACD-IO-YR NOT EQUAL WS-UPD-YR
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
       700-WRITE-REPORT-LINE.
           MOVE WS-OAC-STUD(WS-CR-IX) TO RD-STUD-ID
           MOVE WS-OAC-SEM(WS-CR-IX)  TO RD-SEM
           MOVE WS-OAC-YR(WS-CR-IX)   TO RD-YR
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       800-CLOSE-PAYMENT-FILES.
      *    the deposit file ends on its own count and total so the
      *    bank can prove it the way LOCKBOX-POST proves theirs
           MOVE 'T'         TO DDF-T-TYPE
           MOVE WS-DD-COUNT TO DDF-T-COUNT
           MOVE WS-DD-TOTAL TO DDF-T-TOTAL
           MOVE WS-NOW-DATE TO DDF-T-DATE
           WRITE DDF-TRAILER-OUT
           CLOSE DDF-OUT
           MOVE SPACES TO CHECK-LINE-OUT
           WRITE CHECK-LINE-OUT
           MOVE WS-CHECK-COUNT TO CT-COUNT
           MOVE WS-CHECK-TOTAL TO CT-AMT
           WRITE CHECK-LINE-OUT FROM CHK-TOTAL
           CLOSE CHECK-OUT.
      *-----------------------------------------------------------------
       900-WRITE-CONTROL-TOTALS.
      *    every credit found is either moved, held or refunded, and
      *    the refund rows posted must equal the checks written plus
      *    the deposits sent
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'CREDIT BALANCES FOUND:' TO RPT-TOTAL
           MOVE WS-FOUND-COUNT TO RT-COUNT
           MOVE WS-FOUND-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'APPLIED TO OTHER TERMS:' TO RPT-TOTAL
           MOVE WS-APPLY-COUNT TO RT-COUNT
           MOVE WS-APPLY-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'HELD - CASH-ONLY HOLD:' TO RPT-TOTAL
           MOVE WS-HELD-COUNT TO RT-COUNT
           MOVE WS-HELD-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'REFUND ROWS POSTED (RDSB):' TO RPT-TOTAL
           MOVE WS-RDSB-COUNT TO RT-COUNT
           MOVE WS-RDSB-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'CHECK REGISTER:' TO RPT-TOTAL
           MOVE WS-CHECK-COUNT TO RT-COUNT
           MOVE WS-CHECK-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'DIRECT DEPOSIT FILE:' TO RPT-TOTAL
           MOVE WS-DD-COUNT TO RT-COUNT
           MOVE WS-DD-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           COMPUTE WS-ISSUED-TOTAL = WS-CHECK-TOTAL + WS-DD-TOTAL
           COMPUTE WS-SETTLED-TOTAL = WS-APPLY-TOTAL + WS-HELD-TOTAL
                                    + WS-RDSB-TOTAL
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           IF WS-ISSUED-TOTAL EQUAL WS-RDSB-TOTAL
               AND WS-SETTLED-TOTAL EQUAL WS-FOUND-TOTAL
               MOVE 'REFUND ROWS TIE TO CHECKS AND DEPOSITS' TO RN-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - HOLD CHECKS AND DEPOSIT FILE'
                   TO RN-TEXT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-NOTE.
