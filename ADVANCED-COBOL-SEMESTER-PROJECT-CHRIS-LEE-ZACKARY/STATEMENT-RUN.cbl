      ******************************************************************
      *PROGRAM : STATEMENT-RUN.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Monthly student account statements across every term  *
      *          a student carries on ACCT-BALANCE.DAT - lists the     *
      *          ACCT-DETAIL.DAT charges, fees, payments, aid and      *
      *          refunds dated since the last statement between the    *
      *          opening and closing balances, with the next           *
      *          PAY-PLAN-ISAM installment due, an aging of the open   *
      *          terms by days since each term began and a remittance  *
      *          stub, addressed from ADDR-ISAM (STATEMENTS.RPT) - a   *
      *          student with nothing owed and no activity is skipped  *
      *          and each statement's date and closing balance sit on  *
      *          STATEMENT-ISAM.DAT so the next one opens where this   *
      *          one closed - STATEMENT-RUN.RPT registers the run      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMENT-RUN IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-ACB-IN ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-ACB-STAT.

           SELECT OPTIONAL ISAM-ACD-IN ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT OPTIONAL ISAM-PLN-IN ASSIGN TO "../PAY-PLAN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PLN-KEY
                               FILE STATUS   IS WS-PLN-STAT.

           SELECT OPTIONAL ISAM-STM-IO ASSIGN TO
                               "../STATEMENT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS STM-STUD-ID
                               FILE STATUS   IS WS-STM-STAT.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                               "../SEMESTER-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-SEM-KEY
                               FILE STATUS   IS WS-SEM-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

           SELECT OPTIONAL ISAM-ADR-IN ASSIGN TO "../ADDR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-ADR-STAT.

           SELECT STMT-OUT ASSIGN TO "../STATEMENTS.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STO-STAT.

           SELECT REPORT-OUT ASSIGN TO "../STATEMENT-RUN.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT BCTL-OUT ASSIGN TO "../BATCH-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BCT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-ACB-IN.
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

       FD  ISAM-PLN-IN.
       01  PLN-REC-IN.
           03  PLN-KEY.
               05  PLN-STUD-ID    PIC 9(6).
               05  PLN-SEM        PIC X(2).
               05  PLN-YR         PIC X(4).
               05  PLN-INST       PIC 9(2).
           03  PLN-AMOUNT         PIC 9(7)V99.
           03  PLN-DUE-DATE       PIC X(8).
           03  PLN-PAID           PIC 9(7)V99.

      *    one row per student - the date and closing balance of the
      *    last statement mailed
       FD  ISAM-STM-IO.
       01  STM-REC-IO.
           03  STM-STUD-ID        PIC 9(6).
           03  STM-LAST-DATE      PIC X(8).
           03  STM-LAST-BAL       PIC S9(7)V99.
           03  STM-COUNT          PIC 9(4).

       FD  ISAM-SEM-IN.
       01  SEM-REC-IN.
           03  ISAM-SEM-KEY.
               05  ISAM-SEM-SEM PIC X(2).
               05  ISAM-SEM-YR  PIC X(4).
           03  ISAM-SEM-OPEN-FLAG PIC X.
           03  ISAM-SEM-REG-OPEN  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-REG-CLOSE PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.

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

       FD  ISAM-ADR-IN.
       01  ADR-REC-IN.
           03  ADR-KEY.
               05  ADR-STUD-ID    PIC 9(6).
               05  ADR-TYPE       PIC X.
           03  ADR-STREET         PIC X(25).
           03  ADR-CITY           PIC X(20).
           03  ADR-STATE          PIC X(2).
           03  ADR-ZIP            PIC X(5).

       FD  STMT-OUT.
       01  STMT-LINE-OUT          PIC X(80).

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
           03  WS-ACB-STAT             PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-PLN-STAT             PIC XX      VALUE SPACES.
           03  WS-STM-STAT             PIC XX      VALUE SPACES.
           03  WS-SEM-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-ADR-STAT             PIC XX      VALUE SPACES.
           03  WS-STO-STAT             PIC XX      VALUE SPACES.
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
           03  PLN-EOF-FLAG            PIC X       VALUE SPACES.
               88 PLN-EOF    VALUE '1'.
           03  WS-CUR-STU              PIC 9(6)    VALUE ZEROS.
           03  WS-TRM-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-TRM-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-ACT-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-ACT-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-ACT-ROWS             PIC 9(4)    VALUE ZEROS.
           03  WS-STM-FOUND            PIC X       VALUE 'N'.
           03  WS-FLOOR-DATE           PIC X(8)    VALUE SPACES.
           03  WS-FLOOR-NUM            PIC 9(8)    VALUE ZEROS.
           03  WS-TODAY-INT            PIC 9(7)    VALUE ZEROS.
           03  WS-BEG-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-DAYS-OLD             PIC S9(5)   VALUE ZEROS.
           03  WS-FIRST-DAYS           PIC 9(3)    VALUE 30.
           03  WS-SKIP-REASON          PIC X(20)   VALUE SPACES.
           03  WS-OPENING              PIC S9(7)V99 VALUE ZEROS.
           03  WS-CLOSING              PIC S9(7)V99 VALUE ZEROS.
           03  WS-ACTIVITY             PIC S9(7)V99 VALUE ZEROS.
           03  WS-ADJUST               PIC S9(7)V99 VALUE ZEROS.
           03  WS-CAT-CHG              PIC S9(7)V99 VALUE ZEROS.
           03  WS-CAT-FEE              PIC S9(7)V99 VALUE ZEROS.
           03  WS-CAT-PAY              PIC S9(7)V99 VALUE ZEROS.
           03  WS-CAT-AID              PIC S9(7)V99 VALUE ZEROS.
           03  WS-CAT-RFD              PIC S9(7)V99 VALUE ZEROS.
           03  WS-BKT-CUR              PIC S9(7)V99 VALUE ZEROS.
           03  WS-BKT-30               PIC S9(7)V99 VALUE ZEROS.
           03  WS-BKT-60               PIC S9(7)V99 VALUE ZEROS.
           03  WS-BKT-90               PIC S9(7)V99 VALUE ZEROS.
           03  WS-BKT-120              PIC S9(7)V99 VALUE ZEROS.
           03  WS-NEXT-DUE             PIC X(8)    VALUE SPACES.
           03  WS-NEXT-AMT             PIC 9(7)V99 VALUE ZEROS.
           03  WS-STMT-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-SKIP-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-DUE-TOTAL            PIC 9(9)V99 VALUE ZEROS.

      *    the terms the student carries, gathered off the balance
      *    file before the statement is built
       01  WS-TERM-TABLE.
           03  WS-TRM-ENTRY        OCCURS 20 TIMES.
               05  WS-TRM-SEM      PIC X(2).
               05  WS-TRM-YR       PIC X(4).
               05  WS-TRM-BAL      PIC S9(7)V99.

       01  WS-ACT-TABLE.
           03  WS-ACT-ENTRY        OCCURS 60 TIMES.
               05  WS-ACT-DATE     PIC X(8).
               05  WS-ACT-SEM      PIC X(2).
               05  WS-ACT-YR       PIC X(4).
               05  WS-ACT-CODE     PIC X(4).
               05  WS-ACT-DESC     PIC X(30).
               05  WS-ACT-AMT      PIC S9(7)V99.

       01  STM-HEAD-1.
           03  FILLER      PIC X(25)
               VALUE 'STUDENT ACCOUNT STATEMENT'.
           03  FILLER      PIC X(19)   VALUE SPACES.
           03  FILLER      PIC X(16)   VALUE 'STATEMENT DATE  '.
           03  SH-DATE     PIC X(10).

       01  STM-HEAD-2.
           03  SH-ID       PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  SH-NAME     PIC X(40).

       01  STM-ADDR-1.
           03  FILLER      PIC X(8)    VALUE SPACES.
           03  SA-STREET   PIC X(25).

       01  STM-ADDR-2.
           03  FILLER      PIC X(8)    VALUE SPACES.
           03  SA-CITY     PIC X(20).
           03  FILLER      PIC X       VALUE SPACE.
           03  SA-STATE    PIC X(2).
           03  FILLER      PIC X       VALUE SPACE.
           03  SA-ZIP      PIC X(5).

       01  STM-PERIOD.
           03  FILLER      PIC X(13)   VALUE 'ACTIVITY FROM'.
           03  FILLER      PIC X       VALUE SPACE.
           03  SP-FROM     PIC X(8).
           03  FILLER      PIC X(9)    VALUE ' THROUGH '.
           03  SP-THRU     PIC X(8).

       01  STM-COLS.
           03  FILLER      PIC X(10)   VALUE 'DATE'.
           03  FILLER      PIC X(9)    VALUE 'TERM'.
           03  FILLER      PIC X(6)    VALUE 'CODE'.
           03  FILLER      PIC X(31)   VALUE 'DESCRIPTION'.
           03  FILLER      PIC X(14)   VALUE '        AMOUNT'.

       01  STM-DETAIL.
           03  SD-DATE     PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  SD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  SD-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  SD-CODE     PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  SD-DESC     PIC X(30).
           03  FILLER      PIC X       VALUE SPACE.
           03  SD-AMT      PIC Z,ZZZ,ZZ9.99-.

       01  STM-AMOUNT.
           03  SM-LABEL    PIC X(56).
           03  SM-AMT      PIC Z,ZZZ,ZZ9.99-.

       01  STM-NOTE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  SN-TEXT     PIC X(70).

       01  STM-AGE-1.
           03  FILLER      PIC X(14)   VALUE 'AGING:   '.
           03  FILLER      PIC X(13)   VALUE '      CURRENT'.
           03  FILLER      PIC X(13)   VALUE '      31-60'.
           03  FILLER      PIC X(13)   VALUE '      61-90'.
           03  FILLER      PIC X(13)   VALUE '     91-120'.
           03  FILLER      PIC X(13)   VALUE '  OVER 120'.

       01  STM-AGE-2.
           03  FILLER      PIC X(14)   VALUE SPACES.
           03  SG-CUR      PIC Z,ZZZ,ZZ9.99-.
           03  SG-30       PIC Z,ZZZ,ZZ9.99-.
           03  SG-60       PIC Z,ZZZ,ZZ9.99-.
           03  SG-90       PIC Z,ZZZ,ZZ9.99-.
           03  SG-120      PIC Z,ZZZ,ZZ9.99-.

       01  STM-CUT        PIC X(72)   VALUE ALL '- '.

       01  STM-STUB-1.
           03  FILLER      PIC X(32)
               VALUE 'REMITTANCE - RETURN THIS PORTION'.
           03  FILLER      PIC X(30)
               VALUE ' WITH YOUR PAYMENT TO THE UAFS'.
           03  FILLER      PIC X(9)    VALUE ' BURSAR'.

       01  STM-STUB-2.
           03  FILLER      PIC X(12)   VALUE 'STUDENT ID: '.
           03  SS-ID       PIC 9(6).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  SS-NAME     PIC X(40).

       01  STM-STUB-3.
           03  FILLER      PIC X(16)   VALUE 'AMOUNT DUE:     '.
           03  SS-DUE      PIC Z,ZZZ,ZZ9.99.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(32)
               VALUE 'AMOUNT ENCLOSED: $______________'.

       01  STM-END        PIC X(72)   VALUE ALL '='.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(24)   VALUE 'STATEMENT RUN REGISTER  '.
           03  FILLER      PIC X(20)   VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(14)   VALUE '       OPENING'.
           03  FILLER      PIC X(14)   VALUE '      ACTIVITY'.
           03  FILLER      PIC X(14)   VALUE '       CLOSING'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(6)    VALUE 'RESULT'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-OPEN     PIC Z,ZZZ,ZZ9.99-.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-ACT      PIC Z,ZZZ,ZZ9.99-.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-CLOSE    PIC Z,ZZZ,ZZ9.99-.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RESULT   PIC X(22).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "STATEMENT-RUN".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 25 VALUE "MONTHLY ACCOUNT STATEMENTS".

       01  SCRN-CONFIRM.
           03  LINE 09 COL 25  VALUE 'PRINT STATEMENTS? (Y/N):'.
           03  LINE 09 COL 50 PIC X TO WS-RESP AUTO.

       01  SCRN-MSG.
           03  LINE 11 COL 25 VALUE 'STATEMENTS:'.
           03  LINE 11 COL 37 PIC 9(6) FROM WS-STMT-COUNT.
           03  LINE 12 COL 25 VALUE '   SKIPPED:'.
           03  LINE 12 COL 37 PIC 9(6) FROM WS-SKIP-COUNT.
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
               MOVE 'STATEMENTS NOT PRINTED' TO WS-MSG
           ELSE
               PERFORM 200-RUN-STATEMENTS
               MOVE SPACES TO WS-MSG
               STRING WS-STMT-COUNT ' STATEMENT(S) PRINTED'
                   INTO WS-MSG
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
      *    started by BATCH-DRIVER the program prints the month's
      *    statements without asking - there is nothing on
      *    RUN-PARMS.TXT for it, every term on file is stated
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-CONTROL.
      *    every run leaves its control totals on the shared batch
      *    control file so the morning balancing report can compare
      *    tonight against the prior run - read counts the students
      *    with an account, written the statements printed, rejected
      *    the students skipped, amount the total due on the stubs
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'STATEMENT-RUN' TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       200-RUN-STATEMENTS.
           OPEN INPUT ISAM-ACB-IN
           OPEN INPUT ISAM-ACD-IN
           OPEN INPUT ISAM-PLN-IN
           OPEN INPUT ISAM-SEM-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-ADR-IN
           OPEN I-O ISAM-STM-IO
           IF WS-STM-STAT EQUAL '35'
               OPEN OUTPUT ISAM-STM-IO
               CLOSE ISAM-STM-IO
               OPEN I-O ISAM-STM-IO
           END-IF
           OPEN OUTPUT STMT-OUT
           OPEN OUTPUT REPORT-OUT

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-DATE))
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

      *    the balance file is keyed student first, so each student's
      *    terms arrive together - the statement is built on the break
           MOVE ZEROS TO WS-CUR-STU
           MOVE ZEROS TO WS-TRM-CNT
           MOVE LOW-VALUES TO ACB-IO-KEY
           START ISAM-ACB-IN KEY IS NOT LESS THAN ACB-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACB-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACB-EOF-FLAG
           END-START
           PERFORM UNTIL ACB-EOF
               READ ISAM-ACB-IN NEXT RECORD
                   AT END
                       MOVE 1 TO ACB-EOF-FLAG
                   NOT AT END
                       IF ACB-IO-STUD-ID NOT EQUAL WS-CUR-STU
                           IF WS-TRM-CNT GREATER THAN ZEROS
                               PERFORM 300-STATE-ONE-STUDENT
                           END-IF
                           MOVE ACB-IO-STUD-ID TO WS-CUR-STU
                           MOVE ZEROS TO WS-TRM-CNT
                       END-IF
                       PERFORM 250-NOTE-TERM
               END-READ
           END-PERFORM
           IF WS-TRM-CNT GREATER THAN ZEROS
               PERFORM 300-STATE-ONE-STUDENT
           END-IF

           PERFORM 900-WRITE-TOTALS
           MOVE WS-STMT-COUNT TO WS-CTL-WRITTEN
           MOVE WS-SKIP-COUNT TO WS-CTL-REJECTED
           MOVE WS-DUE-TOTAL  TO WS-CTL-AMOUNT

           CLOSE ISAM-ACB-IN
           CLOSE ISAM-ACD-IN
           CLOSE ISAM-PLN-IN
           CLOSE ISAM-SEM-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-ADR-IN
           CLOSE ISAM-STM-IO
           CLOSE STMT-OUT
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       250-NOTE-TERM.
           IF WS-TRM-CNT LESS THAN 20
               ADD 1 TO WS-TRM-CNT
               MOVE ACB-IO-SEM TO WS-TRM-SEM(WS-TRM-CNT)
               MOVE ACB-IO-YR  TO WS-TRM-YR(WS-TRM-CNT)
               COMPUTE WS-TRM-BAL(WS-TRM-CNT) =
                   ACB-IO-BILLED - ACB-IO-PAID
           END-IF.
      *-----------------------------------------------------------------
       300-STATE-ONE-STUDENT.
      *    the closing balance is the account as it stands today - the
      *    opening balance is the last statement's closing, and any
      *    row written since but dated on or before that statement is
      *    shown as its own line so the two always tie
           ADD 1 TO WS-CTL-READ
           MOVE SPACES TO WS-SKIP-REASON
           MOVE ZEROS TO WS-CLOSING
           PERFORM VARYING WS-TRM-IX FROM 1 BY 1
               UNTIL WS-TRM-IX GREATER THAN WS-TRM-CNT
               ADD WS-TRM-BAL(WS-TRM-IX) TO WS-CLOSING
           END-PERFORM
           MOVE WS-CUR-STU TO STM-STUD-ID
           READ ISAM-STM-IO
               INVALID KEY
                   MOVE 'N' TO WS-STM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STM-FOUND
           END-READ
           IF WS-STM-FOUND EQUAL 'Y'
               IF STM-LAST-DATE NOT LESS THAN WS-NOW-DATE
                   MOVE 'ALREADY STATED TODAY' TO WS-SKIP-REASON
                   MOVE STM-LAST-BAL TO WS-OPENING
                   MOVE ZEROS TO WS-ACTIVITY
                   PERFORM 800-WRITE-REGISTER-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE STM-LAST-DATE TO WS-FLOOR-DATE
               MOVE STM-LAST-BAL  TO WS-OPENING
           ELSE
      *        a student's first statement reaches back a month
               COMPUTE WS-FLOOR-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-FIRST-DAYS)
               MOVE WS-FLOOR-NUM TO WS-FLOOR-DATE
           END-IF

           MOVE ZEROS TO WS-ACT-CNT
           MOVE ZEROS TO WS-ACT-ROWS
           MOVE ZEROS TO WS-ACTIVITY
           MOVE ZEROS TO WS-CAT-CHG
           MOVE ZEROS TO WS-CAT-FEE
           MOVE ZEROS TO WS-CAT-PAY
           MOVE ZEROS TO WS-CAT-AID
           MOVE ZEROS TO WS-CAT-RFD
           PERFORM VARYING WS-TRM-IX FROM 1 BY 1
               UNTIL WS-TRM-IX GREATER THAN WS-TRM-CNT
               PERFORM 320-GATHER-TERM
           END-PERFORM

           IF WS-CLOSING EQUAL ZEROS AND WS-ACT-ROWS EQUAL ZEROS
               MOVE 'NO BALANCE/ACTIVITY' TO WS-SKIP-REASON
               IF WS-STM-FOUND EQUAL 'N'
                   MOVE ZEROS TO WS-OPENING
               END-IF
               PERFORM 800-WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-STM-FOUND EQUAL 'N'
               COMPUTE WS-OPENING = WS-CLOSING - WS-ACTIVITY
           END-IF
           COMPUTE WS-ADJUST = WS-CLOSING - WS-OPENING - WS-ACTIVITY

           PERFORM 400-AGE-TERMS
           PERFORM 450-FIND-NEXT-INSTALLMENT
           PERFORM 500-PRINT-STATEMENT
           PERFORM 600-REMEMBER-STATEMENT
           PERFORM 800-WRITE-REGISTER-LINE.
      *-----------------------------------------------------------------
       320-GATHER-TERM.
           MOVE WS-CUR-STU           TO ACD-IO-STUD-ID
           MOVE WS-TRM-SEM(WS-TRM-IX) TO ACD-IO-SEM
           MOVE WS-TRM-YR(WS-TRM-IX)  TO ACD-IO-YR
           MOVE ZEROS                TO ACD-IO-SEQ
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
                       IF ACD-IO-STUD-ID NOT EQUAL WS-CUR-STU
                           OR ACD-IO-SEM NOT EQUAL
                               WS-TRM-SEM(WS-TRM-IX)
                           OR ACD-IO-YR NOT EQUAL
                               WS-TRM-YR(WS-TRM-IX)
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           IF ACD-IO-DATE GREATER THAN WS-FLOOR-DATE
                               PERFORM 330-TAKE-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       330-TAKE-ACTIVITY.
      *    the same families PERIOD-CLOSE rolls forward, with the fees
      *    and refunds broken out the way the student reads them
           ADD 1 TO WS-ACT-ROWS
           ADD ACD-IO-AMOUNT TO WS-ACTIVITY
           EVALUATE ACD-IO-CODE
               WHEN 'FEE '
               WHEN 'LREG'
               WHEN 'LPAY'
               WHEN 'RFEE'
                   ADD ACD-IO-AMOUNT TO WS-CAT-FEE
               WHEN 'PAY '
               WHEN 'RPAY'
                   ADD ACD-IO-AMOUNT TO WS-CAT-PAY
               WHEN 'AID '
               WHEN 'WAIV'
               WHEN 'SPON'
               WHEN 'R2T4'
                   ADD ACD-IO-AMOUNT TO WS-CAT-AID
               WHEN 'RFND'
               WHEN 'RDSB'
               WHEN 'CRTR'
                   ADD ACD-IO-AMOUNT TO WS-CAT-RFD
               WHEN OTHER
                   ADD ACD-IO-AMOUNT TO WS-CAT-CHG
           END-EVALUATE
           IF WS-ACT-CNT LESS THAN 60
               ADD 1 TO WS-ACT-CNT
               MOVE ACD-IO-DATE   TO WS-ACT-DATE(WS-ACT-CNT)
               MOVE ACD-IO-SEM    TO WS-ACT-SEM(WS-ACT-CNT)
               MOVE ACD-IO-YR     TO WS-ACT-YR(WS-ACT-CNT)
               MOVE ACD-IO-CODE   TO WS-ACT-CODE(WS-ACT-CNT)
               MOVE ACD-IO-DESC   TO WS-ACT-DESC(WS-ACT-CNT)
               MOVE ACD-IO-AMOUNT TO WS-ACT-AMT(WS-ACT-CNT)
           END-IF.
      *-----------------------------------------------------------------
       400-AGE-TERMS.
      *    each term's open amount ages from the day the term began,
      *    in AGING-RUN's buckets - a credit on a term stays current
           MOVE ZEROS TO WS-BKT-CUR
           MOVE ZEROS TO WS-BKT-30
           MOVE ZEROS TO WS-BKT-60
           MOVE ZEROS TO WS-BKT-90
           MOVE ZEROS TO WS-BKT-120
           PERFORM VARYING WS-TRM-IX FROM 1 BY 1
               UNTIL WS-TRM-IX GREATER THAN WS-TRM-CNT
               PERFORM 410-AGE-ONE-TERM
           END-PERFORM.
      *-----------------------------------------------------------------
       410-AGE-ONE-TERM.
           MOVE ZEROS TO WS-DAYS-OLD
           IF WS-TRM-BAL(WS-TRM-IX) GREATER THAN ZEROS
               MOVE WS-TRM-SEM(WS-TRM-IX) TO ISAM-SEM-SEM
               MOVE WS-TRM-YR(WS-TRM-IX)  TO ISAM-SEM-YR
               READ ISAM-SEM-IN
                   INVALID KEY
                       MOVE SPACES TO ISAM-SEM-TERM-BEG
               END-READ
               IF ISAM-SEM-TERM-BEG NUMERIC
                   COMPUTE WS-BEG-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ISAM-SEM-TERM-BEG))
                   COMPUTE WS-DAYS-OLD = WS-TODAY-INT - WS-BEG-INT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-OLD GREATER THAN 120
                   ADD WS-TRM-BAL(WS-TRM-IX) TO WS-BKT-120
               WHEN WS-DAYS-OLD GREATER THAN 90
                   ADD WS-TRM-BAL(WS-TRM-IX) TO WS-BKT-90
               WHEN WS-DAYS-OLD GREATER THAN 60
                   ADD WS-TRM-BAL(WS-TRM-IX) TO WS-BKT-60
               WHEN WS-DAYS-OLD GREATER THAN 30
                   ADD WS-TRM-BAL(WS-TRM-IX) TO WS-BKT-30
               WHEN OTHER
                   ADD WS-TRM-BAL(WS-TRM-IX) TO WS-BKT-CUR
           END-EVALUATE.
      *-----------------------------------------------------------------
       450-FIND-NEXT-INSTALLMENT.
      *    the earliest installment still owing on any term's plan -
      *    one already past due is the one the student must pay next
           MOVE SPACES TO WS-NEXT-DUE
           MOVE ZEROS  TO WS-NEXT-AMT
           MOVE WS-CUR-STU TO PLN-STUD-ID
           MOVE LOW-VALUES TO PLN-SEM
           MOVE LOW-VALUES TO PLN-YR
           MOVE ZEROS      TO PLN-INST
           START ISAM-PLN-IN KEY IS NOT LESS THAN PLN-KEY
               INVALID KEY
                   MOVE 1 TO PLN-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO PLN-EOF-FLAG
           END-START
           PERFORM UNTIL PLN-EOF
               READ ISAM-PLN-IN NEXT RECORD
                   AT END
                       MOVE 1 TO PLN-EOF-FLAG
                   NOT AT END
                       IF PLN-STUD-ID NOT EQUAL WS-CUR-STU
                           MOVE 1 TO PLN-EOF-FLAG
                       ELSE
                           IF PLN-PAID LESS THAN PLN-AMOUNT
                               AND (WS-NEXT-DUE EQUAL SPACES
                               OR PLN-DUE-DATE LESS THAN WS-NEXT-DUE)
                               MOVE PLN-DUE-DATE TO WS-NEXT-DUE
                               COMPUTE WS-NEXT-AMT =
                                   PLN-AMOUNT - PLN-PAID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       500-PRINT-STATEMENT.
           MOVE WS-CUR-STU TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE SPACES TO ISAM-STUD-LNAME
                   MOVE SPACES TO ISAM-SUTD-FNAME
                   MOVE SPACES TO ISAM-STUD-ADDRESS
                   MOVE SPACES TO ISAM-STUD-ZIP
           END-READ
           MOVE SPACES TO SH-NAME
           STRING ISAM-SUTD-FNAME DELIMITED BY '  '
               ' ' ISAM-STUD-LNAME DELIMITED BY '  '
               INTO SH-NAME
      *    the structured mailing address is used when there is one,
      *    the master record's street and zip otherwise
           MOVE ISAM-STUD-ADDRESS TO SA-STREET
           MOVE SPACES            TO SA-CITY
           MOVE SPACES            TO SA-STATE
           MOVE ISAM-STUD-ZIP     TO SA-ZIP
           MOVE WS-CUR-STU TO ADR-STUD-ID
           MOVE 'M'        TO ADR-TYPE
           READ ISAM-ADR-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADR-STREET TO SA-STREET
                   MOVE ADR-CITY   TO SA-CITY
                   MOVE ADR-STATE  TO SA-STATE
                   MOVE ADR-ZIP    TO SA-ZIP
           END-READ

           MOVE DISPLAY-DATE TO SH-DATE
           WRITE STMT-LINE-OUT FROM STM-HEAD-1
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           MOVE WS-CUR-STU TO SH-ID
           WRITE STMT-LINE-OUT FROM STM-HEAD-2
           WRITE STMT-LINE-OUT FROM STM-ADDR-1
           WRITE STMT-LINE-OUT FROM STM-ADDR-2
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           MOVE WS-FLOOR-DATE TO SP-FROM
           MOVE WS-NOW-DATE   TO SP-THRU
           WRITE STMT-LINE-OUT FROM STM-PERIOD
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           MOVE 'OPENING BALANCE' TO SM-LABEL
           MOVE WS-OPENING TO SM-AMT
           WRITE STMT-LINE-OUT FROM STM-AMOUNT
           IF WS-ADJUST NOT EQUAL ZEROS
               MOVE 'ACTIVITY DATED BEFORE LAST STATEMENT' TO SM-LABEL
               MOVE WS-ADJUST TO SM-AMT
               WRITE STMT-LINE-OUT FROM STM-AMOUNT
           END-IF
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           IF WS-ACT-CNT GREATER THAN ZEROS
               WRITE STMT-LINE-OUT FROM STM-COLS
               PERFORM VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX GREATER THAN WS-ACT-CNT
                   MOVE WS-ACT-DATE(WS-ACT-IX) TO SD-DATE
                   MOVE WS-ACT-SEM(WS-ACT-IX)  TO SD-SEM
                   MOVE WS-ACT-YR(WS-ACT-IX)   TO SD-YR
                   MOVE WS-ACT-CODE(WS-ACT-IX) TO SD-CODE
                   MOVE WS-ACT-DESC(WS-ACT-IX) TO SD-DESC
                   MOVE WS-ACT-AMT(WS-ACT-IX)  TO SD-AMT
                   WRITE STMT-LINE-OUT FROM STM-DETAIL
               END-PERFORM
               IF WS-ACT-ROWS GREATER THAN WS-ACT-CNT
                   MOVE 'FURTHER ACTIVITY IS INCLUDED IN THE TOTALS BEL
      -                 'OW' TO SN-TEXT
                   WRITE STMT-LINE-OUT FROM STM-NOTE
               END-IF
           ELSE
               MOVE 'NO ACTIVITY THIS PERIOD' TO SN-TEXT
               WRITE STMT-LINE-OUT FROM STM-NOTE
           END-IF
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           MOVE '  CHARGES' TO SM-LABEL
           MOVE WS-CAT-CHG TO SM-AMT
           WRITE STMT-LINE-OUT FROM STM-AMOUNT
           MOVE '  FEES' TO SM-LABEL
           MOVE WS-CAT-FEE TO SM-AMT
           WRITE STMT-LINE-OUT FROM STM-AMOUNT
           MOVE '  PAYMENTS' TO SM-LABEL
           MOVE WS-CAT-PAY TO SM-AMT
           WRITE STMT-LINE-OUT FROM STM-AMOUNT
           MOVE '  FINANCIAL AID AND WAIVERS' TO SM-LABEL
           MOVE WS-CAT-AID TO SM-AMT
           WRITE STMT-LINE-OUT FROM STM-AMOUNT
           MOVE '  REFUNDS AND CREDITS' TO SM-LABEL
           MOVE WS-CAT-RFD TO SM-AMT
           WRITE STMT-LINE-OUT FROM STM-AMOUNT
           MOVE 'CLOSING BALANCE' TO SM-LABEL
           MOVE WS-CLOSING TO SM-AMT
           WRITE STMT-LINE-OUT FROM STM-AMOUNT
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           MOVE SPACES TO SN-TEXT
           IF WS-NEXT-DUE EQUAL SPACES
               MOVE 'NO INSTALLMENT PLAN PAYMENT OUTSTANDING' TO SN-TEXT
               WRITE STMT-LINE-OUT FROM STM-NOTE
           ELSE
               MOVE SPACES TO SM-LABEL
               STRING 'NEXT INSTALLMENT DUE ' WS-NEXT-DUE
                   DELIMITED BY SIZE INTO SM-LABEL
               MOVE WS-NEXT-AMT TO SM-AMT
               WRITE STMT-LINE-OUT FROM STM-AMOUNT
           END-IF
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           WRITE STMT-LINE-OUT FROM STM-AGE-1
           MOVE WS-BKT-CUR TO SG-CUR
           MOVE WS-BKT-30  TO SG-30
           MOVE WS-BKT-60  TO SG-60
           MOVE WS-BKT-90  TO SG-90
           MOVE WS-BKT-120 TO SG-120
           WRITE STMT-LINE-OUT FROM STM-AGE-2

           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           WRITE STMT-LINE-OUT FROM STM-CUT
           WRITE STMT-LINE-OUT FROM STM-STUB-1
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           MOVE WS-CUR-STU TO SS-ID
           MOVE SH-NAME    TO SS-NAME
           WRITE STMT-LINE-OUT FROM STM-STUB-2
           MOVE ZEROS TO SS-DUE
           IF WS-CLOSING GREATER THAN ZEROS
               MOVE WS-CLOSING TO SS-DUE
               ADD WS-CLOSING TO WS-DUE-TOTAL
           END-IF
           WRITE STMT-LINE-OUT FROM STM-STUB-3
           IF WS-CLOSING LESS THAN ZEROS
               MOVE 'CREDIT BALANCE - NO PAYMENT DUE' TO SN-TEXT
               WRITE STMT-LINE-OUT FROM STM-NOTE
           END-IF
           WRITE STMT-LINE-OUT FROM STM-END
           MOVE SPACES TO STMT-LINE-OUT
           WRITE STMT-LINE-OUT
           ADD 1 TO WS-STMT-COUNT.
      *-----------------------------------------------------------------
       600-REMEMBER-STATEMENT.
           MOVE WS-CUR-STU  TO STM-STUD-ID
           MOVE WS-NOW-DATE TO STM-LAST-DATE
           MOVE WS-CLOSING  TO STM-LAST-BAL
           IF WS-STM-FOUND EQUAL 'Y'
               ADD 1 TO STM-COUNT
               REWRITE STM-REC-IO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE 1 TO STM-COUNT
               WRITE STM-REC-IO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       800-WRITE-REGISTER-LINE.
           MOVE WS-CUR-STU  TO RD-STUD-ID
           MOVE WS-OPENING  TO RD-OPEN
           MOVE WS-ACTIVITY TO RD-ACT
           MOVE WS-CLOSING  TO RD-CLOSE
           IF WS-SKIP-REASON EQUAL SPACES
               MOVE 'STATEMENT PRINTED' TO RD-RESULT
           ELSE
               MOVE WS-SKIP-REASON TO RD-RESULT
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'STATEMENTS PRINTED:' TO RPT-TOTAL
           MOVE WS-STMT-COUNT TO RT-COUNT
           MOVE WS-DUE-TOTAL  TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'STUDENTS SKIPPED:' TO RPT-TOTAL
           MOVE WS-SKIP-COUNT TO RT-COUNT
           MOVE ZEROS         TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
