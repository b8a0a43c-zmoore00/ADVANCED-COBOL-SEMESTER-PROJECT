      ******************************************************************
      *PROGRAM : LATE-FEE-RUN.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Late fee assessment batch for a SEM/YR - a student    *
      *          whose REG-ACTIVITY.TXT add is dated past the          *
      *          SEMESTER-MASTER term start plus the grace days (and   *
      *          who still holds the seat) owes the late registration  *
      *          fee, and an ACCT-BALANCE.DAT account still open past  *
      *          the keyed payment due date plus the grace days owes   *
      *          the late payment fee - amounts, charge codes and      *
      *          grace days come from LATE-FEE-PARMS.TXT, a fee        *
      *          already on ACCT-DETAIL.DAT is never assessed again,   *
      *          a WAIVER-ISAM code listed as exempt excuses the fee,  *
      *          and LATE-FEE.RPT registers every decision with the    *
      *          run's control totals on BATCH-CONTROL.TXT             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-RUN IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LFP-IN ASSIGN TO "../LATE-FEE-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-LFP-STAT.

           SELECT OPTIONAL ACT-IN ASSIGN TO "../REG-ACTIVITY.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-ACT-STAT.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                   "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-SEM-STAT.

           SELECT OPTIONAL ISAM-REG-IN   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-REG-STAT.

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

           SELECT OPTIONAL ISAM-WVR-IN ASSIGN TO "../WAIVER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS WVR-KEY
                               FILE STATUS   IS WS-WVR-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

           SELECT REPORT-OUT ASSIGN TO "../LATE-FEE.RPT"
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
      *    R = late registration fee, P = late payment fee (open
      *    balance must pass LFP-MIN), E = waiver code exempt from
      *    both fees (only LFP-CODE is read on an E line)
       FD  LFP-IN.
       01  LFP-LINE-IN.
           03  LFP-KIND            PIC X.
           03  FILLER              PIC X.
           03  LFP-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  LFP-AMT             PIC 9(5)V99.
           03  FILLER              PIC X.
           03  LFP-GRACE           PIC 9(3).
           03  FILLER              PIC X.
           03  LFP-MIN             PIC 9(5)V99.
           03  FILLER              PIC X.
           03  LFP-DESC            PIC X(30).

       FD  ACT-IN.
       01  ACT-LINE-IN.
           03  ACT-DATE            PIC X(8).
           03  FILLER              PIC X.
           03  ACT-TIME            PIC X(4).
           03  FILLER              PIC X.
           03  ACT-ACTION          PIC X(8).
           03  FILLER              PIC X.
           03  ACT-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  ACT-YR              PIC X(4).
           03  FILLER              PIC X.
           03  ACT-CRN             PIC X(6).
           03  FILLER              PIC X.
           03  ACT-SUBJ            PIC X(5).
           03  FILLER              PIC X.
           03  ACT-STUD-ID         PIC 9(6).

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

       FD  ISAM-REG-IN.
       01  REG-REC-IN.
           03  REG-IO-KEY.
               05  REG-IO-SEM     PIC X(2).
               05  REG-IO-YR      PIC X(4).
               05  REG-IO-CRN     PIC X(6).
               05  REG-IO-STUD-ID PIC 9(6).
           03  REG-IO-GRADE       PIC X.
           03  REG-IO-STATUS       PIC X.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

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

       FD  ISAM-WVR-IN.
       01  WVR-REC-IN.
           03  WVR-KEY.
               05  WVR-STUD-ID    PIC 9(6).
               05  WVR-SEM        PIC X(2).
               05  WVR-YR         PIC X(4).
           03  WVR-CODE           PIC X(4).

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
           03  WS-LFP-STAT             PIC XX      VALUE SPACES.
           03  WS-ACT-STAT             PIC XX      VALUE SPACES.
           03  WS-SEM-STAT             PIC XX      VALUE SPACES.
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-ACCT-STAT            PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-WVR-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
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
               VALUE 'LATE-FEE-RUN'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  LFP-EOF-FLAG            PIC X       VALUE SPACES.
               88 LFP-EOF    VALUE '1'.
           03  ACT-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACT-EOF    VALUE '1'.
           03  ACB-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACB-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  WS-DUE-DATE             PIC X(8)    VALUE SPACES.
           03  WS-TERM-BEG             PIC X(8)    VALUE SPACES.
           03  WS-TODAY-INT            PIC 9(7)    VALUE ZEROS.
           03  WS-BEG-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-DUE-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-ADD-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-STU-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-OPEN-AMT             PIC S9(7)V99 VALUE ZEROS.
           03  WS-FEE-SUM              PIC S9(7)V99 VALUE ZEROS.
           03  WS-FEE-ON-FILE          PIC X       VALUE 'N'.
           03  WS-FEE-EXEMPT           PIC X       VALUE 'N'.
           03  WS-FEE-KIND             PIC X       VALUE SPACE.
           03  WS-FEE-CODE             PIC X(4)    VALUE SPACES.
           03  WS-FEE-AMT              PIC 9(5)V99 VALUE ZEROS.
           03  WS-FEE-DESC             PIC X(30)   VALUE SPACES.
           03  WS-FEE-DATE             PIC X(8)    VALUE SPACES.
           03  WS-FEE-RESULT           PIC X(16)   VALUE SPACES.
           03  WS-LR-IX                PIC 9(4)    VALUE ZEROS COMP.
           03  WS-LR-CNT               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-LR-HIT               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-EXM-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-EXM-MAX              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-REG-ASSESSED         PIC 9(5)    VALUE ZEROS.
           03  WS-REG-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  WS-PAY-ASSESSED         PIC 9(5)    VALUE ZEROS.
           03  WS-PAY-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  WS-EXEMPT-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-ALREADY-COUNT        PIC 9(5)    VALUE ZEROS.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

      *    fee terms from LATE-FEE-PARMS.TXT - an absent R or P line
      *    leaves that fee off for the run
       01  WS-FEE-PARMS.
           03  WS-LR-ON            PIC X       VALUE 'N'.
           03  WS-LR-CODE          PIC X(4)    VALUE 'LREG'.
           03  WS-LR-AMT           PIC 9(5)V99 VALUE ZEROS.
           03  WS-LR-GRACE         PIC 9(3)    VALUE ZEROS.
           03  WS-LR-DESC          PIC X(30)
               VALUE 'LATE REGISTRATION FEE'.
           03  WS-LP-ON            PIC X       VALUE 'N'.
           03  WS-LP-CODE          PIC X(4)    VALUE 'LPAY'.
           03  WS-LP-AMT           PIC 9(5)V99 VALUE ZEROS.
           03  WS-LP-GRACE         PIC 9(3)    VALUE ZEROS.
           03  WS-LP-MIN           PIC 9(5)V99 VALUE ZEROS.
           03  WS-LP-DESC          PIC X(30)
               VALUE 'LATE PAYMENT FEE'.

       01  WS-EXM-TABLE.
           03  WS-EXM-CODE         PIC X(4)    OCCURS 20 TIMES.

      *    one entry per student with a late add still standing - the
      *    first late add found is the one the register shows
       01  WS-LR-TABLE.
           03  WS-LR-ENTRY         OCCURS 2000 TIMES.
               05  WS-LR-STUD      PIC 9(6).
               05  WS-LR-DATE      PIC X(8).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(19)   VALUE 'LATE FEE REGISTER  '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(8)    VALUE ' STARTS '.
           03  RH-BEG      PIC X(8).
           03  FILLER      PIC X(6)    VALUE ' DUE  '.
           03  RH-DUE      PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(16)   VALUE 'NAME'.
           03  FILLER      PIC X(4)    VALUE 'CODE'.
           03  FILLER      PIC X(11)   VALUE '     AMOUNT'.
           03  FILLER      PIC X(10)   VALUE '  DATE'.
           03  FILLER      PIC X(12)   VALUE '        OPEN'.
           03  FILLER      PIC X(8)    VALUE '  RESULT'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-LNAME    PIC X(16).
           03  RD-CODE     PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-AMT      PIC ZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-DATE     PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-OPEN     PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RESULT   PIC X(16).

       01  RPT-NOTE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RN-TEXT     PIC X(60).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

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
           03  LINE 1 COL 1  VALUE "LATE-FEE-RUN".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 27 VALUE "LATE FEE ASSESSMENT".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25            VALUE '             SEM/YR:'.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 10 COL 25            VALUE 'DUE DATE (YYYYMMDD):'.
           03  LINE 10 COL 46 PIC X(8)  TO WS-DUE-DATE AUTO.

       01  SCRN-MSG.
           03  LINE 12 COL 25 VALUE '  ASSESSED:'.
           03  LINE 12 COL 37 PIC 9(7) FROM WS-CTL-WRITTEN.
           03  LINE 13 COL 25 VALUE '   EXCUSED:'.
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
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           PERFORM 100-LOAD-FEE-PARMS
           IF WS-LFP-STAT NOT EQUAL '00'
               MOVE 'LATE-FEE-PARMS.TXT NOT FOUND' TO WS-MSG
           ELSE
               PERFORM 200-RUN-ASSESSMENT
               MOVE SPACES TO WS-MSG
               STRING WS-CTL-WRITTEN ' LATE FEE(S) ASSESSED'
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
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - the extra parm field carries the payment due date
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
                               MOVE PRM-SEM TO WS-SEM
                               MOVE PRM-YR  TO WS-YR
                               MOVE PRM-EXTRA (1:8) TO WS-DUE-DATE
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
      *    tonight against the prior run - read counts the activity
      *    lines and accounts looked at, written the fees posted,
      *    rejected the fees excused or already on the account
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'LATE-FEE-RUN'  TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-LOAD-FEE-PARMS.
      *    a fee line with no amount leaves that fee off - a blank
      *    code or description keeps the default
           MOVE ZEROS TO WS-EXM-MAX
           OPEN INPUT LFP-IN
           IF WS-LFP-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LFP-EOF-FLAG
           PERFORM UNTIL LFP-EOF
               READ LFP-IN
                   AT END
                       MOVE 1 TO LFP-EOF-FLAG
                   NOT AT END
                       PERFORM 110-TAKE-FEE-PARM
               END-READ
           END-PERFORM
           CLOSE LFP-IN.
      *-----------------------------------------------------------------
       110-TAKE-FEE-PARM.
           EVALUATE LFP-KIND
               WHEN 'R'
                   IF LFP-AMT NUMERIC AND LFP-AMT GREATER THAN ZEROS
                       MOVE 'Y'     TO WS-LR-ON
                       MOVE LFP-AMT TO WS-LR-AMT
                       IF LFP-GRACE NUMERIC
                           MOVE LFP-GRACE TO WS-LR-GRACE
                       END-IF
                       IF LFP-CODE NOT EQUAL SPACES
                           MOVE LFP-CODE TO WS-LR-CODE
                       END-IF
                       IF LFP-DESC NOT EQUAL SPACES
                           MOVE LFP-DESC TO WS-LR-DESC
                       END-IF
                   END-IF
               WHEN 'P'
                   IF LFP-AMT NUMERIC AND LFP-AMT GREATER THAN ZEROS
                       MOVE 'Y'     TO WS-LP-ON
                       MOVE LFP-AMT TO WS-LP-AMT
                       IF LFP-GRACE NUMERIC
                           MOVE LFP-GRACE TO WS-LP-GRACE
                       END-IF
                       IF LFP-MIN NUMERIC
                           MOVE LFP-MIN TO WS-LP-MIN
                       END-IF
                       IF LFP-CODE NOT EQUAL SPACES
                           MOVE LFP-CODE TO WS-LP-CODE
                       END-IF
                       IF LFP-DESC NOT EQUAL SPACES
                           MOVE LFP-DESC TO WS-LP-DESC
                       END-IF
                   END-IF
               WHEN 'E'
                   IF LFP-CODE NOT EQUAL SPACES
                       AND WS-EXM-MAX LESS THAN 20
                       ADD 1 TO WS-EXM-MAX
                       MOVE LFP-CODE TO WS-EXM-CODE(WS-EXM-MAX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       150-READ-TERM-START.
      *    the first day of classes is on the semester row - a term
      *    without one cannot be judged for late registration
           MOVE SPACES TO WS-TERM-BEG
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-SEM-TERM-BEG NUMERIC
                       MOVE ISAM-SEM-TERM-BEG TO WS-TERM-BEG
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-RUN-ASSESSMENT.
           OPEN INPUT ISAM-SEM-IN
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-WVR-IN
           OPEN INPUT ISAM-STUD-IN
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
           OPEN OUTPUT REPORT-OUT

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-DATE))
           PERFORM 150-READ-TERM-START

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE WS-TERM-BEG  TO RH-BEG
           MOVE WS-DUE-DATE  TO RH-DUE
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           IF WS-LR-ON EQUAL 'Y'
               IF WS-TERM-BEG EQUAL SPACES
                   MOVE 'NO TERM START ON SEMESTER-MASTER - LATE REGIST
      -                 'RATION NOT ASSESSED' TO RN-TEXT
                   WRITE REPORT-LINE-OUT FROM RPT-NOTE
               ELSE
                   PERFORM 300-LATE-REG-PASS
               END-IF
           END-IF

           IF WS-LP-ON EQUAL 'Y'
               IF WS-DUE-DATE EQUAL SPACES
                   OR WS-DUE-DATE NOT NUMERIC
                   MOVE 'NO PAYMENT DUE DATE - LATE PAYMENT NOT ASSESSE
      -                 'D' TO RN-TEXT
                   WRITE REPORT-LINE-OUT FROM RPT-NOTE
               ELSE
                   COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-DUE-DATE))
                   IF WS-TODAY-INT GREATER THAN
                       WS-DUE-INT + WS-LP-GRACE
                       PERFORM 400-LATE-PAY-PASS
                   ELSE
                       MOVE 'PAYMENT GRACE NOT YET PAST - LATE PAYMENT N
      -                     'OT ASSESSED' TO RN-TEXT
                       WRITE REPORT-LINE-OUT FROM RPT-NOTE
                   END-IF
               END-IF
           END-IF

           PERFORM 800-WRITE-TOTALS

           CLOSE ISAM-SEM-IN
           CLOSE ISAM-REG-IN
           CLOSE ISAM-WVR-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-ACCT-IO
           CLOSE ISAM-ACD-IO
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       300-LATE-REG-PASS.
      *    the activity file is gathered first so the fee postings do
      *    not interleave with the read - one fee per student for the
      *    term however many late adds there were
           COMPUTE WS-BEG-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TERM-BEG))
           MOVE ZEROS TO WS-LR-CNT
           OPEN INPUT ACT-IN
           MOVE SPACES TO ACT-EOF-FLAG
           PERFORM UNTIL ACT-EOF
               READ ACT-IN
                   AT END
                       MOVE 1 TO ACT-EOF-FLAG
                   NOT AT END
                       IF ACT-SEM EQUAL WS-SEM
                           AND ACT-YR EQUAL WS-YR
                           ADD 1 TO WS-CTL-READ
                           PERFORM 310-CHECK-LATE-ADD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACT-IN
           MOVE 'R'         TO WS-FEE-KIND
           MOVE WS-LR-CODE  TO WS-FEE-CODE
           MOVE WS-LR-AMT   TO WS-FEE-AMT
           MOVE WS-LR-DESC  TO WS-FEE-DESC
           MOVE ZEROS       TO WS-OPEN-AMT
           PERFORM VARYING WS-LR-IX FROM 1 BY 1
               UNTIL WS-LR-IX GREATER THAN WS-LR-CNT
               MOVE WS-LR-STUD(WS-LR-IX) TO WS-STU-ID
               MOVE WS-LR-DATE(WS-LR-IX) TO WS-FEE-DATE
               PERFORM 520-SCAN-FEE-ROWS
               PERFORM 500-ASSESS-FEE
           END-PERFORM.
      *-----------------------------------------------------------------
       310-CHECK-LATE-ADD.
      *    an add, cart add or block add dated past the start plus
      *    grace is late - a waitlist join is not a registration, and
      *    an add since dropped or withdrawn owes nothing
           IF ACT-ACTION NOT EQUAL 'ADD'
               AND ACT-ACTION NOT EQUAL 'CARTADD'
               AND ACT-ACTION NOT EQUAL 'BLOCKADD'
               EXIT PARAGRAPH
           END-IF
           IF ACT-DATE NOT NUMERIC OR ACT-STUD-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ADD-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ACT-DATE))
           IF WS-ADD-INT NOT GREATER THAN WS-BEG-INT + WS-LR-GRACE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LR-HIT
           PERFORM VARYING WS-LR-IX FROM 1 BY 1
               UNTIL WS-LR-IX GREATER THAN WS-LR-CNT
               IF WS-LR-STUD(WS-LR-IX) EQUAL ACT-STUD-ID
                   MOVE WS-LR-IX  TO WS-LR-HIT
                   MOVE WS-LR-CNT TO WS-LR-IX
               END-IF
           END-PERFORM
           IF WS-LR-HIT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ACT-SEM     TO REG-IO-SEM
           MOVE ACT-YR      TO REG-IO-YR
           MOVE ACT-CRN     TO REG-IO-CRN
           MOVE ACT-STUD-ID TO REG-IO-STUD-ID
           READ ISAM-REG-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF REG-IO-STATUS EQUAL 'W' OR REG-IO-GRADE EQUAL 'W'
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-CNT LESS THAN 2000
               ADD 1 TO WS-LR-CNT
               MOVE ACT-STUD-ID TO WS-LR-STUD(WS-LR-CNT)
               MOVE ACT-DATE    TO WS-LR-DATE(WS-LR-CNT)
           END-IF.
      *-----------------------------------------------------------------
       400-LATE-PAY-PASS.
      *    the open balance leaves out any late fee already posted so
      *    an unpaid late fee is not itself what makes the account
      *    late - the keyed read in the posting lands back on the
      *    record the scan is sitting on, so the rewrite does not move
      *    the scan
           MOVE 'P'         TO WS-FEE-KIND
           MOVE WS-LP-CODE  TO WS-FEE-CODE
           MOVE WS-LP-AMT   TO WS-FEE-AMT
           MOVE WS-LP-DESC  TO WS-FEE-DESC
           MOVE WS-DUE-DATE TO WS-FEE-DATE
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
                       IF ACB-IO-SEM EQUAL WS-SEM
                           AND ACB-IO-YR EQUAL WS-YR
                           ADD 1 TO WS-CTL-READ
                           PERFORM 410-CHECK-OPEN-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       410-CHECK-OPEN-BALANCE.
           MOVE ACB-IO-STUD-ID TO WS-STU-ID
           COMPUTE WS-OPEN-AMT = ACB-IO-BILLED - ACB-IO-PAID
           IF WS-OPEN-AMT NOT GREATER THAN WS-LP-MIN
               EXIT PARAGRAPH
           END-IF
           PERFORM 520-SCAN-FEE-ROWS
           SUBTRACT WS-FEE-SUM FROM WS-OPEN-AMT
           IF WS-OPEN-AMT GREATER THAN WS-LP-MIN
               PERFORM 500-ASSESS-FEE
           END-IF.
      *-----------------------------------------------------------------
       500-ASSESS-FEE.
      *    WS-FEE-ON-FILE and the next detail sequence come from the
      *    scan the caller has just run for this student
           PERFORM 510-CHECK-EXEMPT
           EVALUATE TRUE
               WHEN WS-FEE-ON-FILE EQUAL 'Y'
                   MOVE 'ALREADY ASSESSED' TO WS-FEE-RESULT
                   ADD 1 TO WS-ALREADY-COUNT
                   ADD 1 TO WS-CTL-REJECTED
               WHEN WS-FEE-EXEMPT EQUAL 'Y'
                   MOVE 'EXEMPT - WAIVER' TO WS-FEE-RESULT
                   ADD 1 TO WS-EXEMPT-COUNT
                   ADD 1 TO WS-CTL-REJECTED
               WHEN OTHER
                   PERFORM 530-POST-FEE
           END-EVALUATE
           PERFORM 600-WRITE-REGISTER-LINE.
      *-----------------------------------------------------------------
       510-CHECK-EXEMPT.
           MOVE 'N' TO WS-FEE-EXEMPT
           MOVE WS-STU-ID TO WVR-STUD-ID
           MOVE WS-SEM    TO WVR-SEM
           MOVE WS-YR     TO WVR-YR
           READ ISAM-WVR-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING WS-EXM-IX FROM 1 BY 1
               UNTIL WS-EXM-IX GREATER THAN WS-EXM-MAX
               IF WS-EXM-CODE(WS-EXM-IX) EQUAL WVR-CODE
                   MOVE 'Y' TO WS-FEE-EXEMPT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       520-SCAN-FEE-ROWS.
      *    one pass over the student's detail rows for the term finds
      *    whether this fee is already there, what late fees have
      *    been posted in all, and the next free sequence number
           MOVE 'N'   TO WS-FEE-ON-FILE
           MOVE ZEROS TO WS-FEE-SUM
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
                           IF ACD-IO-CODE EQUAL WS-FEE-CODE
                               MOVE 'Y' TO WS-FEE-ON-FILE
                           END-IF
                           IF ACD-IO-CODE EQUAL WS-LR-CODE
                               OR ACD-IO-CODE EQUAL WS-LP-CODE
                               ADD ACD-IO-AMOUNT TO WS-FEE-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-ACD-NEXT-SEQ.
      *-----------------------------------------------------------------
       530-POST-FEE.
      *    posted the way CHARGE-POST posts a charge - the billed total
      *    carries it and the detail row itemizes it, and a student
      *    with no account yet gets one
           MOVE WS-STU-ID TO ACB-IO-STUD-ID
           MOVE WS-SEM    TO ACB-IO-SEM
           MOVE WS-YR     TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   MOVE WS-FEE-AMT TO ACB-IO-BILLED
                   MOVE ZEROS      TO ACB-IO-PAID
                   WRITE ACCT-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO POST' TO WS-FEE-RESULT
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-FEE-AMT TO ACB-IO-BILLED
                   REWRITE ACCT-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO POST' TO WS-FEE-RESULT
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ
           PERFORM 540-WRITE-FEE-DETAIL
           MOVE 'ASSESSED' TO WS-FEE-RESULT
           ADD 1 TO WS-CTL-WRITTEN
           ADD WS-FEE-AMT TO WS-CTL-AMOUNT
           IF WS-FEE-KIND EQUAL 'R'
               ADD 1 TO WS-REG-ASSESSED
               ADD WS-FEE-AMT TO WS-REG-TOTAL
           ELSE
               ADD 1 TO WS-PAY-ASSESSED
               ADD WS-FEE-AMT TO WS-PAY-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       540-WRITE-FEE-DETAIL.
           MOVE WS-STU-ID       TO ACD-IO-STUD-ID
           MOVE WS-SEM          TO ACD-IO-SEM
           MOVE WS-YR           TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE WS-FEE-CODE     TO ACD-IO-CODE
           MOVE WS-FEE-DESC     TO ACD-IO-DESC
           MOVE WS-FEE-AMT      TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'LATE-FEE-RUN'  TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       600-WRITE-REGISTER-LINE.
           MOVE WS-STU-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE SPACES TO ISAM-STUD-LNAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-STU-ID       TO RD-STUD-ID
           MOVE ISAM-STUD-LNAME TO RD-LNAME
           MOVE WS-FEE-CODE     TO RD-CODE
           MOVE WS-FEE-AMT      TO RD-AMT
           MOVE WS-FEE-DATE     TO RD-DATE
           MOVE WS-OPEN-AMT     TO RD-OPEN
           MOVE WS-FEE-RESULT   TO RD-RESULT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'LATE REGISTRATION ASSESSED:' TO RPT-TOTAL
           MOVE WS-REG-ASSESSED TO RT-COUNT
           MOVE WS-REG-TOTAL    TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'LATE PAYMENT ASSESSED:' TO RPT-TOTAL
           MOVE WS-PAY-ASSESSED TO RT-COUNT
           MOVE WS-PAY-TOTAL    TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'EXEMPT BY WAIVER:' TO RPT-TOTAL
           MOVE WS-EXEMPT-COUNT TO RT-COUNT
           MOVE ZEROS           TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'ALREADY ASSESSED:' TO RPT-TOTAL
           MOVE WS-ALREADY-COUNT TO RT-COUNT
           MOVE ZEROS            TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'TOTAL FEES POSTED:' TO RPT-TOTAL
           MOVE WS-CTL-WRITTEN  TO RT-COUNT
           MOVE WS-CTL-AMOUNT   TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
