      ******************************************************************
      *PROGRAM : R2T4-CALC.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Return of Title IV aid batch for a SEM/YR, run after  *
      *          FULL-WITHDRAW - a student with disbursed Title IV aid *
      *          (the funds on R2T4-FUNDS.TXT) and no course left      *
      *          earning credit is a withdrawal, dated from the        *
      *          STATUS-HIST-ISAM withdrawn row or, when unofficial,   *
      *          the last present day on ATTEND-ISAM.DAT - the days    *
      *          completed over the period's calendar days (term or    *
      *          part-of-term dates, less CALENDAR-ISAM breaks of five *
      *          days or more) give the percent earned, the unearned   *
      *          aid is split into the school's and the student's      *
      *          share and returned fund by fund in the R2T4-FUNDS.TXT *
      *          order, the school's returns post to ACCT-DETAIL.DAT   *
      *          as R2T4 rows, R2T4-WORKSHEET.RPT prints the worksheet *
      *          and R2T4-RETURNS.RPT lists the returns by deadline    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. R2T4-CALC IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FND-IN ASSIGN TO "../R2T4-FUNDS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FND-STAT.

           SELECT OPTIONAL ISAM-AID-IN ASSIGN TO
                               "../AID-AWARD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AID-KEY
                               FILE STATUS   IS WS-AID-STAT.

           SELECT OPTIONAL ISAM-REG-IN   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-REG-STAT.

           SELECT OPTIONAL ISAM-SCHED-IN ASSIGN TO
                              "../SCHEDULE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                          FILE STATUS   IS WS-SCH-STAT.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                   "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-SEM-STAT.

           SELECT OPTIONAL ISAM-PRT-IN ASSIGN TO
                               "../PART-TERM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PRT-KEY
                               FILE STATUS   IS WS-PRT-STAT.

           SELECT OPTIONAL ISAM-ATT-IN ASSIGN TO "../ATTEND-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATT-KEY
                               FILE STATUS   IS WS-ATT-STAT.

           SELECT OPTIONAL ISAM-CAL-IN ASSIGN TO "../CALENDAR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CAL-KEY
                               FILE STATUS   IS WS-CAL-STAT.

           SELECT OPTIONAL ISAM-STH-IN ASSIGN TO
                               "../STATUS-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS STH-KEY
                               FILE STATUS   IS WS-STH-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

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

           SELECT WORKSHEET-OUT ASSIGN TO "../R2T4-WORKSHEET.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-WKS-STAT.

           SELECT REPORT-OUT ASSIGN TO "../R2T4-RETURNS.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT SORT-WORK        ASSIGN TO "SORT-WORK.TXT".

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
      *    the Title IV funds in the order unearned aid is returned -
      *    unsubsidized then subsidized loans, PLUS, then the grants -
      *    kind L loan, G grant - a fund not listed is not Title IV
       FD  FND-IN.
       01  FND-LINE-IN.
           03  FND-CODE            PIC X(6).
           03  FILLER              PIC X.
           03  FND-KIND            PIC X.

       FD  ISAM-AID-IN.
       01  AID-REC-IN.
           03  AID-KEY.
               05  AID-STUD-ID    PIC 9(6).
               05  AID-SEM        PIC X(2).
               05  AID-YR         PIC X(4).
               05  AID-FUND       PIC X(6).
           03  AID-AMOUNT         PIC 9(7)V99.
           03  AID-DISB-DATE      PIC X(8).
           03  AID-MIN-HOURS      PIC 9(2).
           03  AID-DISBURSED      PIC X.

       FD  ISAM-REG-IN.
       01  REG-REC-IO.
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

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ISAM-IN-KEY.
               05  YEAR            PIC XXXX.
               05  SEMESTER        PIC XX.
           03  CRN                 PIC X(6).
           03  SUBJ                PIC X(5).
           03  CRSE                PIC X(6).
           03  TIME-DAY            PIC X(20).
           03  BLDG                PIC X(7).
           03  ROOM                PIC X(6).
           03  INSTRUCTOR          PIC X(22).
           03  INSTRUC-ID          PIC 9(6)    VALUE ZEROS.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

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

       FD  ISAM-PRT-IN.
       01  PRT-REC-IN.
           03  PRT-KEY.
               05  PRT-SEM        PIC X(2).
               05  PRT-YR         PIC X(4).
               05  PRT-CODE       PIC X(2).
           03  PRT-START          PIC X(8).
           03  PRT-END            PIC X(8).
           03  PRT-DROP-DL        PIC X(8).
           03  PRT-WD-DL          PIC X(8).

       FD  ISAM-ATT-IN.
       01  ATT-REC-IN.
           03  ATT-KEY.
               05  ATT-SEM        PIC X(2).
               05  ATT-YR         PIC X(4).
               05  ATT-CRN        PIC X(6).
               05  ATT-STUD-ID    PIC 9(6).
               05  ATT-DATE       PIC X(8).
           03  ATT-FLAG           PIC X.

       FD  ISAM-CAL-IN.
       01  CAL-REC-IN.
           03  CAL-KEY.
               05  CAL-SEM        PIC X(2).
               05  CAL-YR         PIC X(4).
               05  CAL-DATE       PIC X(8).
           03  CAL-DAY-TYPE       PIC X.
           03  CAL-DESC           PIC X(20).

       FD  ISAM-STH-IN.
       01  STH-REC-IN.
           03  STH-KEY.
               05  STH-STUD-ID    PIC 9(6).
               05  STH-SEQ        PIC 9(3).
           03  STH-OLD-STAT       PIC X.
           03  STH-NEW-STAT       PIC X.
           03  STH-RET-SEM        PIC X(2).
           03  STH-RET-YR         PIC X(4).
           03  STH-DATE           PIC X(8).
           03  STH-USER           PIC X(20).

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

       FD  WORKSHEET-OUT.
       01  WORKSHEET-LINE-OUT     PIC X(80).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

      *    one return owed - party S is the school's share, T is the
      *    grant overpayment the student owes back
       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-DEADLINE       PIC X(8).
           03  SORT-STUD-ID        PIC 9(6).
           03  SORT-FUND           PIC X(6).
           03  SORT-PARTY          PIC X.
           03  SORT-AMT            PIC 9(7)V99.
           03  SORT-WD-DATE        PIC X(8).

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
           03  WS-OWN-NAME             PIC X(20)   VALUE 'R2T4-CALC'.
           03  WS-FND-STAT             PIC XX      VALUE SPACES.
           03  WS-AID-STAT             PIC XX      VALUE SPACES.
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-SCH-STAT             PIC XX      VALUE SPACES.
           03  WS-SEM-STAT             PIC XX      VALUE SPACES.
           03  WS-PRT-STAT             PIC XX      VALUE SPACES.
           03  WS-ATT-STAT             PIC XX      VALUE SPACES.
           03  WS-CAL-STAT             PIC XX      VALUE SPACES.
           03  WS-STH-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-ACCT-STAT            PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-WKS-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  FND-EOF-FLAG            PIC X       VALUE SPACES.
               88 FND-EOF    VALUE '1'.
           03  AID-EOF-FLAG            PIC X       VALUE SPACES.
               88 AID-EOF    VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  STH-EOF-FLAG            PIC X       VALUE SPACES.
               88 STH-EOF    VALUE '1'.
           03  ATT-EOF-FLAG            PIC X       VALUE SPACES.
               88 ATT-EOF    VALUE '1'.
           03  CAL-EOF-FLAG            PIC X       VALUE SPACES.
               88 CAL-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.
           03  WS-DSB-FULL             PIC X       VALUE 'N'.
           03  WS-FND-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-FND-CNT              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-FND-HIT              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-DSB-IX               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-DSB-CNT              PIC 9(4)    VALUE ZEROS COMP.
           03  WS-GRP-LO               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-GRP-HI               PIC 9(4)    VALUE ZEROS COMP.
           03  WS-CRN-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-CRN-CNT              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-FIRST-LINE           PIC X       VALUE 'Y'.
           03  WS-CUR-DEADLINE         PIC X(8)    VALUE SPACES.

      *    the period, the withdrawal and the worksheet figures for the
      *    student being calculated
       01  WS-STUDENT-CALC.
           03  WS-STUD                 PIC 9(6)    VALUE ZEROS.
           03  WS-NAME                 PIC X(30)   VALUE SPACES.
           03  WS-ROW-CNT              PIC 9(3)    VALUE ZEROS.
           03  WS-LIVE-CNT             PIC 9(3)    VALUE ZEROS.
           03  WS-WD-TYPE              PIC X(10)   VALUE SPACES.
           03  WS-WD-SOURCE            PIC X(20)   VALUE SPACES.
           03  WS-WD-DATE              PIC X(8)    VALUE SPACES.
           03  WS-STH-HIT-DATE         PIC X(8)    VALUE SPACES.
           03  WS-LDA                  PIC X(8)    VALUE SPACES.
           03  WS-DET-DATE             PIC X(8)    VALUE SPACES.
           03  WS-DEADLINE             PIC X(8)    VALUE SPACES.
           03  WS-DATE-NUM             PIC 9(8)    VALUE ZEROS.
           03  WS-TERM-BEG             PIC X(8)    VALUE SPACES.
           03  WS-TERM-END             PIC X(8)    VALUE SPACES.
           03  WS-PER-BEG              PIC X(8)    VALUE SPACES.
           03  WS-PER-END              PIC X(8)    VALUE SPACES.
           03  WS-ROW-BEG              PIC X(8)    VALUE SPACES.
           03  WS-ROW-END              PIC X(8)    VALUE SPACES.
           03  WS-BEG-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-END-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-WD-INT               PIC 9(7)    VALUE ZEROS.
           03  WS-DUE-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-CAL-INT              PIC 9(7)    VALUE ZEROS.
           03  WS-RUN-LAST-INT         PIC 9(7)    VALUE ZEROS.
           03  WS-RUN-LEN              PIC 9(3)    VALUE ZEROS.
           03  WS-RUN-DONE             PIC 9(3)    VALUE ZEROS.
           03  WS-BRK-TOTAL            PIC 9(3)    VALUE ZEROS.
           03  WS-BRK-DONE             PIC 9(3)    VALUE ZEROS.
           03  WS-DAYS-TOTAL           PIC S9(5)   VALUE ZEROS.
           03  WS-DAYS-DONE            PIC S9(5)   VALUE ZEROS.
           03  WS-PCT-EARNED           PIC 9V999   VALUE ZEROS.
           03  WS-PCT-SHOW             PIC 999V9   VALUE ZEROS.
           03  WS-R2T4-DONE            PIC X       VALUE 'N'.
           03  WS-T4-TOTAL             PIC 9(7)V99 VALUE ZEROS.
           03  WS-GRANT-TOTAL          PIC 9(7)V99 VALUE ZEROS.
           03  WS-EARNED               PIC 9(7)V99 VALUE ZEROS.
           03  WS-UNEARNED             PIC 9(7)V99 VALUE ZEROS.
           03  WS-CHARGES              PIC 9(7)V99 VALUE ZEROS.
           03  WS-SCHOOL-SHARE         PIC 9(7)V99 VALUE ZEROS.
           03  WS-STUDENT-SHARE        PIC 9(7)V99 VALUE ZEROS.
           03  WS-STU-LOAN             PIC 9(7)V99 VALUE ZEROS.
           03  WS-STU-GRANT            PIC 9(7)V99 VALUE ZEROS.
           03  WS-GRANT-PROTECT        PIC 9(7)V99 VALUE ZEROS.
           03  WS-GRANT-OWED           PIC 9(7)V99 VALUE ZEROS.
           03  WS-LEFT                 PIC 9(7)V99 VALUE ZEROS.
           03  WS-AVAIL                PIC 9(7)V99 VALUE ZEROS.
           03  WS-MOVE-AMT             PIC 9(7)V99 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           03  WS-ENROLLED-COUNT       PIC 9(5)    VALUE ZEROS.
           03  WS-WD-COUNT             PIC 9(5)    VALUE ZEROS.
           03  WS-ALREADY-COUNT        PIC 9(5)    VALUE ZEROS.
           03  WS-EARNED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-RET-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-RET-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  WS-OWED-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-OWED-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           03  WS-DUE-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-DUE-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  WS-LIST-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-LIST-TOTAL           PIC 9(9)V99 VALUE ZEROS.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

       01  WS-FND-TABLE.
           03  WS-FND-ENTRY        OCCURS 20 TIMES.
               05  WS-FND-CODE     PIC X(6).
               05  WS-FND-KIND     PIC X.

      *    every Title IV disbursement for the term - the award file
      *    is keyed by student first so each student's funds land side
      *    by side
       01  WS-DSB-TABLE.
           03  WS-DSB-ENTRY        OCCURS 5000 TIMES.
               05  WS-DSB-STUD     PIC 9(6).
               05  WS-DSB-FUND     PIC X(6).
               05  WS-DSB-KIND     PIC X.
               05  WS-DSB-AMT      PIC 9(7)V99.
               05  WS-DSB-SCHOOL   PIC 9(7)V99.
               05  WS-DSB-STUDENT  PIC 9(7)V99.

       01  WS-CRN-TABLE.
           03  WS-CRN-ENTRY        PIC X(6)    OCCURS 20 TIMES.

       01  WKS-HEAD-1.
           03  FILLER      PIC X(34)
               VALUE 'RETURN OF TITLE IV AID WORKSHEET  '.
           03  WH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  WH-YR       PIC X(4).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  WH-DATE     PIC X(10).

       01  WKS-STUD-LINE.
           03  FILLER      PIC X(8)    VALUE 'STUDENT '.
           03  WK-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  WK-NAME     PIC X(30).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  WK-TYPE     PIC X(10).

       01  WKS-DATE-LINE.
           03  FILLER      PIC X(18)   VALUE '  WITHDRAWAL DATE '.
           03  WK-WD-DATE  PIC X(8).
           03  FILLER      PIC X(6)    VALUE ' FROM '.
           03  WK-SOURCE   PIC X(20).
           03  FILLER      PIC X(10)   VALUE ' RETURN BY'.
           03  FILLER      PIC X       VALUE SPACE.
           03  WK-DEADLINE PIC X(8).

       01  WKS-DAYS-LINE.
           03  FILLER      PIC X(9)    VALUE '  PERIOD '.
           03  WK-BEG      PIC X(8).
           03  FILLER      PIC X(4)    VALUE ' TO '.
           03  WK-END      PIC X(8).
           03  FILLER      PIC X(7)    VALUE '  DAYS '.
           03  WK-DONE     PIC ZZZ9.
           03  FILLER      PIC X(4)    VALUE ' OF '.
           03  WK-TOTAL    PIC ZZZ9.
           03  FILLER      PIC X(13)   VALUE '  BREAK DAYS '.
           03  WK-BRK      PIC ZZ9.

       01  WKS-AMT-LINE.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  WA-LABEL    PIC X(36).
           03  WA-AMT      PIC ZZZ,ZZ9.99.

       01  WKS-PCT-LINE.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(36)   VALUE 'PERCENT OF AID EARNED'.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  WP-PCT      PIC ZZ9.9.
           03  FILLER      PIC X       VALUE '%'.

       01  WKS-FUND-HEAD.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(8)    VALUE 'FUND'.
           03  FILLER      PIC X(7)    VALUE 'KIND'.
           03  FILLER      PIC X(10)   VALUE ' DISBURSED'.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(10)   VALUE '    SCHOOL'.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(10)   VALUE '   STUDENT'.

       01  WKS-FUND-LINE.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  WF-FUND     PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  WF-KIND     PIC X(5).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  WF-DISB     PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  WF-SCHOOL   PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  WF-STUDENT  PIC ZZZ,ZZ9.99.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(34)
               VALUE 'TITLE IV RETURNS DUE BY DEADLINE  '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(10)   VALUE 'DEADLINE'.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(8)    VALUE 'FUND'.
           03  FILLER      PIC X(9)    VALUE 'OWED BY'.
           03  FILLER      PIC X(10)   VALUE '    AMOUNT'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(10)   VALUE 'WITHDRAWN'.
           03  FILLER      PIC X(8)    VALUE 'STATUS'.

       01  RPT-DETAIL.
           03  RD-DEADLINE PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-FUND     PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-PARTY    PIC X(7).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-AMT      PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-WD-DATE  PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-FLAG     PIC X(8).

       01  RPT-NOTE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RN-TEXT     PIC X(60).

       01  RPT-TOTAL.
           03  FILLER      PIC X(30).
           03  RT-COUNT    PIC ZZ,ZZ9.
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
           03  LINE 1 COL 1  VALUE "R2T4-CALC".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 25 VALUE "RETURN OF TITLE IV AID".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25            VALUE '             SEM/YR:'.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 12 COL 25 VALUE ' WITHDRAWN:'.
           03  LINE 12 COL 37 PIC 9(5) FROM WS-WD-COUNT.
           03  LINE 13 COL 25 VALUE '   RETURNS:'.
           03  LINE 13 COL 37 PIC 9(5) FROM WS-RET-COUNT.
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

           PERFORM 100-LOAD-FUND-LIST
           IF WS-FND-CNT EQUAL ZEROS
               MOVE 'R2T4-FUNDS.TXT NOT FOUND OR EMPTY' TO WS-MSG
           ELSE
               PERFORM 200-RUN-CALCULATION
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
      *    question from RUN-PARMS.TXT and never touches the keyboard
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
      *    tonight against the prior run - read counts the students
      *    with Title IV aid for the term, written the return rows
      *    posted, rejected the withdrawals already calculated, amount
      *    the dollars returned by the school
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'R2T4-CALC'     TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-LOAD-FUND-LIST.
      *    the list order is the return order, so the lines are kept
      *    exactly as the aid office wrote them
           MOVE ZEROS TO WS-FND-CNT
           OPEN INPUT FND-IN
           IF WS-FND-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FND-EOF-FLAG
           PERFORM UNTIL FND-EOF
               READ FND-IN
                   AT END
                       MOVE 1 TO FND-EOF-FLAG
                   NOT AT END
                       IF FND-CODE NOT EQUAL SPACES
                           AND (FND-KIND EQUAL 'L'
                             OR FND-KIND EQUAL 'G')
                           AND WS-FND-CNT LESS THAN 20
                           ADD 1 TO WS-FND-CNT
                           MOVE FND-CODE TO WS-FND-CODE(WS-FND-CNT)
                           MOVE FND-KIND TO WS-FND-KIND(WS-FND-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FND-IN.
      *-----------------------------------------------------------------
       150-READ-TERM-DATES.
      *    the full term runs from the first day of classes to the
      *    last day of the term on the semester row
           MOVE SPACES TO WS-TERM-BEG
           MOVE SPACES TO WS-TERM-END
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-SEM-TERM-BEG NUMERIC
                       AND ISAM-SEM-TERM-END NUMERIC
                       AND ISAM-SEM-TERM-END GREATER THAN
                           ISAM-SEM-TERM-BEG
                       MOVE ISAM-SEM-TERM-BEG TO WS-TERM-BEG
                       MOVE ISAM-SEM-TERM-END TO WS-TERM-END
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-RUN-CALCULATION.
           OPEN INPUT ISAM-AID-IN
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-SEM-IN
           OPEN INPUT ISAM-PRT-IN
           OPEN INPUT ISAM-ATT-IN
           OPEN INPUT ISAM-CAL-IN
           OPEN INPUT ISAM-STH-IN
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
           OPEN OUTPUT WORKSHEET-OUT
           OPEN OUTPUT REPORT-OUT

           MOVE WS-SEM       TO WH-SEM
           MOVE WS-YR        TO WH-YR
           MOVE DISPLAY-DATE TO WH-DATE
           WRITE WORKSHEET-LINE-OUT FROM WKS-HEAD-1
           MOVE SPACES TO WORKSHEET-LINE-OUT
           WRITE WORKSHEET-LINE-OUT
           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT

           PERFORM 150-READ-TERM-DATES
           IF WS-TERM-BEG EQUAL SPACES
               MOVE 'TERM DATES NOT ON SEMESTER-MASTER - NOTHING POSTED'
                   TO RN-TEXT
               WRITE WORKSHEET-LINE-OUT FROM RPT-NOTE
               MOVE 'NO TERM DATES - RUN STOPPED' TO WS-MSG
           ELSE
               PERFORM 250-LOAD-DISBURSEMENTS
               IF WS-DSB-FULL EQUAL 'Y'
      *            a student cut off mid-table would be figured on
      *            part of the aid - nothing is posted
                   MOVE 'TOO MANY DISBURSEMENTS - NOTHING POSTED'
                       TO RN-TEXT
                   WRITE WORKSHEET-LINE-OUT FROM RPT-NOTE
                   MOVE 'TOO MANY DISBURSEMENTS - RUN STOPPED'
                       TO WS-MSG
               ELSE
                   SORT SORT-WORK
                       ON ASCENDING KEY SORT-DEADLINE SORT-STUD-ID
                       INPUT  PROCEDURE 300-CALCULATE-RETURNS
                       OUTPUT PROCEDURE 700-PRINT-RETURNS-DUE
                   PERFORM 900-WRITE-CONTROL-TOTALS
                   MOVE WS-RET-COUNT     TO WS-CTL-WRITTEN
                   MOVE WS-ALREADY-COUNT TO WS-CTL-REJECTED
                   MOVE WS-RET-TOTAL     TO WS-CTL-AMOUNT
                   MOVE SPACES TO WS-MSG
                   STRING WS-WD-COUNT ' WITHDRAWAL(S) CALCULATED'
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
           END-IF

           CLOSE ISAM-AID-IN
           CLOSE ISAM-REG-IN
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-SEM-IN
           CLOSE ISAM-PRT-IN
           CLOSE ISAM-ATT-IN
           CLOSE ISAM-CAL-IN
           CLOSE ISAM-STH-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-ACCT-IO
           CLOSE ISAM-ACD-IO
           CLOSE WORKSHEET-OUT
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       250-LOAD-DISBURSEMENTS.
      *    only aid actually paid out counts - an award still waiting
      *    on AID-DISBURSE was never on the account to be earned
           MOVE ZEROS TO WS-DSB-CNT
           MOVE 'N'   TO WS-DSB-FULL
           MOVE LOW-VALUES TO AID-KEY
           START ISAM-AID-IN KEY IS NOT LESS THAN AID-KEY
               INVALID KEY
                   MOVE 1 TO AID-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO AID-EOF-FLAG
           END-START
           PERFORM UNTIL AID-EOF
               READ ISAM-AID-IN NEXT RECORD
                   AT END
                       MOVE 1 TO AID-EOF-FLAG
                   NOT AT END
                       IF AID-SEM EQUAL WS-SEM
                           AND AID-YR EQUAL WS-YR
                           AND AID-DISBURSED EQUAL 'Y'
                           AND AID-AMOUNT GREATER THAN ZEROS
                           PERFORM 260-TAKE-DISBURSEMENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       260-TAKE-DISBURSEMENT.
           MOVE ZEROS TO WS-FND-HIT
           PERFORM VARYING WS-FND-IX FROM 1 BY 1
                   UNTIL WS-FND-IX GREATER THAN WS-FND-CNT
                      OR WS-FND-HIT GREATER THAN ZEROS
               IF WS-FND-CODE(WS-FND-IX) EQUAL AID-FUND
                   MOVE WS-FND-IX TO WS-FND-HIT
               END-IF
           END-PERFORM
           IF WS-FND-HIT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DSB-CNT NOT LESS THAN 5000
               MOVE 'Y' TO WS-DSB-FULL
               MOVE 1   TO AID-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DSB-CNT
           MOVE AID-STUD-ID  TO WS-DSB-STUD(WS-DSB-CNT)
           MOVE AID-FUND     TO WS-DSB-FUND(WS-DSB-CNT)
           MOVE WS-FND-KIND(WS-FND-HIT) TO WS-DSB-KIND(WS-DSB-CNT)
           MOVE AID-AMOUNT   TO WS-DSB-AMT(WS-DSB-CNT)
           MOVE ZEROS        TO WS-DSB-SCHOOL(WS-DSB-CNT)
           MOVE ZEROS        TO WS-DSB-STUDENT(WS-DSB-CNT).
      *-----------------------------------------------------------------
       300-CALCULATE-RETURNS.
      *    the table is walked one student at a time - WS-GRP-LO and
      *    WS-GRP-HI bracket that student's disbursements
           MOVE 1 TO WS-GRP-LO
           PERFORM VARYING WS-DSB-IX FROM 2 BY 1
                   UNTIL WS-DSB-IX GREATER THAN WS-DSB-CNT
               IF WS-DSB-STUD(WS-DSB-IX) NOT EQUAL
                   WS-DSB-STUD(WS-GRP-LO)
                   COMPUTE WS-GRP-HI = WS-DSB-IX - 1
                   PERFORM 310-CALC-ONE-STUDENT
                   MOVE WS-DSB-IX TO WS-GRP-LO
               END-IF
           END-PERFORM
           IF WS-DSB-CNT GREATER THAN ZEROS
               MOVE WS-DSB-CNT TO WS-GRP-HI
               PERFORM 310-CALC-ONE-STUDENT
           END-IF.
      *-----------------------------------------------------------------
       310-CALC-ONE-STUDENT.
           MOVE WS-DSB-STUD(WS-GRP-LO) TO WS-STUD
           ADD 1 TO WS-CTL-READ
           MOVE ZEROS TO WS-T4-TOTAL
           MOVE ZEROS TO WS-GRANT-TOTAL
           PERFORM VARYING WS-DSB-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-DSB-IX GREATER THAN WS-GRP-HI
               ADD WS-DSB-AMT(WS-DSB-IX) TO WS-T4-TOTAL
               IF WS-DSB-KIND(WS-DSB-IX) EQUAL 'G'
                   ADD WS-DSB-AMT(WS-DSB-IX) TO WS-GRANT-TOTAL
               END-IF
           END-PERFORM

           PERFORM 320-FIND-WITHDRAWAL
           IF WS-WD-TYPE EQUAL SPACES
               ADD 1 TO WS-ENROLLED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WD-COUNT

           MOVE WS-STUD TO ISAM-IO-ID
           MOVE SPACES  TO WS-NAME
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NAME NOT ON FILE' TO WS-NAME
               NOT INVALID KEY
                   STRING ISAM-STUD-LNAME DELIMITED BY SPACE
                       ', ' DELIMITED BY SIZE
                       ISAM-SUTD-FNAME DELIMITED BY SPACE
                       INTO WS-NAME
           END-READ
           MOVE WS-STUD    TO WK-STUD-ID
           MOVE WS-NAME    TO WK-NAME
           MOVE WS-WD-TYPE TO WK-TYPE
           WRITE WORKSHEET-LINE-OUT FROM WKS-STUD-LINE

           PERFORM 340-SCAN-ACCOUNT
           IF WS-R2T4-DONE EQUAL 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'RETURN ALREADY POSTED ON THE ACCOUNT - SKIPPED'
                   TO RN-TEXT
               WRITE WORKSHEET-LINE-OUT FROM RPT-NOTE
               MOVE SPACES TO WORKSHEET-LINE-OUT
               WRITE WORKSHEET-LINE-OUT
               EXIT PARAGRAPH
           END-IF

           PERFORM 350-SET-PERIOD
           IF WS-WD-TYPE EQUAL 'UNOFFICIAL'
               PERFORM 360-LAST-ATTENDANCE
               MOVE WS-NOW-DATE TO WS-DET-DATE
           ELSE
               MOVE WS-WD-DATE  TO WS-DET-DATE
           END-IF
           COMPUTE WS-WD-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-WD-DATE))
      *    the school has 45 days from the day it learned of the
      *    withdrawal to send its share back
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DET-DATE))
               + 45
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-DEADLINE

           PERFORM 370-COUNT-BREAKS
           PERFORM 380-PERCENT-EARNED
           PERFORM 400-SPLIT-SHARES
           PERFORM 450-POST-RETURNS
           PERFORM 600-WRITE-WORKSHEET.
      *-----------------------------------------------------------------
       320-FIND-WITHDRAWAL.
      *    a course still ungraded or passed means the student is
      *    still enrolled - with none left, a withdrawn row on the
      *    status history makes it official, otherwise a student who
      *    walked away with W and F grades is an unofficial withdrawal
           MOVE SPACES TO WS-WD-TYPE
           MOVE SPACES TO WS-WD-SOURCE
           MOVE SPACES TO WS-WD-DATE
           MOVE ZEROS  TO WS-ROW-CNT
           MOVE ZEROS  TO WS-LIVE-CNT
           MOVE ZEROS  TO WS-CRN-CNT
           MOVE WS-SEM  TO REG-IO-SEM
           MOVE WS-YR   TO REG-IO-YR
           MOVE WS-STUD TO REG-IO-STUD-ID
           READ ISAM-REG-IN KEY IS REG-STUD-ID-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 325-TALLY-REG-ROW
                   MOVE SPACES TO REG-EOF-FLAG
                   PERFORM UNTIL REG-EOF
                       READ ISAM-REG-IN NEXT RECORD
                           AT END
                               MOVE 1 TO REG-EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-STUD-ID NOT EQUAL WS-STUD
                                   MOVE 1 TO REG-EOF-FLAG
                               ELSE
                                   PERFORM 325-TALLY-REG-ROW
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ
           IF WS-LIVE-CNT GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 330-FIND-STATUS-HIST
           IF WS-STH-HIT-DATE NOT EQUAL SPACES
               MOVE 'OFFICIAL'       TO WS-WD-TYPE
               MOVE WS-STH-HIT-DATE  TO WS-WD-DATE
               MOVE 'STATUS HISTORY' TO WS-WD-SOURCE
           ELSE
               IF WS-ROW-CNT GREATER THAN ZEROS
                   MOVE 'UNOFFICIAL' TO WS-WD-TYPE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       325-TALLY-REG-ROW.
      *    a waitlisted row was never a seat and is left out
           IF REG-IO-STATUS EQUAL 'W'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-CNT
           IF REG-IO-GRADE NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'F'
               ADD 1 TO WS-LIVE-CNT
           END-IF
           IF WS-CRN-CNT LESS THAN 20
               ADD 1 TO WS-CRN-CNT
               MOVE REG-IO-CRN TO WS-CRN-ENTRY(WS-CRN-CNT)
           END-IF.
      *-----------------------------------------------------------------
       330-FIND-STATUS-HIST.
      *    the latest withdrawn row dated inside the term is the day
      *    the student told the registrar
           MOVE SPACES TO WS-STH-HIT-DATE
           MOVE WS-STUD TO STH-STUD-ID
           MOVE ZEROS   TO STH-SEQ
           START ISAM-STH-IN KEY IS NOT LESS THAN STH-KEY
               INVALID KEY
                   MOVE 1 TO STH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO STH-EOF-FLAG
           END-START
           PERFORM UNTIL STH-EOF
               READ ISAM-STH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO STH-EOF-FLAG
                   NOT AT END
                       IF STH-STUD-ID NOT EQUAL WS-STUD
                           MOVE 1 TO STH-EOF-FLAG
                       ELSE
                           IF STH-NEW-STAT EQUAL 'W'
                               AND STH-DATE NUMERIC
                               AND STH-DATE NOT LESS THAN WS-TERM-BEG
                               AND STH-DATE NOT GREATER THAN
                                   WS-TERM-END
                               AND STH-DATE GREATER THAN
                                   WS-STH-HIT-DATE
                               MOVE STH-DATE TO WS-STH-HIT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       340-SCAN-ACCOUNT.
      *    institutional charges are the tuition and fees billed for
      *    the term - an R2T4 row already on the term means an earlier
      *    run did this withdrawal and it is not figured twice
           MOVE ZEROS  TO WS-CHARGES
           MOVE 'N'    TO WS-R2T4-DONE
           MOVE WS-STUD TO ACD-IO-STUD-ID
           MOVE WS-SEM  TO ACD-IO-SEM
           MOVE WS-YR   TO ACD-IO-YR
           MOVE ZEROS   TO ACD-IO-SEQ
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
                       IF ACD-IO-STUD-ID NOT EQUAL WS-STUD
                           OR ACD-IO-SEM NOT EQUAL WS-SEM
                           OR ACD-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           EVALUATE ACD-IO-CODE
                               WHEN 'TUIT'
                               WHEN 'FEE '
                                   IF ACD-IO-AMOUNT GREATER THAN ZEROS
                                       ADD ACD-IO-AMOUNT TO WS-CHARGES
                                   END-IF
                               WHEN 'R2T4'
                                   MOVE 'Y' TO WS-R2T4-DONE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       350-SET-PERIOD.
      *    the period runs from the earliest start to the latest end
      *    of the student's sections - a section in a part of term
      *    takes that part's dates, any other the full term's
           MOVE SPACES TO WS-PER-BEG
           MOVE SPACES TO WS-PER-END
           PERFORM VARYING WS-CRN-IX FROM 1 BY 1
                   UNTIL WS-CRN-IX GREATER THAN WS-CRN-CNT
               PERFORM 355-TAKE-SECTION-DATES
           END-PERFORM
           IF WS-PER-BEG EQUAL SPACES
               MOVE WS-TERM-BEG TO WS-PER-BEG
               MOVE WS-TERM-END TO WS-PER-END
           END-IF
           COMPUTE WS-BEG-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PER-BEG))
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PER-END)).
      *-----------------------------------------------------------------
       355-TAKE-SECTION-DATES.
           MOVE WS-TERM-BEG TO WS-ROW-BEG
           MOVE WS-TERM-END TO WS-ROW-END
           MOVE WS-YR  TO YEAR
           MOVE WS-SEM TO SEMESTER
           MOVE WS-CRN-ENTRY(WS-CRN-IX) TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PART-OF-TERM NOT EQUAL SPACES
                       MOVE WS-SEM       TO PRT-SEM
                       MOVE WS-YR        TO PRT-YR
                       MOVE PART-OF-TERM TO PRT-CODE
                       READ ISAM-PRT-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PRT-START NUMERIC
                                   AND PRT-END NUMERIC
                                   AND PRT-END GREATER THAN PRT-START
                                   MOVE PRT-START TO WS-ROW-BEG
                                   MOVE PRT-END   TO WS-ROW-END
                               END-IF
                       END-READ
                   END-IF
           END-READ
           IF WS-PER-BEG EQUAL SPACES
               OR WS-ROW-BEG LESS THAN WS-PER-BEG
               MOVE WS-ROW-BEG TO WS-PER-BEG
           END-IF
           IF WS-PER-END EQUAL SPACES
               OR WS-ROW-END GREATER THAN WS-PER-END
               MOVE WS-ROW-END TO WS-PER-END
           END-IF.
      *-----------------------------------------------------------------
       360-LAST-ATTENDANCE.
      *    the last day marked present in any of the student's
      *    sections - with no attendance taken at all the rules put
      *    the withdrawal at the midpoint of the period
           MOVE SPACES TO WS-LDA
           PERFORM VARYING WS-CRN-IX FROM 1 BY 1
                   UNTIL WS-CRN-IX GREATER THAN WS-CRN-CNT
               PERFORM 365-SCAN-CRN-ATTENDANCE
           END-PERFORM
           IF WS-LDA NOT EQUAL SPACES
               MOVE WS-LDA            TO WS-WD-DATE
               MOVE 'LAST ATTENDANCE' TO WS-WD-SOURCE
           ELSE
               COMPUTE WS-WD-INT = WS-BEG-INT
                                 + (WS-END-INT - WS-BEG-INT) / 2
               MOVE FUNCTION DATE-OF-INTEGER(WS-WD-INT) TO WS-DATE-NUM
               MOVE WS-DATE-NUM       TO WS-WD-DATE
               MOVE 'PERIOD MIDPOINT' TO WS-WD-SOURCE
           END-IF.
      *-----------------------------------------------------------------
       365-SCAN-CRN-ATTENDANCE.
           MOVE WS-SEM  TO ATT-SEM
           MOVE WS-YR   TO ATT-YR
           MOVE WS-CRN-ENTRY(WS-CRN-IX) TO ATT-CRN
           MOVE WS-STUD TO ATT-STUD-ID
           MOVE LOW-VALUES TO ATT-DATE
           START ISAM-ATT-IN KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   MOVE 1 TO ATT-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ATT-EOF-FLAG
           END-START
           PERFORM UNTIL ATT-EOF
               READ ISAM-ATT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO ATT-EOF-FLAG
                   NOT AT END
                       IF ATT-SEM NOT EQUAL WS-SEM
                           OR ATT-YR NOT EQUAL WS-YR
                           OR ATT-CRN NOT EQUAL WS-CRN-ENTRY(WS-CRN-IX)
                           OR ATT-STUD-ID NOT EQUAL WS-STUD
                           MOVE 1 TO ATT-EOF-FLAG
                       ELSE
                           IF ATT-FLAG EQUAL 'P'
                               AND ATT-DATE NUMERIC
                               AND ATT-DATE GREATER THAN WS-LDA
                               MOVE ATT-DATE TO WS-LDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       370-COUNT-BREAKS.
      *    only a scheduled break of five or more days in a row comes
      *    out of the period - a long weekend stays in - and the days
      *    of it already past by the withdrawal come out of the days
      *    completed as well
           MOVE ZEROS TO WS-BRK-TOTAL
           MOVE ZEROS TO WS-BRK-DONE
           MOVE ZEROS TO WS-RUN-LEN
           MOVE ZEROS TO WS-RUN-DONE
           MOVE ZEROS TO WS-RUN-LAST-INT
           MOVE WS-SEM     TO CAL-SEM
           MOVE WS-YR      TO CAL-YR
           MOVE WS-PER-BEG TO CAL-DATE
           START ISAM-CAL-IN KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY
                   MOVE 1 TO CAL-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CAL-EOF-FLAG
           END-START
           PERFORM UNTIL CAL-EOF
               READ ISAM-CAL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO CAL-EOF-FLAG
                   NOT AT END
                       IF CAL-SEM NOT EQUAL WS-SEM
                           OR CAL-YR NOT EQUAL WS-YR
                           OR CAL-DATE GREATER THAN WS-PER-END
                           MOVE 1 TO CAL-EOF-FLAG
                       ELSE
                           IF CAL-DAY-TYPE EQUAL 'B'
                               AND CAL-DATE NUMERIC
                               PERFORM 375-TAKE-BREAK-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 378-CLOSE-BREAK-RUN.
      *-----------------------------------------------------------------
       375-TAKE-BREAK-DAY.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CAL-DATE))
           IF WS-RUN-LEN GREATER THAN ZEROS
               AND WS-CAL-INT NOT EQUAL WS-RUN-LAST-INT + 1
               PERFORM 378-CLOSE-BREAK-RUN
           END-IF
           ADD 1 TO WS-RUN-LEN
           IF WS-CAL-INT NOT GREATER THAN WS-WD-INT
               ADD 1 TO WS-RUN-DONE
           END-IF
           MOVE WS-CAL-INT TO WS-RUN-LAST-INT.
      *-----------------------------------------------------------------
       378-CLOSE-BREAK-RUN.
           IF WS-RUN-LEN NOT LESS THAN 5
               ADD WS-RUN-LEN  TO WS-BRK-TOTAL
               ADD WS-RUN-DONE TO WS-BRK-DONE
           END-IF
           MOVE ZEROS TO WS-RUN-LEN
           MOVE ZEROS TO WS-RUN-DONE.
      *-----------------------------------------------------------------
       380-PERCENT-EARNED.
      *    days completed over days in the period, carried to three
      *    places - past 60 percent of the period all aid is earned
           COMPUTE WS-DAYS-TOTAL = WS-END-INT - WS-BEG-INT + 1
                                 - WS-BRK-TOTAL
           EVALUATE TRUE
               WHEN WS-WD-INT LESS THAN WS-BEG-INT
                   MOVE ZEROS TO WS-DAYS-DONE
               WHEN WS-WD-INT NOT LESS THAN WS-END-INT
                   MOVE WS-DAYS-TOTAL TO WS-DAYS-DONE
               WHEN OTHER
                   COMPUTE WS-DAYS-DONE = WS-WD-INT - WS-BEG-INT + 1
                                        - WS-BRK-DONE
           END-EVALUATE
           IF WS-DAYS-TOTAL NOT GREATER THAN ZEROS
               MOVE 1 TO WS-PCT-EARNED
           ELSE
               COMPUTE WS-PCT-EARNED ROUNDED =
                   WS-DAYS-DONE / WS-DAYS-TOTAL
           END-IF
           IF WS-PCT-EARNED GREATER THAN .600
               MOVE 1 TO WS-PCT-EARNED
           END-IF
           COMPUTE WS-PCT-SHOW = WS-PCT-EARNED * 100.
      *-----------------------------------------------------------------
       400-SPLIT-SHARES.
      *    the school returns the lesser of the unearned aid and the
      *    unearned part of its charges, the student the rest - the
      *    student's loan share is repaid on the note's own terms and
      *    only grant above half the grant aid paid (and over $50) is
      *    owed back
           PERFORM VARYING WS-DSB-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-DSB-IX GREATER THAN WS-GRP-HI
               MOVE ZEROS TO WS-DSB-SCHOOL(WS-DSB-IX)
               MOVE ZEROS TO WS-DSB-STUDENT(WS-DSB-IX)
           END-PERFORM
           COMPUTE WS-EARNED ROUNDED = WS-T4-TOTAL * WS-PCT-EARNED
           COMPUTE WS-UNEARNED = WS-T4-TOTAL - WS-EARNED
           COMPUTE WS-SCHOOL-SHARE ROUNDED =
               WS-CHARGES * (1 - WS-PCT-EARNED)
           IF WS-SCHOOL-SHARE GREATER THAN WS-UNEARNED
               MOVE WS-UNEARNED TO WS-SCHOOL-SHARE
           END-IF
           COMPUTE WS-STUDENT-SHARE = WS-UNEARNED - WS-SCHOOL-SHARE

           MOVE WS-SCHOOL-SHARE TO WS-LEFT
           PERFORM VARYING WS-FND-IX FROM 1 BY 1
                   UNTIL WS-FND-IX GREATER THAN WS-FND-CNT
                      OR WS-LEFT EQUAL ZEROS
               PERFORM 410-SCHOOL-BY-FUND
           END-PERFORM

           MOVE ZEROS TO WS-STU-LOAN
           MOVE ZEROS TO WS-STU-GRANT
           MOVE WS-STUDENT-SHARE TO WS-LEFT
           PERFORM VARYING WS-FND-IX FROM 1 BY 1
                   UNTIL WS-FND-IX GREATER THAN WS-FND-CNT
                      OR WS-LEFT EQUAL ZEROS
               PERFORM 420-STUDENT-BY-FUND
           END-PERFORM

           COMPUTE WS-GRANT-PROTECT ROUNDED = WS-GRANT-TOTAL * .5
           MOVE ZEROS TO WS-GRANT-OWED
           IF WS-STU-GRANT GREATER THAN WS-GRANT-PROTECT
               COMPUTE WS-GRANT-OWED = WS-STU-GRANT - WS-GRANT-PROTECT
           END-IF
           IF WS-GRANT-OWED NOT GREATER THAN 50
               MOVE ZEROS TO WS-GRANT-OWED
           END-IF.
      *-----------------------------------------------------------------
       410-SCHOOL-BY-FUND.
           PERFORM VARYING WS-DSB-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-DSB-IX GREATER THAN WS-GRP-HI
                      OR WS-LEFT EQUAL ZEROS
               IF WS-DSB-FUND(WS-DSB-IX) EQUAL WS-FND-CODE(WS-FND-IX)
                   IF WS-LEFT LESS THAN WS-DSB-AMT(WS-DSB-IX)
                       MOVE WS-LEFT TO WS-MOVE-AMT
                   ELSE
                       MOVE WS-DSB-AMT(WS-DSB-IX) TO WS-MOVE-AMT
                   END-IF
                   MOVE WS-MOVE-AMT TO WS-DSB-SCHOOL(WS-DSB-IX)
                   SUBTRACT WS-MOVE-AMT FROM WS-LEFT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       420-STUDENT-BY-FUND.
           PERFORM VARYING WS-DSB-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-DSB-IX GREATER THAN WS-GRP-HI
                      OR WS-LEFT EQUAL ZEROS
               IF WS-DSB-FUND(WS-DSB-IX) EQUAL WS-FND-CODE(WS-FND-IX)
                   COMPUTE WS-AVAIL = WS-DSB-AMT(WS-DSB-IX)
                                    - WS-DSB-SCHOOL(WS-DSB-IX)
                   IF WS-LEFT LESS THAN WS-AVAIL
                       MOVE WS-LEFT  TO WS-MOVE-AMT
                   ELSE
                       MOVE WS-AVAIL TO WS-MOVE-AMT
                   END-IF
                   MOVE WS-MOVE-AMT TO WS-DSB-STUDENT(WS-DSB-IX)
                   SUBTRACT WS-MOVE-AMT FROM WS-LEFT
                   IF WS-DSB-KIND(WS-DSB-IX) EQUAL 'L'
                       ADD WS-MOVE-AMT TO WS-STU-LOAN
                   ELSE
                       ADD WS-MOVE-AMT TO WS-STU-GRANT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       450-POST-RETURNS.
      *    each fund the school sends back reverses that much aid on
      *    the account, and every return owed goes to the sort for
      *    the deadline list
           IF WS-UNEARNED EQUAL ZEROS
               ADD 1 TO WS-EARNED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DSB-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-DSB-IX GREATER THAN WS-GRP-HI
               IF WS-DSB-SCHOOL(WS-DSB-IX) GREATER THAN ZEROS
                   PERFORM 460-POST-ONE-RETURN
               END-IF
           END-PERFORM
           IF WS-GRANT-OWED GREATER THAN ZEROS
               ADD 1             TO WS-OWED-COUNT
               ADD WS-GRANT-OWED TO WS-OWED-TOTAL
               MOVE WS-DEADLINE   TO SORT-DEADLINE
               MOVE WS-STUD       TO SORT-STUD-ID
               MOVE 'GRANT'       TO SORT-FUND
               MOVE 'T'           TO SORT-PARTY
               MOVE WS-GRANT-OWED TO SORT-AMT
               MOVE WS-WD-DATE    TO SORT-WD-DATE
               RELEASE SORT-REC
           END-IF.
      *-----------------------------------------------------------------
       460-POST-ONE-RETURN.
           MOVE WS-DSB-SCHOOL(WS-DSB-IX) TO WS-MOVE-AMT
           PERFORM 500-UPDATE-ACCOUNT
           ADD 1           TO WS-RET-COUNT
           ADD WS-MOVE-AMT TO WS-RET-TOTAL
           MOVE WS-DEADLINE              TO SORT-DEADLINE
           MOVE WS-STUD                  TO SORT-STUD-ID
           MOVE WS-DSB-FUND(WS-DSB-IX)   TO SORT-FUND
           MOVE 'S'                      TO SORT-PARTY
           MOVE WS-MOVE-AMT              TO SORT-AMT
           MOVE WS-WD-DATE               TO SORT-WD-DATE
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       500-UPDATE-ACCOUNT.
      *    the R2T4 row is a charge for the aid taken back, so the
      *    term's paid total comes down by the same amount - aid the
      *    account already refunded out leaves paid short, and the
      *    rest goes on the bill instead
           MOVE WS-STUD TO ACB-IO-STUD-ID
           MOVE WS-SEM  TO ACB-IO-SEM
           MOVE WS-YR   TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACB-IO-PAID NOT LESS THAN WS-MOVE-AMT
               SUBTRACT WS-MOVE-AMT FROM ACB-IO-PAID
           ELSE
               COMPUTE ACB-IO-BILLED = ACB-IO-BILLED + WS-MOVE-AMT
                                     - ACB-IO-PAID
               MOVE ZEROS TO ACB-IO-PAID
           END-IF
           REWRITE ACCT-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 550-FIND-NEXT-SEQ
           MOVE WS-STUD         TO ACD-IO-STUD-ID
           MOVE WS-SEM          TO ACD-IO-SEM
           MOVE WS-YR           TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE 'R2T4'          TO ACD-IO-CODE
           MOVE SPACES          TO ACD-IO-DESC
           STRING 'TITLE IV RETURN ' WS-DSB-FUND(WS-DSB-IX)
               DELIMITED BY SIZE INTO ACD-IO-DESC
           MOVE WS-MOVE-AMT     TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'R2T4-CALC'     TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       550-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE WS-STUD TO ACD-IO-STUD-ID
           MOVE WS-SEM  TO ACD-IO-SEM
           MOVE WS-YR   TO ACD-IO-YR
           MOVE ZEROS   TO ACD-IO-SEQ
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
                       IF ACD-IO-STUD-ID NOT EQUAL WS-STUD
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
       600-WRITE-WORKSHEET.
      *    the lines follow the federal worksheet - aid disbursed,
      *    percent earned, earned and unearned aid, the school's and
      *    the student's share, then the return fund by fund
           MOVE WS-WD-DATE   TO WK-WD-DATE
           MOVE WS-WD-SOURCE TO WK-SOURCE
           MOVE WS-DEADLINE  TO WK-DEADLINE
           WRITE WORKSHEET-LINE-OUT FROM WKS-DATE-LINE
           MOVE WS-PER-BEG    TO WK-BEG
           MOVE WS-PER-END    TO WK-END
           MOVE WS-DAYS-DONE  TO WK-DONE
           MOVE WS-DAYS-TOTAL TO WK-TOTAL
           MOVE WS-BRK-TOTAL  TO WK-BRK
           WRITE WORKSHEET-LINE-OUT FROM WKS-DAYS-LINE
           MOVE 'TITLE IV AID DISBURSED' TO WA-LABEL
           MOVE WS-T4-TOTAL TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE WS-PCT-SHOW TO WP-PCT
           WRITE WORKSHEET-LINE-OUT FROM WKS-PCT-LINE
           MOVE 'AID EARNED' TO WA-LABEL
           MOVE WS-EARNED TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE 'AID UNEARNED' TO WA-LABEL
           MOVE WS-UNEARNED TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           IF WS-UNEARNED EQUAL ZEROS
               MOVE 'ALL AID EARNED - NOTHING TO RETURN' TO RN-TEXT
               WRITE WORKSHEET-LINE-OUT FROM RPT-NOTE
               MOVE SPACES TO WORKSHEET-LINE-OUT
               WRITE WORKSHEET-LINE-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'INSTITUTIONAL CHARGES' TO WA-LABEL
           MOVE WS-CHARGES TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE 'RETURNED BY THE SCHOOL' TO WA-LABEL
           MOVE WS-SCHOOL-SHARE TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE 'STUDENT SHARE' TO WA-LABEL
           MOVE WS-STUDENT-SHARE TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE '  LOANS REPAID UNDER THE NOTE' TO WA-LABEL
           MOVE WS-STU-LOAN TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE '  GRANT SHARE' TO WA-LABEL
           MOVE WS-STU-GRANT TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE '  LESS 50 PCT GRANT PROTECTION' TO WA-LABEL
           MOVE WS-GRANT-PROTECT TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           MOVE '  GRANT OVERPAYMENT OWED' TO WA-LABEL
           MOVE WS-GRANT-OWED TO WA-AMT
           WRITE WORKSHEET-LINE-OUT FROM WKS-AMT-LINE
           WRITE WORKSHEET-LINE-OUT FROM WKS-FUND-HEAD
           PERFORM VARYING WS-FND-IX FROM 1 BY 1
                   UNTIL WS-FND-IX GREATER THAN WS-FND-CNT
               PERFORM 610-WRITE-FUND-LINES
           END-PERFORM
           MOVE SPACES TO WORKSHEET-LINE-OUT
           WRITE WORKSHEET-LINE-OUT.
      *-----------------------------------------------------------------
       610-WRITE-FUND-LINES.
           PERFORM VARYING WS-DSB-IX FROM WS-GRP-LO BY 1
                   UNTIL WS-DSB-IX GREATER THAN WS-GRP-HI
               IF WS-DSB-FUND(WS-DSB-IX) EQUAL WS-FND-CODE(WS-FND-IX)
                   MOVE WS-DSB-FUND(WS-DSB-IX) TO WF-FUND
                   IF WS-DSB-KIND(WS-DSB-IX) EQUAL 'L'
                       MOVE 'LOAN'  TO WF-KIND
                   ELSE
                       MOVE 'GRANT' TO WF-KIND
                   END-IF
                   MOVE WS-DSB-AMT(WS-DSB-IX)     TO WF-DISB
                   MOVE WS-DSB-SCHOOL(WS-DSB-IX)  TO WF-SCHOOL
                   MOVE WS-DSB-STUDENT(WS-DSB-IX) TO WF-STUDENT
                   WRITE WORKSHEET-LINE-OUT FROM WKS-FUND-LINE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       700-PRINT-RETURNS-DUE.
      *    the returns come back in deadline order - each deadline
      *    closes with its own total so the aid office can see what
      *    has to go out by when
           MOVE 'Y'    TO WS-FIRST-LINE
           MOVE SPACES TO WS-CUR-DEADLINE
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 710-PRINT-ONE-RETURN
               END-RETURN
           END-PERFORM
           IF WS-FIRST-LINE EQUAL 'N'
               PERFORM 720-PRINT-DEADLINE-TOTAL
           END-IF
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'TOTAL RETURNS DUE:' TO RPT-TOTAL
           MOVE WS-LIST-COUNT TO RT-COUNT
           MOVE WS-LIST-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
      *-----------------------------------------------------------------
       710-PRINT-ONE-RETURN.
           IF WS-FIRST-LINE EQUAL 'N'
               AND SORT-DEADLINE NOT EQUAL WS-CUR-DEADLINE
               PERFORM 720-PRINT-DEADLINE-TOTAL
           END-IF
           MOVE 'N'           TO WS-FIRST-LINE
           MOVE SORT-DEADLINE TO WS-CUR-DEADLINE
           MOVE SORT-DEADLINE TO RD-DEADLINE
           MOVE SORT-STUD-ID  TO RD-STUD-ID
           MOVE SORT-FUND     TO RD-FUND
           IF SORT-PARTY EQUAL 'S'
               MOVE 'SCHOOL'  TO RD-PARTY
           ELSE
               MOVE 'STUDENT' TO RD-PARTY
           END-IF
           MOVE SORT-AMT      TO RD-AMT
           MOVE SORT-WD-DATE  TO RD-WD-DATE
           IF SORT-DEADLINE LESS THAN WS-NOW-DATE
               MOVE 'PAST DUE' TO RD-FLAG
           ELSE
               MOVE SPACES     TO RD-FLAG
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           ADD 1        TO WS-DUE-COUNT
           ADD SORT-AMT TO WS-DUE-TOTAL
           ADD 1        TO WS-LIST-COUNT
           ADD SORT-AMT TO WS-LIST-TOTAL.
      *-----------------------------------------------------------------
       720-PRINT-DEADLINE-TOTAL.
           MOVE SPACES TO RPT-TOTAL
           STRING '  DUE ' WS-CUR-DEADLINE ':' DELIMITED BY SIZE
               INTO RPT-TOTAL
           MOVE WS-DUE-COUNT TO RT-COUNT
           MOVE WS-DUE-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE ZEROS TO WS-DUE-COUNT
           MOVE ZEROS TO WS-DUE-TOTAL.
      *-----------------------------------------------------------------
       900-WRITE-CONTROL-TOTALS.
      *    every student with Title IV aid is either still enrolled or
      *    a withdrawal, and the returns posted must equal the school
      *    share on the deadline list
           MOVE SPACES TO WORKSHEET-LINE-OUT
           WRITE WORKSHEET-LINE-OUT
           MOVE 'STUDENTS WITH TITLE IV AID:' TO RPT-TOTAL
           MOVE WS-CTL-READ TO RT-COUNT
           MOVE ZEROS TO RT-AMT
           WRITE WORKSHEET-LINE-OUT FROM RPT-TOTAL
           MOVE 'STILL ENROLLED:' TO RPT-TOTAL
           MOVE WS-ENROLLED-COUNT TO RT-COUNT
           MOVE ZEROS TO RT-AMT
           WRITE WORKSHEET-LINE-OUT FROM RPT-TOTAL
           MOVE 'WITHDRAWALS:' TO RPT-TOTAL
           MOVE WS-WD-COUNT TO RT-COUNT
           MOVE ZEROS TO RT-AMT
           WRITE WORKSHEET-LINE-OUT FROM RPT-TOTAL
           MOVE '  ALREADY CALCULATED:' TO RPT-TOTAL
           MOVE WS-ALREADY-COUNT TO RT-COUNT
           MOVE ZEROS TO RT-AMT
           WRITE WORKSHEET-LINE-OUT FROM RPT-TOTAL
           MOVE '  ALL AID EARNED:' TO RPT-TOTAL
           MOVE WS-EARNED-COUNT TO RT-COUNT
           MOVE ZEROS TO RT-AMT
           WRITE WORKSHEET-LINE-OUT FROM RPT-TOTAL
           MOVE 'SCHOOL RETURNS POSTED (R2T4):' TO RPT-TOTAL
           MOVE WS-RET-COUNT TO RT-COUNT
           MOVE WS-RET-TOTAL TO RT-AMT
           WRITE WORKSHEET-LINE-OUT FROM RPT-TOTAL
           MOVE 'STUDENT GRANT OVERPAYMENTS:' TO RPT-TOTAL
           MOVE WS-OWED-COUNT TO RT-COUNT
           MOVE WS-OWED-TOTAL TO RT-AMT
           WRITE WORKSHEET-LINE-OUT FROM RPT-TOTAL.
