      ******************************************************************
      *PROGRAM : RES-PETITION.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Residency reclassification petitions - one            *
      *          RES-PETITION-ISAM.DAT row per student and petition    *
      *          number with the residency asked for, the date         *
      *          submitted, the documents received, the effective      *
      *          SEM/YR and the decision - level 2 keys and updates    *
      *          petitions, only level 3 approves or denies - an       *
      *          approval lays a RES-HIST-ISAM.DAT row, sets the       *
      *          master residency flag and reprices the effective term *
      *          and every later term already billed on                *
      *          ACCT-BALANCE.DAT at the residency before and after,   *
      *          posting the difference to ACCT-DETAIL.DAT as a TUIT   *
      *          row described as a residency reclassification -       *
      *          RES-CHECK gives billing the residency in force for a  *
      *          term - every change is written to AUDIT-LOG.TXT       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RES-PETITION IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-RSP-IO ASSIGN TO
                               "../RES-PETITION-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RSP-KEY
                               FILE STATUS   IS WS-RSP-STAT.

           SELECT OPTIONAL ISAM-RHS-IO ASSIGN TO "../RES-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS RHS-KEY
                               FILE STATUS   IS WS-RHS-STAT.

           SELECT ISAM-STUD-IO ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-SEM-IN ASSIGN TO "../SEMESTER-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-SEM-KEY
                               FILE STATUS   IS WS-STAT2.

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
                          FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT4.

           SELECT RATE-IN ASSIGN TO "../TUITION-RATES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RATE-STAT.

           SELECT TTB-IN ASSIGN TO "../TUITION-TABLE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TTB-STAT.

           SELECT FEE-IN ASSIGN TO "../COURSE-FEES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FEE-STAT.

           SELECT OPTIONAL ISAM-WVR-IN ASSIGN TO "../WAIVER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS WVR-KEY
                               FILE STATUS   IS WS-WVR-STAT.

           SELECT WVC-IN ASSIGN TO "../WAIVER-CODES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-WVC-STAT.

           SELECT OPTIONAL ISAM-SPS-IN ASSIGN TO
                               "../SPONSORSHIP-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SPS-KEY
                               FILE STATUS   IS WS-SPS-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-RSP-IO.
       01  RSP-REC-IO.
           03  RSP-KEY.
               05  RSP-STUD-ID    PIC 9(6).
               05  RSP-SEQ        PIC 9(3).
           03  RSP-REQ-RES        PIC X.
           03  RSP-SUBMIT-DT      PIC X(8).
           03  RSP-DOCS           PIC X(30).
           03  RSP-DOCS-DT        PIC X(8).
           03  RSP-EFF-SEM        PIC X(2).
           03  RSP-EFF-YR         PIC X(4).
           03  RSP-DECISION       PIC X.
           03  RSP-DECIDER        PIC X(8).
           03  RSP-DECIDE-DT      PIC X(8).
           03  RSP-NOTE           PIC X(30).
           03  RSP-ENTERED-BY     PIC X(8).

       FD  ISAM-RHS-IO.
       01  RHS-REC-IO.
           03  RHS-KEY.
               05  RHS-STUD-ID    PIC 9(6).
               05  RHS-SEQ        PIC 9(3).
           03  RHS-EFF-SEM        PIC X(2).
           03  RHS-EFF-YR         PIC X(4).
           03  RHS-OLD-RES        PIC X.
           03  RHS-NEW-RES        PIC X.
           03  RHS-PET-SEQ        PIC 9(3).
           03  RHS-DATE           PIC X(8).
           03  RHS-OPER           PIC X(8).

       FD  ISAM-STUD-IO.
       01  STUD-REC-IO.
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

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-CRSE-KEY.
               10  ISAM-IO-SUBJ PIC X(5).
               10  ISAM-IO-CRSE PIC X(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-TITLE     PIC X(30).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(27)            VALUE SPACE.

       FD  RATE-IN.
       01  RATE-LINE-IN.
           03  TRT-RES             PIC 9(4)V99.
           03  FILLER              PIC X.
           03  TRT-NONRES          PIC 9(4)V99.

       FD  TTB-IN.
       01  TTB-LINE-IN.
           03  TTB-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  TTB-YR              PIC X(4).
           03  FILLER              PIC X.
           03  TTB-RES             PIC X.
           03  FILLER              PIC X.
           03  TTB-TYPE            PIC X.
           03  FILLER              PIC X.
           03  TTB-LOW             PIC 9(3).
           03  FILLER              PIC X.
           03  TTB-HIGH            PIC 9(3).
           03  FILLER              PIC X.
           03  TTB-BASE            PIC 9(5)V99.
           03  FILLER              PIC X.
           03  TTB-RATE            PIC 9(4)V99.

       FD  FEE-IN.
       01  FEE-LINE-IN.
           03  FEE-SUBJ            PIC X(5).
           03  FILLER              PIC X.
           03  FEE-CRSE            PIC X(6).
           03  FILLER              PIC X.
           03  FEE-AMT             PIC 9(4)V99.

       FD  ISAM-WVR-IN.
       01  WVR-REC-IN.
           03  WVR-KEY.
               05  WVR-STUD-ID    PIC 9(6).
               05  WVR-SEM        PIC X(2).
               05  WVR-YR         PIC X(4).
           03  WVR-CODE           PIC X(4).

       FD  WVC-IN.
       01  WVC-LINE-IN.
           03  WVC-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  WVC-TYPE            PIC X.
           03  FILLER              PIC X.
           03  WVC-AMOUNT          PIC 9(5)V99.
           03  FILLER              PIC X.
           03  WVC-APPLIES         PIC X.
           03  FILLER              PIC X.
           03  WVC-DESC            PIC X(20).

       FD  ISAM-SPS-IN.
       01  SPS-REC-IN.
           03  SPS-KEY.
               05  SPS-STUD-ID    PIC 9(6).
               05  SPS-SEM        PIC X(2).
               05  SPS-YR         PIC X(4).
           03  SPS-SPONSOR        PIC X(6).
           03  SPS-RULE           PIC X.
           03  SPS-CAP            PIC 9(7)V99.

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-USER            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(120).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-RSP-STAT             PIC XX      VALUE SPACES.
           03  WS-RHS-STAT             PIC XX      VALUE SPACES.
           03  WS-ACCT-STAT            PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-RATE-STAT            PIC XX      VALUE SPACES.
           03  WS-TTB-STAT             PIC XX      VALUE SPACES.
           03  WS-FEE-STAT             PIC XX      VALUE SPACES.
           03  WS-WVR-STAT             PIC XX      VALUE SPACES.
           03  WS-WVC-STAT             PIC XX      VALUE SPACES.
           03  WS-SPS-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  RSP-EOF-FLAG            PIC X       VALUE SPACES.
               88 RSP-EOF    VALUE '1'.
           03  RHS-EOF-FLAG            PIC X       VALUE SPACES.
               88 RHS-EOF    VALUE '1'.
           03  ACB-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACB-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  TTB-EOF-FLAG            PIC X       VALUE SPACES.
               88 TTB-EOF    VALUE '1'.
           03  WS-EDIT-OK              PIC X       VALUE 'Y'.
           03  WS-PET-FOUND            PIC X       VALUE 'N'.
           03  WS-OLD-IMAGE            PIC X(120)  VALUE SPACES.
           03  WS-NEW-IMAGE            PIC X(120)  VALUE SPACES.
           03  WS-OLD-DECISION         PIC X       VALUE SPACE.
           03  WS-OLD-RES              PIC X       VALUE SPACE.
           03  WS-RES-NAME             PIC X(11)   VALUE SPACES.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

       01  WS-PET-KEY.
           05  WS-STUD-ID      PIC 9(6)        VALUE ZEROS.
           05  WS-PET-SEQ      PIC 9(3)        VALUE ZEROS.

      *    the petition as keyed - an existing one is brought in here
      *    so the screen shows it for update
       01  WS-PET.
           03  WS-REQ-RES          PIC X       VALUE SPACE.
           03  WS-SUBMIT-DT        PIC X(8)    VALUE SPACES.
           03  WS-DOCS             PIC X(30)   VALUE SPACES.
           03  WS-DOCS-DT          PIC X(8)    VALUE SPACES.
           03  WS-EFF-SEM          PIC X(2)    VALUE SPACES.
           03  WS-EFF-YR           PIC X(4)    VALUE SPACES.
           03  WS-NOTE             PIC X(30)   VALUE SPACES.
           03  WS-DECISION         PIC X       VALUE SPACE.
           03  WS-DECIDER          PIC X(8)    VALUE SPACES.
           03  WS-DECIDE-DT        PIC X(8)    VALUE SPACES.

       01  WS-RES-CHECK.
           03  WS-RCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-RCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-RCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-RCK-RES          PIC X       VALUE SPACES.

       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.

      *    pricing work areas - the same tuition table, legacy rate,
      *    course fee, waiver and sponsor rules BILLING-RUN bills by
       01  WS-PRICING.
           03  WS-RES-RATE             PIC 9(4)V99 VALUE ZEROS.
           03  WS-NONRES-RATE          PIC 9(4)V99 VALUE ZEROS.
           03  WS-TTB-MAX              PIC 9(3)    VALUE ZEROS COMP.
           03  WS-TTB-IX               PIC 9(3)    VALUE ZEROS COMP.
           03  WS-FEE-MAX              PIC 9(3)    VALUE ZEROS COMP.
           03  WS-FEE-IX               PIC 9(3)    VALUE ZEROS COMP.
           03  WS-WVC-MAX              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-WVC-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-ORD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-ORD-NUM              PIC 9       VALUE ZERO.
           03  WS-ORD-YR               PIC 9(4)    VALUE ZEROS.
           03  WS-TERM-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-EFF-KEY              PIC 9(5)    VALUE ZEROS.
           03  WS-PET-EFF-KEY          PIC 9(5)    VALUE ZEROS.
           03  WS-PRC-SEM              PIC X(2)    VALUE SPACES.
           03  WS-PRC-YR               PIC X(4)    VALUE SPACES.
           03  WS-PRC-RES              PIC X       VALUE SPACES.
           03  WS-PRC-HOURS            PIC 9(3)    VALUE ZEROS.
           03  WS-PRC-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-PRC-FOUND            PIC X       VALUE 'N'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-STUD-CREDITS         PIC 9(3)    VALUE ZEROS.
           03  WS-STUD-FEES            PIC 9(7)V99 VALUE ZEROS.
           03  WS-STUD-TUITION         PIC 9(7)V99 VALUE ZEROS.
           03  WS-STUD-TOTAL           PIC 9(7)V99 VALUE ZEROS.
           03  WS-WVR-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-WVR-BASE             PIC 9(7)V99 VALUE ZEROS.
           03  WS-SPN-SHARE            PIC 9(7)V99 VALUE ZEROS.
           03  WS-NET-BILLED           PIC 9(7)V99 VALUE ZEROS.
           03  WS-NET-OLD              PIC 9(7)V99 VALUE ZEROS.
           03  WS-NET-NEW              PIC 9(7)V99 VALUE ZEROS.
           03  WS-ADJ-AMT              PIC S9(7)V99 VALUE ZEROS.
           03  WS-NEW-BILLED           PIC S9(7)V99 VALUE ZEROS.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-NEXT-HIST            PIC 9(3)    VALUE ZEROS.

       01  WS-FEE-TABLE.
           03  WS-FEE-ENTRY OCCURS 100 TIMES.
               05  WS-FEE-SUBJ     PIC X(5).
               05  WS-FEE-CRSE     PIC X(6).
               05  WS-FEE-AMT      PIC 9(4)V99.

       01  WS-WVC-TABLE.
           03  WS-WVC-ENTRY OCCURS 20 TIMES.
               05  WS-WVC-CODE     PIC X(4).
               05  WS-WVC-TYPE     PIC X.
               05  WS-WVC-AMT      PIC 9(5)V99.
               05  WS-WVC-APPLIES  PIC X.

       01  WS-TTB-TABLE.
           03  WS-TTB-ENTRY OCCURS 100 TIMES.
               05  WS-TTB-TERM     PIC 9(5).
               05  WS-TTB-RES      PIC X.
               05  WS-TTB-TYPE     PIC X.
               05  WS-TTB-LOW      PIC 9(3).
               05  WS-TTB-HIGH     PIC 9(3).
               05  WS-TTB-BASE     PIC 9(5)V99.
               05  WS-TTB-RATE     PIC 9(4)V99.

      *    terms already billed from the effective term on, each with
      *    the residency it was in force under before the approval
       01  WS-RBL-TABLE.
           03  WS-RBL-CNT          PIC 9(2)    VALUE ZEROS.
           03  WS-RBL-IX           PIC 9(2)    VALUE ZEROS.
           03  WS-RBL-DONE         PIC 9(2)    VALUE ZEROS.
           03  WS-RBL-ENTRY OCCURS 20 TIMES.
               05  WS-RBL-SEM      PIC X(2).
               05  WS-RBL-YR       PIC X(4).
               05  WS-RBL-OLD-RES  PIC X.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "RES-PETITION".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 24 VALUE "RESIDENCY RECLASSIFICATION".

       01  SCRN-ID-REQ.
           03  LINE 07 COL 20                  VALUE ' STUDENT ID:'.
           03  LINE 07 COL 33 PIC 9(6)  TO WS-STUD-ID  AUTO.
           03  LINE 07 COL 42                  VALUE 'PETITION #:'.
           03  LINE 07 COL 54 PIC 9(3)  TO WS-PET-SEQ  AUTO.
           03  LINE 07 COL 58 VALUE '(000 NEW)'.

       01  SCRN-STUD-SHOW.
           03  LINE 08 COL 20                  VALUE '       NAME:'.
           03  LINE 08 COL 33 PIC X(15) FROM ISAM-STUD-LNAME.
           03  LINE 08 COL 49 PIC X(15) FROM ISAM-SUTD-FNAME.
           03  LINE 09 COL 20                  VALUE 'CURRENT RES:'.
           03  LINE 09 COL 33 PIC X     FROM ISAM-STUD-RES.
           03  LINE 09 COL 42                  VALUE 'PETITION #:'.
           03  LINE 09 COL 54 PIC 9(3)  FROM WS-PET-SEQ.

       01  SCRN-PET-REQ.
           03  LINE 11 COL 20             VALUE ' REQUESTED RES (Y/N):'.
           03  LINE 11 COL 42 PIC X     USING WS-REQ-RES  AUTO.
           03  LINE 12 COL 20             VALUE ' SUBMITTED YYYYMMDD:'.
           03  LINE 12 COL 42 PIC X(8)  USING WS-SUBMIT-DT.
           03  LINE 13 COL 20             VALUE '     DOCS RECEIVED:'.
           03  LINE 13 COL 42 PIC X(30) USING WS-DOCS.
           03  LINE 14 COL 20             VALUE ' DOCS DATE YYYYMMDD:'.
           03  LINE 14 COL 42 PIC X(8)  USING WS-DOCS-DT.
           03  LINE 15 COL 20             VALUE '   EFFECTIVE SEM/YR:'.
           03  LINE 15 COL 42 PIC X(2)  USING WS-EFF-SEM  AUTO.
           03  LINE 15 COL 44 VALUE '/'.
           03  LINE 15 COL 45 PIC X(4)  USING WS-EFF-YR   AUTO.
           03  LINE 16 COL 20             VALUE '              NOTE:'.
           03  LINE 16 COL 42 PIC X(30) USING WS-NOTE.

       01  SCRN-PET-STATUS.
           03  LINE 17 COL 20             VALUE '          DECISION:'.
           03  LINE 17 COL 42 PIC X     FROM WS-DECISION.
           03  LINE 17 COL 44 PIC X(8)  FROM WS-DECIDER.
           03  LINE 17 COL 53 PIC X(8)  FROM WS-DECIDE-DT.
           03  LINE 17 COL 62 VALUE '(P A D)'.

       01  SCRN-DECIDE.
           03  LINE 18 COL 20             VALUE ' DECIDE (A/D/BLANK):'.
           03  LINE 18 COL 42 PIC X     TO WS-DECISION AUTO.

       01  SCRN-CONFIRM.
           03  LINE 19 COL 20             VALUE ' SAVE THIS PETITION?'.
           03  LINE 19 COL 42 PIC X     TO WS-RESP     AUTO.
           03  LINE 19 COL 44 VALUE '(Y/N)'.

       01  SCRN-MSG.
           03  LINE 20 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

      *    petitions are keyed at level 2 - the decision that moves
      *    the student's money is kept to level 3
           CALL 'SIGNON' USING WS-OPERATOR
           IF WS-OP-LEVEL LESS THAN 2
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - LEVEL 2 REQUIRED'
                   AT LINE 12 COL 24
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF

           OPEN I-O ISAM-RSP-IO
           IF WS-RSP-STAT EQUAL '35'
               OPEN OUTPUT ISAM-RSP-IO
               CLOSE ISAM-RSP-IO
               OPEN I-O ISAM-RSP-IO
           END-IF
           OPEN I-O ISAM-STUD-IO
           OPEN INPUT ISAM-SEM-IN

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-RESP
               MOVE ZEROS  TO WS-PET-SEQ
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               MOVE WS-STUD-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IO
                   INVALID KEY
                       MOVE 'STUDENT NOT ON FILE' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 100-LOAD-PETITION
                       IF WS-MSG EQUAL SPACES
                           PERFORM 200-KEY-PETITION
                       END-IF
               END-READ
               DISPLAY SCRN-MSG
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-MSG
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM
           END-PERFORM

           CLOSE ISAM-RSP-IO
           CLOSE ISAM-STUD-IO
           CLOSE ISAM-SEM-IN
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-PETITION.
      *    petition 000 opens a new one on the next number - any
      *    other number brings that petition up for update
           MOVE 'N' TO WS-PET-FOUND
           MOVE SPACES TO WS-OLD-IMAGE
           MOVE SPACE  TO WS-OLD-DECISION
           IF WS-PET-SEQ EQUAL ZEROS
               PERFORM 110-NEXT-PETITION-SEQ
               MOVE SPACES TO WS-PET
               IF ISAM-STUD-RES EQUAL 'N'
                   MOVE 'Y' TO WS-REQ-RES
               ELSE
                   MOVE 'N' TO WS-REQ-RES
               END-IF
               MOVE WS-NOW-DATE TO WS-SUBMIT-DT
               MOVE 'P'         TO WS-DECISION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PET-KEY TO RSP-KEY
           READ ISAM-RSP-IO
               INVALID KEY
                   MOVE 'PETITION NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y'           TO WS-PET-FOUND
           MOVE RSP-REQ-RES   TO WS-REQ-RES
           MOVE RSP-SUBMIT-DT TO WS-SUBMIT-DT
           MOVE RSP-DOCS      TO WS-DOCS
           MOVE RSP-DOCS-DT   TO WS-DOCS-DT
           MOVE RSP-EFF-SEM   TO WS-EFF-SEM
           MOVE RSP-EFF-YR    TO WS-EFF-YR
           MOVE RSP-NOTE      TO WS-NOTE
           MOVE RSP-DECISION  TO WS-DECISION
           MOVE RSP-DECIDER   TO WS-DECIDER
           MOVE RSP-DECIDE-DT TO WS-DECIDE-DT
           MOVE RSP-DECISION  TO WS-OLD-DECISION
           PERFORM 120-BUILD-IMAGE
           MOVE WS-NEW-IMAGE  TO WS-OLD-IMAGE
      *    a decided petition is history - a change of mind is a new
      *    petition so the trail of decisions stays whole
           IF RSP-DECISION NOT EQUAL 'P'
               DISPLAY SCRN-STUD-SHOW
               DISPLAY SCRN-PET-REQ
               DISPLAY SCRN-PET-STATUS
               MOVE 'PETITION ALREADY DECIDED' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       110-NEXT-PETITION-SEQ.
           MOVE ZEROS TO WS-PET-SEQ
           MOVE WS-STUD-ID TO RSP-STUD-ID
           MOVE ZEROS      TO RSP-SEQ
           START ISAM-RSP-IO KEY IS NOT LESS THAN RSP-KEY
               INVALID KEY
                   MOVE 1 TO RSP-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO RSP-EOF-FLAG
           END-START
           PERFORM UNTIL RSP-EOF
               READ ISAM-RSP-IO NEXT RECORD
                   AT END
                       MOVE 1 TO RSP-EOF-FLAG
                   NOT AT END
                       IF RSP-STUD-ID NOT EQUAL WS-STUD-ID
                           MOVE 1 TO RSP-EOF-FLAG
                       ELSE
                           MOVE RSP-SEQ TO WS-PET-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-PET-SEQ.
      *-----------------------------------------------------------------
       120-BUILD-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE
           STRING 'RES ' WS-REQ-RES ' SUB ' WS-SUBMIT-DT
                  ' EFF ' WS-EFF-SEM '/' WS-EFF-YR
                  ' DEC ' WS-DECISION ' ' WS-DECIDER
                  ' DOCS ' WS-DOCS ' ' WS-DOCS-DT
               DELIMITED BY SIZE INTO WS-NEW-IMAGE.
      *-----------------------------------------------------------------
       200-KEY-PETITION.
           DISPLAY SCRN-STUD-SHOW
           DISPLAY SCRN-PET-REQ
           DISPLAY SCRN-PET-STATUS
           ACCEPT  SCRN-PET-REQ
           IF WS-OP-LEVEL NOT LESS THAN 3
               MOVE SPACE TO WS-DECISION
               DISPLAY SCRN-DECIDE
               ACCEPT  SCRN-DECIDE
               IF WS-DECISION EQUAL SPACE
                   MOVE 'P' TO WS-DECISION
               END-IF
           END-IF
           PERFORM 210-EDIT-PETITION
           IF WS-EDIT-OK EQUAL 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY SCRN-CONFIRM
           ACCEPT  SCRN-CONFIRM
           IF WS-RESP NOT EQUAL 'Y' AND 'y'
               MOVE 'PETITION NOT SAVED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISION NOT EQUAL 'P'
               MOVE WS-OP-ID    TO WS-DECIDER
               MOVE WS-NOW-DATE TO WS-DECIDE-DT
           END-IF
           PERFORM 300-SAVE-PETITION
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DECISION
               WHEN 'A'
                   PERFORM 400-APPLY-APPROVAL
               WHEN 'D'
                   MOVE 'PETITION DENIED' TO WS-MSG
               WHEN OTHER
                   STRING 'PETITION ' WS-PET-SEQ ' SAVED - PENDING'
                       DELIMITED BY SIZE INTO WS-MSG
           END-EVALUATE
           PERFORM 120-BUILD-IMAGE
           PERFORM 800-WRITE-AUDIT.
      *-----------------------------------------------------------------
       210-EDIT-PETITION.
           MOVE 'Y' TO WS-EDIT-OK
           IF WS-REQ-RES NOT EQUAL 'Y' AND WS-REQ-RES NOT EQUAL 'N'
               MOVE 'REQUESTED RES MUST BE Y OR N' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBMIT-DT NOT NUMERIC
               MOVE 'SUBMITTED DATE MUST BE YYYYMMDD' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-DOCS NOT EQUAL SPACES AND WS-DOCS-DT EQUAL SPACES
               MOVE WS-NOW-DATE TO WS-DOCS-DT
           END-IF
           IF WS-DOCS-DT NOT EQUAL SPACES AND WS-DOCS-DT NOT NUMERIC
               MOVE 'DOCS DATE MUST BE YYYYMMDD' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EFF-SEM TO ISAM-SEM-SEM
           MOVE WS-EFF-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   MOVE 'INVALID TERM - SEM/YR NOT DEFINED' TO WS-MSG
                   MOVE 'N' TO WS-EDIT-OK
                   EXIT PARAGRAPH
           END-READ
      *    the residency asked for must differ from the one already in
      *    force for the effective term, earlier approvals included -
      *    a moot petition may still be denied
           MOVE WS-STUD-ID    TO WS-RCK-STUD-ID
           MOVE WS-EFF-SEM    TO WS-RCK-SEM
           MOVE WS-EFF-YR     TO WS-RCK-YR
           MOVE ISAM-STUD-RES TO WS-RCK-RES
           CALL 'RES-CHECK' USING WS-RES-CHECK
           IF WS-RCK-RES EQUAL WS-REQ-RES
               AND WS-DECISION NOT EQUAL 'D'
               MOVE 'ALREADY THAT RESIDENCY FOR THE TERM' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RCK-RES TO WS-OLD-RES
           EVALUATE WS-DECISION
               WHEN 'P'
                   CONTINUE
               WHEN 'D'
                   CONTINUE
               WHEN 'A'
                   IF WS-DOCS EQUAL SPACES
                       MOVE 'NO DOCUMENTS RECEIVED - NOT APPROVED'
                           TO WS-MSG
                       MOVE 'N' TO WS-EDIT-OK
                   END-IF
               WHEN OTHER
                   MOVE 'DECISION MUST BE A, D OR BLANK' TO WS-MSG
                   MOVE 'N' TO WS-EDIT-OK
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SAVE-PETITION.
           MOVE WS-PET-KEY   TO RSP-KEY
           MOVE WS-REQ-RES   TO RSP-REQ-RES
           MOVE WS-SUBMIT-DT TO RSP-SUBMIT-DT
           MOVE WS-DOCS      TO RSP-DOCS
           MOVE WS-DOCS-DT   TO RSP-DOCS-DT
           MOVE WS-EFF-SEM   TO RSP-EFF-SEM
           MOVE WS-EFF-YR    TO RSP-EFF-YR
           MOVE WS-NOTE      TO RSP-NOTE
           MOVE WS-DECISION  TO RSP-DECISION
           MOVE WS-DECIDER   TO RSP-DECIDER
           MOVE WS-DECIDE-DT TO RSP-DECIDE-DT
           IF WS-PET-FOUND EQUAL 'Y'
               REWRITE RSP-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO UPDATE PETITION' TO WS-MSG
               END-REWRITE
           ELSE
               MOVE WS-OP-ID TO RSP-ENTERED-BY
               WRITE RSP-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO ADD PETITION' TO WS-MSG
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       400-APPLY-APPROVAL.
      *    the terms to reprice and the residency each was billed
      *    under are taken before the history row lands - after it,
      *    RES-CHECK gives each term's new residency
           MOVE WS-EFF-SEM TO WS-ORD-SEM
           PERFORM 190-SEM-ORDINAL
           MOVE WS-EFF-YR  TO WS-ORD-YR
           COMPUTE WS-PET-EFF-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           OPEN I-O ISAM-ACCT-IO
           IF WS-ACCT-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACCT-IO
               CLOSE ISAM-ACCT-IO
               OPEN I-O ISAM-ACCT-IO
           END-IF
           PERFORM 410-COLLECT-BILLED-TERMS
           PERFORM 420-WRITE-HISTORY
           MOVE WS-REQ-RES TO ISAM-STUD-RES
           REWRITE STUD-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE ZEROS TO WS-RBL-DONE
           IF WS-RBL-CNT GREATER THAN ZEROS
               PERFORM 500-REBILL-TERMS
           END-IF
           CLOSE ISAM-ACCT-IO
           STRING 'APPROVED - ' WS-RBL-DONE ' TERM(S) REBILLED'
               DELIMITED BY SIZE INTO WS-MSG.
      *-----------------------------------------------------------------
       410-COLLECT-BILLED-TERMS.
           MOVE ZEROS TO WS-RBL-CNT
           MOVE WS-STUD-ID  TO ACB-IO-STUD-ID
           MOVE LOW-VALUES  TO ACB-IO-SEM
           MOVE LOW-VALUES  TO ACB-IO-YR
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
                       IF ACB-IO-STUD-ID NOT EQUAL WS-STUD-ID
                           MOVE 1 TO ACB-EOF-FLAG
                       ELSE
                           PERFORM 415-NOTE-BILLED-TERM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       415-NOTE-BILLED-TERM.
           IF ACB-IO-YR NOT NUMERIC OR WS-RBL-CNT NOT LESS THAN 20
               EXIT PARAGRAPH
           END-IF
           MOVE ACB-IO-SEM TO WS-ORD-SEM
           PERFORM 190-SEM-ORDINAL
           MOVE ACB-IO-YR  TO WS-ORD-YR
           COMPUTE WS-TERM-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           IF WS-TERM-KEY LESS THAN WS-PET-EFF-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RBL-CNT
           MOVE ACB-IO-SEM TO WS-RBL-SEM(WS-RBL-CNT)
           MOVE ACB-IO-YR  TO WS-RBL-YR(WS-RBL-CNT)
           MOVE WS-STUD-ID    TO WS-RCK-STUD-ID
           MOVE ACB-IO-SEM    TO WS-RCK-SEM
           MOVE ACB-IO-YR     TO WS-RCK-YR
           MOVE ISAM-STUD-RES TO WS-RCK-RES
           CALL 'RES-CHECK' USING WS-RES-CHECK
           MOVE WS-RCK-RES TO WS-RBL-OLD-RES(WS-RBL-CNT).
      *-----------------------------------------------------------------
       420-WRITE-HISTORY.
           OPEN I-O ISAM-RHS-IO
           IF WS-RHS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-RHS-IO
               CLOSE ISAM-RHS-IO
               OPEN I-O ISAM-RHS-IO
           END-IF
           MOVE ZEROS TO WS-NEXT-HIST
           MOVE WS-STUD-ID TO RHS-STUD-ID
           MOVE ZEROS      TO RHS-SEQ
           START ISAM-RHS-IO KEY IS NOT LESS THAN RHS-KEY
               INVALID KEY
                   MOVE 1 TO RHS-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO RHS-EOF-FLAG
           END-START
           PERFORM UNTIL RHS-EOF
               READ ISAM-RHS-IO NEXT RECORD
                   AT END
                       MOVE 1 TO RHS-EOF-FLAG
                   NOT AT END
                       IF RHS-STUD-ID NOT EQUAL WS-STUD-ID
                           MOVE 1 TO RHS-EOF-FLAG
                       ELSE
                           MOVE RHS-SEQ TO WS-NEXT-HIST
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-HIST
           MOVE WS-STUD-ID   TO RHS-STUD-ID
           MOVE WS-NEXT-HIST TO RHS-SEQ
           MOVE WS-EFF-SEM   TO RHS-EFF-SEM
           MOVE WS-EFF-YR    TO RHS-EFF-YR
           MOVE WS-OLD-RES   TO RHS-OLD-RES
           MOVE WS-REQ-RES   TO RHS-NEW-RES
           MOVE WS-PET-SEQ   TO RHS-PET-SEQ
           MOVE WS-NOW-DATE  TO RHS-DATE
           MOVE WS-OP-ID     TO RHS-OPER
           WRITE RHS-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE ISAM-RHS-IO.
      *-----------------------------------------------------------------
       500-REBILL-TERMS.
      *    each term is priced twice from its own registrations, at the
      *    residency it was billed under and the one now in force, and
      *    only the difference is posted - the rest of the bill and
      *    anything paid against it stay as they are
           PERFORM 120-LOAD-TUITION-TABLE
           MOVE ZEROS TO WS-RES-RATE
           MOVE ZEROS TO WS-NONRES-RATE
           OPEN INPUT RATE-IN
           IF WS-RATE-STAT EQUAL '00'
               READ RATE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRT-RES    TO WS-RES-RATE
                       MOVE TRT-NONRES TO WS-NONRES-RATE
               END-READ
               CLOSE RATE-IN
           END-IF
           PERFORM 130-LOAD-FEE-TABLE
           PERFORM 150-LOAD-WAIVER-CODES
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-WVR-IN
           OPEN INPUT ISAM-SPS-IN
           OPEN I-O ISAM-ACD-IO
           IF WS-ACD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACD-IO
               CLOSE ISAM-ACD-IO
               OPEN I-O ISAM-ACD-IO
           END-IF
           PERFORM VARYING WS-RBL-IX FROM 1 BY 1
               UNTIL WS-RBL-IX GREATER THAN WS-RBL-CNT
               PERFORM 510-REBILL-ONE-TERM
           END-PERFORM
           CLOSE ISAM-REG-IN
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-COURSE-IN
           CLOSE ISAM-WVR-IN
           CLOSE ISAM-SPS-IN
           CLOSE ISAM-ACD-IO.
      *-----------------------------------------------------------------
       510-REBILL-ONE-TERM.
           MOVE WS-RBL-SEM(WS-RBL-IX) TO WS-PRC-SEM
           MOVE WS-RBL-YR(WS-RBL-IX)  TO WS-PRC-YR
           MOVE WS-STUD-ID    TO WS-RCK-STUD-ID
           MOVE WS-PRC-SEM    TO WS-RCK-SEM
           MOVE WS-PRC-YR     TO WS-RCK-YR
           MOVE ISAM-STUD-RES TO WS-RCK-RES
           CALL 'RES-CHECK' USING WS-RES-CHECK
      *    a later approval already covering the term leaves it alone
           IF WS-RCK-RES EQUAL WS-RBL-OLD-RES(WS-RBL-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-FIND-TUITION-TABLE
           PERFORM 520-SUM-TERM-HOURS
           IF WS-STUD-CREDITS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUD-CREDITS TO WS-PRC-HOURS
           MOVE WS-RBL-OLD-RES(WS-RBL-IX) TO WS-PRC-RES
           PERFORM 540-PRICE-NET
           MOVE WS-NET-BILLED TO WS-NET-OLD
           MOVE WS-RCK-RES TO WS-PRC-RES
           PERFORM 540-PRICE-NET
           MOVE WS-NET-BILLED TO WS-NET-NEW
           COMPUTE WS-ADJ-AMT = WS-NET-NEW - WS-NET-OLD
           IF WS-ADJ-AMT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 600-POST-ADJUSTMENT
           ADD 1 TO WS-RBL-DONE.
      *-----------------------------------------------------------------
       520-SUM-TERM-HOURS.
      *    the same rows BILLING-RUN prices - a withdrawn or waitlist
      *    dropped row carries no hours
           MOVE ZEROS TO WS-STUD-CREDITS
           MOVE ZEROS TO WS-STUD-FEES
           MOVE WS-PRC-SEM TO REG-IO-SEM
           MOVE WS-PRC-YR  TO REG-IO-YR
           MOVE WS-STUD-ID TO REG-IO-STUD-ID
           START ISAM-REG-IN KEY IS EQUAL TO REG-STUD-ID-KEY
               INVALID KEY
                   MOVE 1 TO REG-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO REG-EOF-FLAG
           END-START
           PERFORM UNTIL REG-EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO REG-EOF-FLAG
                   NOT AT END
                       IF REG-IO-STUD-ID NOT EQUAL WS-STUD-ID
                           OR REG-IO-SEM NOT EQUAL WS-PRC-SEM
                           OR REG-IO-YR NOT EQUAL WS-PRC-YR
                           MOVE 1 TO REG-EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               PERFORM 530-ADD-ONE-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       530-ADD-ONE-COURSE.
           MOVE REG-IO-YR  TO YEAR
           MOVE REG-IO-SEM TO SEMESTER
           MOVE REG-IO-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SUBJ TO ISAM-IO-SUBJ
           MOVE CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ZEROS TO WS-CREDITS-NUM
           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
           IF REG-IO-HOURS NUMERIC
               AND REG-IO-HOURS GREATER THAN ZEROS
               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
           END-IF
           ADD WS-CREDITS-NUM TO WS-STUD-CREDITS
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-MAX
               IF WS-FEE-SUBJ(WS-FEE-IX) EQUAL SUBJ
                   AND WS-FEE-CRSE(WS-FEE-IX) EQUAL CRSE
                   ADD WS-FEE-AMT(WS-FEE-IX) TO WS-STUD-FEES
                   MOVE WS-FEE-MAX TO WS-FEE-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       540-PRICE-NET.
      *    what the student account carries for the term at residency
      *    WS-PRC-RES - tuition less any waiver, plus fees, less any
      *    sponsor's share
           PERFORM 180-PRICE-HOURS
           MOVE WS-PRC-AMT TO WS-STUD-TUITION
           MOVE ZEROS TO WS-WVR-AMT
           MOVE WS-STUD-ID TO WVR-STUD-ID
           MOVE WS-PRC-SEM TO WVR-SEM
           MOVE WS-PRC-YR  TO WVR-YR
           READ ISAM-WVR-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-WVC-IX FROM 1 BY 1
                       UNTIL WS-WVC-IX GREATER THAN WS-WVC-MAX
                       IF WS-WVC-CODE(WS-WVC-IX) EQUAL WVR-CODE
                           PERFORM 545-FIGURE-WAIVER
                           MOVE WS-WVC-MAX TO WS-WVC-IX
                       END-IF
                   END-PERFORM
           END-READ
           SUBTRACT WS-WVR-AMT FROM WS-STUD-TUITION
           COMPUTE WS-STUD-TOTAL = WS-STUD-TUITION + WS-STUD-FEES
           MOVE ZEROS TO WS-SPN-SHARE
           MOVE WS-STUD-ID TO SPS-STUD-ID
           MOVE WS-PRC-SEM TO SPS-SEM
           MOVE WS-PRC-YR  TO SPS-YR
           READ ISAM-SPS-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE SPS-RULE
                       WHEN 'T'
                           MOVE WS-STUD-TUITION TO WS-SPN-SHARE
                       WHEN 'C'
                           IF SPS-CAP LESS THAN WS-STUD-TOTAL
                               MOVE SPS-CAP TO WS-SPN-SHARE
                           ELSE
                               MOVE WS-STUD-TOTAL TO WS-SPN-SHARE
                           END-IF
                       WHEN OTHER
                           MOVE WS-STUD-TOTAL TO WS-SPN-SHARE
                   END-EVALUATE
                   IF WS-SPN-SHARE GREATER THAN WS-STUD-TOTAL
                       MOVE WS-STUD-TOTAL TO WS-SPN-SHARE
                   END-IF
           END-READ
           COMPUTE WS-NET-BILLED = WS-STUD-TOTAL - WS-SPN-SHARE.
      *-----------------------------------------------------------------
       545-FIGURE-WAIVER.
           IF WS-WVC-APPLIES(WS-WVC-IX) EQUAL 'B'
               COMPUTE WS-WVR-BASE = WS-STUD-TUITION + WS-STUD-FEES
           ELSE
               MOVE WS-STUD-TUITION TO WS-WVR-BASE
           END-IF
           IF WS-WVC-TYPE(WS-WVC-IX) EQUAL 'P'
               COMPUTE WS-WVR-AMT ROUNDED =
                   WS-WVR-BASE * WS-WVC-AMT(WS-WVC-IX) / 100
           ELSE
               MOVE WS-WVC-AMT(WS-WVC-IX) TO WS-WVR-AMT
           END-IF
           IF WS-WVR-AMT GREATER THAN WS-STUD-TUITION
               MOVE WS-STUD-TUITION TO WS-WVR-AMT
           END-IF.
      *-----------------------------------------------------------------
       600-POST-ADJUSTMENT.
      *    the adjustment row lands after everything on file for the
      *    term - a BILLING-RUN rerun of the term clears it with its
      *    own rows, as the rerun prices at the residency now in force
      *    - it posts as tuition so revenue, the return-of-aid charges
      *    and the 1098-T all carry it, the description naming the
      *    reclassification
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE WS-STUD-ID TO ACD-IO-STUD-ID
           MOVE WS-PRC-SEM TO ACD-IO-SEM
           MOVE WS-PRC-YR  TO ACD-IO-YR
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
                       IF ACD-IO-STUD-ID NOT EQUAL WS-STUD-ID
                           OR ACD-IO-SEM NOT EQUAL WS-PRC-SEM
                           OR ACD-IO-YR NOT EQUAL WS-PRC-YR
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           MOVE ACD-IO-SEQ TO WS-ACD-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-ACD-NEXT-SEQ

           IF WS-RCK-RES EQUAL 'N'
               MOVE 'NONRESIDENT' TO WS-RES-NAME
           ELSE
               MOVE 'RESIDENT'    TO WS-RES-NAME
           END-IF
           MOVE WS-STUD-ID      TO ACD-IO-STUD-ID
           MOVE WS-PRC-SEM      TO ACD-IO-SEM
           MOVE WS-PRC-YR       TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE 'TUIT'          TO ACD-IO-CODE
           MOVE SPACES          TO ACD-IO-DESC
           STRING 'RESIDENCY RECLASS ' WS-RES-NAME
               DELIMITED BY SIZE INTO ACD-IO-DESC
           MOVE WS-ADJ-AMT      TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'RES-PETITION'  TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE WS-STUD-ID TO ACB-IO-STUD-ID
           MOVE WS-PRC-SEM TO ACB-IO-SEM
           MOVE WS-PRC-YR  TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-NEW-BILLED = ACB-IO-BILLED + WS-ADJ-AMT
           IF WS-NEW-BILLED LESS THAN ZEROS
               MOVE ZEROS TO WS-NEW-BILLED
           END-IF
           MOVE WS-NEW-BILLED TO ACB-IO-BILLED
           REWRITE ACCT-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *-----------------------------------------------------------------
       120-LOAD-TUITION-TABLE.
           MOVE ZEROS TO WS-TTB-MAX
           OPEN INPUT TTB-IN
           IF WS-TTB-STAT EQUAL '00'
               MOVE SPACES TO TTB-EOF-FLAG
               PERFORM UNTIL TTB-EOF OR WS-TTB-MAX = 100
                   READ TTB-IN
                       AT END
                           MOVE 1 TO TTB-EOF-FLAG
                       NOT AT END
                           IF TTB-YR NUMERIC AND TTB-LOW NUMERIC
                               AND TTB-HIGH NUMERIC
                               AND TTB-BASE NUMERIC
                               AND TTB-RATE NUMERIC
                               PERFORM 125-ADD-TUITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTB-IN
           END-IF.
      *-----------------------------------------------------------------
       125-ADD-TUITION-ROW.
           ADD 1 TO WS-TTB-MAX
           MOVE TTB-SEM TO WS-ORD-SEM
           PERFORM 190-SEM-ORDINAL
           MOVE TTB-YR  TO WS-ORD-YR
           COMPUTE WS-TTB-TERM(WS-TTB-MAX) =
               WS-ORD-YR * 10 + WS-ORD-NUM
           MOVE TTB-RES  TO WS-TTB-RES(WS-TTB-MAX)
           MOVE TTB-TYPE TO WS-TTB-TYPE(WS-TTB-MAX)
           MOVE TTB-LOW  TO WS-TTB-LOW(WS-TTB-MAX)
           MOVE TTB-HIGH TO WS-TTB-HIGH(WS-TTB-MAX)
           MOVE TTB-BASE TO WS-TTB-BASE(WS-TTB-MAX)
           MOVE TTB-RATE TO WS-TTB-RATE(WS-TTB-MAX).
      *-----------------------------------------------------------------
       130-LOAD-FEE-TABLE.
           MOVE ZEROS TO WS-FEE-MAX
           OPEN INPUT FEE-IN
           IF WS-FEE-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-FEE-MAX = 100
                   READ FEE-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FEE-MAX
                           MOVE FEE-SUBJ TO WS-FEE-SUBJ(WS-FEE-MAX)
                           MOVE FEE-CRSE TO WS-FEE-CRSE(WS-FEE-MAX)
                           MOVE FEE-AMT  TO WS-FEE-AMT(WS-FEE-MAX)
                   END-READ
               END-PERFORM
               CLOSE FEE-IN
           END-IF
           MOVE SPACES TO EOF-FLAG.
      *-----------------------------------------------------------------
       150-LOAD-WAIVER-CODES.
           MOVE ZEROS TO WS-WVC-MAX
           OPEN INPUT WVC-IN
           IF WS-WVC-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-WVC-MAX = 20
                   READ WVC-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-WVC-MAX
                           MOVE WVC-CODE    TO WS-WVC-CODE(WS-WVC-MAX)
                           MOVE WVC-TYPE    TO WS-WVC-TYPE(WS-WVC-MAX)
                           MOVE WVC-AMOUNT  TO WS-WVC-AMT(WS-WVC-MAX)
                           MOVE WVC-APPLIES
                               TO WS-WVC-APPLIES(WS-WVC-MAX)
                   END-READ
               END-PERFORM
               CLOSE WVC-IN
           END-IF
           MOVE SPACES TO EOF-FLAG.
      *-----------------------------------------------------------------
       170-FIND-TUITION-TABLE.
           MOVE ZEROS  TO WS-EFF-KEY
           IF WS-PRC-YR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRC-SEM TO WS-ORD-SEM
           PERFORM 190-SEM-ORDINAL
           MOVE WS-PRC-YR  TO WS-ORD-YR
           COMPUTE WS-TERM-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           PERFORM VARYING WS-TTB-IX FROM 1 BY 1
               UNTIL WS-TTB-IX > WS-TTB-MAX
               IF WS-TTB-TERM(WS-TTB-IX) NOT GREATER THAN WS-TERM-KEY
                   AND WS-TTB-TERM(WS-TTB-IX) GREATER THAN WS-EFF-KEY
                   MOVE WS-TTB-TERM(WS-TTB-IX) TO WS-EFF-KEY
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       180-PRICE-HOURS.
           MOVE ZEROS  TO WS-PRC-AMT
           MOVE 'N'    TO WS-PRC-FOUND
           IF WS-PRC-HOURS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-KEY GREATER THAN ZEROS
               PERFORM VARYING WS-TTB-IX FROM 1 BY 1
                   UNTIL WS-TTB-IX > WS-TTB-MAX
                       OR WS-PRC-FOUND EQUAL 'Y'
                   IF WS-TTB-TERM(WS-TTB-IX) EQUAL WS-EFF-KEY
                       AND WS-TTB-RES(WS-TTB-IX) EQUAL WS-PRC-RES
                       AND WS-PRC-HOURS NOT LESS THAN
                           WS-TTB-LOW(WS-TTB-IX)
                       AND WS-PRC-HOURS NOT GREATER THAN
                           WS-TTB-HIGH(WS-TTB-IX)
                       MOVE 'Y' TO WS-PRC-FOUND
                       IF WS-TTB-TYPE(WS-TTB-IX) EQUAL 'F'
                           MOVE WS-TTB-BASE(WS-TTB-IX) TO WS-PRC-AMT
                       ELSE
                           COMPUTE WS-PRC-AMT =
                               WS-TTB-BASE(WS-TTB-IX) +
                               (WS-PRC-HOURS - WS-TTB-LOW(WS-TTB-IX)
                                   + 1) * WS-TTB-RATE(WS-TTB-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PRC-FOUND EQUAL 'N'
               IF WS-PRC-RES EQUAL 'N'
                   COMPUTE WS-PRC-AMT = WS-PRC-HOURS * WS-NONRES-RATE
               ELSE
                   COMPUTE WS-PRC-AMT = WS-PRC-HOURS * WS-RES-RATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       190-SEM-ORDINAL.
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
      *-----------------------------------------------------------------
       800-WRITE-AUDIT.
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OP-ID                   TO AUD-USER
           MOVE 'RES-PETITION'             TO AUD-PROGRAM
           MOVE WS-PET-KEY                 TO AUD-KEY
           MOVE WS-OLD-IMAGE               TO AUD-OLD
           MOVE WS-NEW-IMAGE               TO AUD-NEW
           WRITE AUDIT-LINE-OUT
           CLOSE AUDIT-OUT.
