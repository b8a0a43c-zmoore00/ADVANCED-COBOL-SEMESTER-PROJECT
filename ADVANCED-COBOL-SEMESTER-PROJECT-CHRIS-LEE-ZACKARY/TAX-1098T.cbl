      ******************************************************************
      *PROGRAM : TAX-1098T.CBL                                         *
      *AUTHOR  : CHRIS JEONG                                           *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Calendar-year 1098-T tuition statement run - one      *
      *          pass of ACCT-DETAIL.DAT by student totals the rows    *
      *          posted in the tax year: qualified tuition and fees    *
      *          billed by BILLING-RUN and CHARGE-POST (box 1),        *
      *          scholarships and grants posted by AID-DISBURSE and    *
      *          tuition waivers (box 5), and reductions of either     *
      *          against a prior year's terms (boxes 4 and 6) - which  *
      *          charge codes count comes from TAX-CODES.TXT - box 8   *
      *          marks a student carrying half-time hours on REG-ISAM  *
      *          in any term of the year - writes the student copies   *
      *          to TAX-1098T.PRT with the taxpayer ID masked, the     *
      *          electronic filing file TAX-1098T-EFILE.TXT carrying   *
      *          the TAXID-ISAM.DAT number in full, and the control    *
      *          totals to TAX-1098T-CONTROL.RPT                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-1098T IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-ACD-IN ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS SEQUENTIAL
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-STUD-KEY
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ADR-IN ASSIGN TO "../ADDR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-ADR-STAT.

           SELECT OPTIONAL ISAM-TXI-IN ASSIGN TO "../TAXID-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TXI-STUD-ID
                               FILE STATUS   IS WS-TXI-STAT.

           SELECT OPTIONAL ISAM-REG-IO ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT2.

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

           SELECT TXC-IN ASSIGN TO "../TAX-CODES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TXC-STAT.

           SELECT FILER-IN ASSIGN TO "../TAX-FILER.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FLR-STAT.

           SELECT FORM-OUT ASSIGN TO "../TAX-1098T.PRT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-FRM-STAT.

           SELECT EFILE-OUT ASSIGN TO "../TAX-1098T-EFILE.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-EFL-STAT.

           SELECT CONTROL-OUT ASSIGN TO "../TAX-1098T-CONTROL.RPT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-CTL-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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

       FD  ISAM-TXI-IN.
       01  TXI-REC-IN.
           03  TXI-STUD-ID        PIC 9(6).
           03  TXI-TIN            PIC X(9).
           03  TXI-TYPE           PIC X.
           03  TXI-DATE           PIC X(8).
           03  TXI-USER           PIC X(20).

       FD  ISAM-REG-IO.
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

       FD  TXC-IN.
       01  TXC-LINE-IN.
           03  TXC-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  TXC-CLASS           PIC X.
           03  FILLER              PIC X.
           03  TXC-DESC            PIC X(20).

       FD  FILER-IN.
       01  FILER-LINE-IN.
           03  FLR-EIN             PIC X(9).
           03  FILLER              PIC X.
           03  FLR-NAME            PIC X(40).
           03  FILLER              PIC X.
           03  FLR-ADDRESS         PIC X(40).
           03  FILLER              PIC X.
           03  FLR-CITY-ST-ZIP     PIC X(40).
           03  FILLER              PIC X.
           03  FLR-PHONE           PIC X(10).

       FD  FORM-OUT.
       01  FORM-LINE-OUT           PIC X(80).

       FD  EFILE-OUT.
       01  EFILE-LINE-OUT          PIC X(250).

       FD  CONTROL-OUT.
       01  CONTROL-LINE-OUT        PIC X(80).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).
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
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'TAX-1098T'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-ADR-STAT             PIC XX      VALUE SPACES.
           03  WS-TXI-STAT             PIC XX      VALUE SPACES.
           03  WS-TXC-STAT             PIC XX      VALUE SPACES.
           03  WS-FLR-STAT             PIC XX      VALUE SPACES.
           03  WS-FRM-STAT             PIC XX      VALUE SPACES.
           03  WS-EFL-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-STAT             PIC XX      VALUE SPACES.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  WS-TAX-YR-N             PIC 9(4)    VALUE ZEROS.
           03  WS-NEXT-YR              PIC X(4)    VALUE SPACES.
           03  WS-NEXT-YR-N            PIC 9(4)    VALUE ZEROS.
           03  WS-CUR-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-ROW-CLASS            PIC X       VALUE SPACE.
           03  WS-TXC-IX               PIC 99      VALUE ZEROS.
           03  WS-TXC-MAX              PIC 99      VALUE ZEROS.
           03  WS-TERM-IX              PIC 9       VALUE ZEROS.
           03  WS-CALC-SEM             PIC X(2)    VALUE SPACES.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-TERM-CREDITS         PIC 9(3)    VALUE ZEROS.
           03  WS-HALF-TIME-MIN        PIC 99      VALUE 6.
           03  WS-AMT                  PIC S9(7)V99 VALUE ZEROS.
           03  WS-FORM-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-NO-TIN-COUNT         PIC 9(6)    VALUE ZEROS.
           03  WS-NO-MASTER-COUNT      PIC 9(6)    VALUE ZEROS.
           03  WS-HALF-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-NEXT-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-ROW-COUNT            PIC 9(7)    VALUE ZEROS.

      *    the running boxes for the student on hand
       01  WS-STUD-BOXES.
           03  WS-BOX-1                PIC S9(7)V99 VALUE ZEROS.
           03  WS-BOX-4                PIC S9(7)V99 VALUE ZEROS.
           03  WS-BOX-5                PIC S9(7)V99 VALUE ZEROS.
           03  WS-BOX-6                PIC S9(7)V99 VALUE ZEROS.
           03  WS-BOX-7                PIC X        VALUE SPACE.
           03  WS-BOX-8                PIC X        VALUE SPACE.

       01  WS-TOTAL-BOXES.
           03  WS-TOT-1                PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-4                PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-5                PIC S9(9)V99 VALUE ZEROS.
           03  WS-TOT-6                PIC S9(9)V99 VALUE ZEROS.

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

      *    charge codes and how they report - Q qualified tuition and
      *    fees, S scholarship or grant - TAX-CODES.TXT replaces the
      *    standing list when the business office keeps one
       01  WS-TXC-TABLE.
           03  WS-TXC-ENTRY    OCCURS 30 TIMES.
               05  WS-TXC-CODE     PIC X(4).
               05  WS-TXC-CLASS    PIC X.

       01  WS-TERM-DATA.
           03  FILLER          PIC X(6)    VALUE 'SPSUFA'.
       01  WS-TERM-TABLE REDEFINES WS-TERM-DATA.
           03  WS-TERM-SEM     PIC X(2)    OCCURS 3 TIMES.

       01  WS-FILER.
           03  WS-FLR-EIN          PIC X(9)    VALUE ZEROS.
           03  WS-FLR-NAME         PIC X(40)   VALUE
               'UNIVERSITY OF ARKANSAS - FORT SMITH'.
           03  WS-FLR-ADDRESS      PIC X(40)   VALUE SPACES.
           03  WS-FLR-CITY-ST-ZIP  PIC X(40)   VALUE SPACES.
           03  WS-FLR-PHONE        PIC X(10)   VALUE SPACES.

       01  WS-STUD-ADDR.
           03  WS-SA-STREET        PIC X(25)   VALUE SPACES.
           03  WS-SA-CITY          PIC X(20)   VALUE SPACES.
           03  WS-SA-STATE         PIC X(2)    VALUE SPACES.
           03  WS-SA-ZIP           PIC X(5)    VALUE SPACES.

       01  WS-TIN-WORK.
           03  WS-TIN              PIC X(9)    VALUE SPACES.
           03  WS-TIN-TYPE         PIC X       VALUE SPACE.
           03  WS-TIN-MASKED.
               05  WS-TIN-MASK     PIC X(7)    VALUE SPACES.
               05  WS-TIN-LAST4    PIC X(4)    VALUE SPACES.

      *    student copy lines
       01  FRM-HEAD-1.
           03  FILLER          PIC X(30)
                   VALUE 'FORM 1098-T  TUITION STATEMENT'.
           03  FILLER          PIC X(25)   VALUE SPACES.
           03  FILLER          PIC X(9)    VALUE 'TAX YEAR '.
           03  FH-YR           PIC X(4).
           03  FILLER          PIC X(12)   VALUE SPACES.

       01  FRM-HEAD-2.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(16)   VALUE 'STUDENT COPY    '.
           03  FILLER          PIC X(28)
                   VALUE 'KEEP FOR YOUR TAX RECORDS'.

       01  FRM-FILER.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FF-LABEL        PIC X(14).
           03  FF-TEXT         PIC X(40).

       01  FRM-EIN.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(14)   VALUE 'FILER EIN'.
           03  FE-EIN-1        PIC X(2).
           03  FILLER          PIC X       VALUE '-'.
           03  FE-EIN-2        PIC X(7).
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(7)    VALUE 'PHONE  '.
           03  FE-PHONE        PIC X(10).

       01  FRM-STUDENT.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(14)   VALUE 'STUDENT TIN'.
           03  FS-TIN          PIC X(11).
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FILLER          PIC X(12)   VALUE 'ACCOUNT NO  '.
           03  FS-ID           PIC 9(6).

       01  FRM-BOX.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FB-BOX          PIC X(2).
           03  FB-LABEL        PIC X(46).
           03  FB-AMT          PIC Z,ZZZ,ZZ9.99.

       01  FRM-CHECK.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  FC-BOX          PIC X(2).
           03  FC-LABEL        PIC X(55).
           03  FC-MARK         PIC X.

      *    electronic filing records - A filer, B one per student,
      *    C filer totals
       01  EF-A-REC.
           03  EFA-TYPE            PIC X       VALUE 'A'.
           03  EFA-YR              PIC X(4).
           03  EFA-EIN             PIC X(9).
           03  EFA-NAME            PIC X(40).
           03  EFA-ADDRESS         PIC X(40).
           03  EFA-CITY-ST-ZIP     PIC X(40).
           03  EFA-PHONE           PIC X(10).
           03  EFA-FORM            PIC X(6)    VALUE '1098-T'.

       01  EF-B-REC.
           03  EFB-TYPE            PIC X       VALUE 'B'.
           03  EFB-YR              PIC X(4).
           03  EFB-TIN-TYPE        PIC X.
           03  EFB-TIN             PIC X(9).
           03  EFB-ACCOUNT         PIC 9(6).
           03  EFB-LNAME           PIC X(15).
           03  EFB-FNAME           PIC X(15).
           03  EFB-STREET          PIC X(25).
           03  EFB-CITY            PIC X(20).
           03  EFB-STATE           PIC X(2).
           03  EFB-ZIP             PIC X(5).
           03  EFB-BOX-1           PIC 9(10)V99.
           03  EFB-BOX-4           PIC 9(10)V99.
           03  EFB-BOX-5           PIC 9(10)V99.
           03  EFB-BOX-6           PIC 9(10)V99.
           03  EFB-BOX-7           PIC X.
           03  EFB-BOX-8           PIC X.
           03  EFB-BOX-9           PIC X       VALUE SPACE.

       01  EF-C-REC.
           03  EFC-TYPE            PIC X       VALUE 'C'.
           03  EFC-COUNT           PIC 9(8).
           03  EFC-TOT-1           PIC 9(13)V99.
           03  EFC-TOT-4           PIC 9(13)V99.
           03  EFC-TOT-5           PIC 9(13)V99.
           03  EFC-TOT-6           PIC 9(13)V99.

       01  CTL-HEAD-1.
           03  FILLER          PIC X(18)   VALUE SPACES.
           03  FILLER          PIC X(30)
                   VALUE '1098-T CONTROL TOTALS   YEAR'.
           03  CH-YR           PIC X(4).
           03  FILLER          PIC X(18)   VALUE SPACES.
           03  CH-DATE         PIC X(10).

       01  CTL-DETAIL.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  CD-LABEL        PIC X(34).
           03  CD-VALUE        PIC Z,ZZZ,ZZ9.

       01  CTL-AMOUNT.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  CA-LABEL        PIC X(34).
           03  CA-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "TAX-1098T".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 28 VALUE "1098-T TUITION STATEMENTS".

       01  SCRN-YR-REQ.
           03  LINE 09 COL 35                      VALUE '  TAX YEAR:'.
           03  LINE 09 COL 47 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

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
           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY SCRN-YR-REQ
               ACCEPT  SCRN-YR-REQ
           END-IF
           IF WS-YR NOT NUMERIC
               MOVE 'TAX YEAR MUST BE 4 DIGITS' TO WS-MSG
               DISPLAY SCRN-YR-REQ
               IF WS-BATCH-MODE NOT EQUAL 'Y'
                   DISPLAY EXIT-SCREEN
                   ACCEPT WS-MSG
               END-IF
               EXIT PROGRAM
           END-IF
           MOVE WS-YR TO WS-TAX-YR-N
           COMPUTE WS-NEXT-YR-N = WS-TAX-YR-N + 1
           MOVE WS-NEXT-YR-N TO WS-NEXT-YR

           PERFORM 100-LOAD-TAX-CODES
           PERFORM 150-READ-FILER

           OPEN INPUT ISAM-ACD-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-ADR-IN
           OPEN INPUT ISAM-TXI-IN
           OPEN INPUT ISAM-REG-IO
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN OUTPUT FORM-OUT
           OPEN OUTPUT EFILE-OUT
           OPEN OUTPUT CONTROL-OUT

           MOVE WS-YR              TO EFA-YR
           MOVE WS-FLR-EIN         TO EFA-EIN
           MOVE WS-FLR-NAME        TO EFA-NAME
           MOVE WS-FLR-ADDRESS     TO EFA-ADDRESS
           MOVE WS-FLR-CITY-ST-ZIP TO EFA-CITY-ST-ZIP
           MOVE WS-FLR-PHONE       TO EFA-PHONE
           WRITE EFILE-LINE-OUT FROM EF-A-REC

      *    ACCT-DETAIL runs in student order, so a break on the
      *    student id closes out each student's boxes
           MOVE ZEROS TO WS-CUR-ID
           PERFORM 250-CLEAR-BOXES
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ ISAM-ACD-IN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACD-IO-STUD-ID NOT EQUAL WS-CUR-ID
                           IF WS-CUR-ID NOT EQUAL ZEROS
                               PERFORM 300-FINISH-STUDENT
                           END-IF
                           MOVE ACD-IO-STUD-ID TO WS-CUR-ID
                           PERFORM 250-CLEAR-BOXES
                       END-IF
                       PERFORM 200-ADD-DETAIL-ROW
               END-READ
           END-PERFORM
           IF WS-CUR-ID NOT EQUAL ZEROS
               PERFORM 300-FINISH-STUDENT
           END-IF

           MOVE WS-FORM-COUNT TO EFC-COUNT
           MOVE WS-TOT-1      TO EFC-TOT-1
           MOVE WS-TOT-4      TO EFC-TOT-4
           MOVE WS-TOT-5      TO EFC-TOT-5
           MOVE WS-TOT-6      TO EFC-TOT-6
           WRITE EFILE-LINE-OUT FROM EF-C-REC

           PERFORM 600-WRITE-CONTROL-REPORT

           CLOSE ISAM-ACD-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-ADR-IN
           CLOSE ISAM-TXI-IN
           CLOSE ISAM-REG-IO
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-COURSE-IN
           CLOSE FORM-OUT
           CLOSE EFILE-OUT
           CLOSE CONTROL-OUT

           STRING WS-FORM-COUNT ' FORMS - TAX-1098T.PRT'
               INTO WS-MSG
           DISPLAY SCRN-YR-REQ
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - started from a menu the screens work as always
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
                               MOVE PRM-YR  TO WS-YR
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       100-LOAD-TAX-CODES.
      *    with no TAX-CODES.TXT the codes this system posts itself
      *    stand - tuition, course fees and refunds of them from
      *    BILLING-RUN and the drop programs, aid from AID-DISBURSE
      *    and tuition waivers
           MOVE ZEROS TO WS-TXC-MAX
           OPEN INPUT TXC-IN
           IF WS-TXC-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-TXC-MAX = 30
                   READ TXC-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           IF TXC-CLASS EQUAL 'Q' OR TXC-CLASS EQUAL 'S'
                               ADD 1 TO WS-TXC-MAX
                               MOVE TXC-CODE
                                   TO WS-TXC-CODE(WS-TXC-MAX)
                               MOVE TXC-CLASS
                                   TO WS-TXC-CLASS(WS-TXC-MAX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXC-IN
           END-IF
           MOVE SPACES TO EOF-FLAG
           IF WS-TXC-MAX EQUAL ZEROS
               MOVE 'TUIT' TO WS-TXC-CODE(1)
               MOVE 'Q'    TO WS-TXC-CLASS(1)
               MOVE 'FEE ' TO WS-TXC-CODE(2)
               MOVE 'Q'    TO WS-TXC-CLASS(2)
               MOVE 'RFND' TO WS-TXC-CODE(3)
               MOVE 'Q'    TO WS-TXC-CLASS(3)
               MOVE 'AID ' TO WS-TXC-CODE(4)
               MOVE 'S'    TO WS-TXC-CLASS(4)
               MOVE 'WAIV' TO WS-TXC-CODE(5)
               MOVE 'S'    TO WS-TXC-CLASS(5)
               MOVE 5      TO WS-TXC-MAX
           END-IF.
      *-----------------------------------------------------------------
       150-READ-FILER.
           OPEN INPUT FILER-IN
           IF WS-FLR-STAT EQUAL '00'
               READ FILER-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FLR-EIN         TO WS-FLR-EIN
                       MOVE FLR-NAME        TO WS-FLR-NAME
                       MOVE FLR-ADDRESS     TO WS-FLR-ADDRESS
                       MOVE FLR-CITY-ST-ZIP TO WS-FLR-CITY-ST-ZIP
                       MOVE FLR-PHONE       TO WS-FLR-PHONE
               END-READ
               CLOSE FILER-IN
           END-IF.
      *-----------------------------------------------------------------
       200-ADD-DETAIL-ROW.
      *    a row counts in the year it was posted - a reduction posted
      *    this year against an earlier year's term is that year's
      *    adjustment and leaves this year's totals alone
           IF ACD-IO-DATE(1:4) NOT EQUAL WS-YR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-ROW-CLASS
           PERFORM VARYING WS-TXC-IX FROM 1 BY 1
               UNTIL WS-TXC-IX GREATER THAN WS-TXC-MAX
               IF WS-TXC-CODE(WS-TXC-IX) EQUAL ACD-IO-CODE
                   MOVE WS-TXC-CLASS(WS-TXC-IX) TO WS-ROW-CLASS
               END-IF
           END-PERFORM
           IF WS-ROW-CLASS EQUAL SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE ACD-IO-AMOUNT TO WS-AMT

           IF WS-ROW-CLASS EQUAL 'Q'
               IF WS-AMT GREATER THAN ZEROS
                   ADD WS-AMT TO WS-BOX-1
                   IF ACD-IO-SEM EQUAL 'SP'
                       AND ACD-IO-YR EQUAL WS-NEXT-YR
                       MOVE 'X' TO WS-BOX-7
                   END-IF
               ELSE
                   IF ACD-IO-YR LESS THAN WS-YR
                       SUBTRACT WS-AMT FROM WS-BOX-4
                   ELSE
                       ADD WS-AMT TO WS-BOX-1
                   END-IF
               END-IF
           ELSE
      *        aid and waivers post as credits - a debit is a reversal
               IF WS-AMT LESS THAN ZEROS
                   SUBTRACT WS-AMT FROM WS-BOX-5
               ELSE
                   IF ACD-IO-YR LESS THAN WS-YR
                       ADD WS-AMT TO WS-BOX-6
                   ELSE
                       SUBTRACT WS-AMT FROM WS-BOX-5
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       250-CLEAR-BOXES.
           MOVE ZEROS TO WS-BOX-1
           MOVE ZEROS TO WS-BOX-4
           MOVE ZEROS TO WS-BOX-5
           MOVE ZEROS TO WS-BOX-6
           MOVE SPACE TO WS-BOX-7
           MOVE SPACE TO WS-BOX-8.
      *-----------------------------------------------------------------
       300-FINISH-STUDENT.
           IF WS-BOX-1 LESS THAN ZEROS
               MOVE ZEROS TO WS-BOX-1
           END-IF
           IF WS-BOX-5 LESS THAN ZEROS
               MOVE ZEROS TO WS-BOX-5
           END-IF
           IF WS-BOX-1 EQUAL ZEROS AND WS-BOX-4 EQUAL ZEROS
               AND WS-BOX-5 EQUAL ZEROS AND WS-BOX-6 EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
                   EXIT PARAGRAPH
           END-READ

           PERFORM 320-CHECK-HALF-TIME
           PERFORM 340-GET-ADDRESS-TIN

           PERFORM 400-WRITE-STUDENT-COPY
           PERFORM 500-WRITE-EFILE-RECORD

           ADD 1        TO WS-FORM-COUNT
           ADD WS-BOX-1 TO WS-TOT-1
           ADD WS-BOX-4 TO WS-TOT-4
           ADD WS-BOX-5 TO WS-TOT-5
           ADD WS-BOX-6 TO WS-TOT-6
           IF WS-BOX-7 EQUAL 'X'
               ADD 1 TO WS-NEXT-COUNT
           END-IF
           IF WS-BOX-8 EQUAL 'X'
               ADD 1 TO WS-HALF-COUNT
           END-IF.
      *-----------------------------------------------------------------
       320-CHECK-HALF-TIME.
      *    half-time in any one term of the calendar year marks box 8
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX GREATER THAN 3
                  OR WS-BOX-8 EQUAL 'X'
               MOVE WS-TERM-SEM(WS-TERM-IX) TO WS-CALC-SEM
               PERFORM 330-TOTAL-TERM-CREDITS
               IF WS-TERM-CREDITS NOT LESS THAN WS-HALF-TIME-MIN
                   MOVE 'X' TO WS-BOX-8
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       330-TOTAL-TERM-CREDITS.
           MOVE ZEROS TO WS-TERM-CREDITS
           MOVE WS-CALC-SEM TO REG-IO-SEM
           MOVE WS-YR       TO REG-IO-YR
           MOVE WS-CUR-ID   TO REG-IO-STUD-ID
           READ ISAM-REG-IO KEY IS REG-STUD-ID-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 335-ADD-REG-CREDITS
                   MOVE SPACES TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ ISAM-REG-IO NEXT RECORD
                           AT END
                               MOVE 1 TO EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-CALC-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-STUD-ID NOT EQUAL
                                       WS-CUR-ID
                                   MOVE 1 TO EOF-FLAG
                               ELSE
                                   PERFORM 335-ADD-REG-CREDITS
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
      *-----------------------------------------------------------------
       335-ADD-REG-CREDITS.
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               MOVE REG-IO-CRN TO CRN
               MOVE REG-IO-YR  TO YEAR
               MOVE REG-IO-SEM TO SEMESTER
               READ ISAM-SCHED-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUBJ TO ISAM-IO-SUBJ
                       MOVE CRSE TO ISAM-IO-CRSE
                       READ ISAM-COURSE-IN
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ISAM-IO-CREDITS NUMERIC
                                   MOVE ISAM-IO-CREDITS
                                       TO WS-CREDITS-NUM
                                   IF REG-IO-HOURS NUMERIC
                                       AND REG-IO-HOURS > ZEROS
                                       MOVE REG-IO-HOURS
                                           TO WS-CREDITS-NUM
                                   END-IF
                                   ADD WS-CREDITS-NUM
                                       TO WS-TERM-CREDITS
                               END-IF
                       END-READ
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       340-GET-ADDRESS-TIN.
      *    the structured mailing address stands in for the master's
      *    single line when there is one
           MOVE ISAM-STUD-ADDRESS TO WS-SA-STREET
           MOVE SPACES            TO WS-SA-CITY
           MOVE SPACES            TO WS-SA-STATE
           MOVE ISAM-STUD-ZIP     TO WS-SA-ZIP
           MOVE WS-CUR-ID TO ADR-STUD-ID
           MOVE 'M'       TO ADR-TYPE
           READ ISAM-ADR-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADR-STREET TO WS-SA-STREET
                   MOVE ADR-CITY   TO WS-SA-CITY
                   MOVE ADR-STATE  TO WS-SA-STATE
                   MOVE ADR-ZIP    TO WS-SA-ZIP
           END-READ

           MOVE SPACES TO WS-TIN
           MOVE SPACE  TO WS-TIN-TYPE
           MOVE 'NOT ON FILE' TO WS-TIN-MASKED
           MOVE WS-CUR-ID TO TXI-STUD-ID
           READ ISAM-TXI-IN
               INVALID KEY
                   ADD 1 TO WS-NO-TIN-COUNT
               NOT INVALID KEY
                   MOVE TXI-TIN      TO WS-TIN
                   MOVE TXI-TYPE     TO WS-TIN-TYPE
                   MOVE '***-**-'    TO WS-TIN-MASK
                   MOVE TXI-TIN(6:4) TO WS-TIN-LAST4
           END-READ.
      *-----------------------------------------------------------------
       400-WRITE-STUDENT-COPY.
           MOVE WS-YR TO FH-YR
           WRITE FORM-LINE-OUT FROM FRM-HEAD-1
           WRITE FORM-LINE-OUT FROM FRM-HEAD-2
           MOVE SPACES TO FORM-LINE-OUT
           WRITE FORM-LINE-OUT

           MOVE 'FILER'            TO FF-LABEL
           MOVE WS-FLR-NAME        TO FF-TEXT
           WRITE FORM-LINE-OUT FROM FRM-FILER
           MOVE SPACES             TO FF-LABEL
           MOVE WS-FLR-ADDRESS     TO FF-TEXT
           WRITE FORM-LINE-OUT FROM FRM-FILER
           MOVE WS-FLR-CITY-ST-ZIP TO FF-TEXT
           WRITE FORM-LINE-OUT FROM FRM-FILER
           MOVE WS-FLR-EIN(1:2)    TO FE-EIN-1
           MOVE WS-FLR-EIN(3:7)    TO FE-EIN-2
           MOVE WS-FLR-PHONE       TO FE-PHONE
           WRITE FORM-LINE-OUT FROM FRM-EIN
           MOVE SPACES TO FORM-LINE-OUT
           WRITE FORM-LINE-OUT

           MOVE WS-TIN-MASKED      TO FS-TIN
           MOVE WS-CUR-ID          TO FS-ID
           WRITE FORM-LINE-OUT FROM FRM-STUDENT
           MOVE 'STUDENT'          TO FF-LABEL
           MOVE SPACES             TO FF-TEXT
           STRING ISAM-SUTD-FNAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  ISAM-STUD-LNAME DELIMITED BY '  '
                  INTO FF-TEXT
           WRITE FORM-LINE-OUT FROM FRM-FILER
           MOVE SPACES             TO FF-LABEL
           MOVE WS-SA-STREET       TO FF-TEXT
           WRITE FORM-LINE-OUT FROM FRM-FILER
           MOVE SPACES             TO FF-TEXT
           STRING WS-SA-CITY DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  WS-SA-STATE DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  WS-SA-ZIP  DELIMITED BY SIZE
                  INTO FF-TEXT
           WRITE FORM-LINE-OUT FROM FRM-FILER
           MOVE SPACES TO FORM-LINE-OUT
           WRITE FORM-LINE-OUT

           MOVE ' 1'  TO FB-BOX
           MOVE 'QUALIFIED TUITION AND RELATED EXPENSES'
                      TO FB-LABEL
           MOVE WS-BOX-1 TO FB-AMT
           WRITE FORM-LINE-OUT FROM FRM-BOX
           MOVE ' 4'  TO FB-BOX
           MOVE 'ADJUSTMENTS MADE FOR A PRIOR YEAR'
                      TO FB-LABEL
           MOVE WS-BOX-4 TO FB-AMT
           WRITE FORM-LINE-OUT FROM FRM-BOX
           MOVE ' 5'  TO FB-BOX
           MOVE 'SCHOLARSHIPS OR GRANTS'
                      TO FB-LABEL
           MOVE WS-BOX-5 TO FB-AMT
           WRITE FORM-LINE-OUT FROM FRM-BOX
           MOVE ' 6'  TO FB-BOX
           MOVE 'ADJUSTMENTS TO SCHOLARSHIPS FOR A PRIOR YEAR'
                      TO FB-LABEL
           MOVE WS-BOX-6 TO FB-AMT
           WRITE FORM-LINE-OUT FROM FRM-BOX
           MOVE ' 7'  TO FC-BOX
           MOVE 'BOX 1 INCLUDES AN ACADEMIC PERIOD BEGINNING JAN-MAR'
                      TO FC-LABEL
           MOVE WS-BOX-7 TO FC-MARK
           WRITE FORM-LINE-OUT FROM FRM-CHECK
           MOVE ' 8'  TO FC-BOX
           MOVE 'AT LEAST HALF-TIME STUDENT'
                      TO FC-LABEL
           MOVE WS-BOX-8 TO FC-MARK
           WRITE FORM-LINE-OUT FROM FRM-CHECK
           MOVE ' 9'  TO FC-BOX
           MOVE 'GRADUATE STUDENT'
                      TO FC-LABEL
           MOVE SPACE TO FC-MARK
           WRITE FORM-LINE-OUT FROM FRM-CHECK

           MOVE ALL '-' TO FORM-LINE-OUT
           WRITE FORM-LINE-OUT
           MOVE SPACES TO FORM-LINE-OUT
           WRITE FORM-LINE-OUT.
      *-----------------------------------------------------------------
       500-WRITE-EFILE-RECORD.
           MOVE WS-YR           TO EFB-YR
           MOVE WS-TIN-TYPE     TO EFB-TIN-TYPE
           MOVE WS-TIN          TO EFB-TIN
           MOVE WS-CUR-ID       TO EFB-ACCOUNT
           MOVE ISAM-STUD-LNAME TO EFB-LNAME
           MOVE ISAM-SUTD-FNAME TO EFB-FNAME
           MOVE WS-SA-STREET    TO EFB-STREET
           MOVE WS-SA-CITY      TO EFB-CITY
           MOVE WS-SA-STATE     TO EFB-STATE
           MOVE WS-SA-ZIP       TO EFB-ZIP
           MOVE WS-BOX-1        TO EFB-BOX-1
           MOVE WS-BOX-4        TO EFB-BOX-4
           MOVE WS-BOX-5        TO EFB-BOX-5
           MOVE WS-BOX-6        TO EFB-BOX-6
           MOVE WS-BOX-7        TO EFB-BOX-7
           MOVE WS-BOX-8        TO EFB-BOX-8
           WRITE EFILE-LINE-OUT FROM EF-B-REC.
      *-----------------------------------------------------------------
       600-WRITE-CONTROL-REPORT.
           MOVE WS-YR        TO CH-YR
           MOVE DISPLAY-DATE TO CH-DATE
           WRITE CONTROL-LINE-OUT FROM CTL-HEAD-1
           MOVE SPACES TO CONTROL-LINE-OUT
           WRITE CONTROL-LINE-OUT

           MOVE 'DETAIL ROWS REPORTED'         TO CD-LABEL
           MOVE WS-ROW-COUNT                   TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'FORMS PRODUCED'               TO CD-LABEL
           MOVE WS-FORM-COUNT                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'FORMS WITH NO TAXPAYER ID'    TO CD-LABEL
           MOVE WS-NO-TIN-COUNT                TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'AT LEAST HALF-TIME (BOX 8)'   TO CD-LABEL
           MOVE WS-HALF-COUNT                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'NEXT-YEAR SPRING BILLED (BOX 7)' TO CD-LABEL
           MOVE WS-NEXT-COUNT                  TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'SKIPPED - NO STUDENT MASTER'  TO CD-LABEL
           MOVE WS-NO-MASTER-COUNT             TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE SPACES TO CONTROL-LINE-OUT
           WRITE CONTROL-LINE-OUT

           MOVE 'BOX 1 QUALIFIED TUITION AND FEES' TO CA-LABEL
           MOVE WS-TOT-1                       TO CA-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-AMOUNT
           MOVE 'BOX 4 PRIOR-YEAR ADJUSTMENTS'  TO CA-LABEL
           MOVE WS-TOT-4                       TO CA-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-AMOUNT
           MOVE 'BOX 5 SCHOLARSHIPS AND GRANTS' TO CA-LABEL
           MOVE WS-TOT-5                       TO CA-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-AMOUNT
           MOVE 'BOX 6 PRIOR-YEAR AID ADJUSTMENTS' TO CA-LABEL
           MOVE WS-TOT-6                       TO CA-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-AMOUNT.
