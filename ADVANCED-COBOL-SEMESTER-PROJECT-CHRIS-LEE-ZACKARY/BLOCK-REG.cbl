      ******************************************************************
      *PROGRAM : BLOCK-REG.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Block registration batch - BLOCK-STUDENTS.TXT lists a *
      *          block code and student ID per line and each student   *
      *          is placed into every CRN of that block on             *
      *          BLOCK-ISAM.DAT for the SEM/YR as one REG-CART cart -  *
      *          the same all-or-nothing term, hold, advising          *
      *          clearance, part-of-term, conflict, prerequisite,      *
      *          placement, academic level, repeat, co-req, credit     *
      *          load and seat checks - with no operator there is no   *
      *          ticket prompt and no approver, so a student needing   *
      *          an override fails - a failed student lands on         *
      *          BLOCK-REG.RPT with the reason and the rest of the     *
      *          block keeps going - BLOCK-PLACE-ISAM.DAT remembers    *
      *          who was placed so a rerun skips them and the block's  *
      *          seat count holds - control totals close the report    *
      *          and ride on BATCH-CONTROL.TXT                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCK-REG IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               LOCK MODE     IS MANUAL
                                   WITH LOCK ON MULTIPLE RECORDS
                               FILE STATUS   IS WS-STAT3.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-STUD-KEY
                                FILE STATUS   IS WS-STAT2.

           SELECT ISAM-BLDG-IN ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-IO-KEY
                               FILE STATUS   IS WS-STAT4.

           SELECT ISAM-COURSE-IN ASSIGN TO "../COURSE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-CRSE-KEY
                               FILE STATUS   IS WS-STAT5.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                   "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-STAT6.

           SELECT OPTIONAL ISAM-REG-IO   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                ALTERNATE KEY IS REG-CRN-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-CRN
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-TC-IN ASSIGN TO "../TRANSFER-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TC-KEY
                               FILE STATUS   IS WS-STAT8.

           SELECT OPTIONAL ISAM-MTG-IN ASSIGN TO "../MEETING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MTG-KEY
                               FILE STATUS   IS WS-STAT9.


           SELECT OPTIONAL ISAM-HIST-IN ASSIGN TO
                              "../REG-HIST-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS HST-KEY
                          FILE STATUS   IS WS-HIST-STAT.

           SELECT OPTIONAL ISAM-XL-IN ASSIGN TO "../XLIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS XL-KEY
                               FILE STATUS   IS WS-XL-STAT.

           SELECT OPTIONAL ISAM-RSV-IN ASSIGN TO
                              "../RESERVE-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS RSV-KEY
                          FILE STATUS   IS WS-RSV-STAT.

           SELECT OPTIONAL ISAM-SC-IO ASSIGN TO
                              "../STUD-COURSE-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS SC-KEY
                          FILE STATUS   IS WS-SC-STAT.

           SELECT OPTIONAL ISAM-CRQ-IN ASSIGN TO "../COREQ-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CRQ-KEY
                               FILE STATUS   IS WS-CRQ-STAT.

           SELECT OPTIONAL ISAM-PMT-IO ASSIGN TO "../PERMIT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PMT-KEY
                               FILE STATUS   IS WS-PMT-STAT.

           SELECT OPTIONAL ISAM-PRT-IN ASSIGN TO
                               "../PART-TERM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PRT-KEY
                               FILE STATUS   IS WS-PRT-STAT.

           SELECT OPTIONAL ISAM-HLD-IN ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-HLD-STAT.

           SELECT HTY-IN ASSIGN TO "../HOLD-TYPES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HTY-STAT.

           SELECT RPTLIM-IN ASSIGN TO "../REPEAT-LIMIT.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPL-STAT.

           SELECT OPTIONAL ISAM-TST-IN ASSIGN TO
                               "../TEST-SCORE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TST-KEY
                               FILE STATUS   IS WS-TST-STAT.

           SELECT PLACE-IN ASSIGN TO "../PLACEMENT-RULES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PLC-STAT.

           SELECT OPTIONAL ISAM-TBL-IN ASSIGN TO
                               "../TIME-BLOCK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TBL-CODE
                               FILE STATUS   IS WS-TBL-STAT.

           SELECT OPTIONAL ISAM-APL-IO ASSIGN TO
                              "../APPLICANT-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS APL-KEY
                          FILE STATUS   IS WS-APL-STAT.

           SELECT MAXLOAD-IN ASSIGN TO "../REG-MAX-LOAD.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STAT11.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.

           SELECT JRNL-OUT ASSIGN TO "../JOURNAL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-JRN-STAT.

           SELECT ACT-OUT ASSIGN TO "../REG-ACTIVITY.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-ACT-STAT.

           SELECT OPTIONAL ISAM-BLK-IN ASSIGN TO "../BLOCK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BLK-KEY
                               FILE STATUS   IS WS-BLK-STAT.

           SELECT OPTIONAL ISAM-BPL-IO ASSIGN TO
                              "../BLOCK-PLACE-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS BPL-KEY
                          FILE STATUS   IS WS-BPL-STAT.

           SELECT LIST-IN ASSIGN TO "../BLOCK-STUDENTS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-LST-STAT.

           SELECT REPORT-OUT ASSIGN TO "../BLOCK-REG.RPT"
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

       FD  ISAM-BLDG-IN.
       01  BLDG-REC-IN.
           03  ISAM-IO-KEY.
               05  ISAM-IO-BLDG PIC X(7).
               05  ISAM-IO-ROOM PIC X(6).
           03  ISAM-IO-SEATS    PIC X(4).
           03  ISAM-IO-ATTRS    PIC X(8)    VALUE SPACES.
           03  ISAM-IO-CAMPUS   PIC X(2)    VALUE SPACES.

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
           05  FILLER              PIC X(8)             VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  FILLER              PIC X(6)             VALUE SPACE.
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

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

       FD  ISAM-TC-IN.
       01  TC-REC-IN.
           03  TC-KEY.
               05  TC-STUD-ID     PIC 9(6).
               05  TC-SEQ         PIC 9(3).
           03  TC-INSTITUTION     PIC X(25).
           03  TC-EXT-COURSE      PIC X(12).
           03  TC-CREDITS         PIC X(3).
           03  TC-GRADE           PIC X.
           03  TC-EQUIV-SUBJ      PIC X(5).
           03  TC-EQUIV-CRSE      PIC X(6).

       FD  ISAM-MTG-IN.
       01  MTG-REC-IN.
           03  MTG-KEY.
               05  MTG-YR         PIC X(4).
               05  MTG-SEM        PIC X(2).
               05  MTG-CRN        PIC X(6).
               05  MTG-SEQ        PIC 9(2).
           03  MTG-TIME-DAY       PIC X(20).
           03  MTG-BLDG           PIC X(7).
           03  MTG-ROOM           PIC X(6).


       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.
           03  HST-KEY.
               05  HST-SEM        PIC X(2).
               05  HST-YR         PIC X(4).
               05  HST-CRN        PIC X(6).
               05  HST-STUD-ID    PIC 9(6).
           03  HST-SUBJ           PIC X(5).
           03  HST-CRSE           PIC X(6).
           03  HST-TITLE          PIC X(30).
           03  HST-CREDITS        PIC X(3).
           03  HST-GRADE          PIC X.
           03  HST-STATUS         PIC X.
           03  HST-GRADE-MOD      PIC X       VALUE SPACE.
           03  HST-BASIS          PIC X       VALUE SPACE.

       FD  ISAM-XL-IN.
       01  XL-REC-IN.
           03  XL-KEY.
               05  XL-SEM         PIC X(2).
               05  XL-YR          PIC X(4).
               05  XL-CRN         PIC X(6).
           03  XL-GROUP           PIC X(6).

       FD  ISAM-RSV-IN.
       01  RSV-REC-IN.
           03  RSV-KEY.
               05  RSV-SEM        PIC X(2).
               05  RSV-YR         PIC X(4).
               05  RSV-CRN        PIC X(6).
               05  RSV-MAJOR      PIC X(6).
           03  RSV-COUNT          PIC 9(3).
           03  RSV-RELEASE        PIC X(8).

       FD  ISAM-SC-IO.
       01  SC-REC-IO.
           03  SC-KEY.
               05  SC-STUD-ID     PIC 9(6).
               05  SC-SEM         PIC X(2).
               05  SC-YR          PIC X(4).
               05  SC-CRN         PIC X(6).
           03  SC-SUBJ            PIC X(5).
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-CRQ-IN.
       01  CRQ-REC-IN.
           03  CRQ-KEY.
               05  CRQ-SUBJ       PIC X(5).
               05  CRQ-CRSE       PIC X(6).
           03  CRQ-CO-SUBJ        PIC X(5).
           03  CRQ-CO-CRSE        PIC X(6).

       FD  ISAM-PMT-IO.
       01  PMT-REC-IO.
           03  PMT-KEY.
               05  PMT-SEM        PIC X(2).
               05  PMT-YR         PIC X(4).
               05  PMT-CRN        PIC X(6).
               05  PMT-STUD-ID   PIC 9(6).
               05  PMT-TYPE       PIC X.
           03  PMT-INSTRUC-ID     PIC 9(6).
           03  PMT-EXPIRY         PIC X(8).
           03  PMT-USED           PIC X.

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

       FD  ISAM-HLD-IN.
       01  HLD-REC-IN.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

       FD  HTY-IN.
       01  HTY-LINE-IN.
           03  HTY-CODE            PIC X(2).
           03  FILLER              PIC X.
           03  HTY-BLOCK-REG       PIC X.
           03  FILLER              PIC X.
           03  HTY-BLOCK-TRN       PIC X.
           03  FILLER              PIC X.
           03  HTY-BLOCK-CONF      PIC X.
           03  FILLER              PIC X.
           03  HTY-DESC            PIC X(20).

       FD  RPTLIM-IN.
       01  RPTLIM-LINE-IN.
           03  RPL-LIMIT           PIC 9(2).

       FD  ISAM-TST-IN.
       01  TST-REC-IN.
           03  TST-KEY.
               05  TST-STUD-ID    PIC 9(6).
               05  TST-CODE       PIC X(4).
           03  TST-SCORE          PIC 9(3).
           03  TST-DATE           PIC X(8).

       FD  PLACE-IN.
       01  PLACE-LINE-IN.
           03  PLR-SUBJ            PIC X(5).
           03  FILLER              PIC X.
           03  PLR-CRSE            PIC X(6).
           03  FILLER              PIC X.
           03  PLR-TEST            PIC X(4).
           03  FILLER              PIC X.
           03  PLR-MIN             PIC 9(3).

       FD  ISAM-TBL-IN.
       01  TBL-REC-IN.
           03  TBL-CODE           PIC X(4).
           03  TBL-DAYS           PIC X(8).
           03  TBL-START          PIC 9(4).
           03  TBL-END            PIC 9(4).
           03  TBL-TEXT           PIC X(20).

       FD  ISAM-APL-IO.
       01  APL-REC-IO.
           03  APL-KEY.
               05  APL-STUD-ID    PIC 9(6).
               05  APL-SEM        PIC X(2).
               05  APL-YR         PIC X(4).
           03  APL-STATUS         PIC X.
           03  APL-MAJOR          PIC X(20).
           03  APL-DATE           PIC X(8).

       FD  MAXLOAD-IN.
       01  MAXLOAD-LINE-IN.
           03  ML-CAP              PIC 9(2).

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

       FD  JRNL-OUT.
       01  JRNL-LINE-OUT.
           03  JRN-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  JRN-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  JRN-ACTION          PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  JRN-FILE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  JRN-IMAGE           PIC X(100).

       FD  ACT-OUT.
       01  ACT-LINE-OUT.
           03  ACT-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-TIME            PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-ACTION          PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-SUBJ            PIC X(5).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-STUD-ID         PIC 9(6).

       FD  ISAM-BLK-IN.
       01  BLK-REC-IN.
           03  BLK-KEY.
               05  BLK-SEM        PIC X(2).
               05  BLK-YR         PIC X(4).
               05  BLK-CODE       PIC X(6).
           03  BLK-NAME           PIC X(20).
           03  BLK-SEATS          PIC 9(3).
           03  BLK-CRN            PIC X(6)    OCCURS 8 TIMES.

       FD  ISAM-BPL-IO.
       01  BPL-REC-IO.
           03  BPL-KEY.
               05  BPL-SEM        PIC X(2).
               05  BPL-YR         PIC X(4).
               05  BPL-CODE       PIC X(6).
               05  BPL-STUD-ID    PIC 9(6).
           03  BPL-DATE           PIC X(8).
           03  BPL-HOW            PIC X.

       FD  LIST-IN.
       01  LIST-LINE-IN.
           03  LST-CODE            PIC X(6).
           03  FILLER              PIC X.
           03  LST-STUD-ID         PIC X(6).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

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
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-STAT5                PIC XX      VALUE SPACES.
           03  WS-STAT6                PIC XX      VALUE SPACES.
           03  WS-STAT8                PIC XX      VALUE SPACES.
           03  WS-STAT9                PIC XX      VALUE SPACES.
           03  WS-STAT11               PIC XX      VALUE SPACES.
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-RSV-STAT             PIC XX      VALUE SPACES.
           03  WS-SC-STAT              PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-JRN-STAT             PIC XX      VALUE SPACES.
           03  WS-ACT-STAT             PIC XX      VALUE SPACES.
           03  WS-BLK-STAT             PIC XX      VALUE SPACES.
           03  WS-BPL-STAT             PIC XX      VALUE SPACES.
           03  WS-LST-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'BLOCK-REG'.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-SKIP-COUNT           PIC 9(7)    VALUE ZEROS.
           03  WS-BLOCK-FOUND          PIC X       VALUE 'N'.
           03  WS-PLACED               PIC X       VALUE 'N'.
           03  WS-ALL-ENROLLED         PIC X       VALUE 'N'.
           03  WS-PLACE-HOW            PIC X       VALUE SPACE.
           03  WS-BLOCK-USED           PIC 9(4)    VALUE ZEROS.
           03  WS-BT-IX                PIC 9(2)    VALUE ZEROS.
           03  LST-EOF-FLAG            PIC X       VALUE SPACES.
               88 LST-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  BPL-EOF-FLAG            PIC X       VALUE SPACES.
               88 BPL-EOF    VALUE '1'.
           03  WS-CART-OK              PIC X       VALUE 'Y'.
           03  WS-TERM-OK              PIC X       VALUE 'N'.
           03  WS-HOLD-OK              PIC X       VALUE 'Y'.
           03  WS-ADVISE-OK            PIC X       VALUE 'Y'.
           03  WS-LEVEL-OK             PIC X       VALUE 'Y'.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-STU-MAJOR            PIC X(6)    VALUE SPACES.
           03  WS-LOAD-CAP             PIC 9(2)    VALUE 18.
           03  WS-LOAD-TOTAL           PIC 9(3)    VALUE ZEROS.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-REG-HOURS            PIC 9(2)    VALUE ZEROS.
           03  WS-CR-MIN-NUM           PIC 9(3)    VALUE ZEROS.
           03  WS-CR-MAX-NUM           PIC 9(3)    VALUE ZEROS.
           03  WS-IX                   PIC 9(2)    VALUE ZEROS.
           03  WS-JX                   PIC 9(2)    VALUE ZEROS.
           03  WS-MX                   PIC 9(2)    VALUE ZEROS.
           03  WS-NX                   PIC 9(2)    VALUE ZEROS.
           03  WS-CUR-SUBJ             PIC X(5)    VALUE SPACES.
           03  WS-CUR-CRSE             PIC X(6)    VALUE SPACES.
           03  WS-PREREQ               PIC X(6)    VALUE SPACES.
           03  WS-PREREQ-MET           PIC X       VALUE 'Y'.
           03  WS-REG-COUNT            PIC 9(4)    VALUE ZEROS.
           03  WS-SEATS-NUM            PIC 9(4)    VALUE ZEROS.
           03  WS-RESERVED-OTHERS      PIC 9(4)    VALUE ZEROS.
           03  WS-AVAIL-SEATS          PIC S9(4)   VALUE ZEROS.
           03  WS-CONFLICT             PIC X       VALUE 'N'.
           03  WS-CRQ-STAT             PIC XX      VALUE SPACES.
           03  WS-COREQ-MET            PIC X       VALUE 'Y'.
           03  WS-WANT-SUBJ            PIC X(5)    VALUE SPACES.
           03  WS-WANT-CRSE            PIC X(6)    VALUE SPACES.
           03  CRQ-EOF-FLAG            PIC X       VALUE SPACES.
               88 CRQ-EOF    VALUE '1'.
           03  WS-CHK-TIME             PIC X(20)   VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  EOF-FLAG2               PIC X       VALUE SPACES.
               88 EOF2       VALUE '1'.
           03  SC-EOF-FLAG             PIC X       VALUE SPACES.
               88 SC-EOF     VALUE '1'.
           03  HIST-EOF-FLAG           PIC X       VALUE SPACES.
               88 HIST-EOF   VALUE '1'.
           03  RSV-EOF-FLAG            PIC X       VALUE SPACES.
               88 RSV-EOF    VALUE '1'.
           03  WS-PMT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRT-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-HTY-STAT             PIC XX      VALUE SPACES.
           03  WS-RPL-STAT             PIC XX      VALUE SPACES.
           03  WS-TST-STAT             PIC XX      VALUE SPACES.
           03  WS-PLC-STAT             PIC XX      VALUE SPACES.
           03  WS-TBL-STAT             PIC XX      VALUE SPACES.
           03  WS-APL-STAT             PIC XX      VALUE SPACES.
           03  WS-PERMIT-FOUND         PIC X       VALUE 'N'.
           03  WS-PMT-WANT             PIC X       VALUE SPACE.
           03  WS-PART-OK              PIC X       VALUE 'Y'.
           03  WS-LEAVE-RETURN         PIC X       VALUE 'N'.
           03  WS-PLACE-MET            PIC X       VALUE 'Y'.
           03  WS-PLR-MAX              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-PLR-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-PLR-TEST-USED        PIC X(4)    VALUE SPACES.
           03  WS-PLR-MIN-USED         PIC 9(3)    VALUE ZEROS.
           03  WS-REPEAT-LIMIT         PIC 9(2)    VALUE 3.
           03  WS-ATTEMPT-CNT          PIC 9(2)    VALUE ZEROS.
           03  WS-REPEAT-OK            PIC X       VALUE 'Y'.
           03  WS-AT-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-AT-DUP               PIC X       VALUE 'N'.
           03  WS-HTY-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-HTY-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-TBL-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-TBL-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-PARSE-IN             PIC X(20)   VALUE SPACES.
           03  WS-PARSE-DAYS           PIC X(8)    VALUE SPACES.
           03  WS-PARSE-START          PIC 9(4)    VALUE ZEROS.
           03  WS-PARSE-END            PIC 9(4)    VALUE ZEROS.
           03  WS-P-I                  PIC 9(2)    VALUE ZEROS.
           03  WS-P-POS                PIC 9(2)    VALUE ZEROS.
           03  WS-D-I                  PIC 9(2)    VALUE ZEROS.
           03  WS-DAY-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-DAY-HIT              PIC X       VALUE 'N'.
           03  WS-CHK-DAYS             PIC X(8)    VALUE SPACES.
           03  WS-CHK-START            PIC 9(4)    VALUE ZEROS.
           03  WS-CHK-END              PIC 9(4)    VALUE ZEROS.
           03  WS-OTH-DAYS             PIC X(8)    VALUE SPACES.
           03  WS-XL-STAT              PIC XX      VALUE SPACES.
           03  WS-XL-GROUP             PIC X(6)    VALUE SPACES.
           03  WS-XL-FOUND             PIC X       VALUE 'N'.
           03  WS-COUNT-CRN            PIC X(6)    VALUE SPACES.
           03  WS-MJ-CNT               PIC 9(2)    VALUE ZEROS.
           03  WS-MJ-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-MJ-FOUND             PIC 9(3)    VALUE ZEROS.
           03  HLD-EOF-FLAG            PIC X       VALUE SPACES.
               88 HLD-EOF    VALUE '1'.
           03  TBL-EOF-FLAG            PIC X       VALUE SPACES.
               88 TBL-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.
           03  WS-STU-ID       PIC 9(6)        VALUE ZEROS.

       01  WS-CRN-ENTRY-FIELDS.
           03  WS-IN-CRN           PIC X(6)    OCCURS 8 TIMES.

       01  WS-ADVISE-CHECK.
           03  WS-ACK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-ACK-YR           PIC X(4)    VALUE SPACES.
           03  WS-ACK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-ACK-POP          PIC X(2)    VALUE SPACES.
           03  WS-ACK-RESULT       PIC X       VALUE SPACES.

       01  WS-LEVEL-CHECK.
           03  WS-LVC-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-LVC-SEM          PIC X(2)    VALUE SPACES.
           03  WS-LVC-YR           PIC X(4)    VALUE SPACES.
           03  WS-LVC-CRSE         PIC X(6)    VALUE SPACES.
           03  WS-LVC-CRSE-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-U      PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-G      PIC X       VALUE SPACES.
           03  WS-LVC-STUD-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-GPA-LEVEL    PIC X       VALUE SPACES.
           03  WS-LVC-RESULT       PIC X       VALUE SPACES.

       01  WS-CART.
           03  WS-CART-CNT         PIC 9(2)    VALUE ZEROS.
           03  WS-CA-ENTRY         OCCURS 8 TIMES.
               05  WS-CA-CRN       PIC X(6).
               05  WS-CA-SUBJ      PIC X(5).
               05  WS-CA-CRSE      PIC X(6).
               05  WS-CA-CAMPUS    PIC X(2).
               05  WS-CA-PART      PIC X(2).
               05  WS-CA-CREDITS   PIC 9(3).
               05  WS-CA-MTG-CNT   PIC 9(2).
               05  WS-CA-MTG-SLOT  PIC X(20)   OCCURS 4 TIMES.
      *        structured view of each slot - resolved through the
      *        time-block table so the conflict tests compare days
      *        and time ranges instead of raw text
               05  WS-CA-MT-DAYS   PIC X(8)    OCCURS 4 TIMES.
               05  WS-CA-MT-START  PIC 9(4)    OCCURS 4 TIMES.
               05  WS-CA-MT-END    PIC 9(4)    OCCURS 4 TIMES.

       01  WS-MJ-TABLE.
           03  WS-MJ-ENTRY         OCCURS 20 TIMES.
               05  WS-MJ-MAJOR     PIC X(6).
               05  WS-MJ-COUNT     PIC 9(3).

       01  WS-ATTEMPT-TABLE.
           03  WS-AT-KEY           PIC X(12)   OCCURS 12 TIMES.

       01  WS-PLR-TABLE.
           03  WS-PLR-ENTRY OCCURS 50 TIMES.
               05  WS-PLR-SUBJ     PIC X(5).
               05  WS-PLR-CRSE     PIC X(6).
               05  WS-PLR-TST      PIC X(4).
               05  WS-PLR-MINSC    PIC 9(3).

       01  WS-HTY-TABLE.
           03  WS-HTY-ENTRY        OCCURS 20 TIMES.
               05  WS-HTY-CODE     PIC X(2).
               05  WS-HTY-REG      PIC X.
               05  WS-HTY-TRN      PIC X.
               05  WS-HTY-CONF     PIC X.

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
               05  WS-TBT-TEXT     PIC X(20).
               05  WS-TBT-DAYS     PIC X(8).
               05  WS-TBT-START    PIC 9(4).
               05  WS-TBT-END      PIC 9(4).

       01  WS-BT-TABLE.
           03  WS-BT-CNT           PIC 9(2)    VALUE ZEROS.
           03  WS-BT-ENTRY         OCCURS 50 TIMES.
               05  WS-BT-CODE      PIC X(6).
               05  WS-BT-READ      PIC 9(4).
               05  WS-BT-PLACED    PIC 9(4).
               05  WS-BT-SKIPPED   PIC 9(4).
               05  WS-BT-FAILED    PIC 9(4).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(30)
               VALUE 'BLOCK REGISTRATION            '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'BLOCK'.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID'.
           03  FILLER      PIC X(20)   VALUE 'EXCEPTION REASON'.

       01  RPT-DETAIL.
           03  RD-CODE     PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-STUD-ID  PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-REASON   PIC X(40).

       01  RPT-BLOCK-HEAD.
           03  FILLER      PIC X(8)    VALUE 'BLOCK'.
           03  FILLER      PIC X(8)    VALUE '   READ'.
           03  FILLER      PIC X(8)    VALUE ' PLACED'.
           03  FILLER      PIC X(8)    VALUE 'SKIPPED'.
           03  FILLER      PIC X(8)    VALUE ' FAILED'.

       01  RPT-BLOCK-LINE.
           03  RB-CODE     PIC X(6).
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RB-READ     PIC Z,ZZ9.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RB-PLACED   PIC Z,ZZ9.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RB-SKIPPED  PIC Z,ZZ9.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RB-FAILED   PIC Z,ZZ9.

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "BLOCK-REG".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 29 VALUE "BLOCK REGISTRATION".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 37 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 39 VALUE '/'.
           03  LINE 09 COL 40 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 11 COL 25 VALUE '     READ:'.
           03  LINE 11 COL 36 PIC 9(7) FROM WS-CTL-READ.
           03  LINE 12 COL 25 VALUE '   PLACED:'.
           03  LINE 12 COL 36 PIC 9(7) FROM WS-CTL-WRITTEN.
           03  LINE 13 COL 25 VALUE '  SKIPPED:'.
           03  LINE 13 COL 36 PIC 9(7) FROM WS-SKIP-COUNT.
           03  LINE 14 COL 25 VALUE 'EXCEPTION:'.
           03  LINE 14 COL 36 PIC 9(7) FROM WS-CTL-REJECTED.
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

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-SEM) TO WS-SEM

           IF WS-SEM EQUAL SPACES OR WS-YR EQUAL SPACES
               MOVE 'SEM/YR REQUIRED' TO WS-MSG
           ELSE
               OPEN INPUT LIST-IN
               IF WS-LST-STAT NOT EQUAL '00'
                   MOVE 'BLOCK-STUDENTS.TXT NOT FOUND' TO WS-MSG
               ELSE
                   PERFORM 080-OPEN-FILES
                   OPEN OUTPUT REPORT-OUT
                   MOVE WS-SEM       TO RH-SEM
                   MOVE WS-YR        TO RH-YR
                   MOVE DISPLAY-DATE TO RH-DATE
                   WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
                   WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
                   MOVE SPACES TO LST-EOF-FLAG
                   PERFORM UNTIL LST-EOF
                       READ LIST-IN
                           AT END
                               MOVE 1 TO LST-EOF-FLAG
                           NOT AT END
                               IF LIST-LINE-IN NOT EQUAL SPACES
                                   PERFORM 150-PLACE-ONE-STUDENT
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM 800-WRITE-TOTALS
                   CLOSE REPORT-OUT
                   PERFORM 090-CLOSE-FILES
                   PERFORM 060-WRITE-CONTROL
                   MOVE SPACES TO WS-MSG
                   STRING WS-CTL-WRITTEN ' PLACED ' WS-CTL-REJECTED
                       ' EXCEPTIONS' INTO WS-MSG
               END-IF
               CLOSE LIST-IN
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
      *    tonight against the prior run
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'BLOCK-REG'     TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       080-OPEN-FILES.
           OPEN I-O ISAM-REG-IO.
           OPEN INPUT ISAM-SEM-IN.
           OPEN I-O ISAM-SCHED-IN.
           OPEN I-O ISAM-STUD-IN.
           OPEN INPUT ISAM-BLDG-IN.
           OPEN INPUT ISAM-COURSE-IN.
           OPEN INPUT ISAM-TC-IN.
           OPEN INPUT ISAM-MTG-IN.
           OPEN INPUT ISAM-XL-IN
           OPEN INPUT ISAM-RSV-IN.
           OPEN INPUT ISAM-HIST-IN.
           OPEN INPUT ISAM-CRQ-IN.
           OPEN I-O ISAM-PMT-IO
           IF WS-PMT-STAT EQUAL '35'
               OPEN OUTPUT ISAM-PMT-IO
               CLOSE ISAM-PMT-IO
               OPEN I-O ISAM-PMT-IO
           END-IF
           OPEN I-O ISAM-APL-IO
           IF WS-APL-STAT EQUAL '35'
               OPEN OUTPUT ISAM-APL-IO
               CLOSE ISAM-APL-IO
               OPEN I-O ISAM-APL-IO
           END-IF
           OPEN INPUT ISAM-PRT-IN
           OPEN INPUT ISAM-HLD-IN
           OPEN INPUT ISAM-TST-IN
           OPEN INPUT ISAM-BLK-IN
           OPEN I-O ISAM-BPL-IO
           IF WS-BPL-STAT EQUAL '35'
               OPEN OUTPUT ISAM-BPL-IO
               CLOSE ISAM-BPL-IO
               OPEN I-O ISAM-BPL-IO
           END-IF
           PERFORM 130-LOAD-PLACE-RULES
           PERFORM 140-LOAD-TIME-BLOCKS
           PERFORM 145-LOAD-HOLD-TYPES
           OPEN INPUT RPTLIM-IN
           IF WS-RPL-STAT EQUAL '00'
               READ RPTLIM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPL-LIMIT NUMERIC
                           AND RPL-LIMIT GREATER THAN ZEROS
                           MOVE RPL-LIMIT TO WS-REPEAT-LIMIT
                       END-IF
               END-READ
               CLOSE RPTLIM-IN
           END-IF
           OPEN I-O ISAM-SC-IO
           IF WS-SC-STAT EQUAL '35'
               OPEN OUTPUT ISAM-SC-IO
               CLOSE ISAM-SC-IO
               OPEN I-O ISAM-SC-IO
           END-IF
           OPEN INPUT MAXLOAD-IN
           IF WS-STAT11 EQUAL '00'
               READ MAXLOAD-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ML-CAP NUMERIC AND ML-CAP GREATER THAN ZEROS
                           MOVE ML-CAP TO WS-LOAD-CAP
                       END-IF
               END-READ
               CLOSE MAXLOAD-IN
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF
           OPEN EXTEND JRNL-OUT
           IF WS-JRN-STAT NOT EQUAL '00'
               OPEN OUTPUT JRNL-OUT
               CLOSE JRNL-OUT
               OPEN EXTEND JRNL-OUT
           END-IF
           OPEN EXTEND ACT-OUT
           IF WS-ACT-STAT NOT EQUAL '00'
               OPEN OUTPUT ACT-OUT
               CLOSE ACT-OUT
               OPEN EXTEND ACT-OUT
           END-IF.
      *-----------------------------------------------------------------
       090-CLOSE-FILES.
           CLOSE ISAM-REG-IO.
           CLOSE ISAM-SEM-IN.
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-STUD-IN.
           CLOSE ISAM-BLDG-IN.
           CLOSE ISAM-COURSE-IN.
           CLOSE ISAM-TC-IN.
           CLOSE ISAM-MTG-IN.
           CLOSE ISAM-XL-IN.
           CLOSE ISAM-RSV-IN.
           CLOSE ISAM-HIST-IN.
           CLOSE ISAM-CRQ-IN.
           CLOSE ISAM-PMT-IO.
           CLOSE ISAM-APL-IO.
           CLOSE ISAM-PRT-IN.
           CLOSE ISAM-HLD-IN.
           CLOSE ISAM-TST-IN.
           CLOSE ISAM-BLK-IN.
           CLOSE ISAM-BPL-IO.
           CLOSE ISAM-SC-IO.
           CLOSE AUDIT-OUT.
           CLOSE JRNL-OUT.
           CLOSE ACT-OUT.
      *-----------------------------------------------------------------
       150-PLACE-ONE-STUDENT.
      *    one list line is one student for one block - the block's
      *    CRNs become that student's cart and post only if every
      *    check passes
           ADD 1 TO WS-CTL-READ
           MOVE SPACES TO WS-MSG
           PERFORM 195-FIND-BLOCK-TALLY
           IF WS-BT-IX GREATER THAN ZEROS
               ADD 1 TO WS-BT-READ (WS-BT-IX)
           END-IF
           IF LST-STUD-ID NOT NUMERIC
               MOVE 'STUDENT ID NOT NUMERIC' TO WS-MSG
               PERFORM 190-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE LST-STUD-ID TO WS-STU-ID
           PERFORM 160-LOAD-BLOCK
           IF WS-BLOCK-FOUND EQUAL 'N'
               MOVE 'BLOCK NOT DEFINED FOR TERM' TO WS-MSG
               PERFORM 190-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-CHECK-PLACED
           IF WS-PLACED EQUAL 'Y'
               ADD 1 TO WS-SKIP-COUNT
               IF WS-BT-IX GREATER THAN ZEROS
                   ADD 1 TO WS-BT-SKIPPED (WS-BT-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 175-COUNT-BLOCK-SEATS
           IF WS-BLOCK-USED NOT LESS THAN BLK-SEATS
               MOVE 'BLOCK FULL' TO WS-MSG
               PERFORM 190-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN 8
               MOVE BLK-CRN (WS-IX) TO WS-IN-CRN (WS-IX)
           END-PERFORM
           PERFORM 100-PROCESS-CART
           IF WS-CART-OK EQUAL 'Y'
               MOVE 'B' TO WS-PLACE-HOW
               PERFORM 180-RECORD-PLACEMENT
               ADD 1 TO WS-CTL-WRITTEN
               IF WS-BT-IX GREATER THAN ZEROS
                   ADD 1 TO WS-BT-PLACED (WS-BT-IX)
               END-IF
           ELSE
               PERFORM 190-WRITE-EXCEPTION
           END-IF.
      *-----------------------------------------------------------------
       160-LOAD-BLOCK.
           MOVE 'N'      TO WS-BLOCK-FOUND
           MOVE WS-SEM   TO BLK-SEM
           MOVE WS-YR    TO BLK-YR
           MOVE LST-CODE TO BLK-CODE
           READ ISAM-BLK-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BLOCK-FOUND
           END-READ.
      *-----------------------------------------------------------------
       170-CHECK-PLACED.
      *    a student this block already placed is skipped on a rerun -
      *    so is one the counter already seated in every block CRN,
      *    who is recorded as placed from here on
           MOVE 'N'       TO WS-PLACED
           MOVE WS-SEM    TO BPL-SEM
           MOVE WS-YR     TO BPL-YR
           MOVE LST-CODE  TO BPL-CODE
           MOVE WS-STU-ID TO BPL-STUD-ID
           READ ISAM-BPL-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PLACED
           END-READ
           IF WS-PLACED EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ALL-ENROLLED
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN 8
               OR WS-ALL-ENROLLED EQUAL 'N'
               IF BLK-CRN (WS-IX) NOT EQUAL SPACES
                   MOVE WS-SEM          TO REG-IO-SEM
                   MOVE WS-YR           TO REG-IO-YR
                   MOVE BLK-CRN (WS-IX) TO REG-IO-CRN
                   MOVE WS-STU-ID       TO REG-IO-STUD-ID
                   READ ISAM-REG-IO
                       INVALID KEY
                           MOVE 'N' TO WS-ALL-ENROLLED
                       NOT INVALID KEY
                           IF REG-IO-STATUS EQUAL 'W'
                               OR REG-IO-GRADE EQUAL 'W'
                               MOVE 'N' TO WS-ALL-ENROLLED
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-ALL-ENROLLED EQUAL 'Y'
               MOVE 'E' TO WS-PLACE-HOW
               PERFORM 180-RECORD-PLACEMENT
               MOVE 'Y' TO WS-PLACED
           END-IF.
      *-----------------------------------------------------------------
       175-COUNT-BLOCK-SEATS.
      *    the block's seat count caps how many students it places
      *    across every run, not just this one
           MOVE ZEROS    TO WS-BLOCK-USED
           MOVE WS-SEM   TO BPL-SEM
           MOVE WS-YR    TO BPL-YR
           MOVE LST-CODE TO BPL-CODE
           MOVE ZEROS    TO BPL-STUD-ID
           START ISAM-BPL-IO KEY IS NOT LESS THAN BPL-KEY
               INVALID KEY
                   MOVE 1 TO BPL-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO BPL-EOF-FLAG
           END-START
           PERFORM UNTIL BPL-EOF
               READ ISAM-BPL-IO NEXT RECORD
                   AT END
                       MOVE 1 TO BPL-EOF-FLAG
                   NOT AT END
                       IF BPL-SEM NOT EQUAL WS-SEM
                           OR BPL-YR NOT EQUAL WS-YR
                           OR BPL-CODE NOT EQUAL LST-CODE
                           MOVE 1 TO BPL-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-BLOCK-USED
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       180-RECORD-PLACEMENT.
           MOVE WS-SEM       TO BPL-SEM
           MOVE WS-YR        TO BPL-YR
           MOVE LST-CODE     TO BPL-CODE
           MOVE WS-STU-ID    TO BPL-STUD-ID
           MOVE WS-NOW-DATE  TO BPL-DATE
           MOVE WS-PLACE-HOW TO BPL-HOW
           WRITE BPL-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       190-WRITE-EXCEPTION.
           MOVE SPACES      TO RPT-DETAIL
           MOVE LST-CODE    TO RD-CODE
           MOVE LST-STUD-ID TO RD-STUD-ID
           MOVE WS-MSG      TO RD-REASON
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           ADD 1 TO WS-CTL-REJECTED
           IF WS-BT-IX GREATER THAN ZEROS
               ADD 1 TO WS-BT-FAILED (WS-BT-IX)
           END-IF.
      *-----------------------------------------------------------------
       195-FIND-BLOCK-TALLY.
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX GREATER THAN WS-BT-CNT
               OR WS-BT-CODE (WS-BT-IX) EQUAL LST-CODE
               CONTINUE
           END-PERFORM
           IF WS-BT-IX GREATER THAN WS-BT-CNT
               IF WS-BT-CNT LESS THAN 50
                   ADD 1 TO WS-BT-CNT
                   MOVE WS-BT-CNT TO WS-BT-IX
                   MOVE LST-CODE  TO WS-BT-CODE (WS-BT-IX)
                   MOVE ZEROS     TO WS-BT-READ (WS-BT-IX)
                   MOVE ZEROS     TO WS-BT-PLACED (WS-BT-IX)
                   MOVE ZEROS     TO WS-BT-SKIPPED (WS-BT-IX)
                   MOVE ZEROS     TO WS-BT-FAILED (WS-BT-IX)
               ELSE
                   MOVE ZEROS TO WS-BT-IX
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-BLOCK-HEAD
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX GREATER THAN WS-BT-CNT
               MOVE WS-BT-CODE (WS-BT-IX)    TO RB-CODE
               MOVE WS-BT-READ (WS-BT-IX)    TO RB-READ
               MOVE WS-BT-PLACED (WS-BT-IX)  TO RB-PLACED
               MOVE WS-BT-SKIPPED (WS-BT-IX) TO RB-SKIPPED
               MOVE WS-BT-FAILED (WS-BT-IX)  TO RB-FAILED
               WRITE REPORT-LINE-OUT FROM RPT-BLOCK-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'STUDENTS READ:' TO RPT-TOTAL
           MOVE WS-CTL-READ TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'PLACED:' TO RPT-TOTAL
           MOVE WS-CTL-WRITTEN TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'SKIPPED - ALREADY PLACED:' TO RPT-TOTAL
           MOVE WS-SKIP-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'EXCEPTIONS:' TO RPT-TOTAL
           MOVE WS-CTL-REJECTED TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
      *-----------------------------------------------------------------
       100-PROCESS-CART.
      *    the block's CRNs are the cart - every check REG-CART makes
      *    runs over the whole set before anything is written - the
      *    first failure names its CRN and the student posts nothing
           MOVE 'Y' TO WS-CART-OK
           PERFORM 110-GATHER-CART
           IF WS-CART-CNT EQUAL ZEROS
               MOVE 'BLOCK HAS NO CRNS' TO WS-MSG
               MOVE 'N' TO WS-CART-OK
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 600-CHECK-TERM
               IF WS-TERM-OK NOT EQUAL 'Y'
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 650-CHECK-HOLD
               IF WS-HOLD-OK NOT EQUAL 'Y'
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 640-CHECK-ADVISING
               IF WS-ADVISE-OK NOT EQUAL 'Y'
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 200-LOAD-CART-SECTIONS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 630-CHECK-ALL-PARTS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 300-CHECK-ALL-CONFLICTS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 400-CHECK-ALL-PREREQS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 405-CHECK-ALL-PLACEMENTS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 415-CHECK-ALL-LEVELS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 490-CHECK-ALL-REPEATS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 450-CHECK-ALL-COREQS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 700-CHECK-CREDIT-LOAD
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 750-CHECK-ALL-SEATS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 500-POST-CART
           END-IF
           UNLOCK ISAM-SCHED-IN.
      *-----------------------------------------------------------------
       110-GATHER-CART.
           MOVE ZEROS TO WS-CART-CNT
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN 8
               IF WS-IN-CRN (WS-IX) NOT EQUAL SPACES
                   ADD 1 TO WS-CART-CNT
                   MOVE WS-IN-CRN (WS-IX)
                       TO WS-CA-CRN (WS-CART-CNT)
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       200-LOAD-CART-SECTIONS.
      *    each cart section's facts come off SCHEDULE-MASTER - an
      *    unknown CRN or a CRN already on the student's schedule
      *    fails the whole cart here
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               PERFORM 210-LOAD-ONE-SECTION
           END-PERFORM.
      *-----------------------------------------------------------------
       210-LOAD-ONE-SECTION.
           MOVE WS-SEM TO SEMESTER
           MOVE WS-YR  TO YEAR
           MOVE WS-CA-CRN (WS-IX) TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE SPACES TO WS-MSG
                   STRING 'INVALID CRN ' WS-CA-CRN (WS-IX)
                       INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               NOT INVALID KEY
                   MOVE SUBJ   TO WS-CA-SUBJ (WS-IX)
                   MOVE CRSE   TO WS-CA-CRSE (WS-IX)
                   MOVE CAMPUS TO WS-CA-CAMPUS (WS-IX)
                   MOVE PART-OF-TERM TO WS-CA-PART (WS-IX)
                   MOVE 1 TO WS-CA-MTG-CNT (WS-IX)
                   MOVE TIME-DAY TO WS-CA-MTG-SLOT (WS-IX, 1)
                   MOVE 1 TO WS-MX
                   PERFORM 215-STRUCT-CART-SLOT
                   PERFORM 220-LOAD-SECTION-MEETINGS
                   PERFORM 230-LOAD-SECTION-CREDITS
                   MOVE WS-SEM TO REG-IO-SEM
                   MOVE WS-YR  TO REG-IO-YR
                   MOVE WS-CA-CRN (WS-IX) TO REG-IO-CRN
                   MOVE WS-STU-ID TO REG-IO-STUD-ID
                   READ ISAM-REG-IO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-MSG
                           STRING 'ALREADY REGISTERED '
                               WS-CA-CRN (WS-IX) INTO WS-MSG
                           MOVE 'N' TO WS-CART-OK
                   END-READ
           END-READ.
      *-----------------------------------------------------------------
       220-LOAD-SECTION-MEETINGS.
           MOVE WS-YR  TO MTG-YR
           MOVE WS-SEM TO MTG-SEM
           MOVE WS-CA-CRN (WS-IX) TO MTG-CRN
           MOVE ZEROS  TO MTG-SEQ
           START ISAM-MTG-IN KEY IS NOT LESS THAN MTG-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG2
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG2
           END-START
           PERFORM UNTIL EOF2
               READ ISAM-MTG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG2
                   NOT AT END
                       IF MTG-YR NOT EQUAL WS-YR
                           OR MTG-SEM NOT EQUAL WS-SEM
                           OR MTG-CRN NOT EQUAL WS-CA-CRN (WS-IX)
                           MOVE 1 TO EOF-FLAG2
                       ELSE
                           IF WS-CA-MTG-CNT (WS-IX) LESS THAN 4
                               ADD 1 TO WS-CA-MTG-CNT (WS-IX)
                               MOVE MTG-TIME-DAY TO WS-CA-MTG-SLOT
                                   (WS-IX, WS-CA-MTG-CNT (WS-IX))
                               MOVE WS-CA-MTG-CNT (WS-IX) TO WS-MX
                               PERFORM 215-STRUCT-CART-SLOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       230-LOAD-SECTION-CREDITS.
           MOVE ZEROS TO WS-CA-CREDITS (WS-IX)
           MOVE WS-CA-SUBJ (WS-IX) TO ISAM-IO-SUBJ
           MOVE WS-CA-CRSE (WS-IX) TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-IO-CREDITS NUMERIC
                       MOVE ISAM-IO-CREDITS TO WS-CA-CREDITS (WS-IX)
                   END-IF
                   PERFORM 235-CHOOSE-SECTION-HOURS
           END-READ.
      *-----------------------------------------------------------------
       235-CHOOSE-SECTION-HOURS.
      *    a variable-credit course carries a minimum and maximum on
      *    COURSE-MASTER - with nobody to key hours the block takes
      *    the catalog credits when they fall inside the range and
      *    the minimum otherwise
           IF ISAM-IO-CR-MIN NOT NUMERIC OR ISAM-IO-CR-MAX NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-IO-CR-MIN TO WS-CR-MIN-NUM
           MOVE ISAM-IO-CR-MAX TO WS-CR-MAX-NUM
           IF WS-CR-MAX-NUM NOT GREATER THAN WS-CR-MIN-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CA-CREDITS (WS-IX) TO WS-REG-HOURS
           IF WS-REG-HOURS LESS THAN WS-CR-MIN-NUM
               OR WS-REG-HOURS GREATER THAN WS-CR-MAX-NUM
               MOVE WS-CR-MIN-NUM TO WS-REG-HOURS
           END-IF
           MOVE WS-REG-HOURS TO WS-CA-CREDITS (WS-IX).
      *-----------------------------------------------------------------
       300-CHECK-ALL-CONFLICTS.
      *    first the cart against itself - two new sections sharing a
      *    meeting pattern fail before any file is touched - then each
      *    cart section against the student's existing schedule the
      *    way REG-ADD tests a single add
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER THAN WS-CART-CNT
                   OR WS-CART-OK EQUAL 'N'
                   IF WS-JX GREATER THAN WS-IX
                       PERFORM 310-CART-PAIR-CHECK
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               PERFORM 330-CHECK-VS-EXISTING
           END-PERFORM.
      *-----------------------------------------------------------------
       310-CART-PAIR-CHECK.
      *    two new sections test day-against-day and range-against-
      *    range the same as REG-ADD's structured conflict check -
      *    a slot neither the block table nor the free-text parse
      *    resolves falls back to the exact-text compare
           PERFORM VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX GREATER THAN WS-CA-MTG-CNT (WS-IX)
               PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX GREATER THAN WS-CA-MTG-CNT (WS-JX)
                   PERFORM 315-TEST-PAIR-SLOT
               END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       315-TEST-PAIR-SLOT.
           IF WS-CA-MT-START (WS-IX, WS-MX) GREATER THAN ZEROS
               AND WS-CA-MT-START (WS-JX, WS-NX) GREATER THAN ZEROS
               MOVE WS-CA-MT-DAYS (WS-IX, WS-MX) TO WS-CHK-DAYS
               MOVE WS-CA-MT-DAYS (WS-JX, WS-NX) TO WS-OTH-DAYS
               PERFORM 355-DAYS-INTERSECT
               IF WS-DAY-HIT EQUAL 'Y'
                   AND WS-CA-MT-START (WS-IX, WS-MX) LESS THAN
                       WS-CA-MT-END (WS-JX, WS-NX)
                   AND WS-CA-MT-START (WS-JX, WS-NX) LESS THAN
                       WS-CA-MT-END (WS-IX, WS-MX)
                   MOVE SPACES TO WS-MSG
                   STRING 'CART CONFLICT ' WS-CA-CRN (WS-IX)
                       ' ' WS-CA-CRN (WS-JX) INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           ELSE
               IF WS-CA-MTG-SLOT (WS-IX, WS-MX) EQUAL
                   WS-CA-MTG-SLOT (WS-JX, WS-NX)
                   MOVE SPACES TO WS-MSG
                   STRING 'CART CONFLICT ' WS-CA-CRN (WS-IX)
                       ' ' WS-CA-CRN (WS-JX) INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       330-CHECK-VS-EXISTING.
           MOVE 'N' TO WS-CONFLICT
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE WS-STU-ID  TO REG-IO-STUD-ID
           READ ISAM-REG-IO KEY IS REG-STUD-ID-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 340-CHECK-ONE-REG
                   MOVE SPACES TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ ISAM-REG-IO NEXT RECORD
                           AT END
                               MOVE 1 TO EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-STUD-ID NOT EQUAL
                                       WS-STU-ID
                                   MOVE 1 TO EOF-FLAG
                               ELSE
                                   PERFORM 340-CHECK-ONE-REG
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ
           IF WS-CONFLICT EQUAL 'Y'
               MOVE SPACES TO WS-MSG
               STRING 'TIME CONFLICT ' WS-CA-CRN (WS-IX)
                   INTO WS-MSG
               MOVE 'N' TO WS-CART-OK
           END-IF.
      *-----------------------------------------------------------------
       340-CHECK-ONE-REG.
           IF REG-IO-STATUS NOT EQUAL 'W'
               MOVE REG-IO-CRN TO CRN
               MOVE WS-YR      TO YEAR
               MOVE WS-SEM     TO SEMESTER
               READ ISAM-SCHED-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TIME-DAY TO WS-CHK-TIME
                       PERFORM 350-MATCH-CART-TIME
                       PERFORM 360-CHECK-OTHER-MEETINGS
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       350-MATCH-CART-TIME.
      *    a shared day plus overlapping time ranges is a conflict -
      *    the same structured test REG-ADD makes, with unresolvable
      *    patterns falling back to the exact-text compare
           MOVE WS-CHK-TIME TO WS-PARSE-IN
           PERFORM 345-PARSE-TIME
           MOVE WS-PARSE-DAYS  TO WS-CHK-DAYS
           MOVE WS-PARSE-START TO WS-CHK-START
           MOVE WS-PARSE-END   TO WS-CHK-END
           PERFORM VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX GREATER THAN WS-CA-MTG-CNT (WS-IX)
               IF WS-CHK-START GREATER THAN ZEROS
                   AND WS-CA-MT-START (WS-IX, WS-MX)
                       GREATER THAN ZEROS
                   MOVE WS-CA-MT-DAYS (WS-IX, WS-MX) TO WS-OTH-DAYS
                   PERFORM 355-DAYS-INTERSECT
                   IF WS-DAY-HIT EQUAL 'Y'
                       AND WS-CHK-START LESS THAN
                           WS-CA-MT-END (WS-IX, WS-MX)
                       AND WS-CA-MT-START (WS-IX, WS-MX) LESS THAN
                           WS-CHK-END
                       MOVE 'Y' TO WS-CONFLICT
                   END-IF
               ELSE
                   IF WS-CHK-TIME EQUAL WS-CA-MTG-SLOT (WS-IX, WS-MX)
                       AND WS-CHK-TIME NOT EQUAL SPACES
                       MOVE 'Y' TO WS-CONFLICT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       355-DAYS-INTERSECT.
           MOVE 'N' TO WS-DAY-HIT
           PERFORM VARYING WS-D-I FROM 1 BY 1
               UNTIL WS-D-I GREATER THAN 8
               IF WS-CHK-DAYS (WS-D-I:1) NOT EQUAL SPACE
                   MOVE ZEROS TO WS-DAY-CNT
                   INSPECT WS-OTH-DAYS TALLYING WS-DAY-CNT
                       FOR ALL WS-CHK-DAYS (WS-D-I:1)
                   IF WS-DAY-CNT GREATER THAN ZEROS
                       MOVE 'Y' TO WS-DAY-HIT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       215-STRUCT-CART-SLOT.
           MOVE WS-CA-MTG-SLOT (WS-IX, WS-MX) TO WS-PARSE-IN
           PERFORM 345-PARSE-TIME
           MOVE WS-PARSE-DAYS  TO WS-CA-MT-DAYS (WS-IX, WS-MX)
           MOVE WS-PARSE-START TO WS-CA-MT-START (WS-IX, WS-MX)
           MOVE WS-PARSE-END   TO WS-CA-MT-END (WS-IX, WS-MX).
      *-----------------------------------------------------------------
       345-PARSE-TIME.
      *    a pattern matching a published time block resolves straight
      *    to that block's days and range - otherwise TIME-DAY is free
      *    text like MWF 0800-0850 - a pattern that resolves no way at
      *    all opts out of the structured tests
           MOVE SPACES TO WS-PARSE-DAYS
           MOVE ZEROS  TO WS-PARSE-START
           MOVE ZEROS  TO WS-PARSE-END
           MOVE ZEROS  TO WS-P-POS
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
               UNTIL WS-TBL-IX GREATER THAN WS-TBL-CNT
               IF WS-PARSE-IN EQUAL WS-TBT-TEXT (WS-TBL-IX)
                   MOVE WS-TBT-DAYS (WS-TBL-IX)  TO WS-PARSE-DAYS
                   MOVE WS-TBT-START (WS-TBL-IX) TO WS-PARSE-START
                   MOVE WS-TBT-END (WS-TBL-IX)   TO WS-PARSE-END
                   MOVE WS-TBL-CNT TO WS-TBL-IX
               END-IF
           END-PERFORM
           IF WS-PARSE-START GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P-I FROM 1 BY 1
               UNTIL WS-P-I GREATER THAN 17
               OR WS-P-POS GREATER THAN ZEROS
               IF WS-PARSE-IN (WS-P-I:4) NUMERIC
                   MOVE WS-PARSE-IN (WS-P-I:4) TO WS-PARSE-START
                   MOVE WS-P-I TO WS-P-POS
               END-IF
           END-PERFORM
           IF WS-P-POS GREATER THAN ZEROS
               AND WS-P-POS LESS THAN 13
               IF WS-PARSE-IN (WS-P-POS + 5:4) NUMERIC
                   MOVE WS-PARSE-IN (WS-P-POS + 5:4)
                       TO WS-PARSE-END
               END-IF
           END-IF
           IF WS-PARSE-START GREATER THAN ZEROS
               AND WS-PARSE-END NOT GREATER THAN WS-PARSE-START
               COMPUTE WS-PARSE-END = WS-PARSE-START + 100
           END-IF
           IF WS-P-POS GREATER THAN 1
               IF WS-P-POS GREATER THAN 9
                   MOVE WS-PARSE-IN (1:8) TO WS-PARSE-DAYS
               ELSE
                   SUBTRACT 1 FROM WS-P-POS
                   MOVE WS-PARSE-IN (1:WS-P-POS) TO WS-PARSE-DAYS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       140-LOAD-TIME-BLOCKS.
           MOVE ZEROS TO WS-TBL-CNT
           OPEN INPUT ISAM-TBL-IN
           IF WS-TBL-STAT EQUAL '00' OR '05'
               MOVE LOW-VALUES TO TBL-CODE
               START ISAM-TBL-IN KEY IS NOT LESS THAN TBL-CODE
                   INVALID KEY
                       MOVE 1 TO TBL-EOF-FLAG
                   NOT INVALID KEY
                       MOVE SPACES TO TBL-EOF-FLAG
               END-START
               PERFORM UNTIL TBL-EOF
                   READ ISAM-TBL-IN NEXT RECORD
                       AT END
                           MOVE 1 TO TBL-EOF-FLAG
                       NOT AT END
                           IF WS-TBL-CNT LESS THAN 50
                               ADD 1 TO WS-TBL-CNT
                               MOVE TBL-TEXT
                                   TO WS-TBT-TEXT (WS-TBL-CNT)
                               MOVE TBL-DAYS
                                   TO WS-TBT-DAYS (WS-TBL-CNT)
                               MOVE TBL-START
                                   TO WS-TBT-START (WS-TBL-CNT)
                               MOVE TBL-END
                                   TO WS-TBT-END (WS-TBL-CNT)
                           ELSE
                               MOVE 1 TO TBL-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISAM-TBL-IN
           END-IF.
      *-----------------------------------------------------------------
       130-LOAD-PLACE-RULES.
           MOVE ZEROS TO WS-PLR-MAX
           OPEN INPUT PLACE-IN
           IF WS-PLC-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-PLR-MAX = 50
                   READ PLACE-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PLR-MAX
                           MOVE PLR-SUBJ TO WS-PLR-SUBJ(WS-PLR-MAX)
                           MOVE PLR-CRSE TO WS-PLR-CRSE(WS-PLR-MAX)
                           MOVE PLR-TEST TO WS-PLR-TST(WS-PLR-MAX)
                           MOVE PLR-MIN  TO WS-PLR-MINSC(WS-PLR-MAX)
                   END-READ
               END-PERFORM
               CLOSE PLACE-IN
               MOVE SPACES TO EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       145-LOAD-HOLD-TYPES.
           MOVE ZEROS TO WS-HTY-CNT
           OPEN INPUT HTY-IN
           IF WS-HTY-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-HTY-CNT = 20
                   READ HTY-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HTY-CNT
                           MOVE HTY-CODE
                               TO WS-HTY-CODE (WS-HTY-CNT)
                           MOVE HTY-BLOCK-REG
                               TO WS-HTY-REG (WS-HTY-CNT)
                           MOVE HTY-BLOCK-TRN
                               TO WS-HTY-TRN (WS-HTY-CNT)
                           MOVE HTY-BLOCK-CONF
                               TO WS-HTY-CONF (WS-HTY-CNT)
                   END-READ
               END-PERFORM
               CLOSE HTY-IN
               MOVE SPACES TO EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       360-CHECK-OTHER-MEETINGS.
           MOVE WS-YR      TO MTG-YR
           MOVE WS-SEM     TO MTG-SEM
           MOVE REG-IO-CRN TO MTG-CRN
           MOVE ZEROS      TO MTG-SEQ
           START ISAM-MTG-IN KEY IS NOT LESS THAN MTG-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG2
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG2
           END-START
           PERFORM UNTIL EOF2
               READ ISAM-MTG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG2
                   NOT AT END
                       IF MTG-YR NOT EQUAL WS-YR
                           OR MTG-SEM NOT EQUAL WS-SEM
                           OR MTG-CRN NOT EQUAL REG-IO-CRN
                           MOVE 1 TO EOF-FLAG2
                       ELSE
                           MOVE MTG-TIME-DAY TO WS-CHK-TIME
                           PERFORM 350-MATCH-CART-TIME
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       400-CHECK-ALL-PREREQS.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               MOVE WS-CA-SUBJ (WS-IX) TO WS-CUR-SUBJ
               MOVE WS-CA-CRSE (WS-IX) TO WS-CUR-CRSE
               PERFORM 410-CHECK-PREREQ
               IF WS-PREREQ-MET EQUAL 'N'
      *            an unexpired instructor permission clears the
      *            prerequisite and is consumed, as at the counter
                   MOVE 'P' TO WS-PMT-WANT
                   PERFORM 460-CHECK-PERMIT
                   IF WS-PERMIT-FOUND EQUAL 'Y'
                       MOVE 'Y' TO WS-PREREQ-MET
                   END-IF
               END-IF
               IF WS-PREREQ-MET EQUAL 'N'
                   MOVE SPACES TO WS-MSG
                   STRING 'PREREQ ' WS-PREREQ ' NOT MET '
                       WS-CA-CRN (WS-IX) INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       410-CHECK-PREREQ.
           MOVE 'Y' TO WS-PREREQ-MET
           MOVE WS-CUR-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CUR-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-IO-PREREQ NOT EQUAL SPACES
                       MOVE ISAM-IO-PREREQ TO WS-PREREQ
                       MOVE 'N' TO WS-PREREQ-MET
                       PERFORM 440-SCAN-COURSE-HISTORY
                       IF WS-PREREQ-MET EQUAL 'N'
                           PERFORM 430-CHECK-HISTORY
                       END-IF
                       IF WS-PREREQ-MET EQUAL 'N'
                           PERFORM 420-CHECK-TRANSFER-EQUIV
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       440-SCAN-COURSE-HISTORY.
           MOVE WS-STU-ID  TO SC-STUD-ID
           MOVE LOW-VALUES TO SC-SEM
           MOVE LOW-VALUES TO SC-YR
           MOVE LOW-VALUES TO SC-CRN
           START ISAM-SC-IO KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE 1 TO SC-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SC-EOF-FLAG
           END-START
           PERFORM UNTIL SC-EOF
               READ ISAM-SC-IO NEXT RECORD
                   AT END
                       MOVE 1 TO SC-EOF-FLAG
                   NOT AT END
                       IF SC-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO SC-EOF-FLAG
                       ELSE
                           IF SC-STATUS NOT EQUAL 'W'
                               AND SC-GRADE NOT EQUAL 'W'
                               AND SC-SUBJ EQUAL WS-CUR-SUBJ
                               AND SC-CRSE EQUAL WS-PREREQ
                               MOVE 'Y' TO WS-PREREQ-MET
                               MOVE 1 TO SC-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       430-CHECK-HISTORY.
           MOVE LOW-VALUES TO HST-KEY
           START ISAM-HIST-IN KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 1 TO HIST-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-EOF
               READ ISAM-HIST-IN NEXT RECORD
                   AT END
                       MOVE 1 TO HIST-EOF-FLAG
                   NOT AT END
                       IF HST-STUD-ID EQUAL WS-STU-ID
                           AND HST-STATUS NOT EQUAL 'W'
                           AND (HST-GRADE EQUAL 'A' OR 'B' OR 'C'
                               OR 'D')
                           AND HST-SUBJ EQUAL WS-CUR-SUBJ
                           AND HST-CRSE EQUAL WS-PREREQ
                           MOVE 'Y' TO WS-PREREQ-MET
                           MOVE 1 TO HIST-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       420-CHECK-TRANSFER-EQUIV.
           MOVE WS-STU-ID TO TC-STUD-ID
           MOVE ZEROS     TO TC-SEQ
           START ISAM-TC-IN KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG2
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG2
           END-START
           PERFORM UNTIL EOF2
               READ ISAM-TC-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG2
                   NOT AT END
                       IF TC-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO EOF-FLAG2
                       ELSE
                           IF TC-EQUIV-SUBJ EQUAL WS-CUR-SUBJ
                               AND TC-EQUIV-CRSE EQUAL WS-PREREQ
                               AND TC-GRADE NOT EQUAL 'F'
                               MOVE 'Y' TO WS-PREREQ-MET
                               MOVE 1 TO EOF-FLAG2
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       450-CHECK-ALL-COREQS.
      *    a required partner course satisfies from inside the cart or
      *    from the student's existing registrations - the point of
      *    the cart is that a lab/lecture pair keyed together passes
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               PERFORM 455-CHECK-ONE-COREQ
           END-PERFORM.
      *-----------------------------------------------------------------
       455-CHECK-ONE-COREQ.
           MOVE 'Y' TO WS-COREQ-MET
           IF WS-CRQ-STAT NOT EQUAL '00' AND '05'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CA-SUBJ (WS-IX) TO CRQ-SUBJ
           MOVE WS-CA-CRSE (WS-IX) TO CRQ-CRSE
           READ ISAM-CRQ-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CRQ-CO-SUBJ TO WS-WANT-SUBJ
           MOVE CRQ-CO-CRSE TO WS-WANT-CRSE
           MOVE 'N' TO WS-COREQ-MET
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX GREATER THAN WS-CART-CNT
               IF WS-CA-SUBJ (WS-JX) EQUAL WS-WANT-SUBJ
                   AND WS-CA-CRSE (WS-JX) EQUAL WS-WANT-CRSE
                   MOVE 'Y' TO WS-COREQ-MET
               END-IF
           END-PERFORM
           IF WS-COREQ-MET EQUAL 'N'
               PERFORM 457-SCAN-EXISTING-COREQ
           END-IF
           IF WS-COREQ-MET EQUAL 'N'
               MOVE SPACES TO WS-MSG
               STRING 'CO-REQ ' WS-WANT-SUBJ ' ' WS-WANT-CRSE
                   ' REQUIRED' INTO WS-MSG
               MOVE 'N' TO WS-CART-OK
           END-IF.
      *-----------------------------------------------------------------
       457-SCAN-EXISTING-COREQ.
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE WS-STU-ID  TO REG-IO-STUD-ID
           READ ISAM-REG-IO KEY IS REG-STUD-ID-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 458-MATCH-COREQ-ROW
                   MOVE SPACES TO CRQ-EOF-FLAG
                   PERFORM UNTIL CRQ-EOF
                       READ ISAM-REG-IO NEXT RECORD
                           AT END
                               MOVE 1 TO CRQ-EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-STUD-ID NOT EQUAL
                                       WS-STU-ID
                                   MOVE 1 TO CRQ-EOF-FLAG
                               ELSE
                                   PERFORM 458-MATCH-COREQ-ROW
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
      *-----------------------------------------------------------------
       458-MATCH-COREQ-ROW.
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               MOVE WS-SEM     TO SEMESTER
               MOVE WS-YR      TO YEAR
               MOVE REG-IO-CRN TO CRN
               READ ISAM-SCHED-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUBJ EQUAL WS-WANT-SUBJ
                           AND CRSE EQUAL WS-WANT-CRSE
                           MOVE 'Y' TO WS-COREQ-MET
                           MOVE 1 TO CRQ-EOF-FLAG
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       600-CHECK-TERM.
           MOVE 'N' TO WS-TERM-OK
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   MOVE 'INVALID TERM - SEM/YR NOT DEFINED' TO WS-MSG
               NOT INVALID KEY
                   IF ISAM-SEM-OPEN-FLAG EQUAL 'Y'
                       AND ISAM-SEM-CLOSED NOT EQUAL 'Y'
                       MOVE 'Y' TO WS-TERM-OK
                   ELSE
                       MOVE 'REGISTRATION CLOSED FOR THIS TERM'
                           TO WS-MSG
                   END-IF
      *            an academically closed term is frozen whatever its
      *            registration flag says
                   IF ISAM-SEM-CLOSED EQUAL 'Y'
                       MOVE 'TERM IS CLOSED - GRADES ARE FROZEN'
                           TO WS-MSG
                   END-IF
                   IF WS-TERM-OK EQUAL 'Y'
                       AND ISAM-SEM-REG-OPEN NOT EQUAL SPACES
                       AND WS-NOW-DATE LESS THAN ISAM-SEM-REG-OPEN
                       MOVE 'N' TO WS-TERM-OK
                       MOVE 'REGISTRATION NOT YET OPEN' TO WS-MSG
                   END-IF
                   IF WS-TERM-OK EQUAL 'Y'
                       AND ISAM-SEM-REG-CLOSE NOT EQUAL SPACES
                       AND WS-NOW-DATE GREATER THAN ISAM-SEM-REG-CLOSE
                       MOVE 'N' TO WS-TERM-OK
                       MOVE 'REGISTRATION CLOSED FOR THIS TERM'
                           TO WS-MSG
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       650-CHECK-HOLD.
           MOVE 'Y' TO WS-HOLD-OK
           MOVE WS-STU-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE' TO WS-MSG
                   MOVE 'N' TO WS-HOLD-OK
               NOT INVALID KEY
                   IF ISAM-STUD-HOLD EQUAL 'Y'
                       MOVE 'N' TO WS-HOLD-OK
                       MOVE 'REGISTRATION BLOCKED - STUDENT HOLD'
                           TO WS-MSG
                   END-IF
                   IF ISAM-STUD-STANDING EQUAL 'SU'
                       MOVE 'N' TO WS-HOLD-OK
                       MOVE 'REGISTRATION BLOCKED - SUSPENSION'
                           TO WS-MSG
                   END-IF
      *            a typed hold that blocks registration refuses the
      *            cart no matter what the legacy flag says
                   PERFORM 655-CHECK-TYPED-HOLDS
      *            the enrollment status gates registration the same
      *            as the single-CRN screen - a leave student may
      *            cart their approved return term and is reactivated
      *            when the cart posts
                   MOVE 'N' TO WS-LEAVE-RETURN
                   EVALUATE ISAM-STUD-ENR-STAT
                       WHEN 'W'
                       WHEN 'G'
                       WHEN 'S'
                           MOVE 'N' TO WS-HOLD-OK
                           MOVE 'NOT AN ACTIVE STUDENT' TO WS-MSG
                       WHEN 'L'
                           IF WS-SEM EQUAL ISAM-STUD-RET-SEM
                               AND WS-YR EQUAL ISAM-STUD-RET-YR
                               MOVE 'Y' TO WS-LEAVE-RETURN
                           ELSE
                               MOVE 'N' TO WS-HOLD-OK
                               MOVE 'ON LEAVE - RETURN TERM ONLY'
                                   TO WS-MSG
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE ISAM-STUD-MAJOR (1:6) TO WS-STU-MAJOR
           END-READ.
      *-----------------------------------------------------------------
       655-CHECK-TYPED-HOLDS.
      *    each hold's type says what it blocks - a library fine no
      *    longer stops registration unless its type says so
           MOVE WS-STU-ID  TO HLD-STUD-ID
           MOVE LOW-VALUES TO HLD-TYPE
           START ISAM-HLD-IN KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 1 TO HLD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO HLD-EOF-FLAG
           END-START
           PERFORM UNTIL HLD-EOF
               READ ISAM-HLD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO HLD-EOF-FLAG
                   NOT AT END
                       IF HLD-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO HLD-EOF-FLAG
                       ELSE
                           PERFORM VARYING WS-HTY-IX FROM 1 BY 1
                               UNTIL WS-HTY-IX GREATER THAN
                                   WS-HTY-CNT
                               IF WS-HTY-CODE (WS-HTY-IX) EQUAL
                                   HLD-TYPE
                                   AND WS-HTY-REG (WS-HTY-IX)
                                       EQUAL 'Y'
                                   MOVE 'N' TO WS-HOLD-OK
                                   MOVE SPACES TO WS-MSG
                                   STRING 'REGISTRATION HOLD TYPE '
                                       HLD-TYPE INTO WS-MSG
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       640-CHECK-ADVISING.
      *    the same advising clearance REG-CART asks for - with no
      *    operator there is no override, so an uncleared student
      *    fails to the report
           MOVE 'Y'       TO WS-ADVISE-OK
           MOVE WS-SEM    TO WS-ACK-SEM
           MOVE WS-YR     TO WS-ACK-YR
           MOVE WS-STU-ID TO WS-ACK-STUD-ID
           CALL 'ADVISE-CHECK' USING WS-ADVISE-CHECK
           IF WS-ACK-RESULT EQUAL 'R'
               MOVE 'N' TO WS-ADVISE-OK
               MOVE SPACES TO WS-MSG
               STRING 'ADVISOR CLEARANCE REQUIRED (' WS-ACK-POP ')'
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       630-CHECK-ALL-PARTS.
      *    a section riding a part of term cannot be carted once that
      *    part has ended - its calendar, not the full term's, rules
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               MOVE 'Y' TO WS-PART-OK
               IF WS-CA-PART (WS-IX) NOT EQUAL SPACES
                   MOVE WS-SEM            TO PRT-SEM
                   MOVE WS-YR             TO PRT-YR
                   MOVE WS-CA-PART (WS-IX) TO PRT-CODE
                   READ ISAM-PRT-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRT-END NOT EQUAL SPACES
                               AND WS-NOW-DATE GREATER THAN PRT-END
                               MOVE 'N' TO WS-PART-OK
                           END-IF
                   END-READ
               END-IF
               IF WS-PART-OK EQUAL 'N'
                   MOVE SPACES TO WS-MSG
                   STRING 'PART ENDED ' WS-CA-CRN (WS-IX)
                       INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       405-CHECK-ALL-PLACEMENTS.
      *    an entry-level course with a placement rule demands the
      *    named test at or above the published minimum - a missing or
      *    short score fails the cart unless an instructor 'P'
      *    permission for that section overrides
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               MOVE WS-CA-SUBJ (WS-IX) TO WS-CUR-SUBJ
               MOVE WS-CA-CRSE (WS-IX) TO WS-CUR-CRSE
               PERFORM 407-CHECK-PLACEMENT
               IF WS-PLACE-MET EQUAL 'N'
                   MOVE SPACES TO WS-MSG
                   STRING 'PLACEMENT ' WS-PLR-TEST-USED ' MIN '
                       WS-PLR-MIN-USED ' ' WS-CA-CRN (WS-IX)
                       INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       407-CHECK-PLACEMENT.
           MOVE 'Y' TO WS-PLACE-MET
           PERFORM VARYING WS-PLR-IX FROM 1 BY 1
               UNTIL WS-PLR-IX GREATER THAN WS-PLR-MAX
               IF WS-PLR-SUBJ(WS-PLR-IX) EQUAL WS-CUR-SUBJ
                   AND WS-PLR-CRSE(WS-PLR-IX) EQUAL WS-CUR-CRSE
                   MOVE WS-PLR-TST(WS-PLR-IX) TO WS-PLR-TEST-USED
                   MOVE WS-PLR-MINSC(WS-PLR-IX) TO WS-PLR-MIN-USED
                   MOVE 'N' TO WS-PLACE-MET
                   MOVE WS-STU-ID TO TST-STUD-ID
                   MOVE WS-PLR-TST(WS-PLR-IX) TO TST-CODE
                   READ ISAM-TST-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TST-SCORE NOT LESS THAN
                               WS-PLR-MINSC(WS-PLR-IX)
                               MOVE 'Y' TO WS-PLACE-MET
                           END-IF
                   END-READ
                   MOVE WS-PLR-MAX TO WS-PLR-IX
               END-IF
           END-PERFORM
           IF WS-PLACE-MET EQUAL 'N'
               MOVE 'P' TO WS-PMT-WANT
               PERFORM 460-CHECK-PERMIT
               IF WS-PERMIT-FOUND EQUAL 'Y'
                   MOVE 'Y' TO WS-PLACE-MET
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       415-CHECK-ALL-LEVELS.
      *    a course outside the levels the student holds for the term
      *    fails the cart unless an instructor 'L' permission for that
      *    section overrides, as in REG-CART
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               MOVE WS-CA-SUBJ (WS-IX) TO WS-CUR-SUBJ
               MOVE WS-CA-CRSE (WS-IX) TO WS-CUR-CRSE
               PERFORM 417-CHECK-LEVEL
               IF WS-LEVEL-OK EQUAL 'N'
                   MOVE SPACES TO WS-MSG
                   STRING 'LEVEL ' WS-LVC-CRSE-LEVEL ' NOT OPEN '
                       WS-CA-CRN (WS-IX) INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       417-CHECK-LEVEL.
           MOVE 'Y' TO WS-LEVEL-OK
           MOVE WS-CUR-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CUR-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE SPACE TO ISAM-IO-LEVEL
           END-READ
           MOVE WS-STU-ID     TO WS-LVC-STUD-ID
           MOVE WS-SEM        TO WS-LVC-SEM
           MOVE WS-YR         TO WS-LVC-YR
           MOVE WS-CUR-CRSE   TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           IF WS-LVC-RESULT EQUAL 'N'
               MOVE 'N' TO WS-LEVEL-OK
               MOVE 'L' TO WS-PMT-WANT
               PERFORM 460-CHECK-PERMIT
               IF WS-PERMIT-FOUND EQUAL 'Y'
                   MOVE 'Y' TO WS-LEVEL-OK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       460-CHECK-PERMIT.
      *    an unexpired unused permission of the wanted type for the
      *    cart section consumes on the spot and leaves an audit line
      *    so the term override register can show every bypass
           MOVE 'N' TO WS-PERMIT-FOUND
           MOVE WS-SEM             TO PMT-SEM
           MOVE WS-YR              TO PMT-YR
           MOVE WS-CA-CRN (WS-IX)  TO PMT-CRN
           MOVE WS-STU-ID          TO PMT-STUD-ID
           MOVE WS-PMT-WANT        TO PMT-TYPE
           READ ISAM-PMT-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PMT-USED NOT EQUAL 'Y'
                       AND (PMT-EXPIRY EQUAL SPACES
                           OR PMT-EXPIRY NOT LESS THAN WS-NOW-DATE)
                       MOVE 'Y' TO WS-PERMIT-FOUND
                       MOVE 'Y' TO PMT-USED
                       REWRITE PMT-REC-IO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM 470-LOG-PERMIT-USE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       470-LOG-PERMIT-USE.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'BLOCK-REG'                TO AUD-PROGRAM
           MOVE SPACES                     TO AUD-KEY
           STRING WS-SEM WS-YR WS-CA-CRN (WS-IX) WS-STU-ID
               INTO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'PERMIT ' WS-PMT-WANT ' BY ' PMT-INSTRUC-ID
               INTO AUD-OLD
           MOVE 'PERMIT OVERRIDE USED'     TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
      *-----------------------------------------------------------------
       490-CHECK-ALL-REPEATS.
      *    policy caps attempts of the same course - past the cap the
      *    counter needs a named approver, so the batch refuses and
      *    the student goes through REG-CART instead
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               MOVE WS-CA-SUBJ (WS-IX) TO WS-CUR-SUBJ
               MOVE WS-CA-CRSE (WS-IX) TO WS-CUR-CRSE
               PERFORM 491-CHECK-REPEAT-LIMIT
               IF WS-REPEAT-OK EQUAL 'N'
                   MOVE SPACES TO WS-MSG
                   STRING 'REPEAT LIMIT ' WS-CA-CRN (WS-IX)
                       ' - NOT APPROVED' INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       491-CHECK-REPEAT-LIMIT.
           MOVE 'Y' TO WS-REPEAT-OK
           MOVE ZEROS TO WS-ATTEMPT-CNT
           PERFORM 492-COUNT-SC-ATTEMPTS
           PERFORM 494-COUNT-HIST-ATTEMPTS
           IF WS-ATTEMPT-CNT NOT LESS THAN WS-REPEAT-LIMIT
               MOVE 'N' TO WS-REPEAT-OK
           END-IF.
      *-----------------------------------------------------------------
       492-COUNT-SC-ATTEMPTS.
           MOVE WS-STU-ID  TO SC-STUD-ID
           MOVE LOW-VALUES TO SC-SEM
           MOVE LOW-VALUES TO SC-YR
           MOVE LOW-VALUES TO SC-CRN
           START ISAM-SC-IO KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE 1 TO SC-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SC-EOF-FLAG
           END-START
           PERFORM UNTIL SC-EOF
               READ ISAM-SC-IO NEXT RECORD
                   AT END
                       MOVE 1 TO SC-EOF-FLAG
                   NOT AT END
                       IF SC-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO SC-EOF-FLAG
                       ELSE
                           IF SC-STATUS NOT EQUAL 'W'
                               AND SC-GRADE NOT EQUAL 'W'
                               AND SC-SUBJ EQUAL WS-CUR-SUBJ
                               AND SC-CRSE EQUAL WS-CUR-CRSE
                               IF WS-ATTEMPT-CNT LESS THAN 12
                                   ADD 1 TO WS-ATTEMPT-CNT
                                   MOVE SPACES TO
                                       WS-AT-KEY (WS-ATTEMPT-CNT)
                                   STRING SC-SEM SC-YR SC-CRN
                                       INTO WS-AT-KEY (WS-ATTEMPT-CNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       494-COUNT-HIST-ATTEMPTS.
           MOVE LOW-VALUES TO HST-KEY
           START ISAM-HIST-IN KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 1 TO HIST-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-EOF
               READ ISAM-HIST-IN NEXT RECORD
                   AT END
                       MOVE 1 TO HIST-EOF-FLAG
                   NOT AT END
                       IF HST-STUD-ID EQUAL WS-STU-ID
                           AND HST-STATUS NOT EQUAL 'W'
                           AND HST-GRADE NOT EQUAL 'W'
                           AND HST-SUBJ EQUAL WS-CUR-SUBJ
                           AND HST-CRSE EQUAL WS-CUR-CRSE
                           PERFORM 495-ADD-IF-NEW-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       495-ADD-IF-NEW-ATTEMPT.
           MOVE 'N' TO WS-AT-DUP
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
               UNTIL WS-AT-IX GREATER THAN WS-ATTEMPT-CNT
               IF WS-AT-KEY (WS-AT-IX) (1:2) EQUAL HST-SEM
                   AND WS-AT-KEY (WS-AT-IX) (3:4) EQUAL HST-YR
                   AND WS-AT-KEY (WS-AT-IX) (7:6) EQUAL HST-CRN
                   MOVE 'Y' TO WS-AT-DUP
               END-IF
           END-PERFORM
           IF WS-AT-DUP EQUAL 'N'
               AND WS-ATTEMPT-CNT LESS THAN 12
               ADD 1 TO WS-ATTEMPT-CNT
               MOVE SPACES TO WS-AT-KEY (WS-ATTEMPT-CNT)
               STRING HST-SEM HST-YR HST-CRN
                   INTO WS-AT-KEY (WS-ATTEMPT-CNT)
           END-IF.
      *-----------------------------------------------------------------
       700-CHECK-CREDIT-LOAD.
      *    the whole block's hours count at once against the cap plus
      *    the hours already enrolled - past the cap the counter needs
      *    a named approver, so the batch refuses the student
           MOVE ZEROS TO WS-LOAD-TOTAL
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               ADD WS-CA-CREDITS (WS-IX) TO WS-LOAD-TOTAL
           END-PERFORM
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE WS-STU-ID  TO REG-IO-STUD-ID
           READ ISAM-REG-IO KEY IS REG-STUD-ID-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 710-ADD-REG-CREDITS
                   MOVE SPACES TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ ISAM-REG-IO NEXT RECORD
                           AT END
                               MOVE 1 TO EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-STUD-ID NOT EQUAL WS-STU-ID
                                   MOVE 1 TO EOF-FLAG
                               ELSE
                                   PERFORM 710-ADD-REG-CREDITS
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ
           IF WS-LOAD-TOTAL GREATER THAN WS-LOAD-CAP
               MOVE 'OVER MAX CREDIT LOAD' TO WS-MSG
               MOVE 'N' TO WS-CART-OK
           END-IF.
      *-----------------------------------------------------------------
       710-ADD-REG-CREDITS.
      *    hours chosen at registration count ahead of the catalog
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               AND REG-IO-HOURS NUMERIC
               AND REG-IO-HOURS GREATER THAN ZEROS
               ADD REG-IO-HOURS TO WS-LOAD-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               MOVE REG-IO-CRN TO CRN
               MOVE WS-YR      TO YEAR
               MOVE WS-SEM     TO SEMESTER
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
                                   ADD WS-CREDITS-NUM
                                       TO WS-LOAD-TOTAL
                               END-IF
                       END-READ
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       750-CHECK-ALL-SEATS.
      *    the section locks taken here hold until the cart posts or
      *    fails, so no other station can take the last seat while the
      *    cart is deciding - a full section fails the student (the
      *    single-CRN screen is the place to waitlist)
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               PERFORM 760-CHECK-ONE-SEAT
           END-PERFORM.
      *-----------------------------------------------------------------
       760-CHECK-ONE-SEAT.
           MOVE WS-SEM TO SEMESTER
           MOVE WS-YR  TO YEAR
           MOVE WS-CA-CRN (WS-IX) TO CRN
           READ ISAM-SCHED-IN WITH LOCK
               INVALID KEY
                   MOVE 'N' TO WS-CART-OK
               NOT INVALID KEY
                   MOVE BLDG (1:7) TO ISAM-IO-BLDG
                   MOVE ROOM (1:6) TO ISAM-IO-ROOM
                   READ ISAM-BLDG-IN
                       INVALID KEY
                           MOVE ZEROS TO WS-SEATS-NUM
                       NOT INVALID KEY
                           MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
                   END-READ
      *                a section's own cap wins over the room's
      *                seats - an online section has no room
                   IF SECT-CAP GREATER THAN ZEROS
                       MOVE SECT-CAP TO WS-SEATS-NUM
                   END-IF
                   PERFORM 770-COUNT-ONE-CRN
                   PERFORM 780-NET-RESERVES
                   COMPUTE WS-AVAIL-SEATS =
                       WS-SEATS-NUM - WS-RESERVED-OTHERS
                   IF WS-SEATS-NUM GREATER THAN ZEROS
                       AND WS-REG-COUNT NOT LESS THAN WS-AVAIL-SEATS
                       MOVE SPACES TO WS-MSG
                       STRING 'SECTION FULL ' WS-CA-CRN (WS-IX)
                           INTO WS-MSG
                       MOVE 'N' TO WS-CART-OK
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       770-COUNT-ONE-CRN.
      *    the group headcount and per-major tally are computed the
      *    way REG-ADD computes them - a cross-listed CRN shares its
      *    room with the rest of its XLIST group, so the seat check
      *    sees the whole group's headcount, not one CRN's counter
           MOVE ZEROS TO WS-REG-COUNT
           MOVE ZEROS TO WS-MJ-CNT
           MOVE WS-CA-CRN (WS-IX) TO WS-COUNT-CRN
           PERFORM 772-COUNT-CRN-ROWS
           PERFORM 775-ADD-XLIST-COUNTS.
      *-----------------------------------------------------------------
       772-COUNT-CRN-ROWS.
           MOVE WS-SEM TO REG-IO-SEM
           MOVE WS-YR  TO REG-IO-YR
           MOVE WS-COUNT-CRN TO REG-IO-CRN
           READ ISAM-REG-IO KEY IS REG-CRN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 773-TALLY-ONE-ROW
                   MOVE SPACES TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ ISAM-REG-IO NEXT RECORD
                           AT END
                               MOVE 1 TO EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-CRN NOT EQUAL
                                       WS-COUNT-CRN
                                   MOVE 1 TO EOF-FLAG
                               ELSE
                                   PERFORM 773-TALLY-ONE-ROW
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
      *-----------------------------------------------------------------
       773-TALLY-ONE-ROW.
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               ADD 1 TO WS-REG-COUNT
               IF REG-IO-CRN EQUAL WS-CA-CRN (WS-IX)
                   PERFORM 774-TALLY-ROW-MAJOR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       774-TALLY-ROW-MAJOR.
      *    the reserve check nets each hold against the students of
      *    that major already seated in this CRN
           MOVE REG-IO-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-MJ-IX FROM 1 BY 1
                       UNTIL WS-MJ-IX GREATER THAN WS-MJ-CNT
                       OR WS-MJ-MAJOR (WS-MJ-IX) EQUAL
                           ISAM-STUD-MAJOR (1:6)
                       CONTINUE
                   END-PERFORM
                   IF WS-MJ-IX GREATER THAN WS-MJ-CNT
                       IF WS-MJ-CNT LESS THAN 20
                           ADD 1 TO WS-MJ-CNT
                           MOVE ISAM-STUD-MAJOR (1:6)
                               TO WS-MJ-MAJOR (WS-MJ-CNT)
                           MOVE 1 TO WS-MJ-COUNT (WS-MJ-CNT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-MJ-COUNT (WS-MJ-IX)
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       775-ADD-XLIST-COUNTS.
           MOVE 'N' TO WS-XL-FOUND
           MOVE WS-SEM TO XL-SEM
           MOVE WS-YR  TO XL-YR
           MOVE WS-CA-CRN (WS-IX) TO XL-CRN
           READ ISAM-XL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XL-GROUP TO WS-XL-GROUP
                   MOVE 'Y'      TO WS-XL-FOUND
           END-READ
           IF WS-XL-FOUND EQUAL 'Y'
               MOVE LOW-VALUES TO XL-KEY
               START ISAM-XL-IN KEY IS NOT LESS THAN XL-KEY
                   INVALID KEY
                       MOVE 1 TO EOF-FLAG2
                   NOT INVALID KEY
                       MOVE SPACES TO EOF-FLAG2
               END-START
               PERFORM UNTIL EOF2
                   READ ISAM-XL-IN NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG2
                       NOT AT END
                           IF XL-SEM EQUAL WS-SEM
                               AND XL-YR EQUAL WS-YR
                               AND XL-GROUP EQUAL WS-XL-GROUP
                               AND XL-CRN NOT EQUAL
                                   WS-CA-CRN (WS-IX)
                               MOVE XL-CRN TO WS-COUNT-CRN
                               PERFORM 772-COUNT-CRN-ROWS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       780-NET-RESERVES.
      *    seats held for another major until their release date come
      *    off availability the same as REG-ADD - the student's own
      *    major sees its held seats as open, and seats the reserved
      *    major already consumed net off the hold first
           MOVE ZEROS TO WS-RESERVED-OTHERS
           MOVE WS-SEM TO RSV-SEM
           MOVE WS-YR  TO RSV-YR
           MOVE WS-CA-CRN (WS-IX) TO RSV-CRN
           MOVE LOW-VALUES TO RSV-MAJOR
           START ISAM-RSV-IN KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE 1 TO RSV-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO RSV-EOF-FLAG
           END-START
           PERFORM UNTIL RSV-EOF
               READ ISAM-RSV-IN NEXT RECORD
                   AT END
                       MOVE 1 TO RSV-EOF-FLAG
                   NOT AT END
                       IF RSV-SEM NOT EQUAL WS-SEM
                           OR RSV-YR NOT EQUAL WS-YR
                           OR RSV-CRN NOT EQUAL WS-CA-CRN (WS-IX)
                           MOVE 1 TO RSV-EOF-FLAG
                       ELSE
                           IF RSV-MAJOR NOT EQUAL WS-STU-MAJOR
                               AND (RSV-RELEASE EQUAL SPACES
                                   OR RSV-RELEASE GREATER THAN
                                       WS-NOW-DATE)
                               PERFORM 785-NET-ONE-RESERVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       785-NET-ONE-RESERVE.
      *    seats already taken by students of the reserved major come
      *    off the hold before it reduces open availability - a fully
      *    consumed reservation blocks nothing
           MOVE ZEROS TO WS-MJ-FOUND
           PERFORM VARYING WS-MJ-IX FROM 1 BY 1
               UNTIL WS-MJ-IX GREATER THAN WS-MJ-CNT
               IF WS-MJ-MAJOR (WS-MJ-IX) EQUAL RSV-MAJOR
                   MOVE WS-MJ-COUNT (WS-MJ-IX) TO WS-MJ-FOUND
               END-IF
           END-PERFORM
           IF RSV-COUNT GREATER THAN WS-MJ-FOUND
               COMPUTE WS-RESERVED-OTHERS =
                   WS-RESERVED-OTHERS + RSV-COUNT - WS-MJ-FOUND
           END-IF.
      *-----------------------------------------------------------------
       500-POST-CART.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               PERFORM 510-POST-ONE-ROW
           END-PERFORM
           IF WS-LEAVE-RETURN EQUAL 'Y'
               PERFORM 660-REACTIVATE-LEAVE
           END-IF
           PERFORM 670-ADVANCE-APPLICANT
           PERFORM 560-WRITE-CART-AUDIT.
      *-----------------------------------------------------------------
       660-REACTIVATE-LEAVE.
      *    the first return-term registration ends the leave without
      *    the manual reactivation dance
           MOVE WS-STU-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A'         TO ISAM-STUD-ENR-STAT
                   MOVE 'Y'         TO ISAM-STUD-ACTIVE
                   MOVE SPACES      TO ISAM-STUD-RET-SEM
                   MOVE SPACES      TO ISAM-STUD-RET-YR
                   MOVE WS-NOW-DATE TO ISAM-STUD-STAT-DATE
                   REWRITE STUD-REC-IN
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       670-ADVANCE-APPLICANT.
      *    the first real registration of the entry term turns the
      *    admissions funnel row from admitted/confirmed to registered
           MOVE WS-STU-ID TO APL-STUD-ID
           MOVE WS-SEM    TO APL-SEM
           MOVE WS-YR     TO APL-YR
           READ ISAM-APL-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APL-STATUS EQUAL 'A' OR 'C'
                       MOVE 'R'         TO APL-STATUS
                       MOVE WS-NOW-DATE TO APL-DATE
                       REWRITE APL-REC-IO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       510-POST-ONE-ROW.
           MOVE WS-SEM    TO REG-IO-SEM
           MOVE WS-YR     TO REG-IO-YR
           MOVE WS-CA-CRN (WS-IX) TO REG-IO-CRN
           MOVE WS-STU-ID TO REG-IO-STUD-ID
           MOVE SPACES    TO REG-IO-GRADE
           MOVE SPACES    TO REG-IO-STATUS
           MOVE ZEROS     TO REG-IO-WL-SEQ
           MOVE SPACES    TO REG-IO-GRADE-MOD
           MOVE 'L'       TO REG-IO-BASIS
           MOVE WS-CA-CREDITS (WS-IX) TO REG-IO-HOURS
           WRITE REG-REC-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 520-JOURNAL-REG-WRITE
                   PERFORM 530-POST-COURSE-HISTORY
                   PERFORM 540-WRITE-ACTIVITY
                   PERFORM 550-BUMP-ENROLLED-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
       520-JOURNAL-REG-WRITE.
           MOVE WS-NOW-DATE                TO JRN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-TIME
           MOVE 'W'                        TO JRN-ACTION
           MOVE 'REG'                      TO JRN-FILE
           MOVE SPACES                     TO JRN-IMAGE
           MOVE REG-REC-IO                 TO JRN-IMAGE
           WRITE JRNL-LINE-OUT.
      *-----------------------------------------------------------------
       530-POST-COURSE-HISTORY.
           MOVE WS-STU-ID          TO SC-STUD-ID
           MOVE WS-SEM             TO SC-SEM
           MOVE WS-YR              TO SC-YR
           MOVE WS-CA-CRN (WS-IX)  TO SC-CRN
           MOVE WS-CA-SUBJ (WS-IX) TO SC-SUBJ
           MOVE WS-CA-CRSE (WS-IX) TO SC-CRSE
           MOVE SPACES             TO SC-GRADE
           MOVE SPACES             TO SC-STATUS
           MOVE WS-CA-CREDITS (WS-IX) TO SC-HOURS
           WRITE SC-REC-IO
               INVALID KEY
                   REWRITE SC-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
      *-----------------------------------------------------------------
       540-WRITE-ACTIVITY.
           MOVE WS-NOW-DATE                TO ACT-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO ACT-TIME
           MOVE 'BLOCKADD'                 TO ACT-ACTION
           MOVE WS-SEM                     TO ACT-SEM
           MOVE WS-YR                      TO ACT-YR
           MOVE WS-CA-CRN (WS-IX)          TO ACT-CRN
           MOVE WS-CA-SUBJ (WS-IX)         TO ACT-SUBJ
           MOVE WS-STU-ID                  TO ACT-STUD-ID
           WRITE ACT-LINE-OUT.
      *-----------------------------------------------------------------
       550-BUMP-ENROLLED-COUNT.
           MOVE WS-SEM TO SEMESTER
           MOVE WS-YR  TO YEAR
           MOVE WS-CA-CRN (WS-IX) TO CRN
           READ ISAM-SCHED-IN WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ENROLLED-COUNT
                   REWRITE SCHED-REC-IN
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       560-WRITE-CART-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'BLOCK-REG'                TO AUD-PROGRAM
           MOVE SPACES                     TO AUD-KEY
           STRING WS-SEM WS-YR WS-STU-ID INTO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'BLOCK ' LST-CODE ' ' WS-CART-CNT ' SECTIONS'
               INTO AUD-OLD
           MOVE 'BLOCK POSTED'             TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
