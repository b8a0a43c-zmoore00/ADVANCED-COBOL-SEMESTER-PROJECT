      ******************************************************************
      *PROGRAM : FILE-REORG.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Indexed master reorganization - unloads one master in *
      *          key order - REG-ISAM, ACCT-DETAIL, SCHEDULE-MASTER,   *
      *          AUDIT-ISAM, STUDENT-MASTER, COURSE-MASTER,            *
      *          REG-HIST-ISAM, STUD-COURSE-ISAM, ACCT-BALANCE,        *
      *          HOLD-ISAM, PERMIT-ISAM, or any of the other files     *
      *          carrying alternate keys (SECT-INSTR, HOUSING,         *
      *          DECLARED, ATHLETE, AUDIT-ARCH) - to a sequential .UNL *
      *          backup, rebuilds the file fresh with all of its       *
      *          alternate keys and reloads it, then rereads it and    *
      *          compares the record count and a hash total of the key *
      *          fields against the unload - a mismatch refuses the    *
      *          rebuild and reloads again from the unload - every run *
      *          leaves a BATCH-CONTROL.TXT record for BAL-REPORT -    *
      *          run with no one signed on                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-REORG IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL ISAM-ACD-IO ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-SCHED-IO ASSIGN TO
                              "../SCHEDULE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRN-KEY=ISAM-IO-KEY CRN
                               ALTERNATE KEY IS CRSE-KEY=ISAM-IO-KEY
                                   CRSE
                                   WITH DUPLICATES
                               ALTERNATE KEY IS INSTRUC-KEY=ISAM-IO-KEY
                                   INSTRUCTOR
                                   WITH DUPLICATES
                               ALTERNATE KEY IS BLDG-KEY=ISAM-IO-KEY
                                   BLDG ROOM
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-AUI-IO ASSIGN TO "../AUDIT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS AUI-SEQ
                               ALTERNATE KEY IS AUI-REC-KEY
                                   WITH DUPLICATES
                               ALTERNATE KEY IS AUI-USER
                                   WITH DUPLICATES
                               ALTERNATE KEY IS AUI-SORT-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-STUD-IO ASSIGN TO
                              "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-STUD-KEY
                               ALTERNATE KEY IS MAJOR-KEY=
                                  ISAM-STUD-MAJOR
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-COURSE-IO ASSIGN TO
                              "../COURSE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-CRSE-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-HST-IO ASSIGN TO
                              "../REG-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HST-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-SC-IO ASSIGN TO
                              "../STUD-COURSE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SC-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ACCT-IO ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-HLD-IO ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-PMT-IO ASSIGN TO "../PERMIT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PMT-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-SI-IO ASSIGN TO
                                   "../SECT-INSTR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SI-KEY
                               ALTERNATE KEY IS SI-ID-KEY=
                                   SI-INSTRUC-ID, SI-SEM, SI-YR
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-HSG-IO ASSIGN TO "../HOUSING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HSG-KEY
                               ALTERNATE KEY IS HSG-BED-KEY=
                                   HSG-HALL, HSG-ROOM, HSG-BED
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-DCL-IO ASSIGN TO "../DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DCL-KEY
                               ALTERNATE KEY IS DCL-PROGRAM
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ATH-IO ASSIGN TO "../ATHLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATH-KEY
                               ALTERNATE KEY IS ATH-SPORT-KEY=
                                  ATH-SPORT, ATH-STUD-ID
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ARC-IO ASSIGN TO
                               "../AUDIT-ARCH-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ARC-SEQ
                               ALTERNATE KEY IS ARC-REC-KEY
                                   WITH DUPLICATES
                               ALTERNATE KEY IS ARC-USER
                                   WITH DUPLICATES
                               ALTERNATE KEY IS ARC-SORT-DATE
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT UNL-FILE ASSIGN TO WS-UNL-NAME
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-UNL-STAT.

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

       FD  ISAM-SCHED-IO.
       01  SCHED-REC-IO.
           03  ISAM-IO-KEY.
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

       FD  ISAM-AUI-IO.
       01  AUI-REC-IO.
           03  AUI-SEQ            PIC 9(8).
           03  AUI-SORT-DATE      PIC X(8).
           03  AUI-DATE           PIC X(10).
           03  AUI-TIME           PIC X(6).
           03  AUI-USER           PIC X(20).
           03  AUI-PROGRAM        PIC X(14).
           03  AUI-REC-KEY        PIC X(20).
           03  AUI-OLD            PIC X(120).
           03  AUI-NEW            PIC X(120).

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-STUD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20).
           03  ISAM-STUD-HOLD      PIC X.
           03  ISAM-STUD-STANDING  PIC X(2).
           03  ISAM-STUD-RES       PIC X.
           03  ISAM-STUD-GPA       PIC 9V99.
           03  ISAM-STUD-EARNED    PIC 9(4).
           03  ISAM-STUD-ATTEMPT   PIC 9(4).
           03  ISAM-STUD-PRIVACY   PIC X.
           03  ISAM-STUD-CLASS     PIC X(2).
           03  ISAM-STUD-SAP       PIC X.
           03  ISAM-STUD-ENR-STAT  PIC X.
           03  ISAM-STUD-RET-SEM   PIC X(2).
           03  ISAM-STUD-RET-YR    PIC X(4).
           03  ISAM-STUD-STAT-DATE PIC X(8).
           03  ISAM-STUD-PREF-NAME PIC X(15).
           03  ISAM-STUD-EMAIL-CMP PIC X(30).
           03  ISAM-STUD-EMAIL-PER PIC X(30).

       FD  ISAM-COURSE-IO.
       01  ISAM-COURSE-REC.
           05  ISAM-CRSE-KEY.
               10  ISAM-IO-SUBJ PIC X(5).
               10  ISAM-IO-CRSE PIC X(6).
           05  FILLER              PIC X.
           05  ISAM-IO-TITLE     PIC X(30).
           05  FILLER              PIC X.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(8).
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  FILLER              PIC X(6).
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6).

       FD  ISAM-HST-IO.
       01  HIST-REC-IO.
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
           03  HST-GRADE-MOD      PIC X.
           03  HST-BASIS          PIC X.

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
           03  SC-HOURS           PIC 9(3).

       FD  ISAM-ACCT-IO.
       01  ACCT-REC-IO.
           03  ACB-IO-KEY.
               05  ACB-IO-STUD-ID PIC 9(6).
               05  ACB-IO-SEM     PIC X(2).
               05  ACB-IO-YR      PIC X(4).
           03  ACB-IO-BILLED      PIC 9(7)V99.
           03  ACB-IO-PAID        PIC 9(7)V99.

       FD  ISAM-HLD-IO.
       01  HLD-REC-IO.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

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

       FD  ISAM-SI-IO.
       01  SI-REC-IO.
           03  SI-KEY.
               05  SI-SEM         PIC X(2).
               05  SI-YR          PIC X(4).
               05  SI-CRN         PIC X(6).
               05  SI-INSTRUC-ID  PIC 9(6).
           03  SI-PCT             PIC 9(3).
           03  SI-PRIMARY         PIC X.
           03  SI-INSTRUCTOR      PIC X(22).

       FD  ISAM-HSG-IO.
       01  HSG-REC-IO.
           03  HSG-KEY.
               05  HSG-STUD-ID    PIC 9(6).
               05  HSG-SEM        PIC X(2).
               05  HSG-YR         PIC X(4).
           03  HSG-HALL           PIC X(6).
           03  HSG-ROOM           PIC X(5).
           03  HSG-BED            PIC X.
           03  HSG-MEAL           PIC X(4).
           03  HSG-STATUS         PIC X.
           03  HSG-DATE           PIC X(8).
           03  HSG-REL-DATE       PIC X(8).
           03  HSG-ROOM-BILLED    PIC 9(5)V99.
           03  HSG-MEAL-BILLED    PIC 9(5)V99.
           03  HSG-CREDITED       PIC 9(5)V99.
           03  HSG-USER           PIC X(20).

       FD  ISAM-DCL-IO.
       01  DCL-REC-IO.
           03  DCL-KEY.
               05  DCL-STUD-ID    PIC 9(6).
               05  DCL-TYPE       PIC X.
               05  DCL-SLOT       PIC 9.
           03  DCL-PROGRAM        PIC X(20).
           03  DCL-EFF-SEM        PIC X(2).
           03  DCL-EFF-YR         PIC X(4).
           03  DCL-DATE           PIC X(8).
           03  DCL-USER           PIC X(20).

       FD  ISAM-ATH-IO.
       01  ATH-REC-IO.
           03  ATH-KEY.
               05  ATH-STUD-ID    PIC 9(6).
               05  ATH-SPORT      PIC X(12).
           03  ATH-ELIG-YR        PIC X.
           03  ATH-DATE           PIC X(8).
           03  ATH-USER           PIC X(20).

       FD  ISAM-ARC-IO.
       01  ARC-REC-IO.
           03  ARC-SEQ            PIC 9(8).
           03  ARC-SORT-DATE      PIC X(8).
           03  ARC-DATE           PIC X(10).
           03  ARC-TIME           PIC X(6).
           03  ARC-USER           PIC X(20).
           03  ARC-PROGRAM        PIC X(14).
           03  ARC-REC-KEY        PIC X(20).
           03  ARC-OLD            PIC X(120).
           03  ARC-NEW            PIC X(120).

      *    one unload line carries one record of whichever master is
      *    being reorganized, byte for byte
       FD  UNL-FILE.
       01  UNL-LINE.
           03  UNL-DATA            PIC X(400).

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
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'FILE-REORG'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-UNL-STAT             PIC XX      VALUE SPACES.
           03  WS-UNL-NAME             PIC X(30)   VALUE SPACES.
           03  WS-CTL-NAME             PIC X(14)   VALUE SPACES.
           03  WS-FILE-CODE            PIC X(5)    VALUE SPACES.
           03  WS-CONFIRM              PIC X       VALUE SPACES.
           03  WS-RESULT               PIC X       VALUE SPACES.
               88 REORG-OK   VALUE 'Y'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

      *    the before figures come off the unload, the after figures
      *    off a full reread of the rebuilt file - the hash adds up
      *    the numeric parts of every record's key
       01  WS-TOTALS.
           03  WS-BEFORE-COUNT         PIC 9(7)    VALUE ZEROS.
           03  WS-BEFORE-HASH          PIC 9(15)   VALUE ZEROS.
           03  WS-AFTER-COUNT          PIC 9(7)    VALUE ZEROS.
           03  WS-AFTER-HASH           PIC 9(15)   VALUE ZEROS.
           03  WS-LOAD-COUNT           PIC 9(7)    VALUE ZEROS.
           03  WS-LOAD-REJECT          PIC 9(7)    VALUE ZEROS.
           03  WS-REC-HASH             PIC 9(15)   VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "FILE-REORG".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.

       01  SCRN-FILE-REQ.
           03  LINE 03 COL 25 VALUE "REORGANIZE AN INDEXED MASTER".
           03  LINE 05 COL 5  VALUE "REG   - REG-ISAM.DAT".
           03  LINE 06 COL 5  VALUE "ACD   - ACCT-DETAIL.DAT".
           03  LINE 07 COL 5  VALUE "SCHED - SCHEDULE-MASTER.DAT".
           03  LINE 08 COL 5  VALUE "AUDIT - AUDIT-ISAM.DAT".
           03  LINE 09 COL 5  VALUE "STUD  - STUDENT-MASTER.DAT".
           03  LINE 10 COL 5  VALUE "CRSE  - COURSE-MASTER.DAT".
           03  LINE 11 COL 5  VALUE "HIST  - REG-HIST-ISAM.DAT".
           03  LINE 12 COL 5  VALUE "SC    - STUD-COURSE-ISAM.DAT".
           03  LINE 05 COL 42 VALUE "ACB   - ACCT-BALANCE.DAT".
           03  LINE 06 COL 42 VALUE "HOLD  - HOLD-ISAM.DAT".
           03  LINE 07 COL 42 VALUE "PMT   - PERMIT-ISAM.DAT".
           03  LINE 08 COL 42 VALUE "SI    - SECT-INSTR-ISAM.DAT".
           03  LINE 09 COL 42 VALUE "HSG   - HOUSING-ISAM.DAT".
           03  LINE 10 COL 42 VALUE "DCL   - DECLARED-ISAM.DAT".
           03  LINE 11 COL 42 VALUE "ATH   - ATHLETE-ISAM.DAT".
           03  LINE 12 COL 42 VALUE "ARCH  - AUDIT-ARCH-ISAM.DAT".
           03  LINE 14 COL 25                       VALUE '      FILE:'.
           03  LINE 14 COL 37 PIC X(5)  TO WS-FILE-CODE AUTO.
           03  LINE 15 COL 25 VALUE "NO ONE MAY BE SIGNED ON - Y/N".
           03  LINE 16 COL 25                       VALUE 'PROCEED:'.
           03  LINE 16 COL 34 PIC X     TO WS-CONFIRM AUTO.

       01  SCRN-RESULT.
           03  LINE 17 COL 25 VALUE "BEFORE COUNT:".
           03  LINE 17 COL 39 PIC Z(6)9 FROM WS-BEFORE-COUNT.
           03  LINE 17 COL 48 VALUE "HASH:".
           03  LINE 17 COL 54 PIC Z(14)9 FROM WS-BEFORE-HASH.
           03  LINE 18 COL 25 VALUE " AFTER COUNT:".
           03  LINE 18 COL 39 PIC Z(6)9 FROM WS-AFTER-COUNT.
           03  LINE 18 COL 48 VALUE "HASH:".
           03  LINE 18 COL 54 PIC Z(14)9 FROM WS-AFTER-HASH.

       01  SCRN-MSG.
           03  LINE 19 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 21 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               MOVE 'Y' TO WS-CONFIRM
           ELSE
               DISPLAY SCRN-FILE-REQ
               ACCEPT  SCRN-FILE-REQ
           END-IF

           PERFORM 100-PICK-FILE
           IF WS-MSG EQUAL SPACES
               AND WS-CONFIRM NOT EQUAL 'Y'
               AND WS-CONFIRM NOT EQUAL 'y'
               MOVE 'REORGANIZATION CANCELLED' TO WS-MSG
           END-IF
           IF WS-MSG EQUAL SPACES
               PERFORM 200-REORGANIZE
               DISPLAY SCRN-RESULT
           END-IF

           DISPLAY SCRN-MSG
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
      *    - the file code rides in the parameter's extra field
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
                               MOVE PRM-EXTRA TO WS-FILE-CODE
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-CONTROL.
      *    each master reports under its own name so BAL-REPORT holds
      *    a reorganization up against the last one of the same file
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE WS-CTL-NAME     TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-PICK-FILE.
           MOVE SPACES TO WS-MSG
           EVALUATE WS-FILE-CODE
               WHEN 'REG'
               WHEN 'reg'
                   MOVE 'REG'                TO WS-FILE-CODE
                   MOVE '../REG-ISAM.UNL'    TO WS-UNL-NAME
                   MOVE 'REORG-REG'          TO WS-CTL-NAME
               WHEN 'ACD'
               WHEN 'acd'
                   MOVE 'ACD'                TO WS-FILE-CODE
                   MOVE '../ACCT-DETAIL.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-ACD'          TO WS-CTL-NAME
               WHEN 'SCHED'
               WHEN 'sched'
                   MOVE 'SCHED'              TO WS-FILE-CODE
                   MOVE '../SCHEDULE-MASTER.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-SCHED'        TO WS-CTL-NAME
               WHEN 'AUDIT'
               WHEN 'audit'
                   MOVE 'AUDIT'              TO WS-FILE-CODE
                   MOVE '../AUDIT-ISAM.UNL'  TO WS-UNL-NAME
                   MOVE 'REORG-AUDIT'        TO WS-CTL-NAME
               WHEN 'STUD'
               WHEN 'stud'
                   MOVE 'STUD'               TO WS-FILE-CODE
                   MOVE '../STUDENT-MASTER.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-STUD'         TO WS-CTL-NAME
               WHEN 'CRSE'
               WHEN 'crse'
                   MOVE 'CRSE'               TO WS-FILE-CODE
                   MOVE '../COURSE-MASTER.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-CRSE'         TO WS-CTL-NAME
               WHEN 'HIST'
               WHEN 'hist'
                   MOVE 'HIST'               TO WS-FILE-CODE
                   MOVE '../REG-HIST-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-HIST'         TO WS-CTL-NAME
               WHEN 'SC'
               WHEN 'sc'
                   MOVE 'SC'                 TO WS-FILE-CODE
                   MOVE '../STUD-COURSE-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-SC'           TO WS-CTL-NAME
               WHEN 'ACB'
               WHEN 'acb'
                   MOVE 'ACB'                TO WS-FILE-CODE
                   MOVE '../ACCT-BALANCE.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-ACB'          TO WS-CTL-NAME
               WHEN 'HOLD'
               WHEN 'hold'
                   MOVE 'HOLD'               TO WS-FILE-CODE
                   MOVE '../HOLD-ISAM.UNL'   TO WS-UNL-NAME
                   MOVE 'REORG-HOLD'         TO WS-CTL-NAME
               WHEN 'PMT'
               WHEN 'pmt'
                   MOVE 'PMT'                TO WS-FILE-CODE
                   MOVE '../PERMIT-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-PMT'          TO WS-CTL-NAME
               WHEN 'SI'
               WHEN 'si'
                   MOVE 'SI'                 TO WS-FILE-CODE
                   MOVE '../SECT-INSTR-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-SI'           TO WS-CTL-NAME
               WHEN 'HSG'
               WHEN 'hsg'
                   MOVE 'HSG'                TO WS-FILE-CODE
                   MOVE '../HOUSING-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-HSG'          TO WS-CTL-NAME
               WHEN 'DCL'
               WHEN 'dcl'
                   MOVE 'DCL'                TO WS-FILE-CODE
                   MOVE '../DECLARED-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-DCL'          TO WS-CTL-NAME
               WHEN 'ATH'
               WHEN 'ath'
                   MOVE 'ATH'                TO WS-FILE-CODE
                   MOVE '../ATHLETE-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-ATH'          TO WS-CTL-NAME
               WHEN 'ARCH'
               WHEN 'arch'
                   MOVE 'ARCH'               TO WS-FILE-CODE
                   MOVE '../AUDIT-ARCH-ISAM.UNL' TO WS-UNL-NAME
                   MOVE 'REORG-ARCH'         TO WS-CTL-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN FILE CODE' TO WS-MSG
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-REORGANIZE.
      *    nothing is rebuilt until the unload is safely on disk
           PERFORM 300-UNLOAD
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 400-RELOAD
           PERFORM 500-VERIFY
           MOVE WS-BEFORE-COUNT TO WS-CTL-READ
           MOVE WS-LOAD-COUNT   TO WS-CTL-WRITTEN
           MOVE WS-BEFORE-HASH  TO WS-CTL-AMOUNT
           IF WS-AFTER-COUNT EQUAL WS-BEFORE-COUNT
               AND WS-AFTER-HASH EQUAL WS-BEFORE-HASH
               MOVE 'Y' TO WS-RESULT
               MOVE 'REORGANIZED - TOTALS AGREE' TO WS-MSG
           ELSE
      *        the rebuilt file does not match what came off it, so
      *        the rebuild is refused and the file is loaded again
      *        from the unload and checked once more
               MOVE 'N' TO WS-RESULT
               PERFORM 400-RELOAD
               PERFORM 500-VERIFY
               IF WS-AFTER-COUNT EQUAL WS-BEFORE-COUNT
                   AND WS-AFTER-HASH EQUAL WS-BEFORE-HASH
                   MOVE 'MISMATCH - RESTORED FROM UNLOAD' TO WS-MSG
               ELSE
                   MOVE 'RESTORE FAILED - KEEP THE .UNL FILE'
                       TO WS-MSG
               END-IF
           END-IF

      *    rejected carries the records the rebuild could not place,
      *    or the count shortfall when the totals would not agree
           MOVE WS-LOAD-REJECT TO WS-CTL-REJECTED
           IF NOT REORG-OK
               AND WS-CTL-REJECTED EQUAL ZEROS
               IF WS-AFTER-COUNT GREATER THAN WS-BEFORE-COUNT
                   COMPUTE WS-CTL-REJECTED =
                       WS-AFTER-COUNT - WS-BEFORE-COUNT
               ELSE
                   COMPUTE WS-CTL-REJECTED =
                       WS-BEFORE-COUNT - WS-AFTER-COUNT
               END-IF
               IF WS-CTL-REJECTED EQUAL ZEROS
                   MOVE 1 TO WS-CTL-REJECTED
               END-IF
           END-IF
           PERFORM 060-WRITE-CONTROL.
      *-----------------------------------------------------------------
       300-UNLOAD.
      *    the master is read front to back on its prime key and
      *    every record goes to the unload as it stands
           MOVE ZEROS TO WS-BEFORE-COUNT
           MOVE ZEROS TO WS-BEFORE-HASH
           OPEN OUTPUT UNL-FILE
           IF WS-UNL-STAT NOT EQUAL '00'
               MOVE 'CANNOT WRITE THE UNLOAD FILE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EOF-FLAG
           PERFORM 310-OPEN-INPUT
           IF WS-STAT NOT EQUAL '00'
               IF WS-STAT EQUAL '05'
                   PERFORM 330-CLOSE-MASTER
               END-IF
               CLOSE UNL-FILE
               MOVE 'MASTER FILE NOT FOUND' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM 320-READ-NEXT
           PERFORM UNTIL EOF
               ADD 1 TO WS-BEFORE-COUNT
               ADD WS-REC-HASH TO WS-BEFORE-HASH
               WRITE UNL-LINE
               PERFORM 320-READ-NEXT
           END-PERFORM

           PERFORM 330-CLOSE-MASTER
           CLOSE UNL-FILE.
      *-----------------------------------------------------------------
       310-OPEN-INPUT.
      *    each master is positioned on its lowest prime key
           EVALUATE WS-FILE-CODE
               WHEN 'REG'
                   OPEN INPUT ISAM-REG-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO REG-IO-KEY
                       START ISAM-REG-IO KEY IS NOT LESS THAN
                           REG-IO-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'ACD'
                   OPEN INPUT ISAM-ACD-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO ACD-IO-KEY
                       START ISAM-ACD-IO KEY IS NOT LESS THAN
                           ACD-IO-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'SCHED'
                   OPEN INPUT ISAM-SCHED-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO CRN-KEY
                       START ISAM-SCHED-IO KEY IS NOT LESS THAN
                           CRN-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'AUDIT'
                   OPEN INPUT ISAM-AUI-IO
                   IF WS-STAT EQUAL '00'
                       MOVE ZEROS TO AUI-SEQ
                       START ISAM-AUI-IO KEY IS NOT LESS THAN
                           AUI-SEQ
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'STUD'
                   OPEN INPUT ISAM-STUD-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO ISAM-STUD-KEY
                       START ISAM-STUD-IO KEY IS NOT LESS THAN
                           ISAM-STUD-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'CRSE'
                   OPEN INPUT ISAM-COURSE-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO ISAM-CRSE-KEY
                       START ISAM-COURSE-IO KEY IS NOT LESS THAN
                           ISAM-CRSE-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'HIST'
                   OPEN INPUT ISAM-HST-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO HST-KEY
                       START ISAM-HST-IO KEY IS NOT LESS THAN
                           HST-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'SC'
                   OPEN INPUT ISAM-SC-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO SC-KEY
                       START ISAM-SC-IO KEY IS NOT LESS THAN
                           SC-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'ACB'
                   OPEN INPUT ISAM-ACCT-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO ACB-IO-KEY
                       START ISAM-ACCT-IO KEY IS NOT LESS THAN
                           ACB-IO-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'HOLD'
                   OPEN INPUT ISAM-HLD-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO HLD-KEY
                       START ISAM-HLD-IO KEY IS NOT LESS THAN
                           HLD-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'PMT'
                   OPEN INPUT ISAM-PMT-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO PMT-KEY
                       START ISAM-PMT-IO KEY IS NOT LESS THAN
                           PMT-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'SI'
                   OPEN INPUT ISAM-SI-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO SI-KEY
                       START ISAM-SI-IO KEY IS NOT LESS THAN
                           SI-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'HSG'
                   OPEN INPUT ISAM-HSG-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO HSG-KEY
                       START ISAM-HSG-IO KEY IS NOT LESS THAN
                           HSG-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'DCL'
                   OPEN INPUT ISAM-DCL-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO DCL-KEY
                       START ISAM-DCL-IO KEY IS NOT LESS THAN
                           DCL-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'ATH'
                   OPEN INPUT ISAM-ATH-IO
                   IF WS-STAT EQUAL '00'
                       MOVE LOW-VALUES TO ATH-KEY
                       START ISAM-ATH-IO KEY IS NOT LESS THAN
                           ATH-KEY
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
               WHEN 'ARCH'
                   OPEN INPUT ISAM-ARC-IO
                   IF WS-STAT EQUAL '00'
                       MOVE ZEROS TO ARC-SEQ
                       START ISAM-ARC-IO KEY IS NOT LESS THAN
                           ARC-SEQ
                           INVALID KEY
                               MOVE 1 TO EOF-FLAG
                       END-START
                   END-IF
           END-EVALUATE
      *    an empty master starts at end of file but is still a file
           IF WS-STAT EQUAL '23'
               MOVE '00' TO WS-STAT
           END-IF.
      *-----------------------------------------------------------------
       320-READ-NEXT.
      *    the record lands in the unload line along with its key hash
           IF EOF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO UNL-LINE
           MOVE ZEROS  TO WS-REC-HASH
           EVALUATE WS-FILE-CODE
               WHEN 'REG'
                   READ ISAM-REG-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE REG-REC-IO TO UNL-DATA
                           PERFORM 600-HASH-REG
                   END-READ
               WHEN 'ACD'
                   READ ISAM-ACD-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE ACD-REC-IO TO UNL-DATA
                           PERFORM 610-HASH-ACD
                   END-READ
               WHEN 'SCHED'
                   READ ISAM-SCHED-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE SCHED-REC-IO TO UNL-DATA
                           PERFORM 620-HASH-SCHED
                   END-READ
               WHEN 'AUDIT'
                   READ ISAM-AUI-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE AUI-REC-IO TO UNL-DATA
                           PERFORM 630-HASH-AUDIT
                   END-READ
               WHEN 'STUD'
                   READ ISAM-STUD-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE ISAM-REC-IO TO UNL-DATA
                           PERFORM 640-HASH-STUD
                   END-READ
               WHEN 'CRSE'
                   READ ISAM-COURSE-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE ISAM-COURSE-REC TO UNL-DATA
                           PERFORM 650-HASH-CRSE
                   END-READ
               WHEN 'HIST'
                   READ ISAM-HST-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE HIST-REC-IO TO UNL-DATA
                           PERFORM 660-HASH-HIST
                   END-READ
               WHEN 'SC'
                   READ ISAM-SC-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE SC-REC-IO TO UNL-DATA
                           PERFORM 670-HASH-SC
                   END-READ
               WHEN 'ACB'
                   READ ISAM-ACCT-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE ACCT-REC-IO TO UNL-DATA
                           PERFORM 680-HASH-ACB
                   END-READ
               WHEN 'HOLD'
                   READ ISAM-HLD-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE HLD-REC-IO TO UNL-DATA
                           PERFORM 690-HASH-HOLD
                   END-READ
               WHEN 'PMT'
                   READ ISAM-PMT-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE PMT-REC-IO TO UNL-DATA
                           PERFORM 700-HASH-PMT
                   END-READ
               WHEN 'SI'
                   READ ISAM-SI-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE SI-REC-IO TO UNL-DATA
                           PERFORM 710-HASH-SI
                   END-READ
               WHEN 'HSG'
                   READ ISAM-HSG-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE HSG-REC-IO TO UNL-DATA
                           PERFORM 720-HASH-HSG
                   END-READ
               WHEN 'DCL'
                   READ ISAM-DCL-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE DCL-REC-IO TO UNL-DATA
                           PERFORM 730-HASH-DCL
                   END-READ
               WHEN 'ATH'
                   READ ISAM-ATH-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE ATH-REC-IO TO UNL-DATA
                           PERFORM 740-HASH-ATH
                   END-READ
               WHEN 'ARCH'
                   READ ISAM-ARC-IO NEXT RECORD
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           MOVE ARC-REC-IO TO UNL-DATA
                           PERFORM 750-HASH-ARCH
                   END-READ
           END-EVALUATE.
      *-----------------------------------------------------------------
       330-CLOSE-MASTER.
           EVALUATE WS-FILE-CODE
               WHEN 'REG'
                   CLOSE ISAM-REG-IO
               WHEN 'ACD'
                   CLOSE ISAM-ACD-IO
               WHEN 'SCHED'
                   CLOSE ISAM-SCHED-IO
               WHEN 'AUDIT'
                   CLOSE ISAM-AUI-IO
               WHEN 'STUD'
                   CLOSE ISAM-STUD-IO
               WHEN 'CRSE'
                   CLOSE ISAM-COURSE-IO
               WHEN 'HIST'
                   CLOSE ISAM-HST-IO
               WHEN 'SC'
                   CLOSE ISAM-SC-IO
               WHEN 'ACB'
                   CLOSE ISAM-ACCT-IO
               WHEN 'HOLD'
                   CLOSE ISAM-HLD-IO
               WHEN 'PMT'
                   CLOSE ISAM-PMT-IO
               WHEN 'SI'
                   CLOSE ISAM-SI-IO
               WHEN 'HSG'
                   CLOSE ISAM-HSG-IO
               WHEN 'DCL'
                   CLOSE ISAM-DCL-IO
               WHEN 'ATH'
                   CLOSE ISAM-ATH-IO
               WHEN 'ARCH'
                   CLOSE ISAM-ARC-IO
           END-EVALUATE.
      *-----------------------------------------------------------------
       400-RELOAD.
      *    opening the master for output lays it down empty with every
      *    alternate key index built fresh, then the unload goes back
      *    in prime key order
           MOVE ZEROS TO WS-LOAD-COUNT
           MOVE ZEROS TO WS-LOAD-REJECT
           EVALUATE WS-FILE-CODE
               WHEN 'REG'
                   OPEN OUTPUT ISAM-REG-IO
               WHEN 'ACD'
                   OPEN OUTPUT ISAM-ACD-IO
               WHEN 'SCHED'
                   OPEN OUTPUT ISAM-SCHED-IO
               WHEN 'AUDIT'
                   OPEN OUTPUT ISAM-AUI-IO
               WHEN 'STUD'
                   OPEN OUTPUT ISAM-STUD-IO
               WHEN 'CRSE'
                   OPEN OUTPUT ISAM-COURSE-IO
               WHEN 'HIST'
                   OPEN OUTPUT ISAM-HST-IO
               WHEN 'SC'
                   OPEN OUTPUT ISAM-SC-IO
               WHEN 'ACB'
                   OPEN OUTPUT ISAM-ACCT-IO
               WHEN 'HOLD'
                   OPEN OUTPUT ISAM-HLD-IO
               WHEN 'PMT'
                   OPEN OUTPUT ISAM-PMT-IO
               WHEN 'SI'
                   OPEN OUTPUT ISAM-SI-IO
               WHEN 'HSG'
                   OPEN OUTPUT ISAM-HSG-IO
               WHEN 'DCL'
                   OPEN OUTPUT ISAM-DCL-IO
               WHEN 'ATH'
                   OPEN OUTPUT ISAM-ATH-IO
               WHEN 'ARCH'
                   OPEN OUTPUT ISAM-ARC-IO
           END-EVALUATE

           OPEN INPUT UNL-FILE
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ UNL-FILE
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       PERFORM 410-WRITE-MASTER
               END-READ
           END-PERFORM
           CLOSE UNL-FILE
           PERFORM 330-CLOSE-MASTER.
      *-----------------------------------------------------------------
       410-WRITE-MASTER.
           MOVE '00' TO WS-STAT
           EVALUATE WS-FILE-CODE
               WHEN 'REG'
                   MOVE UNL-DATA TO REG-REC-IO
                   WRITE REG-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'ACD'
                   MOVE UNL-DATA TO ACD-REC-IO
                   WRITE ACD-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'SCHED'
                   MOVE UNL-DATA TO SCHED-REC-IO
                   WRITE SCHED-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'AUDIT'
                   MOVE UNL-DATA TO AUI-REC-IO
                   WRITE AUI-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'STUD'
                   MOVE UNL-DATA TO ISAM-REC-IO
                   WRITE ISAM-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'CRSE'
                   MOVE UNL-DATA TO ISAM-COURSE-REC
                   WRITE ISAM-COURSE-REC
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'HIST'
                   MOVE UNL-DATA TO HIST-REC-IO
                   WRITE HIST-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'SC'
                   MOVE UNL-DATA TO SC-REC-IO
                   WRITE SC-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'ACB'
                   MOVE UNL-DATA TO ACCT-REC-IO
                   WRITE ACCT-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'HOLD'
                   MOVE UNL-DATA TO HLD-REC-IO
                   WRITE HLD-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'PMT'
                   MOVE UNL-DATA TO PMT-REC-IO
                   WRITE PMT-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'SI'
                   MOVE UNL-DATA TO SI-REC-IO
                   WRITE SI-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'HSG'
                   MOVE UNL-DATA TO HSG-REC-IO
                   WRITE HSG-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'DCL'
                   MOVE UNL-DATA TO DCL-REC-IO
                   WRITE DCL-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'ATH'
                   MOVE UNL-DATA TO ATH-REC-IO
                   WRITE ATH-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
               WHEN 'ARCH'
                   MOVE UNL-DATA TO ARC-REC-IO
                   WRITE ARC-REC-IO
                       INVALID KEY
                           MOVE '22' TO WS-STAT
                   END-WRITE
           END-EVALUATE
           IF WS-STAT EQUAL '00'
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               ADD 1 TO WS-LOAD-REJECT
           END-IF.
      *-----------------------------------------------------------------
       500-VERIFY.
      *    the rebuilt file is reread end to end - the reload's own
      *    counts are not taken on trust
           MOVE ZEROS TO WS-AFTER-COUNT
           MOVE ZEROS TO WS-AFTER-HASH
           MOVE SPACES TO EOF-FLAG
           PERFORM 310-OPEN-INPUT
           IF WS-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 320-READ-NEXT
           PERFORM UNTIL EOF
               ADD 1 TO WS-AFTER-COUNT
               ADD WS-REC-HASH TO WS-AFTER-HASH
               PERFORM 320-READ-NEXT
           END-PERFORM
           PERFORM 330-CLOSE-MASTER.
      *-----------------------------------------------------------------
       600-HASH-REG.
           ADD REG-IO-STUD-ID TO WS-REC-HASH
           IF REG-IO-CRN IS NUMERIC
               ADD FUNCTION NUMVAL(REG-IO-CRN) TO WS-REC-HASH
           END-IF
           IF REG-IO-YR IS NUMERIC
               ADD FUNCTION NUMVAL(REG-IO-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       610-HASH-ACD.
           ADD ACD-IO-STUD-ID TO WS-REC-HASH
           ADD ACD-IO-SEQ     TO WS-REC-HASH
           IF ACD-IO-YR IS NUMERIC
               ADD FUNCTION NUMVAL(ACD-IO-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       620-HASH-SCHED.
           IF CRN IS NUMERIC
               ADD FUNCTION NUMVAL(CRN) TO WS-REC-HASH
           END-IF
           IF YEAR IS NUMERIC
               ADD FUNCTION NUMVAL(YEAR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       630-HASH-AUDIT.
           ADD AUI-SEQ TO WS-REC-HASH.
      *-----------------------------------------------------------------
       640-HASH-STUD.
           ADD ISAM-IO-ID TO WS-REC-HASH.
      *-----------------------------------------------------------------
       650-HASH-CRSE.
           IF ISAM-IO-CRSE (1:4) IS NUMERIC
               ADD FUNCTION NUMVAL(ISAM-IO-CRSE (1:4)) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       660-HASH-HIST.
           ADD HST-STUD-ID TO WS-REC-HASH
           IF HST-CRN IS NUMERIC
               ADD FUNCTION NUMVAL(HST-CRN) TO WS-REC-HASH
           END-IF
           IF HST-YR IS NUMERIC
               ADD FUNCTION NUMVAL(HST-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       670-HASH-SC.
           ADD SC-STUD-ID TO WS-REC-HASH
           IF SC-CRN IS NUMERIC
               ADD FUNCTION NUMVAL(SC-CRN) TO WS-REC-HASH
           END-IF
           IF SC-YR IS NUMERIC
               ADD FUNCTION NUMVAL(SC-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       680-HASH-ACB.
           ADD ACB-IO-STUD-ID TO WS-REC-HASH
           IF ACB-IO-YR IS NUMERIC
               ADD FUNCTION NUMVAL(ACB-IO-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       690-HASH-HOLD.
           ADD HLD-STUD-ID TO WS-REC-HASH.
      *-----------------------------------------------------------------
       700-HASH-PMT.
           ADD PMT-STUD-ID TO WS-REC-HASH
           IF PMT-CRN IS NUMERIC
               ADD FUNCTION NUMVAL(PMT-CRN) TO WS-REC-HASH
           END-IF
           IF PMT-YR IS NUMERIC
               ADD FUNCTION NUMVAL(PMT-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       710-HASH-SI.
           ADD SI-INSTRUC-ID TO WS-REC-HASH
           IF SI-CRN IS NUMERIC
               ADD FUNCTION NUMVAL(SI-CRN) TO WS-REC-HASH
           END-IF
           IF SI-YR IS NUMERIC
               ADD FUNCTION NUMVAL(SI-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       720-HASH-HSG.
           ADD HSG-STUD-ID TO WS-REC-HASH
           IF HSG-YR IS NUMERIC
               ADD FUNCTION NUMVAL(HSG-YR) TO WS-REC-HASH
           END-IF.
      *-----------------------------------------------------------------
       730-HASH-DCL.
           ADD DCL-STUD-ID TO WS-REC-HASH
           ADD DCL-SLOT    TO WS-REC-HASH.
      *-----------------------------------------------------------------
       740-HASH-ATH.
           ADD ATH-STUD-ID TO WS-REC-HASH.
      *-----------------------------------------------------------------
       750-HASH-ARCH.
           ADD ARC-SEQ TO WS-REC-HASH.
