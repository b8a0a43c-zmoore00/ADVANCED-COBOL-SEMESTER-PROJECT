      ******************************************************************
      *PROGRAM : ROOM-ASSIGN.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Room assignment batch for a SEM/YR - every in-person  *
      *          section left with a blank or TBA building or room is  *
      *          sized from its section cap, or else from the prior    *
      *          like term's average ENROLLED-COUNT for the course,    *
      *          and given the smallest BUILDING-ISAM room on its      *
      *          campus with the seats and the course's attributes,    *
      *          no open ROOM-OUTAGE-ISAM outage and no section,       *
      *          MEETING-ISAM or EVENT-ISAM booking at that time -     *
      *          mode P prints the proposal on ROOM-ASSIGN.RPT with    *
      *          the unplaceable sections and writes                   *
      *          ROOM-PROPOSAL.TXT for the scheduler to accept line    *
      *          by line - mode A posts the accepted lines to          *
      *          SCHEDULE-MASTER with AUDIT-LOG.TXT and student        *
      *          notify events the way SCHED-CHANGE does               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-ASSIGN IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-SCHED-IO ASSIGN TO "../SCHEDULE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-BLDG-IN ASSIGN TO
                              "../BUILDING-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS ISAM-IO-KEY
                          FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-MTG-IN ASSIGN TO "../MEETING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MTG-KEY
                               FILE STATUS   IS WS-MTG-STAT.

           SELECT OPTIONAL ISAM-TBL-IN ASSIGN TO
                               "../TIME-BLOCK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TBL-CODE
                               FILE STATUS   IS WS-TBL-STAT.

           SELECT OPTIONAL ISAM-EVT-IN ASSIGN TO "../EVENT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-EVT-STAT.

           SELECT OPTIONAL ISAM-OUT-IN ASSIGN TO
                               "../ROOM-OUTAGE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OUT-KEY
                               FILE STATUS   IS WS-OUT-STAT.

           SELECT OPTIONAL ISAM-REG-IN   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                ALTERNATE KEY IS REG-CRN-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-CRN
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-REG-STAT.

           SELECT PROP-IO ASSIGN TO "../ROOM-PROPOSAL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRP-STAT.

           SELECT REPORT-OUT ASSIGN TO "../ROOM-ASSIGN.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.

           SELECT NOTIFY-OUT ASSIGN TO "../NOTIFY-EVENTS.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-NTF-STAT.

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
       FD  ISAM-SCHED-IO.
       01  ISAM-REC-IO.
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

       FD  ISAM-BLDG-IN.
       01  BLDG-REC-IN.
           03  ISAM-IO-KEY.
               05  ISAM-IO-BLDG PIC X(7).
               05  ISAM-IO-ROOM PIC X(6).
           03  ISAM-IO-SEATS    PIC X(4).
           03  ISAM-IO-ATTRS    PIC X(8)    VALUE SPACES.
           03  ISAM-IO-CAMPUS   PIC X(2)    VALUE SPACES.

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
           05  ISAM-IO-REQ-ATTRS PIC X(8)            VALUE SPACE.
           05  FILLER              PIC X(19)            VALUE SPACE.

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

       FD  ISAM-TBL-IN.
       01  TBL-REC-IN.
           03  TBL-CODE           PIC X(4).
           03  TBL-DAYS           PIC X(8).
           03  TBL-START          PIC 9(4).
           03  TBL-END            PIC 9(4).
           03  TBL-TEXT           PIC X(20).

       FD  ISAM-EVT-IN.
       01  EVT-REC-IN.
           03  EVT-KEY.
               05  EVT-BLDG       PIC X(7).
               05  EVT-ROOM       PIC X(6).
               05  EVT-SEQ        PIC 9(3).
           03  EVT-DATE           PIC X(8).
           03  EVT-TIME-DAY       PIC X(20).
           03  EVT-DESC           PIC X(30).
           03  EVT-OPER           PIC X(8).

       FD  ISAM-OUT-IN.
       01  OUT-REC-IN.
           03  OUT-KEY.
               05  OUT-BLDG       PIC X(7).
               05  OUT-ROOM       PIC X(6).
               05  OUT-SEQ        PIC 9(2).
           03  OUT-START          PIC X(8).
           03  OUT-END            PIC X(8).
           03  OUT-REASON         PIC X(30).

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

       FD  PROP-IO.
       01  PROP-LINE.
           03  PRP-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  PRP-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  PRP-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  PRP-BLDG            PIC X(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  PRP-ROOM            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  PRP-ACCEPT          PIC X.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

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
           03  AUD-OLD             PIC X(97).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(97).

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  NTF-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-EVENT           PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-TEXT            PIC X(30).

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
           03  WS-MTG-STAT             PIC XX      VALUE SPACES.
           03  WS-TBL-STAT             PIC XX      VALUE SPACES.
           03  WS-EVT-STAT             PIC XX      VALUE SPACES.
           03  WS-OUT-STAT             PIC XX      VALUE SPACES.
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-PRP-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'ROOM-ASSIGN'.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-OLD-REC              PIC X(97)   VALUE SPACES.
           03  WS-NEW-REC              PIC X(97)   VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-DECLINE-CNT          PIC 9(7)    VALUE ZEROS.
           03  WS-CAP-SKIPPED          PIC 9(5)    VALUE ZEROS.
           03  WS-BOOK-SKIPPED         PIC 9(5)    VALUE ZEROS.
           03  WS-YR-NUM               PIC 9(4)    VALUE ZEROS.
           03  WS-PRIOR-YR             PIC X(4)    VALUE SPACES.
           03  WS-NEEDS-ROOM           PIC X       VALUE 'N'.
           03  WS-SEATS-NUM            PIC 9(4)    VALUE ZEROS.
           03  WS-REQ-ATTRS            PIC X(8)    VALUE SPACES.
           03  WS-ATTR-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-ATTR-CNT             PIC 9(2)    VALUE ZEROS.
           03  WS-ATTR-MISSING         PIC X       VALUE 'N'.
           03  WS-ANY-SIZE             PIC X       VALUE 'N'.
           03  WS-ANY-ATTR             PIC X       VALUE 'N'.
           03  WS-BEST-FOUND           PIC X       VALUE 'N'.
           03  WS-BEST-BLDG            PIC X(7)    VALUE SPACES.
           03  WS-BEST-ROOM            PIC X(6)    VALUE SPACES.
           03  WS-BEST-SEATS           PIC 9(4)    VALUE ZEROS.
           03  WS-BOOKED               PIC X       VALUE 'N'.
           03  WS-ROOM-OUT             PIC X       VALUE 'N'.
           03  WS-APPLY-OK             PIC X       VALUE 'N'.
           03  WS-RESULT               PIC X(40)   VALUE SPACES.
           03  WS-NTF-CNT              PIC 9(4)    VALUE ZEROS.
           03  WS-NB-BLDG              PIC X(7)    VALUE SPACES.
           03  WS-NB-ROOM              PIC X(6)    VALUE SPACES.
           03  WS-NB-TIME              PIC X(20)   VALUE SPACES.
           03  WS-PICK-IX              PIC 9(3)    VALUE ZEROS.
           03  WS-PICK-NEED            PIC 9(4)    VALUE ZEROS.
           03  WS-PICKED               PIC 9(3)    VALUE ZEROS.
           03  WS-SC-IX                PIC 9(3)    VALUE ZEROS.
           03  WS-PR-IX                PIC 9(3)    VALUE ZEROS.
           03  WS-BK-IX                PIC 9(4)    VALUE ZEROS.
           03  WS-PR-FOUND             PIC X       VALUE 'N'.
           03  WS-TBL-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-TBL-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-PARSE-IN             PIC X(20)   VALUE SPACES.
           03  WS-PARSE-DAYS           PIC X(8)    VALUE SPACES.
           03  WS-PARSE-START          PIC 9(4)    VALUE ZEROS.
           03  WS-PARSE-END            PIC 9(4)    VALUE ZEROS.
           03  WS-P-I                  PIC 9(2)    VALUE ZEROS.
           03  WS-P-POS                PIC 9(2)    VALUE ZEROS.
           03  WS-TIME-DAY             PIC X(20)   VALUE SPACES.
           03  WS-REQ-DAYS             PIC X(8)    VALUE SPACES.
           03  WS-REQ-START            PIC 9(4)    VALUE ZEROS.
           03  WS-REQ-END              PIC 9(4)    VALUE ZEROS.
           03  WS-CAND-TIME            PIC X(20)   VALUE SPACES.
           03  WS-CLASH                PIC X       VALUE 'N'.
           03  WS-D-I                  PIC 9(2)    VALUE ZEROS.
           03  WS-DAY-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-DAY-HIT              PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  BLD-EOF-FLAG            PIC X       VALUE SPACES.
               88 BLD-EOF    VALUE '1'.
           03  TBL-EOF-FLAG            PIC X       VALUE SPACES.
               88 TBL-EOF    VALUE '1'.
           03  EVT-EOF-FLAG            PIC X       VALUE SPACES.
               88 EVT-EOF    VALUE '1'.
           03  OUT-EOF-FLAG            PIC X       VALUE SPACES.
               88 OUT-EOF    VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  PRP-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRP-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.
           03  WS-RUN-MODE     PIC X           VALUE 'P'.

      *    the term's sections still needing a room, with the room
      *    each one is proposed or the reason it could not be placed
       01  WS-SECT-TABLE.
           03  WS-SECT-CNT         PIC 9(3)    VALUE ZEROS.
           03  WS-SC-ENTRY         OCCURS 200 TIMES.
               05  WS-SC-CRN       PIC X(6).
               05  WS-SC-SUBJ      PIC X(5).
               05  WS-SC-CRSE      PIC X(6).
               05  WS-SC-TIME      PIC X(20).
               05  WS-SC-CAMPUS    PIC X(2).
               05  WS-SC-CAP       PIC 9(4).
               05  WS-SC-NEED      PIC 9(4).
               05  WS-SC-SRC       PIC X(5).
               05  WS-SC-DONE      PIC X.
               05  WS-SC-BLDG      PIC X(7).
               05  WS-SC-ROOM      PIC X(6).
               05  WS-SC-SEATS     PIC 9(4).
               05  WS-SC-REASON    PIC X(26).

      *    every room already taken somewhere in the term and the
      *    pattern it is taken for - rooms proposed this run join it
       01  WS-BOOK-TABLE.
           03  WS-BOOK-CNT         PIC 9(4)    VALUE ZEROS.
           03  WS-BOOK-ENTRY       OCCURS 2000 TIMES.
               05  WS-BK-BLDG      PIC X(7).
               05  WS-BK-ROOM      PIC X(6).
               05  WS-BK-TIME      PIC X(20).

      *    prior like term enrollment by course for the seat estimate
       01  WS-PRIOR-TABLE.
           03  WS-PRIOR-CNT        PIC 9(3)    VALUE ZEROS.
           03  WS-PR-ENTRY         OCCURS 300 TIMES.
               05  WS-PR-SUBJ      PIC X(5).
               05  WS-PR-CRSE      PIC X(6).
               05  WS-PR-TOTAL     PIC 9(6).
               05  WS-PR-SECTS     PIC 9(3).

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
               05  WS-TBT-TEXT     PIC X(20).
               05  WS-TBT-DAYS     PIC X(8).
               05  WS-TBT-START    PIC 9(4).
               05  WS-TBT-END      PIC 9(4).

       01  RPT-HEAD-1.
           03  FILLER          PIC X(20)   VALUE SPACES.
           03  RH-TITLE        PIC X(25).
           03  RH-SEM          PIC X(2).
           03  FILLER          PIC X       VALUE '/'.
           03  RH-YR           PIC X(4).
           03  FILLER          PIC X(16)   VALUE SPACES.
           03  RH-DATE         PIC X(10).

       01  RPT-SUBHEAD.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RS-TEXT         PIC X(40).

       01  RPT-HEAD-2.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  FILLER          PIC X(7)    VALUE 'CRN'.
           03  FILLER          PIC X(6)    VALUE 'SUBJ'.
           03  FILLER          PIC X(7)    VALUE 'CRSE'.
           03  FILLER          PIC X(21)   VALUE 'TIME/DAY'.
           03  FILLER          PIC X(5)    VALUE 'NEED'.
           03  FILLER          PIC X(6)    VALUE 'FROM'.
           03  RH2-TAIL        PIC X(26)
                               VALUE 'BLDG    ROOM   SEATS'.

       01  RPT-DETAIL.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-CRN          PIC X(6).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-SUBJ         PIC X(5).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-CRSE         PIC X(6).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-TIME         PIC X(20).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-NEED         PIC ZZZ9.
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-SRC          PIC X(5).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-TAIL         PIC X(26).
           03  RD-FIT REDEFINES RD-TAIL.
               05  RD-BLDG     PIC X(7).
               05  FILLER      PIC X.
               05  RD-ROOM     PIC X(6).
               05  FILLER      PIC X.
               05  RD-SEATS    PIC ZZZ9.
               05  FILLER      PIC X(7).

       01  RPT-APPLY-HEAD.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  FILLER          PIC X(8)    VALUE 'CRN'.
           03  FILLER          PIC X(8)    VALUE 'BLDG'.
           03  FILLER          PIC X(8)    VALUE 'ROOM'.
           03  FILLER          PIC X(6)    VALUE 'RESULT'.

       01  RPT-APPLY.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RA-CRN          PIC X(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RA-BLDG         PIC X(7).
           03  FILLER          PIC X       VALUE SPACE.
           03  RA-ROOM         PIC X(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RA-RESULT       PIC X(40).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "ROOM-ASSIGN".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 29 VALUE "ROOM ASSIGNMENT".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 37 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 39 VALUE '/'.
           03  LINE 09 COL 40 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 10 COL 25                       VALUE '      MODE:'.
           03  LINE 10 COL 37 PIC X  USING WS-RUN-MODE AUTO.
           03  LINE 10 COL 40 VALUE '(P=PROPOSE A=APPLY)'.

       01  SCRN-MSG.
           03  LINE 12 COL 25 VALUE '      READ:'.
           03  LINE 12 COL 37 PIC 9(7) FROM WS-CTL-READ.
           03  LINE 13 COL 25 VALUE '    ROOMED:'.
           03  LINE 13 COL 37 PIC 9(7) FROM WS-CTL-WRITTEN.
           03  LINE 14 COL 25 VALUE 'NOT PLACED:'.
           03  LINE 14 COL 37 PIC 9(7) FROM WS-CTL-REJECTED.
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
           MOVE FUNCTION UPPER-CASE (WS-RUN-MODE) TO WS-RUN-MODE

           IF WS-SEM EQUAL SPACES OR WS-YR NOT NUMERIC
               MOVE 'SEM/YR REQUIRED' TO WS-MSG
           ELSE
           IF WS-RUN-MODE NOT EQUAL 'P' AND 'A'
               MOVE 'MODE MUST BE P OR A' TO WS-MSG
           ELSE
               PERFORM 080-OPEN-FILES
               PERFORM 130-LOAD-TIME-BLOCKS
               PERFORM 100-SCAN-TERM
               PERFORM 110-LOAD-MEETING-BOOKINGS
               PERFORM 120-LOAD-EVENT-BOOKINGS
               OPEN OUTPUT REPORT-OUT
               MOVE WS-SEM       TO RH-SEM
               MOVE WS-YR        TO RH-YR
               MOVE DISPLAY-DATE TO RH-DATE
               IF WS-RUN-MODE EQUAL 'P'
                   MOVE 'ROOM ASSIGNMENT PROPOSAL' TO RH-TITLE
                   WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
                   PERFORM 200-PROPOSE-RUN
               ELSE
                   MOVE 'ROOM ASSIGNMENT APPLIED' TO RH-TITLE
                   WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
                   PERFORM 500-APPLY-RUN
               END-IF
               PERFORM 800-WRITE-TOTALS
               CLOSE REPORT-OUT
               PERFORM 090-CLOSE-FILES
               PERFORM 060-WRITE-CONTROL
               MOVE SPACES TO WS-MSG
               IF WS-RUN-MODE EQUAL 'P'
                   STRING WS-CTL-WRITTEN ' PROPOSED - ROOM-ASSIGN.RPT'
                       INTO WS-MSG
               ELSE
                   STRING WS-CTL-WRITTEN ' APPLIED - ROOM-ASSIGN.RPT'
                       INTO WS-MSG
               END-IF
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
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - the mode rides PRM-EXTRA as P or A and a blank mode only
      *    proposes, so an unattended run never posts rooms unseen
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
                               IF PRM-EXTRA (1:1) NOT EQUAL SPACE
                                   MOVE PRM-EXTRA (1:1)
                                       TO WS-RUN-MODE
                               END-IF
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
           MOVE 'ROOM-ASSIGN'   TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       080-OPEN-FILES.
      *    the proposal run only reads - the schedule opens for update
      *    and the audit and notify logs open only when applying
           IF WS-RUN-MODE EQUAL 'A'
               OPEN I-O ISAM-SCHED-IO
               OPEN INPUT ISAM-REG-IN
               OPEN EXTEND AUDIT-OUT
               IF WS-AUDIT-STAT NOT EQUAL '00'
                   OPEN OUTPUT AUDIT-OUT
                   CLOSE AUDIT-OUT
                   OPEN EXTEND AUDIT-OUT
               END-IF
               OPEN EXTEND NOTIFY-OUT
               IF WS-NTF-STAT NOT EQUAL '00'
                   OPEN OUTPUT NOTIFY-OUT
                   CLOSE NOTIFY-OUT
                   OPEN EXTEND NOTIFY-OUT
               END-IF
           ELSE
               OPEN INPUT ISAM-SCHED-IO
           END-IF
           OPEN INPUT ISAM-BLDG-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-MTG-IN.
      *-----------------------------------------------------------------
       090-CLOSE-FILES.
           IF WS-RUN-MODE EQUAL 'A'
               CLOSE ISAM-REG-IN
               CLOSE AUDIT-OUT
               CLOSE NOTIFY-OUT
           END-IF
           CLOSE ISAM-SCHED-IO
           CLOSE ISAM-BLDG-IN
           CLOSE ISAM-COURSE-IN
           CLOSE ISAM-MTG-IN.
      *-----------------------------------------------------------------
       100-SCAN-TERM.
      *    one pass over the schedule gathers the term's unroomed
      *    sections, the rooms the term's other sections already hold
      *    and the prior like term's enrollment by course
           MOVE WS-YR TO WS-YR-NUM
           SUBTRACT 1 FROM WS-YR-NUM
           MOVE WS-YR-NUM TO WS-PRIOR-YR
           MOVE ZEROS TO WS-SECT-CNT
           MOVE ZEROS TO WS-BOOK-CNT
           MOVE ZEROS TO WS-PRIOR-CNT
           MOVE LOW-VALUES TO ISAM-IN-KEY
           MOVE LOW-VALUES TO CRN
           START ISAM-SCHED-IO KEY IS NOT LESS THAN CRN-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-SCHED-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF YEAR EQUAL WS-YR
                           AND SEMESTER EQUAL WS-SEM
                           PERFORM 105-CHECK-NEEDS-ROOM
                           IF WS-NEEDS-ROOM EQUAL 'Y'
                               PERFORM 140-ADD-SECTION
                           ELSE
                           IF DELIVERY-MODE NOT EQUAL 'O'
                               MOVE BLDG     TO WS-NB-BLDG
                               MOVE ROOM     TO WS-NB-ROOM
                               MOVE TIME-DAY TO WS-NB-TIME
                               PERFORM 125-ADD-BOOKING
                           END-IF
                           END-IF
                       END-IF
                       IF YEAR EQUAL WS-PRIOR-YR
                           AND SEMESTER EQUAL WS-SEM
                           AND DELIVERY-MODE NOT EQUAL 'O'
                           PERFORM 145-ADD-PRIOR
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       105-CHECK-NEEDS-ROOM.
      *    an in-person or hybrid section whose building or room is
      *    blank or still TBA is waiting on a room - online sections
      *    never hold one
           MOVE 'N' TO WS-NEEDS-ROOM
           IF DELIVERY-MODE EQUAL 'O'
               EXIT PARAGRAPH
           END-IF
           IF BLDG EQUAL SPACES OR 'TBA'
               OR ROOM EQUAL SPACES OR 'TBA'
               MOVE 'Y' TO WS-NEEDS-ROOM
           END-IF.
      *-----------------------------------------------------------------
       110-LOAD-MEETING-BOOKINGS.
      *    a section's extra meeting patterns hold their rooms too
           MOVE LOW-VALUES TO MTG-KEY
           START ISAM-MTG-IN KEY IS NOT LESS THAN MTG-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-MTG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF MTG-YR EQUAL WS-YR
                           AND MTG-SEM EQUAL WS-SEM
                           AND MTG-BLDG NOT EQUAL SPACES
                           MOVE MTG-BLDG     TO WS-NB-BLDG
                           MOVE MTG-ROOM     TO WS-NB-ROOM
                           MOVE MTG-TIME-DAY TO WS-NB-TIME
                           PERFORM 125-ADD-BOOKING
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       120-LOAD-EVENT-BOOKINGS.
      *    a promised club meeting or review session holds its room
      *    the same as a class
           OPEN INPUT ISAM-EVT-IN
           IF WS-EVT-STAT NOT EQUAL '00' AND '05'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO EVT-KEY
           START ISAM-EVT-IN KEY IS NOT LESS THAN EVT-KEY
               INVALID KEY
                   MOVE 1 TO EVT-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EVT-EOF-FLAG
           END-START
           PERFORM UNTIL EVT-EOF
               READ ISAM-EVT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EVT-EOF-FLAG
                   NOT AT END
                       MOVE EVT-BLDG     TO WS-NB-BLDG
                       MOVE EVT-ROOM     TO WS-NB-ROOM
                       MOVE EVT-TIME-DAY TO WS-NB-TIME
                       PERFORM 125-ADD-BOOKING
               END-READ
           END-PERFORM
           CLOSE ISAM-EVT-IN.
      *-----------------------------------------------------------------
       125-ADD-BOOKING.
           IF WS-BOOK-CNT LESS THAN 2000
               ADD 1 TO WS-BOOK-CNT
               MOVE WS-NB-BLDG TO WS-BK-BLDG (WS-BOOK-CNT)
               MOVE WS-NB-ROOM TO WS-BK-ROOM (WS-BOOK-CNT)
               MOVE WS-NB-TIME TO WS-BK-TIME (WS-BOOK-CNT)
           ELSE
               ADD 1 TO WS-BOOK-SKIPPED
           END-IF.
      *-----------------------------------------------------------------
       130-LOAD-TIME-BLOCKS.
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
       140-ADD-SECTION.
           IF WS-SECT-CNT NOT LESS THAN 200
               ADD 1 TO WS-CAP-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECT-CNT
           MOVE CRN       TO WS-SC-CRN (WS-SECT-CNT)
           MOVE SUBJ      TO WS-SC-SUBJ (WS-SECT-CNT)
           MOVE CRSE      TO WS-SC-CRSE (WS-SECT-CNT)
           MOVE TIME-DAY  TO WS-SC-TIME (WS-SECT-CNT)
           MOVE CAMPUS    TO WS-SC-CAMPUS (WS-SECT-CNT)
           MOVE SECT-CAP  TO WS-SC-CAP (WS-SECT-CNT)
           MOVE ZEROS     TO WS-SC-NEED (WS-SECT-CNT)
           MOVE SPACES    TO WS-SC-SRC (WS-SECT-CNT)
           MOVE 'N'       TO WS-SC-DONE (WS-SECT-CNT)
           MOVE SPACES    TO WS-SC-BLDG (WS-SECT-CNT)
           MOVE SPACES    TO WS-SC-ROOM (WS-SECT-CNT)
           MOVE ZEROS     TO WS-SC-SEATS (WS-SECT-CNT)
           MOVE SPACES    TO WS-SC-REASON (WS-SECT-CNT).
      *-----------------------------------------------------------------
       145-ADD-PRIOR.
           MOVE 'N' TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
               UNTIL WS-PR-IX GREATER THAN WS-PRIOR-CNT
               OR WS-PR-FOUND EQUAL 'Y'
               IF WS-PR-SUBJ (WS-PR-IX) EQUAL SUBJ
                   AND WS-PR-CRSE (WS-PR-IX) EQUAL CRSE
                   ADD ENROLLED-COUNT TO WS-PR-TOTAL (WS-PR-IX)
                   ADD 1 TO WS-PR-SECTS (WS-PR-IX)
                   MOVE 'Y' TO WS-PR-FOUND
               END-IF
           END-PERFORM
           IF WS-PR-FOUND EQUAL 'N'
               AND WS-PRIOR-CNT LESS THAN 300
               ADD 1 TO WS-PRIOR-CNT
               MOVE SUBJ           TO WS-PR-SUBJ (WS-PRIOR-CNT)
               MOVE CRSE           TO WS-PR-CRSE (WS-PRIOR-CNT)
               MOVE ENROLLED-COUNT TO WS-PR-TOTAL (WS-PRIOR-CNT)
               MOVE 1              TO WS-PR-SECTS (WS-PRIOR-CNT)
           END-IF.
      *-----------------------------------------------------------------
       200-PROPOSE-RUN.
      *    the largest seat need is placed first so the big rooms are
      *    not used up by small sections that fit elsewhere
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX GREATER THAN WS-SECT-CNT
               PERFORM 210-ESTIMATE-NEED
           END-PERFORM
           MOVE WS-SECT-CNT TO WS-CTL-READ
           PERFORM VARYING WS-PICKED FROM 1 BY 1
               UNTIL WS-PICKED GREATER THAN WS-SECT-CNT
               PERFORM 220-PICK-NEXT
               MOVE 'Y' TO WS-SC-DONE (WS-PICK-IX)
               MOVE WS-PICK-IX TO WS-SC-IX
               PERFORM 300-FIT-ONE-SECTION
           END-PERFORM
           PERFORM 400-WRITE-PROPOSAL.
      *-----------------------------------------------------------------
       210-ESTIMATE-NEED.
      *    a cap set on the new section is what it will sell - with
      *    no cap the prior like term's average section size stands in
           IF WS-SC-CAP (WS-SC-IX) GREATER THAN ZEROS
               MOVE WS-SC-CAP (WS-SC-IX) TO WS-SC-NEED (WS-SC-IX)
               MOVE 'CAP' TO WS-SC-SRC (WS-SC-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'NONE' TO WS-SC-SRC (WS-SC-IX)
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
               UNTIL WS-PR-IX GREATER THAN WS-PRIOR-CNT
               IF WS-PR-SUBJ (WS-PR-IX) EQUAL WS-SC-SUBJ (WS-SC-IX)
                   AND WS-PR-CRSE (WS-PR-IX) EQUAL
                       WS-SC-CRSE (WS-SC-IX)
                   COMPUTE WS-SC-NEED (WS-SC-IX) =
                       (WS-PR-TOTAL (WS-PR-IX)
                        + WS-PR-SECTS (WS-PR-IX) - 1)
                       / WS-PR-SECTS (WS-PR-IX)
                   MOVE 'PRIOR' TO WS-SC-SRC (WS-SC-IX)
                   MOVE WS-PRIOR-CNT TO WS-PR-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       220-PICK-NEXT.
           MOVE ZEROS TO WS-PICK-IX
           MOVE ZEROS TO WS-PICK-NEED
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX GREATER THAN WS-SECT-CNT
               IF WS-SC-DONE (WS-SC-IX) EQUAL 'N'
                   IF WS-PICK-IX EQUAL ZEROS
                       OR WS-SC-NEED (WS-SC-IX) GREATER THAN
                           WS-PICK-NEED
                       MOVE WS-SC-IX TO WS-PICK-IX
                       MOVE WS-SC-NEED (WS-SC-IX) TO WS-PICK-NEED
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-FIT-ONE-SECTION.
      *    every room is tried and the smallest one that passes seats,
      *    campus, attributes, bookings and outages wins - the reason
      *    an unplaceable section failed is the furthest check any
      *    room got past
           IF WS-SC-TIME (WS-SC-IX) EQUAL SPACES
               MOVE 'NO MEETING PATTERN' TO WS-SC-REASON (WS-SC-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM 305-SET-REQ-TIME
           MOVE SPACES TO WS-REQ-ATTRS
           MOVE WS-SC-SUBJ (WS-SC-IX) TO ISAM-IO-SUBJ
           MOVE WS-SC-CRSE (WS-SC-IX) TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ISAM-IO-REQ-ATTRS TO WS-REQ-ATTRS
           END-READ
           MOVE 'N' TO WS-ANY-SIZE
           MOVE 'N' TO WS-ANY-ATTR
           MOVE 'N' TO WS-BEST-FOUND
           MOVE LOW-VALUES TO ISAM-IO-KEY
           START ISAM-BLDG-IN KEY IS NOT LESS THAN ISAM-IO-KEY
               INVALID KEY
                   MOVE 1 TO BLD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO BLD-EOF-FLAG
           END-START
           PERFORM UNTIL BLD-EOF
               READ ISAM-BLDG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO BLD-EOF-FLAG
                   NOT AT END
                       PERFORM 310-CHECK-ONE-ROOM
               END-READ
           END-PERFORM
           IF WS-BEST-FOUND EQUAL 'Y'
               MOVE WS-BEST-BLDG  TO WS-SC-BLDG (WS-SC-IX)
               MOVE WS-BEST-ROOM  TO WS-SC-ROOM (WS-SC-IX)
               MOVE WS-BEST-SEATS TO WS-SC-SEATS (WS-SC-IX)
      *        the room is now spoken for at this pattern for every
      *        section placed after this one
               MOVE WS-BEST-BLDG          TO WS-NB-BLDG
               MOVE WS-BEST-ROOM          TO WS-NB-ROOM
               MOVE WS-SC-TIME (WS-SC-IX) TO WS-NB-TIME
               PERFORM 125-ADD-BOOKING
           ELSE
           IF WS-ANY-SIZE EQUAL 'N'
               MOVE 'NO ROOM LARGE ENOUGH' TO WS-SC-REASON (WS-SC-IX)
           ELSE
           IF WS-ANY-ATTR EQUAL 'N'
               MOVE 'NO ROOM HAS REQUIRED ATTRS'
                   TO WS-SC-REASON (WS-SC-IX)
           ELSE
               MOVE 'EVERY FITTING ROOM BOOKED'
                   TO WS-SC-REASON (WS-SC-IX)
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       305-SET-REQ-TIME.
           MOVE WS-SC-TIME (WS-SC-IX) TO WS-TIME-DAY
           MOVE WS-TIME-DAY TO WS-PARSE-IN
           PERFORM 345-PARSE-TIME
           MOVE WS-PARSE-DAYS  TO WS-REQ-DAYS
           MOVE WS-PARSE-START TO WS-REQ-START
           MOVE WS-PARSE-END   TO WS-REQ-END.
      *-----------------------------------------------------------------
       310-CHECK-ONE-ROOM.
           MOVE ZEROS TO WS-SEATS-NUM
           IF ISAM-IO-SEATS NUMERIC
               MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
           END-IF
           IF WS-SEATS-NUM LESS THAN WS-SC-NEED (WS-SC-IX)
               EXIT PARAGRAPH
           END-IF
           IF WS-SC-CAMPUS (WS-SC-IX) NOT EQUAL SPACES
               AND ISAM-IO-CAMPUS NOT EQUAL WS-SC-CAMPUS (WS-SC-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ANY-SIZE
           PERFORM 320-MATCH-ATTRS
           IF WS-ATTR-MISSING EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ANY-ATTR
      *    only a room smaller than the best so far is worth the
      *    booking and outage look-ups
           IF WS-BEST-FOUND EQUAL 'Y'
               AND WS-SEATS-NUM NOT LESS THAN WS-BEST-SEATS
               EXIT PARAGRAPH
           END-IF
           PERFORM 330-CHECK-BOOKED
           IF WS-BOOKED EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 340-CHECK-OUTAGE
           IF WS-ROOM-OUT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y'          TO WS-BEST-FOUND
           MOVE ISAM-IO-BLDG TO WS-BEST-BLDG
           MOVE ISAM-IO-ROOM TO WS-BEST-ROOM
           MOVE WS-SEATS-NUM TO WS-BEST-SEATS.
      *-----------------------------------------------------------------
       320-MATCH-ATTRS.
           MOVE 'N' TO WS-ATTR-MISSING
           PERFORM VARYING WS-ATTR-IX FROM 1 BY 1
               UNTIL WS-ATTR-IX GREATER THAN 8
               IF WS-REQ-ATTRS (WS-ATTR-IX:1) NOT EQUAL SPACE
                   MOVE ZEROS TO WS-ATTR-CNT
                   INSPECT ISAM-IO-ATTRS TALLYING WS-ATTR-CNT
                       FOR ALL WS-REQ-ATTRS (WS-ATTR-IX:1)
                   IF WS-ATTR-CNT EQUAL ZEROS
                       MOVE 'Y' TO WS-ATTR-MISSING
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       330-CHECK-BOOKED.
           MOVE 'N' TO WS-BOOKED
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
               UNTIL WS-BK-IX GREATER THAN WS-BOOK-CNT
               OR WS-BOOKED EQUAL 'Y'
               IF WS-BK-BLDG (WS-BK-IX) EQUAL ISAM-IO-BLDG
                   AND WS-BK-ROOM (WS-BK-IX) EQUAL ISAM-IO-ROOM
                   MOVE WS-BK-TIME (WS-BK-IX) TO WS-CAND-TIME
                   PERFORM 350-TIMES-CLASH
                   IF WS-CLASH EQUAL 'Y'
                       MOVE 'Y' TO WS-BOOKED
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       340-CHECK-OUTAGE.
      *    a room with an outage still open on or after today stays
      *    off the list - facilities' calendar wins over an empty slot
           MOVE 'N' TO WS-ROOM-OUT
           OPEN INPUT ISAM-OUT-IN
           IF WS-OUT-STAT NOT EQUAL '00' AND '05'
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-IO-BLDG TO OUT-BLDG
           MOVE ISAM-IO-ROOM TO OUT-ROOM
           MOVE ZEROS        TO OUT-SEQ
           START ISAM-OUT-IN KEY IS NOT LESS THAN OUT-KEY
               INVALID KEY
                   MOVE 1 TO OUT-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO OUT-EOF-FLAG
           END-START
           PERFORM UNTIL OUT-EOF
               READ ISAM-OUT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO OUT-EOF-FLAG
                   NOT AT END
                       IF OUT-BLDG NOT EQUAL ISAM-IO-BLDG
                           OR OUT-ROOM NOT EQUAL ISAM-IO-ROOM
                           MOVE 1 TO OUT-EOF-FLAG
                       ELSE
                           IF OUT-END NOT LESS THAN WS-NOW-DATE
                               MOVE 'Y' TO WS-ROOM-OUT
                               MOVE 1 TO OUT-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-OUT-IN.
      *-----------------------------------------------------------------
       345-PARSE-TIME.
      *    a pattern matching a published time block resolves to that
      *    block's days and range - otherwise the free text parses
      *    like REG-ADD parses it - an unresolvable pattern falls back
      *    to the exact-text compare
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
       350-TIMES-CLASH.
           MOVE 'N' TO WS-CLASH
           MOVE WS-CAND-TIME TO WS-PARSE-IN
           PERFORM 345-PARSE-TIME
           IF WS-REQ-START GREATER THAN ZEROS
               AND WS-PARSE-START GREATER THAN ZEROS
               PERFORM 355-DAYS-INTERSECT
               IF WS-DAY-HIT EQUAL 'Y'
                   AND WS-REQ-START LESS THAN WS-PARSE-END
                   AND WS-PARSE-START LESS THAN WS-REQ-END
                   MOVE 'Y' TO WS-CLASH
               END-IF
           ELSE
               IF WS-CAND-TIME EQUAL WS-TIME-DAY
                   MOVE 'Y' TO WS-CLASH
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       355-DAYS-INTERSECT.
           MOVE 'N' TO WS-DAY-HIT
           PERFORM VARYING WS-D-I FROM 1 BY 1
               UNTIL WS-D-I GREATER THAN 8
               IF WS-REQ-DAYS (WS-D-I:1) NOT EQUAL SPACE
                   MOVE ZEROS TO WS-DAY-CNT
                   INSPECT WS-PARSE-DAYS TALLYING WS-DAY-CNT
                       FOR ALL WS-REQ-DAYS (WS-D-I:1)
                   IF WS-DAY-CNT GREATER THAN ZEROS
                       MOVE 'Y' TO WS-DAY-HIT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       400-WRITE-PROPOSAL.
      *    placed sections print first and go to the proposal file
      *    marked Y - the scheduler flips a line to N, or keys a
      *    different room over it, before the apply run
           OPEN OUTPUT PROP-IO
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'PROPOSED ROOMS' TO RS-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-SUBHEAD
           MOVE 'BLDG    ROOM   SEATS' TO RH2-TAIL
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX GREATER THAN WS-SECT-CNT
               IF WS-SC-BLDG (WS-SC-IX) NOT EQUAL SPACES
                   PERFORM 410-MOVE-DETAIL
                   MOVE SPACES TO RD-TAIL
                   MOVE WS-SC-BLDG (WS-SC-IX)  TO RD-BLDG
                   MOVE WS-SC-ROOM (WS-SC-IX)  TO RD-ROOM
                   MOVE WS-SC-SEATS (WS-SC-IX) TO RD-SEATS
                   WRITE REPORT-LINE-OUT FROM RPT-DETAIL
                   MOVE SPACES TO PROP-LINE
                   MOVE WS-SEM                TO PRP-SEM
                   MOVE WS-YR                 TO PRP-YR
                   MOVE WS-SC-CRN (WS-SC-IX)  TO PRP-CRN
                   MOVE WS-SC-BLDG (WS-SC-IX) TO PRP-BLDG
                   MOVE WS-SC-ROOM (WS-SC-IX) TO PRP-ROOM
                   MOVE 'Y'                   TO PRP-ACCEPT
                   WRITE PROP-LINE
                   ADD 1 TO WS-CTL-WRITTEN
               END-IF
           END-PERFORM
           CLOSE PROP-IO
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'UNPLACEABLE SECTIONS' TO RS-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-SUBHEAD
           MOVE 'REASON' TO RH2-TAIL
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX GREATER THAN WS-SECT-CNT
               IF WS-SC-BLDG (WS-SC-IX) EQUAL SPACES
                   PERFORM 410-MOVE-DETAIL
                   MOVE WS-SC-REASON (WS-SC-IX) TO RD-TAIL
                   WRITE REPORT-LINE-OUT FROM RPT-DETAIL
                   ADD 1 TO WS-CTL-REJECTED
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       410-MOVE-DETAIL.
           MOVE WS-SC-CRN (WS-SC-IX)  TO RD-CRN
           MOVE WS-SC-SUBJ (WS-SC-IX) TO RD-SUBJ
           MOVE WS-SC-CRSE (WS-SC-IX) TO RD-CRSE
           MOVE WS-SC-TIME (WS-SC-IX) TO RD-TIME
           MOVE WS-SC-NEED (WS-SC-IX) TO RD-NEED
           MOVE WS-SC-SRC (WS-SC-IX)  TO RD-SRC.
      *-----------------------------------------------------------------
       500-APPLY-RUN.
      *    each accepted proposal line is checked again against the
      *    schedule as it stands now - the section may have been
      *    roomed by hand or the room taken since the proposal ran
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-APPLY-HEAD
           OPEN INPUT PROP-IO
           IF WS-PRP-STAT NOT EQUAL '00'
               MOVE SPACES TO RPT-APPLY
               MOVE 'ROOM-PROPOSAL.TXT NOT FOUND' TO RA-RESULT
               WRITE REPORT-LINE-OUT FROM RPT-APPLY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRP-EOF-FLAG
           PERFORM UNTIL PRP-EOF
               READ PROP-IO
                   AT END
                       MOVE 1 TO PRP-EOF-FLAG
                   NOT AT END
                       IF PRP-SEM EQUAL WS-SEM
                           AND PRP-YR EQUAL WS-YR
                           ADD 1 TO WS-CTL-READ
                           PERFORM 510-APPLY-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROP-IO.
      *-----------------------------------------------------------------
       510-APPLY-ONE.
           MOVE SPACES   TO RPT-APPLY
           MOVE PRP-CRN  TO RA-CRN
           MOVE PRP-BLDG TO RA-BLDG
           MOVE PRP-ROOM TO RA-ROOM
           IF PRP-ACCEPT NOT EQUAL 'Y' AND 'y'
               MOVE 'NOT ACCEPTED - LEFT UNROOMED' TO RA-RESULT
               WRITE REPORT-LINE-OUT FROM RPT-APPLY
               ADD 1 TO WS-DECLINE-CNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 520-CHECK-APPLY
           IF WS-APPLY-OK EQUAL 'N'
               MOVE WS-RESULT TO RA-RESULT
               WRITE REPORT-LINE-OUT FROM RPT-APPLY
               ADD 1 TO WS-CTL-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-REC-IO TO WS-OLD-REC
           MOVE PRP-BLDG TO BLDG
           MOVE PRP-ROOM TO ROOM
           REWRITE ISAM-REC-IO
               INVALID KEY
                   MOVE 'SCHEDULE REWRITE FAILED' TO RA-RESULT
                   ADD 1 TO WS-CTL-REJECTED
               NOT INVALID KEY
                   MOVE ISAM-REC-IO TO WS-NEW-REC
                   PERFORM 530-WRITE-AUDIT
                   PERFORM 540-NOTIFY-STUDENTS
                   MOVE PRP-BLDG TO WS-NB-BLDG
                   MOVE PRP-ROOM TO WS-NB-ROOM
                   MOVE TIME-DAY TO WS-NB-TIME
                   PERFORM 125-ADD-BOOKING
                   STRING 'APPLIED - ' WS-NTF-CNT ' NOTIFIED'
                       DELIMITED BY SIZE INTO RA-RESULT
                   ADD 1 TO WS-CTL-WRITTEN
           END-REWRITE
           WRITE REPORT-LINE-OUT FROM RPT-APPLY.
      *-----------------------------------------------------------------
       520-CHECK-APPLY.
           MOVE 'N' TO WS-APPLY-OK
           MOVE WS-YR   TO YEAR
           MOVE WS-SEM  TO SEMESTER
           MOVE PRP-CRN TO CRN
           READ ISAM-SCHED-IO
               INVALID KEY
                   MOVE 'SECTION NOT ON SCHEDULE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ
           PERFORM 105-CHECK-NEEDS-ROOM
           IF WS-NEEDS-ROOM EQUAL 'N'
               MOVE 'SECTION ALREADY ROOMED OR ONLINE' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE PRP-BLDG TO ISAM-IO-BLDG
           MOVE PRP-ROOM TO ISAM-IO-ROOM
           READ ISAM-BLDG-IN
               INVALID KEY
                   MOVE 'ROOM NOT ON BUILDING FILE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ
           MOVE TIME-DAY TO WS-TIME-DAY
           MOVE WS-TIME-DAY TO WS-PARSE-IN
           PERFORM 345-PARSE-TIME
           MOVE WS-PARSE-DAYS  TO WS-REQ-DAYS
           MOVE WS-PARSE-START TO WS-REQ-START
           MOVE WS-PARSE-END   TO WS-REQ-END
           PERFORM 330-CHECK-BOOKED
           IF WS-BOOKED EQUAL 'Y'
               MOVE 'ROOM NO LONGER FREE THAT TIME' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM 340-CHECK-OUTAGE
           IF WS-ROOM-OUT EQUAL 'Y'
               MOVE 'ROOM HAS AN OPEN OUTAGE' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-APPLY-OK.
      *-----------------------------------------------------------------
       530-WRITE-AUDIT.
           MOVE DISPLAY-DATE     TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER    TO AUD-USER
           MOVE 'ROOM-ASSIGN'    TO AUD-PROGRAM
           MOVE ISAM-IN-KEY      TO AUD-KEY
           MOVE WS-OLD-REC       TO AUD-OLD
           MOVE WS-NEW-REC       TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
      *-----------------------------------------------------------------
       540-NOTIFY-STUDENTS.
      *    students already registered hear about the new room the
      *    same way a SCHED-CHANGE room move reaches them
           MOVE ZEROS TO WS-NTF-CNT
           MOVE WS-SEM  TO REG-IO-SEM
           MOVE WS-YR   TO REG-IO-YR
           MOVE PRP-CRN TO REG-IO-CRN
           READ ISAM-REG-IN KEY IS REG-CRN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 550-NOTIFY-ONE-ROW
                   MOVE SPACES TO REG-EOF-FLAG
                   PERFORM UNTIL REG-EOF
                       READ ISAM-REG-IN NEXT RECORD
                           AT END
                               MOVE 1 TO REG-EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-CRN NOT EQUAL PRP-CRN
                                   MOVE 1 TO REG-EOF-FLAG
                               ELSE
                                   PERFORM 550-NOTIFY-ONE-ROW
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ.
      *-----------------------------------------------------------------
       550-NOTIFY-ONE-ROW.
           IF REG-IO-STATUS EQUAL 'W'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NTF-CNT
           MOVE DISPLAY-DATE   TO NTF-DATE
           MOVE 'SCHED-CHG'    TO NTF-EVENT
           MOVE REG-IO-STUD-ID TO NTF-STUD-ID
           MOVE WS-SEM         TO NTF-SEM
           MOVE WS-YR          TO NTF-YR
           MOVE PRP-CRN        TO NTF-CRN
           MOVE 'SECTION TIME OR ROOM CHANGED' TO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
      *-----------------------------------------------------------------
       800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           IF WS-RUN-MODE EQUAL 'P'
               MOVE 'SECTIONS NEEDING A ROOM:' TO RPT-TOTAL
               MOVE WS-CTL-READ TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
               MOVE 'ROOMS PROPOSED:' TO RPT-TOTAL
               MOVE WS-CTL-WRITTEN TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
               MOVE 'UNPLACEABLE:' TO RPT-TOTAL
               MOVE WS-CTL-REJECTED TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           ELSE
               MOVE 'PROPOSAL LINES READ:' TO RPT-TOTAL
               MOVE WS-CTL-READ TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
               MOVE 'ROOMS APPLIED:' TO RPT-TOTAL
               MOVE WS-CTL-WRITTEN TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
               MOVE 'NOT ACCEPTED:' TO RPT-TOTAL
               MOVE WS-DECLINE-CNT TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
               MOVE 'FAILED RECHECK:' TO RPT-TOTAL
               MOVE WS-CTL-REJECTED TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           END-IF
      *    more sections or bookings than the tables hold - say so
      *    instead of silently dropping the tail
           IF WS-CAP-SKIPPED GREATER THAN ZEROS
               MOVE 'SECTIONS OVER TABLE - RERUN:' TO RPT-TOTAL
               MOVE WS-CAP-SKIPPED TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           END-IF
           IF WS-BOOK-SKIPPED GREATER THAN ZEROS
               MOVE 'BOOKINGS OVER TABLE:' TO RPT-TOTAL
               MOVE WS-BOOK-SKIPPED TO RT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           END-IF.
