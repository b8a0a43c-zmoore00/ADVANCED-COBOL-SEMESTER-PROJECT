      ******************************************************************
      *PROGRAM : POP-SELECT.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Ad hoc student population selection - picks students  *
      *          off STUDENT-MASTER by major, class, standing, SAP and *
      *          enrollment status, residency, GPA and earned-hour     *
      *          ranges and zip, registered or not in a term, an       *
      *          active HOLD-ISAM hold type and an ADVISOR-ISAM        *
      *          advisor - a named selection is kept on                *
      *          SELECTION-ISAM.DAT for reuse - output is a printed    *
      *          list (POP-SELECT.RPT), mailing labels from ADDR-ISAM  *
      *          (POP-LABELS.RPT) that leave out privacy-flagged       *
      *          students, a comma-delimited file (POP-SELECT.CSV) or  *
      *          one NOTIFY-EVENTS.TXT entry per student so LETTER-GEN *
      *          sends the mass letter                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POP-SELECT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-SEL-IO ASSIGN TO "../SELECTION-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SEL-KEY
                               FILE STATUS   IS WS-SEL-STAT.

           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-REG-IN   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-ADR-IN ASSIGN TO "../ADDR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-ADR-STAT.

           SELECT OPTIONAL ISAM-HLD-IN ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-HLD-STAT.

           SELECT OPTIONAL ISAM-ADV-IN ASSIGN TO "../ADVISOR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADV-STUD-ID
                               FILE STATUS   IS WS-ADV-STAT.

           SELECT REPORT-OUT ASSIGN TO "../POP-SELECT.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT LABEL-OUT ASSIGN TO "../POP-LABELS.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-LBL-STAT.

           SELECT CSV-OUT ASSIGN TO "../POP-SELECT.CSV"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CSV-STAT.

           SELECT NOTIFY-OUT ASSIGN TO "../NOTIFY-EVENTS.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-NTF-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-SEL-IO.
       01  SEL-REC-IO.
           03  SEL-KEY.
               05  SEL-NAME       PIC X(8).
           03  SEL-CRITERIA       PIC X(102).
           03  SEL-USER           PIC X(8).
           03  SEL-DATE           PIC X(8).

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

       FD  ISAM-ADR-IN.
       01  ADR-REC-IN.
           03  ADR-KEY.
               05  ADR-STUD-ID    PIC 9(6).
               05  ADR-TYPE       PIC X.
           03  ADR-STREET         PIC X(25).
           03  ADR-CITY           PIC X(20).
           03  ADR-STATE          PIC X(2).
           03  ADR-ZIP            PIC X(5).

       FD  ISAM-HLD-IN.
       01  HLD-REC-IN.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

       FD  ISAM-ADV-IN.
       01  ADV-REC-IN.
           03  ADV-STUD-ID         PIC 9(6).
           03  ADV-INSTRUC-ID      PIC 9(6).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       FD  LABEL-OUT.
       01  LABEL-LINE-OUT         PIC X(40).

       FD  CSV-OUT.
       01  CSV-LINE-OUT           PIC X(132).

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
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-SEL-STAT             PIC XX      VALUE SPACES.
           03  WS-ADR-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-ADV-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-LBL-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-STAT             PIC XX      VALUE SPACES.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'POP-SELECT'.
           03  WS-ENVNAME              PIC X(4)    VALUE "USER".
           03  WS-OPER                 PIC X(8)    VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-SAVE                 PIC X       VALUE 'N'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-CRIT-OK              PIC X       VALUE 'Y'.
           03  WS-PASS                 PIC X       VALUE 'N'.
           03  WS-REGISTERED           PIC X       VALUE 'N'.
           03  WS-ADR-LOADED           PIC X       VALUE 'N'.
           03  WS-ZX                   PIC 9       VALUE ZEROS.
           03  WS-SEL-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-PRIV-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-CSV-GPA              PIC 9.99.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-SEL-NAME                 PIC X(8)    VALUE SPACES.

      *    the criteria group is the saved record's criteria area byte
      *    for byte - a blank or zero criterion selects everyone
       01  WS-CRIT.
           03  WS-C-DESC       PIC X(30)   VALUE SPACES.
           03  WS-C-MAJOR      PIC X(20)   VALUE SPACES.
           03  WS-C-CLASS      PIC X(2)    VALUE SPACES.
           03  WS-C-STANDING   PIC X(2)    VALUE SPACES.
           03  WS-C-SAP        PIC X       VALUE SPACE.
           03  WS-C-ENR-STAT   PIC X       VALUE SPACE.
           03  WS-C-RES        PIC X       VALUE SPACE.
           03  WS-C-GPA-LO     PIC 9V99    VALUE ZEROS.
           03  WS-C-GPA-HI     PIC 9V99    VALUE ZEROS.
           03  WS-C-HRS-LO     PIC 9(4)    VALUE ZEROS.
           03  WS-C-HRS-HI     PIC 9(4)    VALUE ZEROS.
           03  WS-C-ZIP        PIC X(5)    VALUE SPACES.
           03  WS-C-ZIP-CHAR   REDEFINES WS-C-ZIP
                               PIC X       OCCURS 5 TIMES.
           03  WS-C-REG-SEM    PIC X(2)    VALUE SPACES.
           03  WS-C-REG-YR     PIC X(4)    VALUE SPACES.
           03  WS-C-REG-TEST   PIC X       VALUE SPACE.
           03  WS-C-HOLD-TYPE  PIC X(2)    VALUE SPACES.
           03  WS-C-ADVISOR    PIC 9(6)    VALUE ZEROS.
           03  WS-C-OUTPUT     PIC X       VALUE 'L'.
           03  WS-C-EVENT      PIC X(10)   VALUE SPACES.

       01  WS-ADDRESS.
           03  WS-A-STREET     PIC X(25)   VALUE SPACES.
           03  WS-A-CITY       PIC X(20)   VALUE SPACES.
           03  WS-A-STATE      PIC X(2)    VALUE SPACES.
           03  WS-A-ZIP        PIC X(5)    VALUE SPACES.
           03  WS-A-ZIP-CHAR   REDEFINES WS-A-ZIP
                               PIC X       OCCURS 5 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(22)   VALUE 'POPULATION SELECTION  '.
           03  RH-NAME     PIC X(8).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DESC     PIC X(30).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(7)    VALUE 'ID'.
           03  FILLER      PIC X(32)   VALUE 'NAME'.
           03  FILLER      PIC X(21)   VALUE 'MAJOR'.
           03  FILLER      PIC X(4)    VALUE 'CL'.
           03  FILLER      PIC X(6)    VALUE ' GPA'.
           03  FILLER      PIC X(6)    VALUE 'EARNED'.

       01  RPT-DETAIL.
           03  RD-ID       PIC 9(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-NAME     PIC X(31).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-MAJOR    PIC X(20).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-CLASS    PIC X(2).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-GPA      PIC 9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-EARNED   PIC ZZZ9.

       01  RPT-TOTAL.
           03  RT-COUNT    PIC ZZZZ9.
           03  FILLER      PIC X(22)   VALUE ' STUDENT(S) SELECTED'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "POP-SELECT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 03 COL 30 VALUE "POPULATION SELECTION".

       01  SCRN-KEY-REQ.
           03  LINE 05 COL 10 VALUE 'SELECTION NAME (BLANK=AD HOC):'.
           03  LINE 05 COL 41 PIC X(8)  TO WS-SEL-NAME AUTO.
           03  LINE 20 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-CRITERIA.
           03  LINE 07 COL 10 VALUE '   DESCRIPTION:'.
           03  LINE 07 COL 26 PIC X(30) USING WS-C-DESC.
           03  LINE 08 COL 10 VALUE '         MAJOR:'.
           03  LINE 08 COL 26 PIC X(20) USING WS-C-MAJOR.
           03  LINE 08 COL 48 VALUE 'CLASS:'.
           03  LINE 08 COL 55 PIC X(2)  USING WS-C-CLASS AUTO.
           03  LINE 08 COL 59 VALUE 'STANDING:'.
           03  LINE 08 COL 69 PIC X(2)  USING WS-C-STANDING AUTO.
           03  LINE 09 COL 10 VALUE '    SAP STATUS:'.
           03  LINE 09 COL 26 PIC X     USING WS-C-SAP AUTO.
           03  LINE 09 COL 30 VALUE 'ENROLL STATUS:'.
           03  LINE 09 COL 45 PIC X     USING WS-C-ENR-STAT AUTO.
           03  LINE 09 COL 49 VALUE 'RESIDENT (Y/N):'.
           03  LINE 09 COL 65 PIC X     USING WS-C-RES AUTO.
           03  LINE 10 COL 10 VALUE '      GPA FROM:'.
           03  LINE 10 COL 26 PIC 9.99  USING WS-C-GPA-LO AUTO.
           03  LINE 10 COL 32 VALUE 'TO:'.
           03  LINE 10 COL 36 PIC 9.99  USING WS-C-GPA-HI AUTO.
           03  LINE 10 COL 42 VALUE '(0=NO LIMIT)'.
           03  LINE 11 COL 10 VALUE 'EARNED HRS FROM:'.
           03  LINE 11 COL 27 PIC 9(4)  USING WS-C-HRS-LO AUTO.
           03  LINE 11 COL 32 VALUE 'TO:'.
           03  LINE 11 COL 36 PIC 9(4)  USING WS-C-HRS-HI AUTO.
           03  LINE 11 COL 42 VALUE '(0=NO LIMIT)'.
           03  LINE 12 COL 10 VALUE '    ZIP (36XXX):'.
           03  LINE 12 COL 27 PIC X(5)  USING WS-C-ZIP AUTO.
           03  LINE 13 COL 10 VALUE ' REG IN SEM/YR:'.
           03  LINE 13 COL 26 PIC X(2)  USING WS-C-REG-SEM AUTO.
           03  LINE 13 COL 28 VALUE '/'.
           03  LINE 13 COL 29 PIC X(4)  USING WS-C-REG-YR AUTO.
           03  LINE 13 COL 35 VALUE 'Y=REGISTERED N=NOT:'.
           03  LINE 13 COL 55 PIC X     USING WS-C-REG-TEST AUTO.
           03  LINE 14 COL 10 VALUE '     HOLD TYPE:'.
           03  LINE 14 COL 26 PIC X(2)  USING WS-C-HOLD-TYPE AUTO.
           03  LINE 14 COL 30 VALUE 'ADVISOR ID:'.
           03  LINE 14 COL 42 PIC 9(6)  USING WS-C-ADVISOR AUTO.
           03  LINE 16 COL 10 VALUE '        OUTPUT:'.
           03  LINE 16 COL 26 PIC X     USING WS-C-OUTPUT AUTO.
           03  LINE 16 COL 29 VALUE
               'L=LIST M=LABELS D=DELIMITED E=LETTERS'.
           03  LINE 17 COL 10 VALUE '    EVENT CODE:'.
           03  LINE 17 COL 26 PIC X(10) USING WS-C-EVENT.
           03  LINE 17 COL 38 VALUE '(LETTERS ONLY)'.
           03  LINE 18 COL 10 VALUE 'SAVE SELECTION:'.
           03  LINE 18 COL 26 PIC X     USING WS-SAVE AUTO.
           03  LINE 18 COL 29 VALUE '(Y/N)'.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-OPER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-SEL-IO
           IF WS-SEL-STAT EQUAL '35'
               OPEN OUTPUT ISAM-SEL-IO
               CLOSE ISAM-SEL-IO
               OPEN I-O ISAM-SEL-IO
           END-IF

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               MOVE 'N' TO WS-CONT
               PERFORM 100-LOAD-SELECTION
               IF WS-ON-FILE EQUAL 'Y'
                   PERFORM 160-CHECK-CRITERIA
                   IF WS-CRIT-OK EQUAL 'Y'
                       PERFORM 200-RUN-SELECTION
                   END-IF
               END-IF
           ELSE
               DISPLAY BLANK-SCREEN
           END-IF

           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-SEL-NAME
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               MOVE FUNCTION UPPER-CASE (WS-SEL-NAME) TO WS-SEL-NAME
               PERFORM 100-LOAD-SELECTION
               DISPLAY SCRN-CRITERIA
               ACCEPT  SCRN-CRITERIA
               PERFORM 160-CHECK-CRITERIA
               IF WS-CRIT-OK EQUAL 'Y'
                   IF WS-SAVE EQUAL 'Y'
                       PERFORM 150-SAVE-SELECTION
                   END-IF
                   PERFORM 200-RUN-SELECTION
               END-IF
               DISPLAY SCRN-KEY-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM
           END-PERFORM

           CLOSE ISAM-SEL-IO
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program runs a saved selection
      *    named in the first eight bytes of the extra field - a
      *    ninth byte of L, M, D or E overrides the saved output
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
                               MOVE PRM-EXTRA (1:8) TO WS-SEL-NAME
                               MOVE PRM-EXTRA (9:1) TO WS-SAVE
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       100-LOAD-SELECTION.
      *    a saved selection comes up for change or reuse - a new or
      *    blank name starts with every criterion open
           MOVE 'N' TO WS-ON-FILE
           MOVE SPACES TO WS-CRIT
           MOVE ZEROS  TO WS-C-GPA-LO
           MOVE ZEROS  TO WS-C-GPA-HI
           MOVE ZEROS  TO WS-C-HRS-LO
           MOVE ZEROS  TO WS-C-HRS-HI
           MOVE ZEROS  TO WS-C-ADVISOR
           MOVE 'L'    TO WS-C-OUTPUT
           IF WS-SEL-NAME EQUAL SPACES
               MOVE 'AD HOC SELECTION - NOT SAVED' TO WS-MSG
               MOVE 'N' TO WS-SAVE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-NAME TO SEL-NAME
           READ ISAM-SEL-IO
               INVALID KEY
                   MOVE 'NEW SELECTION' TO WS-MSG
                   MOVE 'Y' TO WS-SAVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE SEL-CRITERIA TO WS-CRIT
                   IF WS-BATCH-MODE EQUAL 'Y'
                       IF WS-SAVE EQUAL 'L' OR 'M' OR 'D' OR 'E'
                           MOVE WS-SAVE TO WS-C-OUTPUT
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-MSG
                   STRING 'SAVED BY ' SEL-USER ' ON ' SEL-DATE
                       DELIMITED BY SIZE INTO WS-MSG
                   MOVE 'N' TO WS-SAVE
           END-READ
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-KEY-REQ
           END-IF.
      *-----------------------------------------------------------------
       150-SAVE-SELECTION.
           MOVE WS-SEL-NAME TO SEL-NAME
           MOVE WS-CRIT     TO SEL-CRITERIA
           MOVE WS-OPER     TO SEL-USER
           MOVE WS-DATE     TO SEL-DATE
           IF WS-ON-FILE EQUAL 'Y'
               REWRITE SEL-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO SAVE SELECTION' TO WS-MSG
               END-REWRITE
           ELSE
               WRITE SEL-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO SAVE SELECTION' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-FILE
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       160-CHECK-CRITERIA.
           MOVE 'Y' TO WS-CRIT-OK
           MOVE FUNCTION UPPER-CASE (WS-CRIT) TO WS-CRIT
           MOVE FUNCTION UPPER-CASE (WS-SAVE) TO WS-SAVE
           IF WS-C-OUTPUT NOT EQUAL 'L' AND NOT EQUAL 'M'
               AND NOT EQUAL 'D' AND NOT EQUAL 'E'
               MOVE 'OUTPUT MUST BE L, M, D OR E' TO WS-MSG
               MOVE 'N' TO WS-CRIT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-C-OUTPUT EQUAL 'E' AND WS-C-EVENT EQUAL SPACES
               MOVE 'EVENT CODE REQUIRED FOR LETTERS' TO WS-MSG
               MOVE 'N' TO WS-CRIT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-C-REG-TEST NOT EQUAL SPACE
               IF WS-C-REG-TEST NOT EQUAL 'Y' AND NOT EQUAL 'N'
                   MOVE 'REGISTERED TEST MUST BE Y, N OR BLANK'
                       TO WS-MSG
                   MOVE 'N' TO WS-CRIT-OK
                   EXIT PARAGRAPH
               END-IF
               IF WS-C-REG-SEM EQUAL SPACES
                   OR WS-C-REG-YR EQUAL SPACES
                   MOVE 'SEM/YR REQUIRED FOR REGISTERED TEST'
                       TO WS-MSG
                   MOVE 'N' TO WS-CRIT-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-C-GPA-HI GREATER THAN ZEROS
               AND WS-C-GPA-LO GREATER THAN WS-C-GPA-HI
               MOVE 'GPA FROM IS ABOVE GPA TO' TO WS-MSG
               MOVE 'N' TO WS-CRIT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-C-HRS-HI GREATER THAN ZEROS
               AND WS-C-HRS-LO GREATER THAN WS-C-HRS-HI
               MOVE 'HOURS FROM IS ABOVE HOURS TO' TO WS-MSG
               MOVE 'N' TO WS-CRIT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-SAVE EQUAL 'Y' AND WS-SEL-NAME EQUAL SPACES
               MOVE 'A NAME IS NEEDED TO SAVE' TO WS-MSG
               MOVE 'N' TO WS-CRIT-OK
           END-IF.
      *-----------------------------------------------------------------
       200-RUN-SELECTION.
           MOVE ZEROS TO WS-SEL-COUNT
           MOVE ZEROS TO WS-PRIV-COUNT
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-ADR-IN
           OPEN INPUT ISAM-HLD-IN
           OPEN INPUT ISAM-ADV-IN
           PERFORM 210-OPEN-OUTPUT

           MOVE LOW-VALUES TO ISAM-STUD-KEY
           START ISAM-STUD-IN KEY IS NOT LESS THAN ISAM-STUD-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-STUD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       PERFORM 300-TEST-STUDENT
                       IF WS-PASS EQUAL 'Y'
                           ADD 1 TO WS-SEL-COUNT
                           PERFORM 400-WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 220-CLOSE-OUTPUT
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-REG-IN
           CLOSE ISAM-ADR-IN
           CLOSE ISAM-HLD-IN
           CLOSE ISAM-ADV-IN

           MOVE SPACES TO WS-MSG
           IF WS-C-OUTPUT EQUAL 'M'
               STRING WS-SEL-COUNT ' SELECTED, ' WS-PRIV-COUNT
                   ' WITHHELD - PRIVACY' DELIMITED BY SIZE
                   INTO WS-MSG
           ELSE
               STRING WS-SEL-COUNT ' STUDENT(S) SELECTED'
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       210-OPEN-OUTPUT.
           EVALUATE WS-C-OUTPUT
               WHEN 'L'
                   OPEN OUTPUT REPORT-OUT
                   MOVE WS-SEL-NAME  TO RH-NAME
                   MOVE WS-C-DESC    TO RH-DESC
                   MOVE DISPLAY-DATE TO RH-DATE
                   WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
                   MOVE SPACES TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
               WHEN 'M'
                   OPEN OUTPUT LABEL-OUT
               WHEN 'D'
                   OPEN OUTPUT CSV-OUT
                   MOVE SPACES TO CSV-LINE-OUT
                   STRING 'STUDENT ID,LAST NAME,FIRST NAME,MAJOR,'
                          'CLASS,STANDING,GPA,EARNED,STREET,CITY,'
                          'STATE,ZIP'
                          DELIMITED BY SIZE
                       INTO CSV-LINE-OUT
                   WRITE CSV-LINE-OUT
               WHEN 'E'
                   OPEN EXTEND NOTIFY-OUT
                   IF WS-NTF-STAT NOT EQUAL '00'
                       OPEN OUTPUT NOTIFY-OUT
                       CLOSE NOTIFY-OUT
                       OPEN EXTEND NOTIFY-OUT
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
       220-CLOSE-OUTPUT.
           EVALUATE WS-C-OUTPUT
               WHEN 'L'
                   MOVE SPACES TO REPORT-LINE-OUT
                   WRITE REPORT-LINE-OUT
                   MOVE WS-SEL-COUNT TO RT-COUNT
                   WRITE REPORT-LINE-OUT FROM RPT-TOTAL
                   CLOSE REPORT-OUT
               WHEN 'M'
                   CLOSE LABEL-OUT
               WHEN 'D'
                   CLOSE CSV-OUT
               WHEN 'E'
                   CLOSE NOTIFY-OUT
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-TEST-STUDENT.
      *    the cheap tests on the master record run first - the
      *    address, registration, hold and advisor files are read
      *    only for a student still in the running
           MOVE 'N' TO WS-PASS
           MOVE 'N' TO WS-ADR-LOADED
           IF WS-C-MAJOR NOT EQUAL SPACES
               AND ISAM-STUD-MAJOR NOT EQUAL WS-C-MAJOR
               EXIT PARAGRAPH
           END-IF
           IF WS-C-CLASS NOT EQUAL SPACES
               AND ISAM-STUD-CLASS NOT EQUAL WS-C-CLASS
               EXIT PARAGRAPH
           END-IF
           IF WS-C-STANDING NOT EQUAL SPACES
               AND ISAM-STUD-STANDING NOT EQUAL WS-C-STANDING
               EXIT PARAGRAPH
           END-IF
           IF WS-C-SAP NOT EQUAL SPACE
               AND ISAM-STUD-SAP NOT EQUAL WS-C-SAP
               EXIT PARAGRAPH
           END-IF
           IF WS-C-ENR-STAT NOT EQUAL SPACE
               AND ISAM-STUD-ENR-STAT NOT EQUAL WS-C-ENR-STAT
               EXIT PARAGRAPH
           END-IF
           IF WS-C-RES NOT EQUAL SPACE
               AND ISAM-STUD-RES NOT EQUAL WS-C-RES
               EXIT PARAGRAPH
           END-IF
           IF ISAM-STUD-GPA LESS THAN WS-C-GPA-LO
               EXIT PARAGRAPH
           END-IF
           IF WS-C-GPA-HI GREATER THAN ZEROS
               AND ISAM-STUD-GPA GREATER THAN WS-C-GPA-HI
               EXIT PARAGRAPH
           END-IF
           IF ISAM-STUD-EARNED LESS THAN WS-C-HRS-LO
               EXIT PARAGRAPH
           END-IF
           IF WS-C-HRS-HI GREATER THAN ZEROS
               AND ISAM-STUD-EARNED GREATER THAN WS-C-HRS-HI
               EXIT PARAGRAPH
           END-IF
           IF WS-C-ZIP NOT EQUAL SPACES
               PERFORM 310-GET-ADDRESS
               PERFORM VARYING WS-ZX FROM 1 BY 1
                   UNTIL WS-ZX GREATER THAN 5
                   IF WS-C-ZIP-CHAR (WS-ZX) NOT EQUAL SPACE
                       AND WS-C-ZIP-CHAR (WS-ZX) NOT EQUAL 'X'
                       AND WS-C-ZIP-CHAR (WS-ZX)
                           NOT EQUAL WS-A-ZIP-CHAR (WS-ZX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-C-REG-TEST NOT EQUAL SPACE
               PERFORM 320-CHECK-REGISTERED
               IF WS-REGISTERED NOT EQUAL WS-C-REG-TEST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-C-HOLD-TYPE NOT EQUAL SPACES
               MOVE ISAM-IO-ID     TO HLD-STUD-ID
               MOVE WS-C-HOLD-TYPE TO HLD-TYPE
               READ ISAM-HLD-IN
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF WS-C-ADVISOR GREATER THAN ZEROS
               MOVE ISAM-IO-ID TO ADV-STUD-ID
               READ ISAM-ADV-IN
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF ADV-INSTRUC-ID NOT EQUAL WS-C-ADVISOR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-PASS.
      *-----------------------------------------------------------------
       310-GET-ADDRESS.
      *    the mailing row on ADDR-ISAM wins - the bare master line
      *    stands in only when no address row exists yet
           IF WS-ADR-LOADED EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ADR-LOADED
           MOVE ISAM-IO-ID TO ADR-STUD-ID
           MOVE 'M'        TO ADR-TYPE
           READ ISAM-ADR-IN
               INVALID KEY
                   MOVE ISAM-STUD-ADDRESS TO WS-A-STREET
                   MOVE SPACES            TO WS-A-CITY
                   MOVE SPACES            TO WS-A-STATE
                   MOVE ISAM-STUD-ZIP     TO WS-A-ZIP
               NOT INVALID KEY
                   MOVE ADR-STREET TO WS-A-STREET
                   MOVE ADR-CITY   TO WS-A-CITY
                   MOVE ADR-STATE  TO WS-A-STATE
                   MOVE ADR-ZIP    TO WS-A-ZIP
           END-READ.
      *-----------------------------------------------------------------
       320-CHECK-REGISTERED.
      *    a waitlisted or withdrawn row does not count as registered
           MOVE 'N' TO WS-REGISTERED
           MOVE WS-C-REG-SEM TO REG-IO-SEM
           MOVE WS-C-REG-YR  TO REG-IO-YR
           MOVE ISAM-IO-ID   TO REG-IO-STUD-ID
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
                       IF REG-IO-SEM NOT EQUAL WS-C-REG-SEM
                           OR REG-IO-YR NOT EQUAL WS-C-REG-YR
                           OR REG-IO-STUD-ID NOT EQUAL ISAM-IO-ID
                           MOVE 1 TO REG-EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               MOVE 'Y' TO WS-REGISTERED
                               MOVE 1 TO REG-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       400-WRITE-OUTPUT.
           EVALUATE WS-C-OUTPUT
               WHEN 'L'
                   PERFORM 410-WRITE-LIST-LINE
               WHEN 'M'
                   PERFORM 420-WRITE-LABEL
               WHEN 'D'
                   PERFORM 430-WRITE-CSV-ROW
               WHEN 'E'
                   PERFORM 440-WRITE-EVENT
           END-EVALUATE.
      *-----------------------------------------------------------------
       410-WRITE-LIST-LINE.
           MOVE ISAM-IO-ID TO RD-ID
           MOVE SPACES TO RD-NAME
           IF ISAM-STUD-PRIVACY EQUAL 'Y'
               MOVE '*** CONFIDENTIAL ***' TO RD-NAME
           ELSE
               STRING ISAM-STUD-LNAME DELIMITED BY '  '
                      ', '            DELIMITED BY SIZE
                      ISAM-SUTD-FNAME DELIMITED BY '  '
                   INTO RD-NAME
           END-IF
           MOVE ISAM-STUD-MAJOR  TO RD-MAJOR
           MOVE ISAM-STUD-CLASS  TO RD-CLASS
           MOVE ISAM-STUD-GPA    TO RD-GPA
           MOVE ISAM-STUD-EARNED TO RD-EARNED
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       420-WRITE-LABEL.
      *    six lines to a label - a student who asked for privacy is
      *    never put on a label, only counted
           IF ISAM-STUD-PRIVACY EQUAL 'Y'
               ADD 1 TO WS-PRIV-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-GET-ADDRESS
           MOVE SPACES TO LABEL-LINE-OUT
           IF ISAM-STUD-PREF-NAME NOT EQUAL SPACES
               STRING ISAM-STUD-PREF-NAME DELIMITED BY '  '
                      ' '                 DELIMITED BY SIZE
                      ISAM-STUD-LNAME     DELIMITED BY '  '
                   INTO LABEL-LINE-OUT
           ELSE
               STRING ISAM-SUTD-FNAME     DELIMITED BY '  '
                      ' '                 DELIMITED BY SIZE
                      ISAM-STUD-LNAME     DELIMITED BY '  '
                   INTO LABEL-LINE-OUT
           END-IF
           WRITE LABEL-LINE-OUT
           MOVE WS-A-STREET TO LABEL-LINE-OUT
           WRITE LABEL-LINE-OUT
           MOVE SPACES TO LABEL-LINE-OUT
           IF WS-A-CITY EQUAL SPACES
               MOVE WS-A-ZIP TO LABEL-LINE-OUT
           ELSE
               STRING WS-A-CITY  DELIMITED BY '  '
                      ', '       DELIMITED BY SIZE
                      WS-A-STATE DELIMITED BY SIZE
                      '  '       DELIMITED BY SIZE
                      WS-A-ZIP   DELIMITED BY SIZE
                   INTO LABEL-LINE-OUT
           END-IF
           WRITE LABEL-LINE-OUT
           MOVE SPACES TO LABEL-LINE-OUT
           WRITE LABEL-LINE-OUT
           WRITE LABEL-LINE-OUT
           WRITE LABEL-LINE-OUT.
      *-----------------------------------------------------------------
       430-WRITE-CSV-ROW.
      *    one heading row then one row per student, names quoted and
      *    numbers unedited - a privacy-flagged student keeps the id
      *    and academic columns but no name or address
           MOVE ISAM-STUD-GPA TO WS-CSV-GPA
           MOVE SPACES TO CSV-LINE-OUT
           IF ISAM-STUD-PRIVACY EQUAL 'Y'
               STRING ISAM-IO-ID ',"CONFIDENTIAL","","'
                                             DELIMITED BY SIZE
                      ISAM-STUD-MAJOR        DELIMITED BY '  '
                      '",' ISAM-STUD-CLASS ',' ISAM-STUD-STANDING
                      ',' WS-CSV-GPA ',' ISAM-STUD-EARNED
                      ',"","",,'             DELIMITED BY SIZE
                   INTO CSV-LINE-OUT
           ELSE
               PERFORM 310-GET-ADDRESS
               STRING ISAM-IO-ID ',"'        DELIMITED BY SIZE
                      ISAM-STUD-LNAME        DELIMITED BY '  '
                      '","'                  DELIMITED BY SIZE
                      ISAM-SUTD-FNAME        DELIMITED BY '  '
                      '","'                  DELIMITED BY SIZE
                      ISAM-STUD-MAJOR        DELIMITED BY '  '
                      '",' ISAM-STUD-CLASS ',' ISAM-STUD-STANDING
                      ',' WS-CSV-GPA ',' ISAM-STUD-EARNED
                      ',"'                   DELIMITED BY SIZE
                      WS-A-STREET            DELIMITED BY '  '
                      '","'                  DELIMITED BY SIZE
                      WS-A-CITY              DELIMITED BY '  '
                      '",'                   DELIMITED BY SIZE
                      WS-A-STATE             DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-A-ZIP               DELIMITED BY SPACE
                   INTO CSV-LINE-OUT
           END-IF
           WRITE CSV-LINE-OUT.
      *-----------------------------------------------------------------
       440-WRITE-EVENT.
      *    one letter event per student - the description rides as
      *    the letter body and a registration term, when one was
      *    part of the selection, rides as the event term
           MOVE DISPLAY-DATE  TO NTF-DATE
           MOVE WS-C-EVENT    TO NTF-EVENT
           MOVE ISAM-IO-ID    TO NTF-STUD-ID
           MOVE WS-C-REG-SEM  TO NTF-SEM
           MOVE WS-C-REG-YR   TO NTF-YR
           MOVE SPACES        TO NTF-CRN
           MOVE WS-C-DESC     TO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
