      ******************************************************************
      *PROGRAM : COHORT-RPT.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Cohort retention and graduation report - follows the  *
      *          first-time full-time cohort COHORT-BUILD stamped for  *
      *          an entry SEM/YR - a student counts as enrolled in a   *
      *          following fall when REG-HIST-ISAM or the live         *
      *          REG-ISAM holds a registration for that fall that was  *
      *          not withdrawn - graduated by year 4, 5 and 6 comes off*
      *          the earliest DEGREE-ISAM conferral measured in terms  *
      *          from entry - percent still enrolled in each of the    *
      *          five following falls and percent graduated print for  *
      *          the whole cohort, by entry major and by gender on     *
      *          COHORT-RETENTION.RPT - falls not yet reached show --  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RPT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-COH-IN ASSIGN TO "../COHORT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS COH-KEY
                               FILE STATUS   IS WS-COH-STAT.

           SELECT OPTIONAL ISAM-HIST-IN ASSIGN TO
                              "../REG-HIST-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS HST-KEY
                          FILE STATUS   IS WS-HIST-STAT.

           SELECT OPTIONAL ISAM-REG-IN ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-REG-STAT.

           SELECT OPTIONAL ISAM-DG-IN ASSIGN TO "../DEGREE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DG-KEY
                               FILE STATUS   IS WS-DG-STAT.

           SELECT REPORT-OUT ASSIGN TO "../COHORT-RETENTION.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-COH-IN.
       01  COH-REC-IN.
           03  COH-KEY.
               05  COH-STUD-ID    PIC 9(6).
           03  COH-SEM            PIC X(2).
           03  COH-YR             PIC X(4).
           03  COH-MAJOR          PIC X(20).
           03  COH-GENDER         PIC X.
           03  COH-HOURS          PIC 9(3).
           03  COH-DATE           PIC X(8).

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

       FD  ISAM-DG-IN.
       01  DG-REC-IN.
           03  DG-KEY.
               05  DG-STUD-ID     PIC 9(6).
               05  DG-SEM         PIC X(2).
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

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
           03  WS-COH-STAT             PIC XX      VALUE SPACES.
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-DG-STAT              PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'COHORT-RPT'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-MEM-CNT              PIC 9(4)    VALUE ZEROS.
           03  WS-MEM-IX               PIC 9(4)    VALUE ZEROS.
           03  WS-MEM-FULL             PIC X       VALUE 'N'.
           03  WS-FALL-IX              PIC 9       VALUE ZEROS.
           03  WS-GRAD-IX              PIC 9       VALUE ZEROS.
           03  WS-GRP-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-GRP-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-GRP-FOUND            PIC X       VALUE 'N'.
           03  WS-GRP-TYPE             PIC X       VALUE SPACE.
           03  WS-GRP-NAME             PIC X(20)   VALUE SPACES.
           03  WS-SEEK-ID              PIC 9(6)    VALUE ZEROS.
           03  WS-YR-NUM               PIC 9(4)    VALUE ZEROS.
           03  WS-TERM-SEM             PIC X(2)    VALUE SPACES.
           03  WS-TERM-YR              PIC X(4)    VALUE SPACES.
           03  WS-TERM-ORD             PIC 9(5)    VALUE ZEROS.
           03  WS-ENTRY-ORD            PIC 9(5)    VALUE ZEROS.
           03  WS-GAP                  PIC 9(3)    VALUE ZEROS.
           03  WS-PCT-NUM              PIC 9(5)    VALUE ZEROS.
           03  WS-PCT-DEN              PIC 9(5)    VALUE ZEROS.
           03  WS-PCT-AVAIL            PIC X       VALUE 'Y'.
           03  WS-PCT-EDIT             PIC ZZ9.
           03  WS-PCT-CELL             PIC X(6)    VALUE SPACES.

       01  WS-REC.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.

      *    the five falls after entry - a fall past the current year
      *    has not happened and prints as --
       01  WS-FALL-TABLE.
           03  WS-FALL-ENTRY       OCCURS 5 TIMES.
               05  WS-FALL-YR      PIC 9(4).
               05  WS-FALL-AVAIL   PIC X.

      *    the cohort in student id order, as COHORT-ISAM reads back
       01  WS-MEM-TABLE.
           03  WS-MEM-ENTRY        OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-MEM-CNT
                                   ASCENDING KEY IS WS-MT-ID
                                   INDEXED BY MEM-IX.
               05  WS-MT-ID        PIC 9(6).
               05  WS-MT-MAJOR     PIC X(20).
               05  WS-MT-GENDER    PIC X.
               05  WS-MT-FALL      PIC X       OCCURS 5 TIMES.
               05  WS-MT-GAP       PIC 9(3).

      *    row 1 is the whole cohort - majors and genders are added
      *    as they turn up
       01  WS-GRP-TABLE.
           03  WS-GRP-ENTRY        OCCURS 60 TIMES.
               05  WS-GT-TYPE      PIC X.
               05  WS-GT-NAME      PIC X(20).
               05  WS-GT-COUNT     PIC 9(5).
               05  WS-GT-RET       PIC 9(5)    OCCURS 5 TIMES.
               05  WS-GT-GRAD      PIC 9(5)    OCCURS 3 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(34)
               VALUE 'COHORT RETENTION AND GRADUATION  '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(20)   VALUE 'GROUP'.
           03  FILLER      PIC X(7)    VALUE ' COHORT'.
           03  FILLER      PIC X(6)    VALUE ' FALL1'.
           03  FILLER      PIC X(6)    VALUE ' FALL2'.
           03  FILLER      PIC X(6)    VALUE ' FALL3'.
           03  FILLER      PIC X(6)    VALUE ' FALL4'.
           03  FILLER      PIC X(6)    VALUE ' FALL5'.
           03  FILLER      PIC X(6)    VALUE ' GRAD4'.
           03  FILLER      PIC X(6)    VALUE ' GRAD5'.
           03  FILLER      PIC X(6)    VALUE ' GRAD6'.

       01  RPT-SECTION.
           03  RS-TITLE    PIC X(40).

       01  RPT-DETAIL.
           03  RD-NAME     PIC X(20).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-COUNT    PIC ZZ,ZZ9.
           03  RD-CELL     PIC X(6)    OCCURS 8 TIMES.

       01  RPT-FOOT.
           03  FILLER      PIC X(40)
               VALUE 'FALLn = PERCENT ENROLLED n FALLS AFTER E'.
           03  FILLER      PIC X(40)
               VALUE 'NTRY - GRADn = GRADUATED WITHIN n YEARS '.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "COHORT-RPT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 22 VALUE "COHORT RETENTION AND GRADUATION".

       01  SCRN-SEM-REQ.
           03  LINE 08 COL 24                 VALUE 'ENTRY SEM/YR:'.
           03  LINE 08 COL 38 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 08 COL 40 VALUE '/'.
           03  LINE 08 COL 41 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 12 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
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

           OPEN INPUT ISAM-COH-IN
           OPEN INPUT ISAM-HIST-IN
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-DG-IN
           OPEN OUTPUT REPORT-OUT

           PERFORM 100-SET-FALLS
           PERFORM 200-LOAD-COHORT
           PERFORM VARYING WS-FALL-IX FROM 1 BY 1
               UNTIL WS-FALL-IX GREATER THAN 5
               IF WS-FALL-AVAIL (WS-FALL-IX) EQUAL 'Y'
                   PERFORM 300-SWEEP-HIST-FALL
                   PERFORM 320-SWEEP-REG-FALL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MEM-IX FROM 1 BY 1
               UNTIL WS-MEM-IX GREATER THAN WS-MEM-CNT
               PERFORM 400-FIND-DEGREE
               PERFORM 500-TALLY-MEMBER
           END-PERFORM
           PERFORM 600-PRINT-REPORT

           CLOSE ISAM-COH-IN
           CLOSE ISAM-HIST-IN
           CLOSE ISAM-REG-IN
           CLOSE ISAM-DG-IN
           CLOSE REPORT-OUT

           IF WS-MEM-CNT EQUAL ZEROS
               MOVE 'NO COHORT STAMPED FOR THIS TERM' TO WS-MSG
           ELSE
               IF WS-MEM-FULL EQUAL 'Y'
                   MOVE 'COHORT OVER 3000 - REPORT IS PARTIAL'
                       TO WS-MSG
               ELSE
                   MOVE 'COHORT-RETENTION.RPT WRITTEN' TO WS-MSG
               END-IF
           END-IF
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-SEM-REQ
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
       100-SET-FALLS.
      *    a fall entrant's first following fall is the next year's -
      *    a spring or summer entrant's is the same year's
           MOVE ZEROS TO WS-YR-NUM
           IF WS-YR NUMERIC
               MOVE WS-YR TO WS-YR-NUM
           END-IF
           IF WS-SEM EQUAL 'FA'
               ADD 1 TO WS-YR-NUM
           END-IF
           PERFORM VARYING WS-FALL-IX FROM 1 BY 1
               UNTIL WS-FALL-IX GREATER THAN 5
               MOVE WS-YR-NUM TO WS-FALL-YR (WS-FALL-IX)
               IF WS-YR-NUM GREATER THAN WS-CURRENT-YEAR
                   MOVE 'N' TO WS-FALL-AVAIL (WS-FALL-IX)
               ELSE
                   MOVE 'Y' TO WS-FALL-AVAIL (WS-FALL-IX)
               END-IF
               ADD 1 TO WS-YR-NUM
           END-PERFORM
           MOVE WS-SEM TO WS-TERM-SEM
           MOVE WS-YR  TO WS-TERM-YR
           PERFORM 700-TERM-ORDINAL
           MOVE WS-TERM-ORD TO WS-ENTRY-ORD.
      *-----------------------------------------------------------------
       200-LOAD-COHORT.
           MOVE ZEROS TO WS-MEM-CNT
           MOVE LOW-VALUES TO COH-KEY
           START ISAM-COH-IN KEY IS NOT LESS THAN COH-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-COH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF COH-SEM EQUAL WS-SEM AND COH-YR EQUAL WS-YR
                           PERFORM 210-ADD-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-ADD-MEMBER.
           IF WS-MEM-CNT NOT LESS THAN 3000
               MOVE 'Y' TO WS-MEM-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEM-CNT
           MOVE COH-STUD-ID TO WS-MT-ID     (WS-MEM-CNT)
           MOVE COH-MAJOR   TO WS-MT-MAJOR  (WS-MEM-CNT)
           MOVE COH-GENDER  TO WS-MT-GENDER (WS-MEM-CNT)
           MOVE 999         TO WS-MT-GAP    (WS-MEM-CNT)
           PERFORM VARYING WS-FALL-IX FROM 1 BY 1
               UNTIL WS-FALL-IX GREATER THAN 5
               MOVE 'N' TO WS-MT-FALL (WS-MEM-CNT WS-FALL-IX)
           END-PERFORM.
      *-----------------------------------------------------------------
       300-SWEEP-HIST-FALL.
      *    archived registrations for the fall - the key leads with
      *    SEM/YR so one pass covers the term
           MOVE 'FA'                     TO HST-SEM
           MOVE WS-FALL-YR (WS-FALL-IX)  TO HST-YR
           MOVE LOW-VALUES               TO HST-CRN
           MOVE ZEROS                    TO HST-STUD-ID
           START ISAM-HIST-IN KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-HIST-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF HST-SEM NOT EQUAL 'FA'
                           OR HST-YR NOT EQUAL
                               WS-FALL-YR (WS-FALL-IX)
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           IF HST-STATUS NOT EQUAL 'W'
                               AND HST-GRADE NOT EQUAL 'W'
                               MOVE HST-STUD-ID TO WS-SEEK-ID
                               PERFORM 350-MARK-ENROLLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       320-SWEEP-REG-FALL.
      *    the live file holds the fall not yet archived
           MOVE 'FA'                     TO REG-IO-SEM
           MOVE WS-FALL-YR (WS-FALL-IX)  TO REG-IO-YR
           MOVE LOW-VALUES               TO REG-IO-CRN
           MOVE ZEROS                    TO REG-IO-STUD-ID
           START ISAM-REG-IN KEY IS NOT LESS THAN REG-IO-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL 'FA'
                           OR REG-IO-YR NOT EQUAL
                               WS-FALL-YR (WS-FALL-IX)
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               MOVE REG-IO-STUD-ID TO WS-SEEK-ID
                               PERFORM 350-MARK-ENROLLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       350-MARK-ENROLLED.
           IF WS-MEM-CNT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-MEM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MT-ID (MEM-IX) EQUAL WS-SEEK-ID
                   MOVE 'Y' TO WS-MT-FALL (MEM-IX WS-FALL-IX)
           END-SEARCH.
      *-----------------------------------------------------------------
       400-FIND-DEGREE.
      *    the earliest conferral counts - the gap is in terms from
      *    entry, three to a year, so a fall entrant who finishes by
      *    the fourth summer is inside 11
           MOVE WS-MT-ID (WS-MEM-IX) TO DG-STUD-ID
           MOVE LOW-VALUES           TO DG-SEM
           MOVE LOW-VALUES           TO DG-YR
           START ISAM-DG-IN KEY IS NOT LESS THAN DG-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-DG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF DG-STUD-ID NOT EQUAL WS-MT-ID (WS-MEM-IX)
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           MOVE DG-SEM TO WS-TERM-SEM
                           MOVE DG-YR  TO WS-TERM-YR
                           PERFORM 700-TERM-ORDINAL
                           IF WS-TERM-ORD NOT LESS THAN WS-ENTRY-ORD
                               COMPUTE WS-GAP =
                                   WS-TERM-ORD - WS-ENTRY-ORD
                               IF WS-GAP LESS THAN
                                   WS-MT-GAP (WS-MEM-IX)
                                   MOVE WS-GAP
                                       TO WS-MT-GAP (WS-MEM-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       500-TALLY-MEMBER.
           MOVE 'T'            TO WS-GRP-TYPE
           MOVE 'ENTIRE COHORT' TO WS-GRP-NAME
           PERFORM 510-ADD-TO-GROUP
           MOVE 'M'            TO WS-GRP-TYPE
           MOVE WS-MT-MAJOR (WS-MEM-IX) TO WS-GRP-NAME
           IF WS-GRP-NAME EQUAL SPACES
               MOVE 'UNDECLARED' TO WS-GRP-NAME
           END-IF
           PERFORM 510-ADD-TO-GROUP
           MOVE 'G'            TO WS-GRP-TYPE
           EVALUATE WS-MT-GENDER (WS-MEM-IX)
               WHEN 'M'
                   MOVE 'MALE'         TO WS-GRP-NAME
               WHEN 'F'
                   MOVE 'FEMALE'       TO WS-GRP-NAME
               WHEN OTHER
                   MOVE 'NOT REPORTED' TO WS-GRP-NAME
           END-EVALUATE
           PERFORM 510-ADD-TO-GROUP.
      *-----------------------------------------------------------------
       510-ADD-TO-GROUP.
           MOVE 'N' TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX GREATER THAN WS-GRP-CNT
               OR WS-GRP-FOUND EQUAL 'Y'
               IF WS-GT-TYPE (WS-GRP-IX) EQUAL WS-GRP-TYPE
                   AND WS-GT-NAME (WS-GRP-IX) EQUAL WS-GRP-NAME
                   MOVE 'Y' TO WS-GRP-FOUND
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND EQUAL 'Y'
               SUBTRACT 1 FROM WS-GRP-IX
           ELSE
               IF WS-GRP-CNT NOT LESS THAN 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-CNT
               MOVE WS-GRP-CNT  TO WS-GRP-IX
               MOVE WS-GRP-TYPE TO WS-GT-TYPE  (WS-GRP-IX)
               MOVE WS-GRP-NAME TO WS-GT-NAME  (WS-GRP-IX)
               MOVE ZEROS       TO WS-GT-COUNT (WS-GRP-IX)
               PERFORM VARYING WS-FALL-IX FROM 1 BY 1
                   UNTIL WS-FALL-IX GREATER THAN 5
                   MOVE ZEROS TO WS-GT-RET (WS-GRP-IX WS-FALL-IX)
               END-PERFORM
               PERFORM VARYING WS-GRAD-IX FROM 1 BY 1
                   UNTIL WS-GRAD-IX GREATER THAN 3
                   MOVE ZEROS TO WS-GT-GRAD (WS-GRP-IX WS-GRAD-IX)
               END-PERFORM
           END-IF
           ADD 1 TO WS-GT-COUNT (WS-GRP-IX)
           PERFORM VARYING WS-FALL-IX FROM 1 BY 1
               UNTIL WS-FALL-IX GREATER THAN 5
               IF WS-MT-FALL (WS-MEM-IX WS-FALL-IX) EQUAL 'Y'
                   ADD 1 TO WS-GT-RET (WS-GRP-IX WS-FALL-IX)
               END-IF
           END-PERFORM
      *    by year n means a gap no wider than 3n - 1 terms
           IF WS-MT-GAP (WS-MEM-IX) NOT GREATER THAN 11
               ADD 1 TO WS-GT-GRAD (WS-GRP-IX 1)
           END-IF
           IF WS-MT-GAP (WS-MEM-IX) NOT GREATER THAN 14
               ADD 1 TO WS-GT-GRAD (WS-GRP-IX 2)
           END-IF
           IF WS-MT-GAP (WS-MEM-IX) NOT GREATER THAN 17
               ADD 1 TO WS-GT-GRAD (WS-GRP-IX 3)
           END-IF.
      *-----------------------------------------------------------------
       600-PRINT-REPORT.
           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE 'T' TO WS-GRP-TYPE
           PERFORM 610-PRINT-GROUP-TYPE
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'BY ENTRY MAJOR' TO RS-TITLE
           WRITE REPORT-LINE-OUT FROM RPT-SECTION
           MOVE 'M' TO WS-GRP-TYPE
           PERFORM 610-PRINT-GROUP-TYPE
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'BY GENDER' TO RS-TITLE
           WRITE REPORT-LINE-OUT FROM RPT-SECTION
           MOVE 'G' TO WS-GRP-TYPE
           PERFORM 610-PRINT-GROUP-TYPE
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-FOOT.
      *-----------------------------------------------------------------
       610-PRINT-GROUP-TYPE.
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX GREATER THAN WS-GRP-CNT
               IF WS-GT-TYPE (WS-GRP-IX) EQUAL WS-GRP-TYPE
                   PERFORM 620-PRINT-GROUP
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       620-PRINT-GROUP.
           MOVE WS-GT-NAME  (WS-GRP-IX) TO RD-NAME
           MOVE WS-GT-COUNT (WS-GRP-IX) TO RD-COUNT
           MOVE WS-GT-COUNT (WS-GRP-IX) TO WS-PCT-DEN
           PERFORM VARYING WS-FALL-IX FROM 1 BY 1
               UNTIL WS-FALL-IX GREATER THAN 5
               MOVE WS-GT-RET (WS-GRP-IX WS-FALL-IX) TO WS-PCT-NUM
               MOVE WS-FALL-AVAIL (WS-FALL-IX)       TO WS-PCT-AVAIL
               PERFORM 650-FORMAT-PCT
               MOVE WS-PCT-CELL TO RD-CELL (WS-FALL-IX)
           END-PERFORM
           MOVE 'Y' TO WS-PCT-AVAIL
           PERFORM VARYING WS-GRAD-IX FROM 1 BY 1
               UNTIL WS-GRAD-IX GREATER THAN 3
               MOVE WS-GT-GRAD (WS-GRP-IX WS-GRAD-IX) TO WS-PCT-NUM
               PERFORM 650-FORMAT-PCT
               MOVE WS-PCT-CELL TO RD-CELL (WS-GRAD-IX + 5)
           END-PERFORM
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       650-FORMAT-PCT.
           IF WS-PCT-AVAIL NOT EQUAL 'Y'
               MOVE '    --' TO WS-PCT-CELL
               EXIT PARAGRAPH
           END-IF
           IF WS-PCT-DEN EQUAL ZEROS
               MOVE ZEROS TO WS-PCT-EDIT
           ELSE
               COMPUTE WS-PCT-EDIT ROUNDED =
                   WS-PCT-NUM * 100 / WS-PCT-DEN
           END-IF
           MOVE SPACES TO WS-PCT-CELL
           STRING '  ' WS-PCT-EDIT '%' DELIMITED BY SIZE
               INTO WS-PCT-CELL.
      *-----------------------------------------------------------------
       700-TERM-ORDINAL.
      *    three terms to a year in calendar order SP SU FA
           MOVE ZEROS TO WS-TERM-ORD
           IF WS-TERM-YR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM-YR TO WS-YR-NUM
           COMPUTE WS-TERM-ORD = WS-YR-NUM * 3
           EVALUATE WS-TERM-SEM
               WHEN 'SP'  ADD 1 TO WS-TERM-ORD
               WHEN 'SU'  ADD 2 TO WS-TERM-ORD
               WHEN 'FA'  ADD 3 TO WS-TERM-ORD
           END-EVALUATE.
