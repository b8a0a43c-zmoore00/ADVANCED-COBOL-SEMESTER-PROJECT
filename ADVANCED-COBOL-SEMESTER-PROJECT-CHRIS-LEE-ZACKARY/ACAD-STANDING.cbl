      *DATE    : 04/14/2015                                            *
      *ABSTRACT: End-of-term batch that assigns each student an        *
      *          academic standing (GS good / PR probation / SU        *
      *          suspension) from term and cumulative GPA at the level *
      *          the student holds, against that level's               *
      *          STANDING-RULES.TXT thresholds, stores it on           *
      *          STUDENT-MASTER, and prints a standing roster          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAD-STANDING IS INITIAL PROGRAM.
           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.

           SELECT RULES-IN ASSIGN TO "../STANDING-RULES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RUL-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(20)            VALUE SPACE.
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).

       FD  RULES-IN.
       01  RULES-LINE-IN.
           03  STR-SUSP-GPA        PIC 9V99.
           03  FILLER              PIC X.
           03  STR-PROB-GPA        PIC 9V99.
           03  FILLER              PIC X.
           03  STR-LEVEL           PIC X.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'ACAD-STANDING'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
               88 EOF        VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  WS-RUL-STAT             PIC XX      VALUE SPACES.
           03  RUL-EOF-FLAG            PIC X       VALUE SPACES.
               88 RUL-EOF    VALUE '1'.
           03  WS-SUSP-GPA             PIC 9V99    VALUE 1.00.
           03  WS-PROB-GPA             PIC 9V99    VALUE 2.00.
           03  WS-STD-LEVEL            PIC X       VALUE 'U'.
           03  WS-ROW-LEVEL            PIC X       VALUE SPACE.
           03  WS-LV-IX                PIC 9       VALUE 1.
           03  WS-LV-CRSE              PIC X(6)    VALUE SPACES.
           03  WS-LV-SEM               PIC X(2)    VALUE SPACES.
           03  WS-LV-YR                PIC X(4)    VALUE SPACES.

      *    standing thresholds by academic level - slot 1
      *    undergraduate, slot 2 graduate
       01  WS-STANDING-RULES.
           03  WS-SR-ENTRY             OCCURS 2 TIMES.
               05  WS-SR-SUSP-GPA      PIC 9V99.
               05  WS-SR-PROB-GPA      PIC 9V99.

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

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           03  FILLER      PIC X(32)   VALUE 'NAME'.
           03  FILLER      PIC X(10)   VALUE 'TERM GPA'.
           03  FILLER      PIC X(10)   VALUE 'CUM GPA'.
           03  FILLER      PIC X(10)   VALUE 'STANDING'.
           03  FILLER      PIC X(5)    VALUE 'LEVEL'.

       01  ROSTER-DETAIL.
           03  RD-ID       PIC 9(6).
           03  RD-CUM-GPA  PIC 9.99.
           03  FILLER      PIC X(6)    VALUE SPACES.
           03  RD-STANDING PIC X(2).
           03  FILLER      PIC X(8)    VALUE SPACES.
           03  RD-LEVEL    PIC X.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF
           PERFORM 100-LOAD-RULES

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           CLOSE ROSTER-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-RULES.
      *    one row per academic level - suspension GPA, probation GPA,
      *    level (blank is undergraduate) - with 1.00/2.00
      *    undergraduate and 2.00/3.00 graduate standing when the
      *    file or a level's row is absent
           MOVE 1.00 TO WS-SR-SUSP-GPA (1)
           MOVE 2.00 TO WS-SR-PROB-GPA (1)
           MOVE 2.00 TO WS-SR-SUSP-GPA (2)
           MOVE 3.00 TO WS-SR-PROB-GPA (2)
           OPEN INPUT RULES-IN
           IF WS-RUL-STAT EQUAL '00'
               MOVE SPACES TO RUL-EOF-FLAG
               PERFORM UNTIL RUL-EOF
                   READ RULES-IN
                       AT END
                           MOVE 1 TO RUL-EOF-FLAG
                       NOT AT END
                           IF STR-LEVEL EQUAL 'G'
                               MOVE 2 TO WS-LV-IX
                           ELSE
                               MOVE 1 TO WS-LV-IX
                           END-IF
                           IF STR-SUSP-GPA NUMERIC
                               MOVE STR-SUSP-GPA
                                   TO WS-SR-SUSP-GPA (WS-LV-IX)
                           END-IF
                           IF STR-PROB-GPA NUMERIC
                               MOVE STR-PROB-GPA
                                   TO WS-SR-PROB-GPA (WS-LV-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-IN
           END-IF.
      *-----------------------------------------------------------------
       200-STAND-ONE-STUDENT.
      *    a student stands at the level held in the term - only work
      *    that counts at that level enters either GPA, and that
      *    level's thresholds apply
           MOVE ISAM-IO-ID TO WS-LVC-STUD-ID
           MOVE WS-SEM     TO WS-LVC-SEM
           MOVE WS-YR      TO WS-LVC-YR
           MOVE SPACES     TO WS-LVC-CRSE
           MOVE SPACE      TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           MOVE WS-LVC-STUD-LEVEL TO WS-STD-LEVEL
           IF WS-STD-LEVEL EQUAL 'G'
               MOVE 2 TO WS-LV-IX
           ELSE
               MOVE 1 TO WS-LV-IX
           END-IF
           MOVE WS-SR-SUSP-GPA (WS-LV-IX) TO WS-SUSP-GPA
           MOVE WS-SR-PROB-GPA (WS-LV-IX) TO WS-PROB-GPA
           MOVE ZEROS TO WS-CUM-CREDITS
           MOVE ZEROS TO WS-CUM-QUALITY
           MOVE ZEROS TO WS-TRM-CREDITS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CRSE       TO WS-LV-CRSE
                           MOVE REG-IO-SEM TO WS-LV-SEM
                           MOVE REG-IO-YR  TO WS-LV-YR
                           PERFORM 340-ROW-LEVEL
                           MOVE ZEROS TO WS-CREDITS-NUM
                           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                           EVALUATE REG-IO-GRADE
                               WHEN 'A' MOVE 4 TO WS-POINTS
                               WHEN 'B' MOVE 3 TO WS-POINTS
                           MOVE REG-IO-GRADE-MOD TO WS-TP-MOD
                           PERFORM 360-TABLE-POINTS
                           IF WS-GRADE-COUNTS EQUAL 'Y'
                               AND WS-ROW-LEVEL EQUAL WS-STD-LEVEL
                               ADD WS-CREDITS-NUM TO WS-CUM-CREDITS
                               COMPUTE WS-CUM-QUALITY =
                                   WS-CUM-QUALITY +
      *-----------------------------------------------------------------
       400-ASSIGN-STANDING.
           EVALUATE TRUE
               WHEN WS-CUM-GPA < WS-SUSP-GPA
                   MOVE 'SU' TO WS-STANDING
               WHEN WS-CUM-GPA < WS-PROB-GPA
                   AND WS-TRM-GPA < WS-SUSP-GPA
                   MOVE 'SU' TO WS-STANDING
               WHEN WS-CUM-GPA < WS-PROB-GPA
                   MOVE 'PR' TO WS-STANDING
               WHEN WS-TRM-GPA < WS-PROB-GPA
                   MOVE 'PR' TO WS-STANDING
               WHEN OTHER
                   MOVE 'GS' TO WS-STANDING
           MOVE WS-TRM-GPA      TO RD-TRM-GPA
           MOVE WS-CUM-GPA      TO RD-CUM-GPA
           MOVE WS-STANDING     TO RD-STANDING
           MOVE WS-STD-LEVEL    TO RD-LEVEL
           WRITE ROSTER-LINE-OUT FROM ROSTER-DETAIL.
      *-----------------------------------------------------------------
       320-ACCUM-HISTORY.
           END-PERFORM.
      *-----------------------------------------------------------------
       325-ADD-HIST-CREDIT.
           MOVE HST-SUBJ TO ISAM-IO-SUBJ
           MOVE HST-CRSE TO ISAM-IO-CRSE
           PERFORM 345-READ-ROW-COURSE
           MOVE HST-CRSE TO WS-LV-CRSE
           MOVE HST-SEM  TO WS-LV-SEM
           MOVE HST-YR   TO WS-LV-YR
           PERFORM 340-ROW-LEVEL
           MOVE ZEROS TO WS-CREDITS-NUM
           IF HST-CREDITS NUMERIC
               MOVE HST-CREDITS TO WS-CREDITS-NUM
           MOVE HST-GRADE-MOD TO WS-TP-MOD
           PERFORM 360-TABLE-POINTS
           IF WS-GRADE-COUNTS EQUAL 'Y'
               AND WS-ROW-LEVEL EQUAL WS-STD-LEVEL
               ADD WS-CREDITS-NUM TO WS-CUM-CREDITS
               COMPUTE WS-CUM-QUALITY =
                   WS-CUM-QUALITY +
           END-PERFORM.
      *-----------------------------------------------------------------
       335-ADD-TC-CREDIT.
           MOVE TC-EQUIV-SUBJ TO ISAM-IO-SUBJ
           MOVE TC-EQUIV-CRSE TO ISAM-IO-CRSE
           PERFORM 345-READ-ROW-COURSE
           MOVE TC-EQUIV-CRSE TO WS-LV-CRSE
           MOVE SPACES        TO WS-LV-SEM
           MOVE SPACES        TO WS-LV-YR
           PERFORM 340-ROW-LEVEL
           MOVE ZEROS TO WS-CREDITS-NUM
           IF TC-CREDITS NUMERIC
               MOVE TC-CREDITS TO WS-CREDITS-NUM
           MOVE SPACE    TO WS-TP-MOD
           PERFORM 360-TABLE-POINTS
           IF WS-GRADE-COUNTS EQUAL 'Y'
               AND WS-ROW-LEVEL EQUAL WS-STD-LEVEL
               ADD WS-CREDITS-NUM TO WS-CUM-CREDITS
               COMPUTE WS-CUM-QUALITY =
                   WS-CUM-QUALITY +
                   (WS-CREDITS-NUM * WS-POINTS-DEC)
           END-IF.
      *-----------------------------------------------------------------
       340-ROW-LEVEL.
      *    a grade counts at the level held in its term - split by the
      *    course's level for a student holding both - and transfer
      *    work, carrying no term, at its equivalent course's level
           MOVE ISAM-IO-ID    TO WS-LVC-STUD-ID
           MOVE WS-LV-SEM     TO WS-LVC-SEM
           MOVE WS-LV-YR      TO WS-LVC-YR
           MOVE WS-LV-CRSE    TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           MOVE WS-LVC-GPA-LEVEL TO WS-ROW-LEVEL
           IF WS-LV-YR EQUAL SPACES
               AND WS-LVC-CRSE-LEVEL NOT EQUAL SPACE
               MOVE WS-LVC-CRSE-LEVEL TO WS-ROW-LEVEL
           END-IF.
      *-----------------------------------------------------------------
       345-READ-ROW-COURSE.
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE SPACE TO ISAM-IO-LEVEL
           END-READ.
      *-----------------------------------------------------------------
       360-TABLE-POINTS.
      *    the grade scale table overrides the built-in 4.0 values so
