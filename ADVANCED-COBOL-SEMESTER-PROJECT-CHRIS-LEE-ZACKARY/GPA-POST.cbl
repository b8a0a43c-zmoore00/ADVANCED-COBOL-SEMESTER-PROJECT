      *          cumulative GPA, earned hours and attempted hours from *
      *          graded REG-ISAM work and writes them onto the         *
      *          STUDENT-MASTER record so inquiries and eligibility    *
      *          checks can read them without a report run - graded    *
      *          work counts at the academic level the student held in *
      *          its term (LEVEL-CHECK), each level's GPA and hours go *
      *          on its STUD-LEVEL-ISAM.DAT row and the master carries *
      *          the level held now, with class bands read per level   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPA-POST IS INITIAL PROGRAM.
                               RECORD KEY    IS RNW-STUD-ID
                               FILE STATUS   IS WS-RNW-STAT.

           SELECT OPTIONAL ISAM-SLV-IO ASSIGN TO
                              "../STUD-LEVEL-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS SLV-KEY
                          FILE STATUS   IS WS-SLV-STAT.

           SELECT CLB-IN ASSIGN TO "../CLASS-LEVELS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CLB-STAT.
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

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.
           03  CLB-CODE            PIC X(2).
           03  FILLER              PIC X.
           03  CLB-MIN-HOURS       PIC 9(4).
           03  FILLER              PIC X.
           03  CLB-LEVEL           PIC X.

       FD  ISAM-SLV-IO.
       01  SLV-REC-IO.
           03  SLV-KEY.
               05  SLV-STUD-ID    PIC 9(6).
               05  SLV-LEVEL      PIC X.
           03  SLV-START-SEM      PIC X(2).
           03  SLV-START-YR       PIC X(4).
           03  SLV-END-SEM        PIC X(2).
           03  SLV-END-YR         PIC X(4).
           03  SLV-PROGRAM        PIC X(20).
           03  SLV-GPA            PIC 9V99.
           03  SLV-EARNED         PIC 9(4).
           03  SLV-ATTEMPT        PIC 9(4).
           03  SLV-POST-DATE      PIC X(8).

       FD  ISAM-SC-IN.
       01  SC-REC-IN.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  BCTL-OUT.
       01  BCTL-LINE-OUT.
           03  WS-CLB-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-CLB-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-NEW-CLASS            PIC X(2)    VALUE SPACES.
           03  WS-CLB-HAS-G            PIC X       VALUE 'N'.
           03  WS-SLV-STAT             PIC XX      VALUE SPACES.
           03  WS-LV-IX                PIC 9       VALUE 1.
           03  WS-LV-OTHER             PIC 9       VALUE 2.
           03  WS-LV-SUBJ              PIC X(5)    VALUE SPACES.
           03  WS-LV-CRSE              PIC X(6)    VALUE SPACES.
           03  WS-LV-SEM               PIC X(2)    VALUE SPACES.
           03  WS-LV-YR                PIC X(4)    VALUE SPACES.
           03  WS-LV-YR-NUM            PIC 9(4)    VALUE ZEROS.
           03  WS-LV-TERM-KEY          PIC 9(5)    VALUE ZEROS.
           03  WS-CUR-LEVEL            PIC X       VALUE 'U'.
           03  WS-POST-DATE            PIC X(8)    VALUE SPACES.

      *    the figures for each academic level - slot 1 undergraduate,
      *    slot 2 graduate - with the last term worked at the level
       01  WS-LVL-CODES                PIC X(2)    VALUE 'UG'.
       01  WS-LVL-CODE-TABLE REDEFINES WS-LVL-CODES.
           03  WS-LV-CODE              PIC X       OCCURS 2 TIMES.

       01  WS-LVL-TABLE.
           03  WS-LVL-ENTRY            OCCURS 2 TIMES.
               05  WS-LV-CUM-CREDITS   PIC 9(5).
               05  WS-LV-CUM-QUALITY   PIC 9(5)V99.
               05  WS-LV-EARNED        PIC 9(4).
               05  WS-LV-ATTEMPTED     PIC 9(4).
               05  WS-LV-GPA           PIC 9V99.
               05  WS-LV-LAST-KEY      PIC 9(5).
               05  WS-LV-LAST-SEM      PIC X(2).
               05  WS-LV-LAST-YR       PIC X(4).
               05  WS-LV-FOUND         PIC X.

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

      *    published banding - FR under 30, SO under 60, JR under 90,
      *    SR from 90, GR for every graduate student - CLASS-LEVELS.TXT
      *    overrides when present, a band with no level being an
      *    undergraduate one
       01  WS-CLB-TABLE.
           03  WS-CLB-ENTRY        OCCURS 10 TIMES.
               05  WS-CLB-CODE     PIC X(2).
               05  WS-CLB-MIN      PIC 9(4).
               05  WS-CLB-LEVEL    PIC X.
           03  WS-COUNT-THIS           PIC X       VALUE 'Y'.
           03  WS-RPT-CNT              PIC 9(3)    VALUE ZEROS.
           03  WS-RPT-IX               PIC 9(3)    VALUE ZEROS.
           OPEN INPUT ISAM-SC-IN
           OPEN INPUT ISAM-RNW-IN
           OPEN I-O   ISAM-STUD-IO
           OPEN I-O   ISAM-SLV-IO
           IF WS-SLV-STAT EQUAL '35'
               OPEN OUTPUT ISAM-SLV-IO
               CLOSE ISAM-SLV-IO
               OPEN I-O ISAM-SLV-IO
           END-IF
           MOVE WS-DATE TO WS-POST-DATE
           PERFORM 120-LOAD-CLASS-BANDS

           PERFORM 050-CHECK-BATCH-MODE
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-COURSE-IN.
           CLOSE ISAM-STUD-IO.
           CLOSE ISAM-SLV-IO.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WS-EARNED
           MOVE ZEROS TO WS-ATTEMPTED
           MOVE ZEROS TO WS-CUM-GPA
           INITIALIZE WS-LVL-TABLE
           MOVE 1 TO WS-LV-IX
      *    pass one only maps repeated SUBJ/CRSE attempts and the best
      *    grade of each - pass two accumulates, counting one best
      *    attempt per course - earlier attempts stay on the
           PERFORM 300-ACCUM-GRADES
           PERFORM 320-ACCUM-HISTORY
           PERFORM 330-ACCUM-TRANSFER
           PERFORM 270-POST-LEVELS
           IF WS-CUM-CREDITS GREATER THAN ZEROS
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-QUALITY / WS-CUM-CREDITS
                               TO WS-CLB-CODE (WS-CLB-CNT)
                           MOVE CLB-MIN-HOURS
                               TO WS-CLB-MIN (WS-CLB-CNT)
                           MOVE CLB-LEVEL
                               TO WS-CLB-LEVEL (WS-CLB-CNT)
                           IF CLB-LEVEL EQUAL 'G'
                               MOVE 'Y' TO WS-CLB-HAS-G
                           ELSE
                               MOVE 'U'
                                   TO WS-CLB-LEVEL (WS-CLB-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLB-IN
               MOVE 60   TO WS-CLB-MIN (3)
               MOVE 'SR' TO WS-CLB-CODE (4)
               MOVE 90   TO WS-CLB-MIN (4)
               MOVE 'U'  TO WS-CLB-LEVEL (1)
               MOVE 'U'  TO WS-CLB-LEVEL (2)
               MOVE 'U'  TO WS-CLB-LEVEL (3)
               MOVE 'U'  TO WS-CLB-LEVEL (4)
           END-IF
      *    a band file written before graduate bands still classes a
      *    graduate student
           IF WS-CLB-HAS-G EQUAL 'N' AND WS-CLB-CNT LESS THAN 10
               ADD 1 TO WS-CLB-CNT
               MOVE 'GR' TO WS-CLB-CODE (WS-CLB-CNT)
               MOVE 0    TO WS-CLB-MIN (WS-CLB-CNT)
               MOVE 'G'  TO WS-CLB-LEVEL (WS-CLB-CNT)
           END-IF.
      *-----------------------------------------------------------------
       260-SET-CLASS-LEVEL.
      *    the highest band of the student's current level whose
      *    minimum the earned hours at that level reach wins
           MOVE SPACES TO WS-NEW-CLASS
           PERFORM VARYING WS-CLB-IX FROM 1 BY 1
               UNTIL WS-CLB-IX GREATER THAN WS-CLB-CNT
               IF WS-EARNED NOT LESS THAN WS-CLB-MIN (WS-CLB-IX)
                   AND WS-CLB-LEVEL (WS-CLB-IX) EQUAL WS-CUR-LEVEL
                   MOVE WS-CLB-CODE (WS-CLB-IX) TO WS-NEW-CLASS
               END-IF
           END-PERFORM.
                           MOVE SUBJ TO CRN-SUBJ-HOLD
                           MOVE CRSE TO CRN-CRSE-HOLD
                           PERFORM 350-FIND-VERSION
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                           MOVE CRN-SUBJ-HOLD    TO WS-TP-SUBJ
                           MOVE CRN-CRSE-HOLD    TO WS-TP-CRSE
                           MOVE REG-IO-GRADE     TO WS-TP-GRADE
                           MOVE REG-IO-BASIS     TO WS-TP-BASIS
                           MOVE REG-IO-SEM       TO WS-TP-TERM-SEM
                           MOVE REG-IO-YR        TO WS-TP-TERM-YR
                           IF WS-PASS EQUAL '2'
                               MOVE CRN-SUBJ-HOLD TO WS-LV-SUBJ
                               MOVE CRN-CRSE-HOLD TO WS-LV-CRSE
                               MOVE REG-IO-SEM    TO WS-LV-SEM
                               MOVE REG-IO-YR     TO WS-LV-YR
                               PERFORM 345-SET-ROW-LEVEL
                           END-IF
                           PERFORM 340-PRICE-ONE-GRADE
                   END-READ
           END-READ.
      *        a renewed term's grades leave the GPA but the hours
      *        stay earned and attempted
               IF WS-PASS EQUAL '2'
                   ADD WS-CREDITS-NUM TO WS-LV-ATTEMPTED (WS-LV-IX)
                   IF WS-TP-GRADE NOT EQUAL 'F'
                       ADD WS-CREDITS-NUM TO WS-LV-EARNED (WS-LV-IX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TP-BASIS EQUAL 'P'
               IF WS-PASS EQUAL '2'
                   ADD WS-CREDITS-NUM TO WS-LV-ATTEMPTED (WS-LV-IX)
                   IF WS-TP-GRADE NOT EQUAL 'F'
                       ADD WS-CREDITS-NUM TO WS-LV-EARNED (WS-LV-IX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
               IF WS-GRADE-COUNTS EQUAL 'Y'
                   PERFORM 380-CHECK-BEST-ATTEMPT
                   IF WS-COUNT-THIS EQUAL 'Y'
                       ADD WS-CREDITS-NUM
                           TO WS-LV-CUM-CREDITS (WS-LV-IX)
                       ADD WS-CREDITS-NUM TO WS-LV-ATTEMPTED (WS-LV-IX)
                       IF WS-GRADE-EARNS EQUAL 'Y'
                           ADD WS-CREDITS-NUM
                               TO WS-LV-EARNED (WS-LV-IX)
                       END-IF
                       COMPUTE WS-LV-CUM-QUALITY (WS-LV-IX) =
                           WS-LV-CUM-QUALITY (WS-LV-IX) +
                           (WS-CREDITS-NUM * WS-POINTS-DEC)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       345-SET-ROW-LEVEL.
      *    a row counts at the level the student held in its term -
      *    one holding both that term splits by the course's level -
      *    and transfer work, carrying no term, goes by the level of
      *    its equivalent course where it has one
           MOVE SPACE TO ISAM-IO-LEVEL
           IF WS-LV-SUBJ NOT EQUAL SPACES
               MOVE WS-LV-SUBJ TO ISAM-IO-SUBJ
               MOVE WS-LV-CRSE TO ISAM-IO-CRSE
               READ ISAM-COURSE-IN
                   INVALID KEY
                       MOVE SPACE TO ISAM-IO-LEVEL
               END-READ
           END-IF
           MOVE ISAM-IO-ID    TO WS-LVC-STUD-ID
           MOVE WS-LV-SEM     TO WS-LVC-SEM
           MOVE WS-LV-YR      TO WS-LVC-YR
           MOVE WS-LV-CRSE    TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           IF WS-LV-YR EQUAL SPACES
               AND WS-LVC-CRSE-LEVEL NOT EQUAL SPACE
               MOVE WS-LVC-CRSE-LEVEL TO WS-LVC-GPA-LEVEL
           END-IF
           IF WS-LVC-GPA-LEVEL EQUAL 'G'
               MOVE 2 TO WS-LV-IX
           ELSE
               MOVE 1 TO WS-LV-IX
           END-IF
           IF WS-LV-YR NUMERIC
               MOVE WS-LV-SEM TO WS-ORD-SEM
               PERFORM 390-SEM-ORDINAL
               MOVE WS-LV-YR  TO WS-LV-YR-NUM
               COMPUTE WS-LV-TERM-KEY = WS-LV-YR-NUM * 10 + WS-ORD-NUM
               IF WS-LV-TERM-KEY GREATER THAN
                   WS-LV-LAST-KEY (WS-LV-IX)
                   MOVE WS-LV-TERM-KEY TO WS-LV-LAST-KEY (WS-LV-IX)
                   MOVE WS-LV-SEM      TO WS-LV-LAST-SEM (WS-LV-IX)
                   MOVE WS-LV-YR       TO WS-LV-LAST-YR (WS-LV-IX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       270-POST-LEVELS.
      *    each level's GPA and hours go on the student's row for that
      *    level - a level worked in but never given a row is added,
      *    closed at its last term, once the student holds another -
      *    the master keeps the figures of the level held now
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
               UNTIL WS-LV-IX GREATER THAN 2
               MOVE ZEROS TO WS-LV-GPA (WS-LV-IX)
               IF WS-LV-CUM-CREDITS (WS-LV-IX) GREATER THAN ZEROS
                   COMPUTE WS-LV-GPA (WS-LV-IX) ROUNDED =
                       WS-LV-CUM-QUALITY (WS-LV-IX) /
                       WS-LV-CUM-CREDITS (WS-LV-IX)
               END-IF
               MOVE ISAM-IO-ID             TO SLV-STUD-ID
               MOVE WS-LV-CODE (WS-LV-IX)  TO SLV-LEVEL
               READ ISAM-SLV-IO
                   INVALID KEY
                       MOVE 'N' TO WS-LV-FOUND (WS-LV-IX)
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LV-FOUND (WS-LV-IX)
                       PERFORM 275-SET-LEVEL-FIGURES
                       REWRITE SLV-REC-IO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
               UNTIL WS-LV-IX GREATER THAN 2
               COMPUTE WS-LV-OTHER = 3 - WS-LV-IX
               IF WS-LV-FOUND (WS-LV-IX) EQUAL 'N'
                   AND WS-LV-FOUND (WS-LV-OTHER) EQUAL 'Y'
                   AND WS-LV-ATTEMPTED (WS-LV-IX) GREATER THAN ZEROS
                   AND WS-LV-LAST-KEY (WS-LV-IX) GREATER THAN ZEROS
                   MOVE SPACES                 TO SLV-REC-IO
                   MOVE ISAM-IO-ID             TO SLV-STUD-ID
                   MOVE WS-LV-CODE (WS-LV-IX)  TO SLV-LEVEL
                   MOVE WS-LV-LAST-SEM (WS-LV-IX) TO SLV-END-SEM
                   MOVE WS-LV-LAST-YR (WS-LV-IX)  TO SLV-END-YR
                   PERFORM 275-SET-LEVEL-FIGURES
                   WRITE SLV-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           MOVE ISAM-IO-ID TO WS-LVC-STUD-ID
           MOVE SPACES     TO WS-LVC-SEM
           MOVE SPACES     TO WS-LVC-YR
           MOVE SPACES     TO WS-LVC-CRSE
           MOVE SPACE      TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           MOVE WS-LVC-STUD-LEVEL TO WS-CUR-LEVEL
           IF WS-CUR-LEVEL EQUAL 'G'
               MOVE 2 TO WS-LV-IX
           ELSE
               MOVE 1 TO WS-LV-IX
           END-IF
           MOVE WS-LV-CUM-CREDITS (WS-LV-IX) TO WS-CUM-CREDITS
           MOVE WS-LV-CUM-QUALITY (WS-LV-IX) TO WS-CUM-QUALITY
           MOVE WS-LV-EARNED (WS-LV-IX)      TO WS-EARNED
           MOVE WS-LV-ATTEMPTED (WS-LV-IX)   TO WS-ATTEMPTED.
      *-----------------------------------------------------------------
       275-SET-LEVEL-FIGURES.
           MOVE WS-LV-GPA (WS-LV-IX)       TO SLV-GPA
           MOVE WS-LV-EARNED (WS-LV-IX)    TO SLV-EARNED
           MOVE WS-LV-ATTEMPTED (WS-LV-IX) TO SLV-ATTEMPT
           MOVE WS-POST-DATE               TO SLV-POST-DATE.
      *-----------------------------------------------------------------
       315-SCAN-SC-ATTEMPTS.
      *    the course-history file can carry attempts the other scans
                           MOVE HST-BASIS     TO WS-TP-BASIS
                           MOVE HST-SEM       TO WS-TP-TERM-SEM
                           MOVE HST-YR        TO WS-TP-TERM-YR
                           IF WS-PASS EQUAL '2'
                               MOVE HST-SUBJ  TO WS-LV-SUBJ
                               MOVE HST-CRSE  TO WS-LV-CRSE
                               MOVE HST-SEM   TO WS-LV-SEM
                               MOVE HST-YR    TO WS-LV-YR
                               PERFORM 345-SET-ROW-LEVEL
                           END-IF
                           PERFORM 340-PRICE-ONE-GRADE
                       END-IF
               END-READ
                               MOVE TC-GRADE TO WS-TP-GRADE
                               MOVE SPACE    TO WS-TP-MOD
                               MOVE SPACE    TO WS-TP-BASIS
                               MOVE TC-EQUIV-SUBJ TO WS-LV-SUBJ
                               MOVE TC-EQUIV-CRSE TO WS-LV-CRSE
                               MOVE SPACES        TO WS-LV-SEM
                               MOVE SPACES        TO WS-LV-YR
                               PERFORM 345-SET-ROW-LEVEL
                               PERFORM 340-PRICE-ONE-GRADE
                           END-IF
                       END-IF
