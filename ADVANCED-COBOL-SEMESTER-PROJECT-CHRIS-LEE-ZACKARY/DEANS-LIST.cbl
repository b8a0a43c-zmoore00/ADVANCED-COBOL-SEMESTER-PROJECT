      *ABSTRACT: End-of-term dean's list batch - selects students      *
      *          whose term GPA and graded hours from the term's       *
      *          REG-ISAM rows meet the published HONORS-RULES.TXT     *
      *          criteria for the student's academic level, prints the *
      *          roster sorted by major, records the honor on          *
      *          HONORS-ISAM.DAT for the transcript and drops          *
      *          congratulation letter events on NOTIFY-EVENTS.TXT for *
      *          LETTER-GEN                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEANS-LIST IS INITIAL PROGRAM.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-REG-IN.
       01  REG-REC-IO.
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

       FD  ISAM-HON-IO.
       01  HON-REC-IO.
           03  RUL-MIN-GPA         PIC 9V99.
           03  FILLER              PIC X.
           03  RUL-MIN-HOURS       PIC 9(2).
           03  FILLER              PIC X.
           03  RUL-LEVEL           PIC X.

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
               88 REG-EOF    VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.
           03  RUL-EOF-FLAG            PIC X       VALUE SPACES.
               88 RUL-EOF    VALUE '1'.
           03  WS-LV-IX                PIC 9       VALUE 1.
           03  WS-STD-LEVEL            PIC X       VALUE 'U'.

      *    honor criteria by academic level - slot 1 undergraduate,
      *    slot 2 graduate
       01  WS-HONORS-RULES.
           03  WS-HR-ENTRY             OCCURS 2 TIMES.
               05  WS-HR-MIN-GPA       PIC 9V99.
               05  WS-HR-MIN-HOURS     PIC 9(2).

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
       100-LOAD-RULES.
      *    published criteria live in data so a policy change is an
      *    edit, not a program change - built-in 3.50/12 stands when
      *    the file is absent, 3.75/9 for graduate students - one row
      *    per level, a blank level being the undergraduate row
           MOVE WS-MIN-GPA   TO WS-HR-MIN-GPA (1)
           MOVE WS-MIN-HOURS TO WS-HR-MIN-HOURS (1)
           MOVE 3.75         TO WS-HR-MIN-GPA (2)
           MOVE 9            TO WS-HR-MIN-HOURS (2)
           OPEN INPUT RULES-IN
           IF WS-RUL-STAT EQUAL '00'
               MOVE SPACES TO RUL-EOF-FLAG
               PERFORM UNTIL RUL-EOF
                   READ RULES-IN
                       AT END
                           MOVE 1 TO RUL-EOF-FLAG
                       NOT AT END
                           IF RUL-LEVEL EQUAL 'G'
                               MOVE 2 TO WS-LV-IX
                           ELSE
                               MOVE 1 TO WS-LV-IX
                           END-IF
                           IF RUL-MIN-GPA NUMERIC
                               MOVE RUL-MIN-GPA
                                   TO WS-HR-MIN-GPA (WS-LV-IX)
                           END-IF
                           IF RUL-MIN-HOURS NUMERIC
                               MOVE RUL-MIN-HOURS
                                   TO WS-HR-MIN-HOURS (WS-LV-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-IN
           END-IF.
      *-----------------------------------------------------------------
           END-PERFORM.
      *-----------------------------------------------------------------
       210-TEST-ONE-STUDENT.
      *    the student is judged at the level held in the term, on
      *    that level's criteria and grades only
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
           MOVE WS-HR-MIN-GPA (WS-LV-IX)   TO WS-MIN-GPA
           MOVE WS-HR-MIN-HOURS (WS-LV-IX) TO WS-MIN-HOURS
           MOVE ZEROS TO WS-TERM-CREDITS
           MOVE ZEROS TO WS-TERM-QUALITY
           MOVE ZEROS TO WS-TERM-GPA
           PERFORM 220-ACCUM-TERM-GRADES
           IF WS-TERM-CREDITS NOT LESS THAN WS-MIN-HOURS
               AND WS-TERM-CREDITS GREATER THAN ZEROS
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-QUALITY / WS-TERM-CREDITS
               IF WS-TERM-GPA NOT LESS THAN WS-MIN-GPA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 227-ROW-LEVEL
                               IF ISAM-IO-CREDITS NUMERIC
                                   AND WS-LVC-GPA-LEVEL EQUAL
                                       WS-STD-LEVEL
                                   MOVE ISAM-IO-CREDITS
                                       TO WS-CREDITS-NUM
                                   IF REG-IO-HOURS NUMERIC
                                       AND REG-IO-HOURS > ZEROS
                                       MOVE REG-IO-HOURS
                                           TO WS-CREDITS-NUM
                                   END-IF
                                   EVALUATE REG-IO-GRADE
                                       WHEN 'A' MOVE 4 TO WS-POINTS
                                       WHEN 'B' MOVE 3 TO WS-POINTS
                       END-READ
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       227-ROW-LEVEL.
      *    a student holding both levels in the term has the grade
      *    counted at the course's level
           MOVE ISAM-IO-ID    TO WS-LVC-STUD-ID
           MOVE WS-SEM        TO WS-LVC-SEM
           MOVE WS-YR         TO WS-LVC-YR
           MOVE CRSE          TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK.
      *-----------------------------------------------------------------
       230-HONOR-ONE-STUDENT.
           MOVE ISAM-STUD-MAJOR TO SORT-MAJOR
