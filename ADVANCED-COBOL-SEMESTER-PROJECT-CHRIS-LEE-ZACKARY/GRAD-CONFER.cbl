      *          passed REG-ISAM work, confers a permanent degree      *
      *          record on DEGREE-ISAM.DAT with date, and prints the   *
      *          commencement list GRAD-LIST.RPT - cleared apps go to  *
      *          status G, failed ones to D with the reason listed -   *
      *          latin honors come off the LATIN-HONORS.TXT rules and  *
      *          ride on the degree record - a second major or minor   *
      *          declared on DECLARED-ISAM.DAT whose requirements are  *
      *          all met is conferred on the same degree record        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-CONFER IS INITIAL PROGRAM.
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-ADR-STAT.

           SELECT OPTIONAL ISAM-DCL-IN ASSIGN TO "../DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DCL-KEY
                               ALTERNATE KEY IS DCL-PROGRAM
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-DCL-STAT.

           SELECT LHR-IN ASSIGN TO "../LATIN-HONORS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-LHR-STAT.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
               05  GA-YR          PIC X(4).
           03  GA-DATE            PIC X(8).
           03  GA-STATUS          PIC X.
           03  GA-WALK            PIC X       VALUE SPACE.
           03  GA-GUESTS          PIC 9(2)    VALUE ZEROS.

       FD  ISAM-DG-IO.
       01  DG-REC-IO.
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-DCL-IN.
       01  DCL-REC-IN.
           03  DCL-KEY.
               05  DCL-STUD-ID    PIC 9(6).
               05  DCL-TYPE       PIC X.
               05  DCL-SLOT       PIC 9.
           03  DCL-PROGRAM        PIC X(20).
           03  DCL-EFF-SEM        PIC X(2).
           03  DCL-EFF-YR         PIC X(4).
           03  DCL-DATE           PIC X(8).
           03  DCL-USER           PIC X(20).

       FD  ISAM-REQ-IN.
       01  REQ-REC-IN.
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

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.
           03  ADR-STATE          PIC X(2).
           03  ADR-ZIP            PIC X(5).

       FD  LHR-IN.
       01  LHR-LINE-IN.
           03  LHR-CODE            PIC X(2).
           03  FILLER              PIC X.
           03  LHR-MIN-GPA         PIC 9V99.
           03  FILLER              PIC X.
           03  LHR-MIN-HOURS       PIC 9(3).
           03  FILLER              PIC X.
           03  LHR-DESC            PIC X(20).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-HTY-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-HTY-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-HOLD-BLOCKS          PIC X       VALUE 'N'.
           03  WS-LHR-STAT             PIC XX      VALUE SPACES.
           03  WS-LHR-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-LHR-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-LHR-BEST-GPA         PIC 9V99    VALUE ZEROS.
           03  WS-HON-CODE             PIC X(2)    VALUE SPACES.
           03  WS-HON-DESC             PIC X(20)   VALUE SPACES.
           03  WS-TC-EARNED            PIC 9(4)    VALUE ZEROS.
           03  WS-HOME-EARNED          PIC 9(4)    VALUE ZEROS.
           03  WS-TC-CREDITS-NUM       PIC 9(3)    VALUE ZEROS.
           03  WS-DCL-STAT             PIC XX      VALUE SPACES.
           03  WS-REQ-PROGRAM          PIC X(20)   VALUE SPACES.
           03  WS-PROG-MET             PIC X       VALUE 'Y'.
           03  WS-PROG-REASON          PIC X(30)   VALUE SPACES.
           03  DCL-EOF-FLAG            PIC X       VALUE SPACES.
               88 DCL-EOF    VALUE '1'.
           03  HLD-EOF-FLAG            PIC X       VALUE SPACES.
               88 HLD-EOF    VALUE '1'.

           03  WS-REQ-MET              PIC X       VALUE 'N'.
           03  WS-CONFER-COUNT         PIC 9(4)    VALUE ZEROS.
           03  WS-DENY-COUNT           PIC 9(4)    VALUE ZEROS.
           03  WS-HONOR-COUNT          PIC 9(4)    VALUE ZEROS.

      *    latin honors rules - built-in summa/magna/cum laude floors
      *    stand when LATIN-HONORS.TXT is absent
       01  WS-LHR-TABLE.
           03  WS-LHR-ENTRY        OCCURS 10 TIMES.
               05  WS-LHR-CODE     PIC X(2).
               05  WS-LHR-GPA      PIC 9V99.
               05  WS-LHR-HOURS    PIC 9(3).
               05  WS-LHR-DESC     PIC X(20).

       01  WS-REC.
           03  WS-KEY.
           03  RD-MAJOR        PIC X(20).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-RESULT       PIC X(14).

       01  RPT-DECLARED.
           03  FILLER          PIC X(10)   VALUE SPACES.
           03  RDC-TYPE        PIC X(14).
           03  RDC-PROGRAM     PIC X(20).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RDC-RESULT      PIC X(30).

       01  RPT-HONORS.
           03  FILLER          PIC X(10)   VALUE SPACES.
           03  FILLER          PIC X(8)    VALUE 'HONORS: '.
           03  RH-HONORS       PIC X(20).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  FILLER          PIC X(5)    VALUE 'GPA: '.
           03  RH-GPA          PIC 9.99.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  FILLER          PIC X(12)   VALUE 'HOURS HERE: '.
           03  RH-HOURS        PIC ZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           END-IF
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-REQ-IN
           OPEN INPUT ISAM-DCL-IN
           OPEN INPUT ISAM-HIST-IN
           OPEN INPUT ISAM-TC-IN
           OPEN INPUT ISAM-GS-IN
           OPEN INPUT ISAM-HLD-IN
           PERFORM 145-LOAD-HOLD-TYPES
           PERFORM 146-LOAD-HONORS-RULES
           OPEN I-O ISAM-ALM-IO
           IF WS-ALM-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ALM-IO
           CLOSE ISAM-DG-IO
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-REQ-IN
           CLOSE ISAM-DCL-IN
           CLOSE ISAM-HIST-IN
           CLOSE ISAM-TC-IN
           CLOSE ISAM-GS-IN
           CLOSE REPORT-OUT

           STRING WS-CONFER-COUNT ' CONFERRED ' WS-DENY-COUNT
               ' DENIED ' WS-HONOR-COUNT ' HONORS' INTO WS-MSG
           DISPLAY SCRN-SEM-REQ
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG
               PERFORM 305-CHECK-CONF-HOLDS
           END-IF
           IF WS-CLEAR-OK EQUAL 'Y'
               MOVE ISAM-STUD-MAJOR TO WS-REQ-PROGRAM
               PERFORM 310-CHECK-REQUIREMENTS
               IF WS-PROG-MET EQUAL 'N'
                   MOVE 'N' TO WS-CLEAR-OK
                   MOVE WS-PROG-REASON TO WS-DENY-REASON
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       310-CHECK-REQUIREMENTS.
      *    walks one program's REQ-MASTER rows - the primary major
      *    for clearance, then each declared second major and minor
           MOVE 'Y' TO WS-PROG-MET
           MOVE SPACES TO WS-PROG-REASON
           MOVE WS-REQ-PROGRAM  TO REQ-IO-MAJOR
           MOVE LOW-VALUES      TO REQ-IO-SEQ
           START ISAM-REQ-IN KEY IS NOT LESS THAN REQ-IO-KEY
               INVALID KEY
                   AT END
                       MOVE 1 TO REQ-EOF-FLAG
                   NOT AT END
                       IF REQ-IO-MAJOR NOT EQUAL WS-REQ-PROGRAM
                           MOVE 1 TO REQ-EOF-FLAG
                       ELSE
                           PERFORM 320-CHECK-ONE-REQ
                               PERFORM 350-CHECK-TC-REQ
                           END-IF
                           IF WS-REQ-MET EQUAL 'N'
                               MOVE 'N' TO WS-PROG-MET
                               STRING 'REQUIREMENT ' REQ-IO-SUBJ
                                   ' ' REQ-IO-CRSE ' OPEN'
                                   INTO WS-PROG-REASON
                               MOVE 1 TO REQ-EOF-FLAG
                           END-IF
                       END-IF
           MOVE GA-YR           TO DG-YR
           MOVE ISAM-STUD-MAJOR TO DG-MAJOR
           MOVE WS-NOW-DATE     TO DG-DATE
           PERFORM 410-DETERMINE-HONORS
           MOVE WS-HON-CODE     TO DG-HONORS
           MOVE WS-HON-DESC     TO DG-HONORS-DESC
           MOVE SPACES          TO DG-MAJOR-2
           MOVE SPACES          TO DG-MINOR-1
           MOVE SPACES          TO DG-MINOR-2
           WRITE DG-REC-IO
               INVALID KEY
                   REWRITE DG-REC-IO
           MOVE ISAM-STUD-MAJOR  TO RD-MAJOR
           MOVE 'CONFERRED'      TO RD-RESULT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF WS-HON-CODE NOT EQUAL SPACES
               MOVE WS-HON-DESC      TO RH-HONORS
               MOVE ISAM-STUD-GPA    TO RH-GPA
               MOVE WS-HOME-EARNED   TO RH-HOURS
               WRITE REPORT-LINE-OUT FROM RPT-HONORS
               ADD 1 TO WS-HONOR-COUNT
           END-IF
           PERFORM 430-CONFER-DECLARED
           IF DG-MAJOR-2 NOT EQUAL SPACES
               OR DG-MINOR-1 NOT EQUAL SPACES
               OR DG-MINOR-2 NOT EQUAL SPACES
               REWRITE DG-REC-IO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           PERFORM 450-POST-ALUMNI
           ADD 1 TO WS-CONFER-COUNT.
      *-----------------------------------------------------------------
       410-DETERMINE-HONORS.
      *    honors go on the posted cumulative GPA, but the hours floor
      *    counts only work earned here - transfer hours GPA-POST folds
      *    into ISAM-STUD-EARNED come back out first - the highest GPA
      *    floor the graduate clears wins
           MOVE SPACES TO WS-HON-CODE
           MOVE SPACES TO WS-HON-DESC
           MOVE ZEROS  TO WS-LHR-BEST-GPA
           PERFORM 420-SUM-TRANSFER-EARNED
           IF ISAM-STUD-EARNED GREATER THAN WS-TC-EARNED
               COMPUTE WS-HOME-EARNED =
                   ISAM-STUD-EARNED - WS-TC-EARNED
           ELSE
               MOVE ZEROS TO WS-HOME-EARNED
           END-IF
           PERFORM VARYING WS-LHR-IX FROM 1 BY 1
               UNTIL WS-LHR-IX GREATER THAN WS-LHR-CNT
               IF ISAM-STUD-GPA NOT LESS THAN WS-LHR-GPA (WS-LHR-IX)
                   AND WS-HOME-EARNED NOT LESS THAN
                       WS-LHR-HOURS (WS-LHR-IX)
                   AND WS-LHR-GPA (WS-LHR-IX) GREATER THAN
                       WS-LHR-BEST-GPA
                   MOVE WS-LHR-GPA (WS-LHR-IX)  TO WS-LHR-BEST-GPA
                   MOVE WS-LHR-CODE (WS-LHR-IX) TO WS-HON-CODE
                   MOVE WS-LHR-DESC (WS-LHR-IX) TO WS-HON-DESC
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       420-SUM-TRANSFER-EARNED.
      *    the same transfer rows GPA-POST counts as earned - a graded
      *    A-D equivalency with numeric hours
           MOVE ZEROS TO WS-TC-EARNED
           MOVE GA-STUD-ID TO TC-STUD-ID
           MOVE ZEROS TO TC-SEQ
           START ISAM-TC-IN KEY IS NOT LESS THAN TC-KEY
               INVALID KEY
                   MOVE 1 TO TC-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO TC-EOF-FLAG
           END-START
           PERFORM UNTIL TC-EOF
               READ ISAM-TC-IN NEXT RECORD
                   AT END
                       MOVE 1 TO TC-EOF-FLAG
                   NOT AT END
                       IF TC-STUD-ID NOT EQUAL GA-STUD-ID
                           MOVE 1 TO TC-EOF-FLAG
                       ELSE
                           IF (TC-GRADE EQUAL 'A' OR 'B' OR 'C' OR 'D')
                               AND TC-CREDITS NUMERIC
                               MOVE TC-CREDITS TO WS-TC-CREDITS-NUM
                               ADD WS-TC-CREDITS-NUM TO WS-TC-EARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       430-CONFER-DECLARED.
      *    a second major or minor rides on the degree only when every
      *    one of its requirements is met - an open one is listed and
      *    left off without holding up the primary degree
           MOVE GA-STUD-ID TO DCL-STUD-ID
           MOVE LOW-VALUES TO DCL-TYPE
           MOVE ZERO       TO DCL-SLOT
           START ISAM-DCL-IN KEY IS NOT LESS THAN DCL-KEY
               INVALID KEY
                   MOVE 1 TO DCL-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DCL-EOF-FLAG
           END-START
           PERFORM UNTIL DCL-EOF
               READ ISAM-DCL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO DCL-EOF-FLAG
                   NOT AT END
                       IF DCL-STUD-ID NOT EQUAL GA-STUD-ID
                           MOVE 1 TO DCL-EOF-FLAG
                       ELSE
                           IF DCL-TYPE EQUAL 'S' OR DCL-TYPE EQUAL 'N'
                               PERFORM 440-CONFER-ONE-DECLARED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       440-CONFER-ONE-DECLARED.
           MOVE DCL-PROGRAM TO WS-REQ-PROGRAM
           PERFORM 310-CHECK-REQUIREMENTS
           IF DCL-TYPE EQUAL 'S'
               MOVE 'SECOND MAJOR: ' TO RDC-TYPE
           ELSE
               MOVE 'MINOR:        ' TO RDC-TYPE
           END-IF
           MOVE DCL-PROGRAM TO RDC-PROGRAM
           IF WS-PROG-MET EQUAL 'Y'
               EVALUATE TRUE
                   WHEN DCL-TYPE EQUAL 'S'
                       MOVE DCL-PROGRAM TO DG-MAJOR-2
                   WHEN DCL-SLOT EQUAL 1
                       MOVE DCL-PROGRAM TO DG-MINOR-1
                   WHEN OTHER
                       MOVE DCL-PROGRAM TO DG-MINOR-2
               END-EVALUATE
               MOVE 'CONFERRED' TO RDC-RESULT
           ELSE
               MOVE SPACES TO RDC-RESULT
               STRING 'NOT CONFERRED - ' WS-PROG-REASON
                   DELIMITED BY SIZE INTO RDC-RESULT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DECLARED.
      *-----------------------------------------------------------------
       450-POST-ALUMNI.
      *    a conferred graduate moves onto the alumni master with the
               CLOSE HTY-IN
               MOVE SPACES TO EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       146-LOAD-HONORS-RULES.
      *    one row per honor - code, GPA floor, hours earned here and
      *    the wording that prints - a policy change is an edit to the
      *    published table, not a program change
           MOVE ZEROS TO WS-LHR-CNT
           OPEN INPUT LHR-IN
           IF WS-LHR-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-LHR-CNT = 10
                   READ LHR-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           IF LHR-CODE NOT EQUAL SPACES
                               AND LHR-MIN-GPA NUMERIC
                               AND LHR-MIN-HOURS NUMERIC
                               ADD 1 TO WS-LHR-CNT
                               MOVE LHR-CODE
                                   TO WS-LHR-CODE (WS-LHR-CNT)
                               MOVE LHR-MIN-GPA
                                   TO WS-LHR-GPA (WS-LHR-CNT)
                               MOVE LHR-MIN-HOURS
                                   TO WS-LHR-HOURS (WS-LHR-CNT)
                               MOVE LHR-DESC
                                   TO WS-LHR-DESC (WS-LHR-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LHR-IN
               MOVE SPACES TO EOF-FLAG
           END-IF
           IF WS-LHR-CNT EQUAL ZEROS
               MOVE 3 TO WS-LHR-CNT
               MOVE 'SU'              TO WS-LHR-CODE (1)
               MOVE 3.90              TO WS-LHR-GPA (1)
               MOVE 60                TO WS-LHR-HOURS (1)
               MOVE 'SUMMA CUM LAUDE' TO WS-LHR-DESC (1)
               MOVE 'MA'              TO WS-LHR-CODE (2)
               MOVE 3.70              TO WS-LHR-GPA (2)
               MOVE 60                TO WS-LHR-HOURS (2)
               MOVE 'MAGNA CUM LAUDE' TO WS-LHR-DESC (2)
               MOVE 'CU'              TO WS-LHR-CODE (3)
               MOVE 3.50              TO WS-LHR-GPA (3)
               MOVE 60                TO WS-LHR-HOURS (3)
               MOVE 'CUM LAUDE'       TO WS-LHR-DESC (3)
           END-IF.
      *-----------------------------------------------------------------
       305-CHECK-CONF-HOLDS.
      *    a hold whose type blocks conferral denies the application
