      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 2/17/2015                                             *
      *ABSTRACT: This program sums registered credit hours per student *
      *          for a SEM/YR and flags anyone under the full-time     *
      *          load for the academic level held (LOAD-RULES.TXT) -   *
      *          on request, and always when run unattended, the same  *
      *          lines go to CREDIT-LOAD.CSV comma-delimited           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTS-CREDIT-LOAD INITIAL PROGRAM.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT4.

           SELECT CSV-OUT ASSIGN TO "../CREDIT-LOAD.CSV"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CSV-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.

           SELECT RULES-IN ASSIGN TO "../LOAD-RULES.TXT"
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
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  CSV-OUT.
       01  CSV-LINE-OUT            PIC X(132).

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
           03  LDR-FT-MIN          PIC 9(2).
           03  FILLER              PIC X.
           03  LDR-LEVEL           PIC X.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-CUR-CREDITS          PIC 9(3)    VALUE ZEROS.
           03  WS-CUR-STUD-ID          PIC 9(6)    VALUE ZEROS.
           03  WS-FULL-TIME-MIN        PIC 99      VALUE 12.
           03  WS-CSV-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-MODE             PIC X       VALUE 'N'.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'REPORTS-CREDIT-LOAD'.
           03  WS-LOAD                 PIC X(9)    VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-RUL-STAT             PIC XX      VALUE SPACES.
           03  RUL-EOF-FLAG            PIC X       VALUE SPACES.
               88 RUL-EOF    VALUE '1'.
           03  WS-LV-IX                PIC 9       VALUE 1.

      *    full-time minimum hours by academic level - slot 1
      *    undergraduate, slot 2 graduate
       01  WS-LOAD-RULES.
           03  WS-LR-FT-MIN            PIC 99      OCCURS 2 TIMES.

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

       01  WS-REC.
           03  WS-KEY.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 10 COL 25           VALUE 'DELIMITED FILE (Y/N):'.
           03  LINE 10 COL 46 PIC X     TO WS-CSV-MODE AUTO.
           03  LINE 13 COL 35 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-COURSE-IN.
           OPEN INPUT ISAM-STUD-IO.
           PERFORM 100-LOAD-RULES

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               PERFORM 150-BATCH-RUN
               MOVE 'N' TO WS-CONT
           ELSE
               DISPLAY BLANK-SCREEN
           END-IF
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-MSG
               MOVE 13     TO Y
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
               PERFORM 900-OPEN-CSV
               PERFORM 200-LIST-LOADS
               IF WS-CSV-MODE EQUAL 'Y'
                   CLOSE CSV-OUT
                   DISPLAY 'CREDIT-LOAD.CSV WRITTEN' AT LINE 11 COL 35
               END-IF
               DISPLAY SPACES
               ADD 2 TO Y
               DISPLAY 'CHECK ANOTHER TERM?:' AT LINE Y COL 35

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started with BATCHRUN set the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - the parm line carries the whole twenty-byte program name
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
       100-LOAD-RULES.
      *    one row per academic level - full-time minimum hours, level
      *    (blank is undergraduate) - with 12 undergraduate and 9
      *    graduate hours when the file or a level's row is absent
           MOVE WS-FULL-TIME-MIN TO WS-LR-FT-MIN (1)
           MOVE 9                TO WS-LR-FT-MIN (2)
           OPEN INPUT RULES-IN
           IF WS-RUL-STAT EQUAL '00'
               MOVE SPACES TO RUL-EOF-FLAG
               PERFORM UNTIL RUL-EOF
                   READ RULES-IN
                       AT END
                           MOVE 1 TO RUL-EOF-FLAG
                       NOT AT END
                           IF LDR-LEVEL EQUAL 'G'
                               MOVE 2 TO WS-LV-IX
                           ELSE
                               MOVE 1 TO WS-LV-IX
                           END-IF
                           IF LDR-FT-MIN NUMERIC
                               MOVE LDR-FT-MIN
                                   TO WS-LR-FT-MIN (WS-LV-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-IN
           END-IF.
      *-----------------------------------------------------------------
       150-BATCH-RUN.
      *    the listing is a screen, so unattended the delimited file
      *    is the only output and is always written
           MOVE 'Y' TO WS-CSV-MODE
           PERFORM 900-OPEN-CSV
           PERFORM 200-LIST-LOADS
           CLOSE CSV-OUT.
      *-----------------------------------------------------------------
       200-LIST-LOADS.
           MOVE WS-SEM      TO REG-IO-SEM
           END-IF.
      *-----------------------------------------------------------------
       300-PRINT-STUDENT-LOAD.
           MOVE WS-CUR-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IO
               INVALID KEY
                   MOVE SPACES TO ISAM-STUD-LNAME
                   MOVE SPACES TO ISAM-SUTD-FNAME
           END-READ
      *    the load is judged against the full-time minimum for the
      *    level the student holds in the term
           MOVE WS-CUR-STUD-ID TO WS-LVC-STUD-ID
           MOVE WS-SEM         TO WS-LVC-SEM
           MOVE WS-YR          TO WS-LVC-YR
           MOVE SPACES         TO WS-LVC-CRSE
           MOVE SPACE          TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           IF WS-LVC-STUD-LEVEL EQUAL 'G'
               MOVE 2 TO WS-LV-IX
           ELSE
               MOVE 1 TO WS-LV-IX
           END-IF
           MOVE WS-LR-FT-MIN (WS-LV-IX) TO WS-FULL-TIME-MIN
           IF WS-CUR-CREDITS < WS-FULL-TIME-MIN
               MOVE 'PART-TIME' TO WS-LOAD
           ELSE
               MOVE 'FULL-TIME' TO WS-LOAD
           END-IF
           IF WS-CSV-MODE EQUAL 'Y'
               PERFORM 910-WRITE-CSV-ROW
           END-IF
           IF WS-BATCH-MODE EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           IF Y > 20
               DISPLAY 'MORE - PRESS ENTER' AT LINE 23 COL 35
               ACCEPT WS-MSG AT LINE 23 COL 55
               DISPLAY SCR-TITLE
               MOVE 13 TO Y
           END-IF
           DISPLAY WS-CUR-STUD-ID " " AT LINE Y COL 32
           DISPLAY ISAM-STUD-LNAME "  " ISAM-SUTD-FNAME
               AT LINE Y COL 42
           DISPLAY WS-CUR-CREDITS AT LINE Y COL 70
           DISPLAY WS-LOAD AT LINE Y COL 74
           ADD 1 TO Y.
      *-----------------------------------------------------------------
       400-ADD-CREDITS.
                       NOT INVALID KEY
                           MOVE ZEROS TO WS-CREDITS-NUM
                           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                           ADD WS-CREDITS-NUM TO WS-CUR-CREDITS
                   END-READ
           END-READ.
      *-----------------------------------------------------------------
       900-OPEN-CSV.
      *    the delimited copy carries one heading row and one row per
      *    student, with the credits unedited
           IF WS-CSV-MODE EQUAL 'y'
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-CSV-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-CSV-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-OUT
           MOVE SPACES TO CSV-LINE-OUT
           STRING 'SEM,YR,STUDENT ID,LAST NAME,FIRST NAME,'
                  'CREDITS,LOAD,LEVEL'
                  DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
      *-----------------------------------------------------------------
       910-WRITE-CSV-ROW.
           MOVE SPACES TO CSV-LINE-OUT
           STRING WS-SEM ',' WS-YR ',' WS-CUR-STUD-ID
                  ',"'                         DELIMITED BY SIZE
                  ISAM-STUD-LNAME              DELIMITED BY '  '
                  '","'                        DELIMITED BY SIZE
                  ISAM-SUTD-FNAME              DELIMITED BY '  '
                  '",' WS-CUR-CREDITS ',' WS-LOAD
                  ',' WS-LVC-STUD-LEVEL        DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
