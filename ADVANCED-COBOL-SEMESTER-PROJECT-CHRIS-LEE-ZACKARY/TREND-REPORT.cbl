      *          hours by SUBJ with the years side by side and a       *
      *          percentage-change column against the prior like       *
      *          term - prints ENROLL-TREND.RPT for curriculum         *
      *          planning, and on request ENROLL-TREND.CSV with one    *
      *          comma-delimited row per report detail line            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREND-REPORT IS INITIAL PROGRAM.
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT CSV-OUT ASSIGN TO "../ENROLL-TREND.CSV"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CSV-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
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
       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       FD  CSV-OUT.
       01  CSV-LINE-OUT           PIC X(132).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  WS-HST-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-MODE             PIC X       VALUE 'N'.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'TREND-REPORT'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-YR-CNT               PIC 9       VALUE ZEROS.
                   07  WS-TT-HC    PIC 9(5).
                   07  WS-TT-SCH   PIC 9(6).

       01  CSV-WORK.
           03  CSV-PTR     PIC 9(3).
           03  CSV-MEASURE PIC X(3).
           03  CSV-VAL     PIC 9(6).
           03  CSV-SIGN    PIC X.
           03  CSV-PCT-ABS PIC 9(4)V9.
           03  CSV-PCT     PIC 9(4).9.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(25)
               VALUE 'ENROLLMENT TREND REPORT  '.
           03  LINE 10 COL 25       VALUE 'THROUGH YEAR:'.
           03  LINE 10 COL 40 PIC X(4)  TO WS-TO-YR   AUTO.
           03  LINE 11 COL 25 VALUE '(FIVE YEARS AT MOST)'.
           03  LINE 12 COL 14       VALUE 'DELIMITED FILE TOO (Y/N):'.
           03  LINE 12 COL 40 PIC X     TO WS-CSV-MODE AUTO.
           03  LINE 13 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN OUTPUT REPORT-OUT
           PERFORM 900-OPEN-CSV

           PERFORM VARYING WS-YR-IX FROM 1 BY 1
               UNTIL WS-YR-IX GREATER THAN WS-YR-CNT
           CLOSE REPORT-OUT

           MOVE 'ENROLL-TREND.RPT WRITTEN' TO WS-MSG
           IF WS-CSV-MODE EQUAL 'Y'
               CLOSE CSV-OUT
               MOVE 'ENROLL-TREND.RPT AND .CSV WRITTEN' TO WS-MSG
           END-IF
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-SEM-REQ
               DISPLAY EXIT-SCREEN
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - the parm year is the final year, the extra field carries
      *    the starting year and, in its last byte, a Y for the .CSV
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
                               MOVE PRM-SEM TO WS-SEM
                               MOVE PRM-YR  TO WS-TO-YR
                               MOVE PRM-EXTRA (1:4) TO WS-FROM-YR
                               MOVE PRM-EXTRA (20:1) TO WS-CSV-MODE
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                   END-READ
                   PERFORM 400-TALLY-ROW
           END-READ.
           END-IF
           PERFORM 520-SET-PCT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF WS-CSV-MODE EQUAL 'Y'
               MOVE 'HC' TO CSV-MEASURE
               PERFORM 910-WRITE-CSV-ROW
           END-IF
           MOVE SPACES TO RD-SUBJ
           MOVE ' SCH ' TO RD-TAG
           PERFORM VARYING WS-YR-IX FROM 1 BY 1
               MOVE ZEROS TO WS-PRIOR
           END-IF
           PERFORM 520-SET-PCT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF WS-CSV-MODE EQUAL 'Y'
               MOVE 'SCH' TO CSV-MEASURE
               PERFORM 910-WRITE-CSV-ROW
           END-IF.
      *-----------------------------------------------------------------
       520-SET-PCT.
           IF WS-PRIOR GREATER THAN ZEROS
                   (WS-LATEST - WS-PRIOR) * 100 / WS-PRIOR
               MOVE WS-PCT TO RD-PCT
           ELSE
               MOVE ZEROS TO WS-PCT
               MOVE ZEROS TO RD-PCT
           END-IF.
      *-----------------------------------------------------------------
       900-OPEN-CSV.
      *    the delimited copy carries one heading row naming the years
      *    and one row per detail line - no page heading and no edited
      *    numbers, so a spreadsheet opens it as it stands
           IF WS-CSV-MODE EQUAL 'y'
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-CSV-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-CSV-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-OUT
           MOVE SPACES TO CSV-LINE-OUT
           MOVE 1 TO CSV-PTR
           STRING 'SEM,SUBJ,MEASURE' DELIMITED BY SIZE
               INTO CSV-LINE-OUT WITH POINTER CSV-PTR
           PERFORM VARYING WS-YR-IX FROM 1 BY 1
               UNTIL WS-YR-IX GREATER THAN WS-YR-CNT
               STRING ',' WS-YL-YR (WS-YR-IX) DELIMITED BY SIZE
                   INTO CSV-LINE-OUT WITH POINTER CSV-PTR
           END-PERFORM
           STRING ',PCT CHANGE' DELIMITED BY SIZE
               INTO CSV-LINE-OUT WITH POINTER CSV-PTR
           WRITE CSV-LINE-OUT.
      *-----------------------------------------------------------------
       910-WRITE-CSV-ROW.
      *    the percentage carries its own sign and decimal point only
           MOVE SPACES TO CSV-LINE-OUT
           MOVE 1 TO CSV-PTR
           STRING WS-SEM ','                   DELIMITED BY SIZE
                  WS-TT-SUBJ (WS-SUBJ-IX)      DELIMITED BY SPACE
                  ','                          DELIMITED BY SIZE
                  CSV-MEASURE                  DELIMITED BY SPACE
               INTO CSV-LINE-OUT WITH POINTER CSV-PTR
           PERFORM VARYING WS-YR-IX FROM 1 BY 1
               UNTIL WS-YR-IX GREATER THAN WS-YR-CNT
               IF CSV-MEASURE EQUAL 'HC'
                   MOVE WS-TT-HC  (WS-SUBJ-IX WS-YR-IX) TO CSV-VAL
               ELSE
                   MOVE WS-TT-SCH (WS-SUBJ-IX WS-YR-IX) TO CSV-VAL
               END-IF
               STRING ',' CSV-VAL DELIMITED BY SIZE
                   INTO CSV-LINE-OUT WITH POINTER CSV-PTR
           END-PERFORM
           MOVE SPACE TO CSV-SIGN
           IF WS-PCT LESS THAN ZEROS
               MOVE '-' TO CSV-SIGN
           END-IF
           MOVE WS-PCT TO CSV-PCT-ABS
           MOVE CSV-PCT-ABS TO CSV-PCT
           STRING ','                          DELIMITED BY SIZE
                  CSV-SIGN                     DELIMITED BY SPACE
                  CSV-PCT                      DELIMITED BY SIZE
               INTO CSV-LINE-OUT WITH POINTER CSV-PTR
           WRITE CSV-LINE-OUT.
