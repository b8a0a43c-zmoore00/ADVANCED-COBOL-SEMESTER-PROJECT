      *ABSTRACT: Official enrollment statistics - headcount, distinct  *
      *          students and student credit hours by SUBJ for a term, *
      *          with a comparison column against a second term        *
      *          - ENROLL-STATS.RPT, and on request ENROLL-STATS.CSV   *
      *          with one comma-delimited row per SUBJ                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-STATS IS INITIAL PROGRAM.
           SELECT STATS-OUT ASSIGN TO "../ENROLL-STATS.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT CSV-OUT ASSIGN TO "../ENROLL-STATS.CSV"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CSV-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
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

       FD  STATS-OUT.
       01  STATS-LINE-OUT         PIC X(80).

       FD  CSV-OUT.
       01  CSV-LINE-OUT           PIC X(132).

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
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-MODE             PIC X       VALUE 'N'.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'ENROLL-STATS'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-SUBJ-MAX             PIC 9(3)    VALUE ZEROS COMP.
           03  WS-SUBJ-IX              PIC 9(3)    VALUE ZEROS COMP.
               88 EOF        VALUE '1'.
           03  DPT-EOF-FLAG            PIC X       VALUE SPACES.
               88 DPT-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-SUBJ-TABLE.
           03  WS-SUBJ-ENTRY OCCURS 50 TIMES.
           05  WS-CMP-SEM  PIC X(2)        VALUE SPACES.
           05  WS-CMP-YR   PIC X(4)        VALUE SPACES.

       01  CSV-WORK.
           03  CSV-REGS    PIC 9(5).
           03  CSV-STUDS   PIC 9(5).
           03  CSV-SCH     PIC 9(6).
           03  CSV-CMP-SCH PIC 9(6).

       01  STATS-HEAD-1.
           03  FILLER      PIC X(22)   VALUE 'ENROLLMENT STATISTICS '.
           03  SH-SEM      PIC X(2).
           03  LINE 10 COL 43 PIC X(4)  TO WS-CMP-YR  AUTO.
           03  LINE 11 COL 25            VALUE 'CAMPUS (BLANK=ALL):'.
           03  LINE 11 COL 45 PIC X(2)  TO WS-CAMPUS-FILT AUTO.
           03  LINE 12 COL 19       VALUE 'DELIMITED FILE TOO (Y/N):'.
           03  LINE 12 COL 45 PIC X     TO WS-CSV-MODE AUTO.

       01  SCRN-MSG.
           03  LINE 13 COL 25 PIC X(40) FROM WS-MSG.
           OPEN OUTPUT STATS-OUT
           PERFORM 100-LOAD-DEPTS

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF
           PERFORM 900-OPEN-CSV

           MOVE 1 TO WS-PASS
           PERFORM 200-SCAN-TERM
           PERFORM 550-WRITE-DEPT-ROLLUP

           MOVE 'REPORT WRITTEN TO ENROLL-STATS.RPT' TO WS-MSG
           IF WS-CSV-MODE EQUAL 'Y'
               CLOSE CSV-OUT
               MOVE 'WRITTEN TO ENROLL-STATS.RPT AND .CSV' TO WS-MSG
           END-IF
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           CLOSE ISAM-REG-IO.
           CLOSE ISAM-SCHED-IN.
           CLOSE STATS-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - the extra field carries the compare term as SSYYYY, the
      *    campus after it and, in its last byte, a Y for the .CSV
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
                               MOVE PRM-EXTRA (1:2) TO WS-CMP-SEM
                               MOVE PRM-EXTRA (3:4) TO WS-CMP-YR
                               MOVE PRM-EXTRA (7:2) TO WS-CAMPUS-FILT
                               MOVE PRM-EXTRA (20:1) TO WS-CSV-MODE
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       100-LOAD-DEPTS.
      *    the department master is small - the codes, names and owned
               NOT INVALID KEY
                   MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
           END-READ
           IF REG-IO-HOURS NUMERIC AND REG-IO-HOURS GREATER THAN ZEROS
               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
           END-IF
           IF WS-PASS = 1
               ADD 1 TO WS-T-REGS(WS-SUBJ-FOUND)
               ADD WS-CREDITS-NUM TO WS-T-SCH(WS-SUBJ-FOUND)
               MOVE WS-T-SCH(WS-SUBJ-IX)     TO SD-SCH
               MOVE WS-T-CMP-SCH(WS-SUBJ-IX) TO SD-CMP-SCH
               WRITE STATS-LINE-OUT FROM STATS-DETAIL
               IF WS-CSV-MODE EQUAL 'Y'
                   PERFORM 910-WRITE-CSV-ROW
               END-IF
               ADD WS-T-REGS(WS-SUBJ-IX)    TO WS-TOT-REGS
               ADD WS-T-SCH(WS-SUBJ-IX)     TO WS-TOT-SCH
               ADD WS-T-CMP-SCH(WS-SUBJ-IX) TO WS-TOT-CMP-SCH
               TO WS-DT-SCH     (WS-DPT-FOUND)
           ADD WS-T-CMP-SCH (WS-SUBJ-IX)
               TO WS-DT-CMP-SCH (WS-DPT-FOUND).
      *-----------------------------------------------------------------
       900-OPEN-CSV.
      *    the delimited copy carries one heading row and one row per
      *    SUBJ - the total line and the department rollup are left to
      *    the spreadsheet, and no number is edited
           IF WS-CSV-MODE EQUAL 'y'
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-CSV-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-CSV-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-OUT
           MOVE SPACES TO CSV-LINE-OUT
           STRING 'SEM,YR,CAMPUS,SUBJ,HEADCOUNT,STUDENTS,CR HOURS,'
                  'COMPARE SEM,COMPARE YR,COMPARE SCH'
                  DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
      *-----------------------------------------------------------------
       910-WRITE-CSV-ROW.
           MOVE WS-T-REGS(WS-SUBJ-IX)    TO CSV-REGS
           MOVE WS-T-STUDS(WS-SUBJ-IX)   TO CSV-STUDS
           MOVE WS-T-SCH(WS-SUBJ-IX)     TO CSV-SCH
           MOVE WS-T-CMP-SCH(WS-SUBJ-IX) TO CSV-CMP-SCH
           MOVE SPACES TO CSV-LINE-OUT
           STRING WS-SEM ',' WS-YR ','         DELIMITED BY SIZE
                  WS-CAMPUS-FILT               DELIMITED BY SPACE
                  ','                          DELIMITED BY SIZE
                  WS-T-SUBJ(WS-SUBJ-IX)        DELIMITED BY SPACE
                  ',' CSV-REGS ',' CSV-STUDS
                  ',' CSV-SCH ',' WS-CMP-SEM
                  ',' WS-CMP-YR ',' CSV-CMP-SCH
                                               DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
