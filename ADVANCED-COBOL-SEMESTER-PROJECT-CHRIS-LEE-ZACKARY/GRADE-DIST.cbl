      *ABSTRACT: Term grade distribution - for each section the count  *
      *          of each grade, withdrawals and section GPA, rolled    *
      *          up by instructor and by SUBJ/CRSE for the academic    *
      *          council's grade-inflation review - GRADE-DIST.RPT,    *
      *          and on request GRADE-DIST.CSV with one comma-         *
      *          delimited row per section                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-DIST IS INITIAL PROGRAM.
           SELECT REPORT-OUT ASSIGN TO "../GRADE-DIST.RPT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-RPT-STAT.

           SELECT CSV-OUT ASSIGN TO "../GRADE-DIST.CSV"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-CSV-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-GS-IN.
       01  GS-REC-IN.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-MODE             PIC X       VALUE 'N'.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'GRADE-DIST'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  EOF-FLAG2               PIC X       VALUE SPACES.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

       01  CSV-WORK.
           03  CSV-A           PIC 9(4).
           03  CSV-B           PIC 9(4).
           03  CSV-C           PIC 9(4).
           03  CSV-D           PIC 9(4).
           03  CSV-F           PIC 9(4).
           03  CSV-W           PIC 9(4).
           03  CSV-GPA         PIC 9.99.

       01  RPT-HEAD-1.
           03  FILLER          PIC X(24)   VALUE SPACES.
           03  FILLER          PIC X(20)
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 11 COL 21       VALUE 'DELIMITED FILE TOO (Y/N):'.
           03  LINE 11 COL 47 PIC X     TO WS-CSV-MODE AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
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

           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-REG-IO
           OPEN INPUT ISAM-GS-IN
           OPEN INPUT ISAM-DPT-IN
           OPEN OUTPUT REPORT-OUT
           PERFORM 900-OPEN-CSV
           PERFORM 100-LOAD-DEPTS

           MOVE WS-SEM       TO RH-SEM
           CLOSE REPORT-OUT

           MOVE 'REPORT WRITTEN TO GRADE-DIST.RPT' TO WS-MSG
           IF WS-CSV-MODE EQUAL 'Y'
               CLOSE CSV-OUT
               MOVE 'WRITTEN TO GRADE-DIST.RPT AND .CSV' TO WS-MSG
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
      *    - started from a menu the screens work as always - a Y in
      *    the last byte of the extra field asks for the .CSV as well
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
                               MOVE PRM-EXTRA (20:1) TO WS-CSV-MODE
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       200-TALLY-ONE-SECTION.
           MOVE ZEROS TO WS-SECT-COUNTS
           MOVE WS-SC-F  TO RS-F
           MOVE WS-SC-W  TO RS-W
           MOVE WS-SC-GPA TO RS-GPA
           WRITE REPORT-LINE-OUT FROM RPT-SECT-LINE
           IF WS-CSV-MODE EQUAL 'Y'
               PERFORM 910-WRITE-CSV-ROW
           END-IF.
      *-----------------------------------------------------------------
       410-ROLL-TO-COURSE.
           MOVE 'N' TO WS-FOUND
                   WRITE REPORT-LINE-OUT FROM RPT-ROLL-LINE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       900-OPEN-CSV.
      *    the delimited copy carries one heading row and one row per
      *    section - the course, instructor and department rollups are
      *    left to the spreadsheet, and no number is edited
           IF WS-CSV-MODE EQUAL 'y'
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-CSV-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-CSV-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-OUT
           MOVE SPACES TO CSV-LINE-OUT
           STRING 'SEM,YR,CRN,SUBJ,CRSE,INSTRUCTOR,'
                  'A,B,C,D,F,W,GPA'
                  DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
      *-----------------------------------------------------------------
       910-WRITE-CSV-ROW.
           MOVE WS-SC-A   TO CSV-A
           MOVE WS-SC-B   TO CSV-B
           MOVE WS-SC-C   TO CSV-C
           MOVE WS-SC-D   TO CSV-D
           MOVE WS-SC-F   TO CSV-F
           MOVE WS-SC-W   TO CSV-W
           MOVE WS-SC-GPA TO CSV-GPA
           MOVE SPACES TO CSV-LINE-OUT
           STRING WS-SEM ',' WS-YR ','         DELIMITED BY SIZE
                  CRN                          DELIMITED BY SPACE
                  ','                          DELIMITED BY SIZE
                  SUBJ                         DELIMITED BY SPACE
                  ','                          DELIMITED BY SIZE
                  CRSE                         DELIMITED BY SPACE
                  ',"'                         DELIMITED BY SIZE
                  INSTRUCTOR                   DELIMITED BY '  '
                  '",' CSV-A ',' CSV-B ',' CSV-C
                  ',' CSV-D ',' CSV-F ',' CSV-W
                  ',' CSV-GPA                  DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
