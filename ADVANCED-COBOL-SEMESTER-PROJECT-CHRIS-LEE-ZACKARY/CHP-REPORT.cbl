      *          credit hours to the owning department through the     *
      *          DEPT-ISAM owned-SUBJ lists - prints DEPT-CHP.RPT      *
      *          with an UNASSIGNED bucket for unclaimed subjects      *
      *          and, on request, DEPT-CHP.CSV with one comma-         *
      *          delimited row per department for spreadsheet use      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHP-REPORT IS INITIAL PROGRAM.
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT CSV-OUT ASSIGN TO "../DEPT-CHP.CSV"
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
           03  WS-DPT-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-MODE             PIC X       VALUE 'N'.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'CHP-REPORT'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-DPT-CNT              PIC 9(2)    VALUE ZEROS.
               05  WS-DT-SUBJ-ENTRY OCCURS 21 TIMES.
                   07  WS-DT-SUBJ  PIC X(5) OCCURS 10 TIMES.

       01  CSV-WORK.
           03  CSV-REGS    PIC 9(6).
           03  CSV-SCH     PIC 9(7).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(33)
               VALUE 'CREDIT HOUR PRODUCTION BY DEPT   '.
           03  LINE 08 COL 38 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 08 COL 40 VALUE '/'.
           03  LINE 08 COL 41 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 10 COL 19       VALUE 'DELIMITED FILE TOO (Y/N):'.
           03  LINE 10 COL 45 PIC X     TO WS-CSV-MODE AUTO.
           03  LINE 12 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-DPT-IN
           OPEN OUTPUT REPORT-OUT
           PERFORM 900-OPEN-CSV

           PERFORM 100-LOAD-DEPTS

           CLOSE REPORT-OUT

           MOVE 'DEPT-CHP.RPT WRITTEN' TO WS-MSG
           IF WS-CSV-MODE EQUAL 'Y'
               CLOSE CSV-OUT
               MOVE 'DEPT-CHP.RPT AND DEPT-CHP.CSV WRITTEN' TO WS-MSG
           END-IF
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-SEM-REQ
               DISPLAY EXIT-SCREEN
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - started from a menu the screens work as always - a Y in
      *    the last byte of the extra field asks for the .CSV as well
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
                           IF PRM-PROGRAM EQUAL WS-OWN-NAME
                               MOVE PRM-SEM TO WS-SEM
                               MOVE PRM-YR  TO WS-YR
                               MOVE PRM-EXTRA (20:1) TO WS-CSV-MODE
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
                       NOT INVALID KEY
                           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                   END-READ
                   IF REG-IO-HOURS NUMERIC
                       AND REG-IO-HOURS GREATER THAN ZEROS
                       MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                   END-IF
                   PERFORM 300-ROLL-TO-DEPT
           END-READ.
      *-----------------------------------------------------------------
                   MOVE WS-DT-REGS (WS-DPT-IX) TO RD-REGS
                   MOVE WS-DT-SCH  (WS-DPT-IX) TO RD-SCH
                   WRITE REPORT-LINE-OUT FROM RPT-DETAIL
                   IF WS-CSV-MODE EQUAL 'Y'
                       PERFORM 910-WRITE-CSV-ROW
                   END-IF
                   ADD WS-DT-REGS (WS-DPT-IX) TO WS-TOT-REGS
                   ADD WS-DT-SCH  (WS-DPT-IX) TO WS-TOT-SCH
               END-IF
           MOVE WS-TOT-REGS   TO RD-REGS
           MOVE WS-TOT-SCH    TO RD-SCH
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       900-OPEN-CSV.
      *    the delimited copy carries one heading row and one row per
      *    department - no page heading, no total line and no edited
      *    numbers, so a spreadsheet opens it as it stands
           IF WS-CSV-MODE EQUAL 'y'
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-CSV-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-CSV-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-OUT
           MOVE 'SEM,YR,DEPT,DEPT NAME,ENROLLMENTS,CR HOURS'
               TO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
      *-----------------------------------------------------------------
       910-WRITE-CSV-ROW.
           MOVE WS-DT-REGS (WS-DPT-IX) TO CSV-REGS
           MOVE WS-DT-SCH  (WS-DPT-IX) TO CSV-SCH
           MOVE SPACES TO CSV-LINE-OUT
           STRING WS-SEM ',' WS-YR ','         DELIMITED BY SIZE
                  WS-DT-CODE (WS-DPT-IX)       DELIMITED BY SPACE
                  ',"'                         DELIMITED BY SIZE
                  WS-DT-NAME (WS-DPT-IX)       DELIMITED BY '  '
                  '",' CSV-REGS ',' CSV-SCH    DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
