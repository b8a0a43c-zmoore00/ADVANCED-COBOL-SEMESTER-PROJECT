      *          waitlisted students with peak waitlist depth, beside  *
      *          each course's section count and fill rate (enrolled   *
      *          versus room seats) so adding sections is data, not    *
      *          folklore - DEMAND.RPT, and on request DEMAND.CSV      *
      *          with one comma-delimited row per course               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMAND-RPT IS INITIAL PROGRAM.
           SELECT REPORT-OUT ASSIGN TO "../DEMAND.RPT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-RPT-STAT.

           SELECT CSV-OUT ASSIGN TO "../DEMAND.CSV"
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

       FD  ISAM-REG-IN.
       01  REG-REC-IN.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-BLDG-IN.
       01  BLDG-REC-IN.

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
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-STAT             PIC XX      VALUE SPACES.
           03  WS-CSV-MODE             PIC X       VALUE 'N'.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'DEMAND-RPT'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-IX                   PIC 9(3)    VALUE ZEROS.
           03  WS-IX2                  PIC 9(3)    VALUE ZEROS.
           03  WS-FOUND                PIC X       VALUE 'N'.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

       01  CSV-WORK.
           03  CSV-SECTIONS    PIC 9(3).
           03  CSV-ENROLLED    PIC 9(5).
           03  CSV-SEATS       PIC 9(5).
           03  CSV-FILL        PIC 9(3).
           03  CSV-WL-TOTAL    PIC 9(4).
           03  CSV-WL-PEAK     PIC 9(2).

       01  RPT-HEAD-1.
           03  FILLER          PIC X(24)   VALUE SPACES.
           03  FILLER          PIC X(22)
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
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-BLDG-IN
           OPEN OUTPUT REPORT-OUT
           PERFORM 900-OPEN-CSV

           PERFORM 100-TALLY-SECTIONS
           PERFORM 200-TALLY-WAITLISTS
           CLOSE REPORT-OUT

           MOVE 'REPORT WRITTEN TO DEMAND.RPT' TO WS-MSG
           IF WS-CSV-MODE EQUAL 'Y'
               CLOSE CSV-OUT
               MOVE 'REPORT WRITTEN TO DEMAND.RPT AND .CSV' TO WS-MSG
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
       100-TALLY-SECTIONS.
           MOVE ZEROS TO WS-CRSE-CNT
                           MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
                       END-IF
               END-READ
      *        a section's own cap wins over the room's seats
               IF SECT-CAP GREATER THAN ZEROS
                   MOVE SECT-CAP TO WS-SEATS-NUM
               END-IF
               ADD WS-SEATS-NUM TO WS-CT-SEATS (WS-IX)
           END-IF.
      *-----------------------------------------------------------------
               MOVE WS-CT-WL-TOTAL (WS-IX) TO RD-WL-TOTAL
               MOVE WS-CT-WL-PEAK (WS-IX)  TO RD-WL-PEAK
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL
               IF WS-CSV-MODE EQUAL 'Y'
                   PERFORM 910-WRITE-CSV-ROW
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       900-OPEN-CSV.
      *    the delimited copy carries one heading row and one row per
      *    course in the same demand order - no page heading and no
      *    edited numbers, so a spreadsheet opens it as it stands
           IF WS-CSV-MODE EQUAL 'y'
               MOVE 'Y' TO WS-CSV-MODE
           END-IF
           IF WS-CSV-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-CSV-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSV-OUT
           MOVE SPACES TO CSV-LINE-OUT
           STRING 'SEM,YR,SUBJ,CRSE,SECTIONS,ENROLLED,SEATS,'
                  'FILL PCT,WAITLIST,PEAK WAITLIST'
                  DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
      *-----------------------------------------------------------------
       910-WRITE-CSV-ROW.
           MOVE WS-CT-SECTIONS (WS-IX) TO CSV-SECTIONS
           MOVE WS-CT-ENROLLED (WS-IX) TO CSV-ENROLLED
           MOVE WS-CT-SEATS (WS-IX)    TO CSV-SEATS
           MOVE WS-FILL-PCT            TO CSV-FILL
           MOVE WS-CT-WL-TOTAL (WS-IX) TO CSV-WL-TOTAL
           MOVE WS-CT-WL-PEAK (WS-IX)  TO CSV-WL-PEAK
           MOVE SPACES TO CSV-LINE-OUT
           STRING WS-SEM ',' WS-YR ','         DELIMITED BY SIZE
                  WS-CT-SUBJ (WS-IX)           DELIMITED BY SPACE
                  ','                          DELIMITED BY SIZE
                  WS-CT-CRSE (WS-IX)           DELIMITED BY SPACE
                  ',' CSV-SECTIONS ',' CSV-ENROLLED
                  ',' CSV-SEATS ',' CSV-FILL
                  ',' CSV-WL-TOTAL ',' CSV-WL-PEAK
                                               DELIMITED BY SIZE
               INTO CSV-LINE-OUT
           WRITE CSV-LINE-OUT.
