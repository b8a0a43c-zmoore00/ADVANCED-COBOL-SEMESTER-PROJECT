      ******************************************************************
      *PROGRAM : HALL-OCCUPANCY.CBL                                    *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Occupancy and vacancy reports by residence hall for a *
      *          SEM/YR - every bed on RES-BED-ISAM.DAT is matched to  *
      *          its standing HOUSING-ISAM.DAT assignment for the term *
      *          - HALL-OCCUPANCY.RPT lists the occupied beds with     *
      *          hall and grand totals of beds, beds in service,       *
      *          occupied, vacant and the occupancy percent, and       *
      *          HALL-VACANCY.RPT lists the open beds in service that  *
      *          housing can still fill                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALL-OCCUPANCY IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-HSG-IN ASSIGN TO "../HOUSING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HSG-KEY
                               ALTERNATE KEY IS HSG-BED-KEY=
                                   HSG-HALL, HSG-ROOM, HSG-BED
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HSG-STAT.

           SELECT OPTIONAL ISAM-BED-IN ASSIGN TO "../RES-BED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BED-KEY
                               FILE STATUS   IS WS-BED-STAT.

           SELECT OPTIONAL ISAM-HAL-IN ASSIGN TO "../RES-HALL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HAL-KEY
                               FILE STATUS   IS WS-HAL-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

           SELECT OCC-OUT ASSIGN TO "../HALL-OCCUPANCY.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-OCC-STAT.

           SELECT VAC-OUT ASSIGN TO "../HALL-VACANCY.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-VAC-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.

           SELECT BCTL-OUT ASSIGN TO "../BATCH-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BCT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-HSG-IN.
       01  HSG-REC-IN.
           03  HSG-KEY.
               05  HSG-STUD-ID    PIC 9(6).
               05  HSG-SEM        PIC X(2).
               05  HSG-YR         PIC X(4).
           03  HSG-HALL           PIC X(6).
           03  HSG-ROOM           PIC X(5).
           03  HSG-BED            PIC X.
           03  HSG-MEAL           PIC X(4).
           03  HSG-STATUS         PIC X.
           03  HSG-DATE           PIC X(8).
           03  HSG-REL-DATE       PIC X(8).
           03  HSG-ROOM-BILLED    PIC 9(5)V99.
           03  HSG-MEAL-BILLED    PIC 9(5)V99.
           03  HSG-CREDITED       PIC 9(5)V99.
           03  HSG-USER           PIC X(20).

       FD  ISAM-BED-IN.
       01  BED-REC-IN.
           03  BED-KEY.
               05  BED-HALL       PIC X(6).
               05  BED-ROOM       PIC X(5).
               05  BED-BED        PIC X.
           03  BED-RATE           PIC X(4).
           03  BED-STATUS         PIC X.

       FD  ISAM-HAL-IN.
       01  HAL-REC-IN.
           03  HAL-KEY.
               05  HAL-HALL       PIC X(6).
           03  HAL-NAME           PIC X(30).
           03  HAL-GENDER         PIC X.

       FD  ISAM-STUD-IN.
       01  ISAM-REC-IN.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-SUTD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20)   VALUE SPACES.
           03  ISAM-STUD-HOLD      PIC X       VALUE 'N'.
           03  ISAM-STUD-STANDING  PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RES       PIC X       VALUE 'Y'.
           03  ISAM-STUD-GPA       PIC 9V99    VALUE ZEROS.
           03  ISAM-STUD-EARNED    PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-ATTEMPT   PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-PRIVACY   PIC X       VALUE 'N'.
           03  ISAM-STUD-CLASS     PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-SAP       PIC X       VALUE SPACE.
           03  ISAM-STUD-ENR-STAT  PIC X       VALUE 'A'.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  OCC-OUT.
       01  OCC-LINE-OUT           PIC X(80).

       FD  VAC-OUT.
       01  VAC-LINE-OUT           PIC X(80).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).

       FD  BCTL-OUT.
       01  BCTL-LINE-OUT.
           03  BCT-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-READ            PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-WRITTEN         PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-REJECTED        PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-AMOUNT          PIC 9(9)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-HSG-STAT             PIC XX      VALUE SPACES.
           03  WS-BED-STAT             PIC XX      VALUE SPACES.
           03  WS-HAL-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-OCC-STAT             PIC XX      VALUE SPACES.
           03  WS-VAC-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'HALL-OCCUPANCY'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  BED-EOF-FLAG            PIC X       VALUE SPACES.
               88 BED-EOF    VALUE '1'.
           03  HSG-EOF-FLAG            PIC X       VALUE SPACES.
               88 HSG-EOF    VALUE '1'.
           03  WS-PREV-HALL            PIC X(6)    VALUE SPACES.
           03  WS-OCCUPIED             PIC X       VALUE 'N'.
           03  WS-PCT                  PIC 9(3)V9  VALUE ZEROS.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

      *    one set of counters for the hall being walked and one for
      *    the whole campus
       01  WS-HALL-COUNTS.
           03  WS-H-BEDS           PIC 9(5)    VALUE ZEROS.
           03  WS-H-SERVICE        PIC 9(5)    VALUE ZEROS.
           03  WS-H-OCCUPIED       PIC 9(5)    VALUE ZEROS.
           03  WS-H-VACANT         PIC 9(5)    VALUE ZEROS.
       01  WS-GRAND-COUNTS.
           03  WS-G-BEDS           PIC 9(5)    VALUE ZEROS.
           03  WS-G-SERVICE        PIC 9(5)    VALUE ZEROS.
           03  WS-G-OCCUPIED       PIC 9(5)    VALUE ZEROS.
           03  WS-G-VACANT         PIC 9(5)    VALUE ZEROS.

       01  RPT-HEAD-1.
           03  RH-TITLE    PIC X(26).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HALL-HEAD.
           03  FILLER      PIC X(6)    VALUE 'HALL: '.
           03  RHH-HALL    PIC X(7).
           03  RHH-NAME    PIC X(31).
           03  RHH-GENDER  PIC X(12).

       01  RPT-OCC-COLS.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(9)    VALUE 'ROOM  BED'.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(31)   VALUE 'NAME'.
           03  FILLER      PIC X(4)    VALUE 'MEAL'.

       01  RPT-OCC-DETAIL.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RO-ROOM     PIC X(6).
           03  RO-BED      PIC X.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RO-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RO-NAME     PIC X(31).
           03  RO-MEAL     PIC X(4).

       01  RPT-VAC-COLS.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(9)    VALUE 'ROOM  BED'.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  FILLER      PIC X(4)    VALUE 'RATE'.

       01  RPT-VAC-DETAIL.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RV-ROOM     PIC X(6).
           03  RV-BED      PIC X.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RV-RATE     PIC X(4).

       01  RPT-COUNTS.
           03  RC-LABEL    PIC X(14).
           03  FILLER      PIC X(6)    VALUE 'BEDS: '.
           03  RC-BEDS     PIC ZZ,ZZ9.
           03  FILLER      PIC X(13)   VALUE '  IN SERVICE:'.
           03  RC-SERVICE  PIC ZZ,ZZ9.
           03  FILLER      PIC X(11)   VALUE '  OCCUPIED:'.
           03  RC-OCCUPIED PIC ZZ,ZZ9.
           03  FILLER      PIC X(9)    VALUE '  VACANT:'.
           03  RC-VACANT   PIC ZZ,ZZ9.

       01  RPT-PCT.
           03  FILLER      PIC X(14)   VALUE SPACES.
           03  FILLER      PIC X(11)   VALUE 'OCCUPANCY: '.
           03  RP-PCT      PIC ZZ9.9.
           03  FILLER      PIC X       VALUE '%'.

       01  RPT-VAC-TOTAL.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  FILLER      PIC X(13)   VALUE 'OPEN BEDS:   '.
           03  RVT-COUNT   PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "HALL-OCCUPANCY".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 24 VALUE "HALL OCCUPANCY AND VACANCY".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25            VALUE '             SEM/YR:'.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 12 COL 25 VALUE '    BEDS:'.
           03  LINE 12 COL 35 PIC 9(7) FROM WS-CTL-READ.
           03  LINE 13 COL 25 VALUE 'OCCUPIED:'.
           03  LINE 13 COL 35 PIC 9(7) FROM WS-CTL-WRITTEN.
           03  LINE 15 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
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

           PERFORM 200-RUN-REPORTS
           MOVE 'HALL-OCCUPANCY.RPT HALL-VACANCY.RPT' TO WS-MSG
           PERFORM 060-WRITE-CONTROL

           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    question from RUN-PARMS.TXT and never touches the keyboard
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
       060-WRITE-CONTROL.
      *    read counts the beds walked, written the beds occupied,
      *    rejected the beds out of service
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'HALL-OCCUPANCY' TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       200-RUN-REPORTS.
           OPEN INPUT ISAM-HSG-IN
           OPEN INPUT ISAM-BED-IN
           OPEN INPUT ISAM-HAL-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT OCC-OUT
           OPEN OUTPUT VAC-OUT

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           MOVE 'RESIDENCE HALL OCCUPANCY' TO RH-TITLE
           WRITE OCC-LINE-OUT FROM RPT-HEAD-1
           MOVE 'RESIDENCE HALL VACANCIES' TO RH-TITLE
           WRITE VAC-LINE-OUT FROM RPT-HEAD-1

           MOVE SPACES TO WS-PREV-HALL
           MOVE LOW-VALUES TO BED-KEY
           START ISAM-BED-IN KEY IS NOT LESS THAN BED-KEY
               INVALID KEY
                   MOVE 1 TO BED-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO BED-EOF-FLAG
           END-START
           PERFORM UNTIL BED-EOF
               READ ISAM-BED-IN NEXT RECORD
                   AT END
                       MOVE 1 TO BED-EOF-FLAG
                   NOT AT END
                       IF BED-HALL NOT EQUAL WS-PREV-HALL
                           IF WS-PREV-HALL NOT EQUAL SPACES
                               PERFORM 400-HALL-TOTALS
                           END-IF
                           PERFORM 300-HALL-HEADING
                       END-IF
                       PERFORM 250-TAKE-BED
               END-READ
           END-PERFORM
           IF WS-PREV-HALL NOT EQUAL SPACES
               PERFORM 400-HALL-TOTALS
           END-IF
           PERFORM 500-GRAND-TOTALS

           CLOSE ISAM-HSG-IN
           CLOSE ISAM-BED-IN
           CLOSE ISAM-HAL-IN
           CLOSE ISAM-STUD-IN
           CLOSE OCC-OUT
           CLOSE VAC-OUT.
      *-----------------------------------------------------------------
       250-TAKE-BED.
      *    a bed out of service counts toward the hall but is never
      *    offered as vacant
           ADD 1 TO WS-CTL-READ
           ADD 1 TO WS-H-BEDS
           PERFORM 260-FIND-OCCUPANT
           IF WS-OCCUPIED EQUAL 'Y'
               ADD 1 TO WS-CTL-WRITTEN
               ADD 1 TO WS-H-OCCUPIED
               MOVE HSG-STUD-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE SPACES TO ISAM-STUD-LNAME
                       MOVE SPACES TO ISAM-SUTD-FNAME
               END-READ
               MOVE BED-ROOM    TO RO-ROOM
               MOVE BED-BED     TO RO-BED
               MOVE HSG-STUD-ID TO RO-STUD-ID
               MOVE SPACES      TO RO-NAME
               STRING ISAM-STUD-LNAME DELIMITED BY '  '
                   ', ' ISAM-SUTD-FNAME DELIMITED BY SIZE
                   INTO RO-NAME
               MOVE HSG-MEAL    TO RO-MEAL
               WRITE OCC-LINE-OUT FROM RPT-OCC-DETAIL
           END-IF
           IF BED-STATUS EQUAL 'O'
               ADD 1 TO WS-CTL-REJECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-H-SERVICE
           IF WS-OCCUPIED EQUAL 'N'
               ADD 1 TO WS-H-VACANT
               MOVE BED-ROOM TO RV-ROOM
               MOVE BED-BED  TO RV-BED
               MOVE BED-RATE TO RV-RATE
               WRITE VAC-LINE-OUT FROM RPT-VAC-DETAIL
           END-IF.
      *-----------------------------------------------------------------
       260-FIND-OCCUPANT.
      *    every term's assignment to the bed shares the alternate key,
      *    so the run walks them for the one standing in this term
           MOVE 'N' TO WS-OCCUPIED
           MOVE BED-HALL TO HSG-HALL
           MOVE BED-ROOM TO HSG-ROOM
           MOVE BED-BED  TO HSG-BED
           START ISAM-HSG-IN KEY IS EQUAL TO HSG-BED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE SPACES TO HSG-EOF-FLAG
           PERFORM UNTIL HSG-EOF
               READ ISAM-HSG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO HSG-EOF-FLAG
                   NOT AT END
                       IF HSG-HALL NOT EQUAL BED-HALL
                           OR HSG-ROOM NOT EQUAL BED-ROOM
                           OR HSG-BED NOT EQUAL BED-BED
                           MOVE 1 TO HSG-EOF-FLAG
                       ELSE
                           IF HSG-SEM EQUAL WS-SEM
                               AND HSG-YR EQUAL WS-YR
                               AND HSG-STATUS EQUAL 'A'
                               MOVE 'Y' TO WS-OCCUPIED
                               MOVE 1 TO HSG-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-HALL-HEADING.
           MOVE BED-HALL TO WS-PREV-HALL
           INITIALIZE WS-HALL-COUNTS
           MOVE BED-HALL TO HAL-HALL
           READ ISAM-HAL-IN
               INVALID KEY
                   MOVE 'HALL NOT ON FILE' TO HAL-NAME
                   MOVE SPACE TO HAL-GENDER
           END-READ
           MOVE BED-HALL TO RHH-HALL
           MOVE HAL-NAME TO RHH-NAME
           EVALUATE HAL-GENDER
               WHEN 'M'
                   MOVE 'MEN ONLY'   TO RHH-GENDER
               WHEN 'F'
                   MOVE 'WOMEN ONLY' TO RHH-GENDER
               WHEN OTHER
                   MOVE 'COED'       TO RHH-GENDER
           END-EVALUATE
           MOVE SPACES TO OCC-LINE-OUT
           WRITE OCC-LINE-OUT
           WRITE OCC-LINE-OUT FROM RPT-HALL-HEAD
           WRITE OCC-LINE-OUT FROM RPT-OCC-COLS
           MOVE SPACES TO VAC-LINE-OUT
           WRITE VAC-LINE-OUT
           WRITE VAC-LINE-OUT FROM RPT-HALL-HEAD
           WRITE VAC-LINE-OUT FROM RPT-VAC-COLS.
      *-----------------------------------------------------------------
       400-HALL-TOTALS.
           MOVE 'HALL TOTAL'  TO RC-LABEL
           MOVE WS-H-BEDS     TO RC-BEDS
           MOVE WS-H-SERVICE  TO RC-SERVICE
           MOVE WS-H-OCCUPIED TO RC-OCCUPIED
           MOVE WS-H-VACANT   TO RC-VACANT
           WRITE OCC-LINE-OUT FROM RPT-COUNTS
           MOVE ZEROS TO WS-PCT
           IF WS-H-SERVICE GREATER THAN ZEROS
               COMPUTE WS-PCT ROUNDED =
                   WS-H-OCCUPIED * 100 / WS-H-SERVICE
           END-IF
           MOVE WS-PCT TO RP-PCT
           WRITE OCC-LINE-OUT FROM RPT-PCT
           MOVE WS-H-VACANT TO RVT-COUNT
           WRITE VAC-LINE-OUT FROM RPT-VAC-TOTAL
           ADD WS-H-BEDS     TO WS-G-BEDS
           ADD WS-H-SERVICE  TO WS-G-SERVICE
           ADD WS-H-OCCUPIED TO WS-G-OCCUPIED
           ADD WS-H-VACANT   TO WS-G-VACANT.
      *-----------------------------------------------------------------
       500-GRAND-TOTALS.
           MOVE SPACES TO OCC-LINE-OUT
           WRITE OCC-LINE-OUT
           MOVE 'ALL HALLS'   TO RC-LABEL
           MOVE WS-G-BEDS     TO RC-BEDS
           MOVE WS-G-SERVICE  TO RC-SERVICE
           MOVE WS-G-OCCUPIED TO RC-OCCUPIED
           MOVE WS-G-VACANT   TO RC-VACANT
           WRITE OCC-LINE-OUT FROM RPT-COUNTS
           MOVE ZEROS TO WS-PCT
           IF WS-G-SERVICE GREATER THAN ZEROS
               COMPUTE WS-PCT ROUNDED =
                   WS-G-OCCUPIED * 100 / WS-G-SERVICE
           END-IF
           MOVE WS-PCT TO RP-PCT
           WRITE OCC-LINE-OUT FROM RPT-PCT
           MOVE SPACES TO VAC-LINE-OUT
           WRITE VAC-LINE-OUT
           MOVE 'ALL HALLS' TO VAC-LINE-OUT
           WRITE VAC-LINE-OUT
           MOVE WS-G-VACANT TO RVT-COUNT
           WRITE VAC-LINE-OUT FROM RPT-VAC-TOTAL.
