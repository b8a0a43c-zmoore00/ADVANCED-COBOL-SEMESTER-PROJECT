      ******************************************************************
      *PROGRAM : JOB-SCHED.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Nightly job scheduler - run ahead of BATCH-DRIVER, it *
      *          reads the job calendar in JOB-CALENDAR.TXT, where     *
      *          each program is tied to a trigger (every night, a     *
      *          weekday, a named SEMESTER-MASTER or PART-TERM-ISAM    *
      *          date, or a CALENDAR-ISAM day type, each with an       *
      *          optional offset in days) and writes that night's      *
      *          RUN-CONTROL.TXT and RUN-PARMS.TXT - an unfinished     *
      *          night in RUN-STATUS.TXT is left alone for the driver  *
      *          to resume - JOB-LOOKAHEAD.RPT shows which jobs fire   *
      *          on each of the next fourteen nights                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SCHED IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCAL-IN ASSIGN TO "../JOB-CALENDAR.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-JCL-STAT.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                   "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-PRT-IN ASSIGN TO
                               "../PART-TERM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PRT-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-CAL-IN ASSIGN TO "../CALENDAR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CAL-KEY
                               FILE STATUS   IS WS-CAL-STAT.

           SELECT CONTROL-OUT ASSIGN TO "../RUN-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CTL-STAT.

           SELECT STATUS-IN ASSIGN TO "../RUN-STATUS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-STS-STAT.

           SELECT PARM-IO ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.

           SELECT REPORT-OUT ASSIGN TO "../JOB-LOOKAHEAD.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *    one job per line - seq, program, trigger (NITE, WEEK, TERM,
      *    PART or DAYT), what it keys on (weekday MON-SUN, term date
      *    REGOPEN REGCLOSE DROPDL WDDL TERMBEG TERMEND IMMDL GRADEDL,
      *    part date START END DROPDL WDDL, or a day type C/H/B/E),
      *    the part code (blank for any part), a signed offset in days
      *    after the date, then the run parms the step is to be given
      *    - a line whose seq is not numeric is a comment
       FD  JOBCAL-IN.
       01  JOBCAL-LINE-IN.
           03  JCL-SEQ             PIC X(2).
           03  FILLER              PIC X.
           03  JCL-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  JCL-TRIGGER         PIC X(4).
           03  FILLER              PIC X.
           03  JCL-WHEN            PIC X(8).
           03  FILLER              PIC X.
           03  JCL-PART            PIC X(2).
           03  FILLER              PIC X.
           03  JCL-OFF-SIGN        PIC X.
           03  JCL-OFF-DAYS        PIC X(3).
           03  FILLER              PIC X.
           03  JCL-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  JCL-YR              PIC X(4).
           03  FILLER              PIC X.
           03  JCL-EXTRA           PIC X(20).

       FD  ISAM-SEM-IN.
       01  SEM-REC-IN.
           03  ISAM-SEM-KEY.
               05  ISAM-SEM-SEM PIC X(2).
               05  ISAM-SEM-YR  PIC X(4).
           03  ISAM-SEM-OPEN-FLAG PIC X.
           03  ISAM-SEM-REG-OPEN  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-REG-CLOSE PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.

       FD  ISAM-PRT-IN.
       01  PRT-REC-IN.
           03  PRT-KEY.
               05  PRT-SEM        PIC X(2).
               05  PRT-YR         PIC X(4).
               05  PRT-CODE       PIC X(2).
           03  PRT-START          PIC X(8).
           03  PRT-END            PIC X(8).
           03  PRT-DROP-DL        PIC X(8).
           03  PRT-WD-DL          PIC X(8).

       FD  ISAM-CAL-IN.
       01  CAL-REC-IN.
           03  CAL-KEY.
               05  CAL-SEM        PIC X(2).
               05  CAL-YR         PIC X(4).
               05  CAL-DATE       PIC X(8).
           03  CAL-DAY-TYPE       PIC X.
           03  CAL-DESC           PIC X(20).

       FD  CONTROL-OUT.
       01  CONTROL-LINE-OUT.
           03  CTL-SEQ             PIC 9(2).
           03  FILLER              PIC X.
           03  CTL-PROGRAM         PIC X(20).

       FD  STATUS-IN.
       01  STATUS-LINE-IN          PIC X(53).

       FD  PARM-IO.
       01  PARM-LINE-IO.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).
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
           03  WS-JCL-STAT             PIC XX      VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-CAL-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-STAT             PIC XX      VALUE SPACES.
           03  WS-STS-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'JOB-SCHED'.
           03  WS-PENDING              PIC X       VALUE 'N'.
           03  WS-FIRES                PIC X       VALUE 'N'.
           03  WS-DUP                  PIC X       VALUE 'N'.
           03  WS-JOB-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-JOB-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-TERM-CNT             PIC 9(2)    VALUE ZEROS.
           03  WS-TERM-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-CUR-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-HIT-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-PART-CNT             PIC 9(3)    VALUE ZEROS.
           03  WS-PART-IX              PIC 9(3)    VALUE ZEROS.
           03  WS-FIRE-CNT             PIC 9(2)    VALUE ZEROS.
           03  WS-FIRE-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-INS-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-OVER-CNT             PIC 9(2)    VALUE ZEROS.
           03  WS-OVER-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-NIGHT-IX             PIC 9(2)    VALUE ZEROS.
           03  WS-DOW                  PIC 9       VALUE ZEROS.
           03  WS-OFFSET               PIC S9(3)   VALUE ZEROS.
           03  WS-NIGHT-INT            PIC 9(7)    VALUE ZEROS.
           03  WS-TARGET-INT           PIC 9(7)    VALUE ZEROS.
           03  WS-FIRST-INT            PIC 9(7)    VALUE ZEROS.
           03  WS-TERM-DATE            PIC X(8)    VALUE SPACES.
           03  WS-STEPS-OUT            PIC 9(2)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       01  WS-NIGHT-DATE               PIC 9(8)    VALUE ZEROS.
       01  WS-NIGHT-X REDEFINES WS-NIGHT-DATE.
           03  WS-NIGHT-YYYY           PIC X(4).
           03  WS-NIGHT-MM             PIC X(2).
           03  WS-NIGHT-DD             PIC X(2).
       01  WS-TARGET-DATE              PIC 9(8)    VALUE ZEROS.
       01  WS-TARGET-X REDEFINES WS-TARGET-DATE
                                       PIC X(8).
       01  WS-REQ-DATE                 PIC X(8)    VALUE SPACES.

       01  WS-DAY-NAMES                PIC X(21)
                                   VALUE 'MONTUEWEDTHUFRISATSUN'.

       01  WS-JOB-TABLE.
           03  WS-JOB-ENTRY        OCCURS 60 TIMES.
               05  WS-JB-SEQ       PIC 9(2).
               05  WS-JB-PROGRAM   PIC X(20).
               05  WS-JB-TRIGGER   PIC X(4).
               05  WS-JB-WHEN      PIC X(8).
               05  WS-JB-PART      PIC X(2).
               05  WS-JB-OFF-SIGN  PIC X.
               05  WS-JB-OFF-DAYS  PIC 9(3).
               05  WS-JB-SEM       PIC X(2).
               05  WS-JB-YR        PIC X(4).
               05  WS-JB-EXTRA     PIC X(20).

       01  WS-TERM-TABLE.
           03  WS-TERM-ENTRY       OCCURS 40 TIMES.
               05  WS-TM-SEM       PIC X(2).
               05  WS-TM-YR        PIC X(4).
               05  WS-TM-REG-OPEN  PIC X(8).
               05  WS-TM-REG-CLOSE PIC X(8).
               05  WS-TM-DROP-DL   PIC X(8).
               05  WS-TM-WD-DL     PIC X(8).
               05  WS-TM-TERM-END  PIC X(8).
               05  WS-TM-IMM-DL    PIC X(8).
               05  WS-TM-TERM-BEG  PIC X(8).
               05  WS-TM-GRADE-DL  PIC X(8).

       01  WS-PART-TABLE.
           03  WS-PART-ENTRY       OCCURS 200 TIMES.
               05  WS-PT-SEM       PIC X(2).
               05  WS-PT-YR        PIC X(4).
               05  WS-PT-CODE      PIC X(2).
               05  WS-PT-START     PIC X(8).
               05  WS-PT-END       PIC X(8).
               05  WS-PT-DROP-DL   PIC X(8).
               05  WS-PT-WD-DL     PIC X(8).

      *    the steps that fire on the night being looked at, kept in
      *    calendar sequence - the driver takes twenty at most
       01  WS-FIRE-TABLE.
           03  WS-FIRE-ENTRY       OCCURS 20 TIMES.
               05  WS-FR-JOB-IX    PIC 9(2).
               05  WS-FR-SEQ       PIC 9(2).
               05  WS-FR-SEM       PIC X(2).
               05  WS-FR-YR        PIC X(4).
      *    steps that fired after the table was full - the driver
      *    never sees them, so the lookahead names them for the night
       01  WS-OVER-TABLE.
           03  WS-OVER-JOB-IX      PIC 9(2)    OCCURS 60 TIMES.
       01  WS-FIRE-HOLD.
           03  WS-FH-JOB-IX        PIC 9(2).
           03  WS-FH-SEQ           PIC 9(2).
           03  WS-FH-SEM           PIC X(2).
           03  WS-FH-YR            PIC X(4).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(31)
                           VALUE 'NIGHTLY JOB LOOKAHEAD FROM     '.
           03  RH-FROM     PIC X(10).
           03  FILLER      PIC X(6)    VALUE SPACES.
           03  FILLER      PIC X(8)    VALUE 'PRINTED '.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(12)   VALUE 'NIGHT'.
           03  FILLER      PIC X(5)    VALUE 'DAY'.
           03  FILLER      PIC X(4)    VALUE 'SEQ'.
           03  FILLER      PIC X(21)   VALUE 'PROGRAM'.
           03  FILLER      PIC X(22)   VALUE 'TRIGGER'.
           03  FILLER      PIC X(7)    VALUE 'TERM'.

       01  RPT-DETAIL.
           03  RD-NIGHT    PIC X(10).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-DAY      PIC X(3).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-SEQ      PIC X(2).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-PROGRAM  PIC X(20).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-TRIGGER  PIC X(4).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-WHEN     PIC X(8).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-PART     PIC X(2).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-OFFSET   PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-YR       PIC X(4).

       01  RPT-NOTE        PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "JOB-SCHED".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 28 VALUE "NIGHTLY JOB SCHEDULER".

       01  SCRN-NIGHT-REQ.
           03  LINE 10 COL 20 VALUE 'NIGHT OF (YYYYMMDD, BLANK=TODAY):'.
           03  LINE 10 COL 54 PIC X(8)  TO WS-REQ-DATE AUTO.

       01  SCRN-MSG.
           03  LINE 12 COL 20 PIC X(40) FROM WS-MSG.

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
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-NIGHT-REQ
               ACCEPT  SCRN-NIGHT-REQ
           END-IF
           IF WS-REQ-DATE IS NUMERIC
               MOVE WS-REQ-DATE TO WS-NIGHT-DATE
           ELSE
               MOVE WS-DATE TO WS-NIGHT-DATE
           END-IF

           OPEN INPUT JOBCAL-IN
           IF WS-JCL-STAT NOT EQUAL '00'
               MOVE 'JOB-CALENDAR.TXT NOT FOUND' TO WS-MSG
           ELSE
               PERFORM 100-LOAD-JOBS
               CLOSE JOBCAL-IN
               PERFORM 110-LOAD-TERMS
               PERFORM 120-LOAD-PARTS
               OPEN INPUT ISAM-CAL-IN
               PERFORM 150-CHECK-PENDING
               COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE)
               MOVE WS-FIRST-INT TO WS-NIGHT-INT
               PERFORM 300-EVALUATE-NIGHT
               IF WS-PENDING EQUAL 'Y'
                   MOVE 'PRIOR NIGHT UNFINISHED - CONTROL KEPT'
                       TO WS-MSG
               ELSE
                   PERFORM 400-WRITE-RUN-FILES
                   STRING WS-STEPS-OUT ' STEP(S) SCHEDULED FOR '
                          WS-NIGHT-MM '/' WS-NIGHT-DD '/'
                          WS-NIGHT-YYYY
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
               PERFORM 500-PRINT-LOOKAHEAD
               CLOSE ISAM-CAL-IN
           END-IF

           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    unattended, the night defaults to today - the extra field
      *    of the scheduler's own parm line may name another night
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARM-IO
           IF WS-PRM-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ PARM-IO
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           IF PRM-PROGRAM EQUAL WS-OWN-NAME
                               MOVE PRM-EXTRA (1:8) TO WS-REQ-DATE
                               MOVE 1 TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IO
           END-IF.
      *-----------------------------------------------------------------
       100-LOAD-JOBS.
           MOVE ZEROS TO WS-JOB-CNT
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ JOBCAL-IN
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF JCL-SEQ IS NUMERIC
                           AND JCL-PROGRAM NOT EQUAL SPACES
                           AND WS-JOB-CNT LESS THAN 60
                           ADD 1 TO WS-JOB-CNT
                           PERFORM 105-STORE-JOB
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       105-STORE-JOB.
           MOVE JCL-SEQ      TO WS-JB-SEQ (WS-JOB-CNT)
           MOVE JCL-PROGRAM  TO WS-JB-PROGRAM (WS-JOB-CNT)
           MOVE FUNCTION UPPER-CASE (JCL-TRIGGER)
               TO WS-JB-TRIGGER (WS-JOB-CNT)
           MOVE FUNCTION UPPER-CASE (JCL-WHEN)
               TO WS-JB-WHEN (WS-JOB-CNT)
           MOVE JCL-PART     TO WS-JB-PART (WS-JOB-CNT)
           MOVE JCL-OFF-SIGN TO WS-JB-OFF-SIGN (WS-JOB-CNT)
           IF JCL-OFF-DAYS IS NUMERIC
               MOVE JCL-OFF-DAYS TO WS-JB-OFF-DAYS (WS-JOB-CNT)
           ELSE
               MOVE ZEROS TO WS-JB-OFF-DAYS (WS-JOB-CNT)
           END-IF
           MOVE JCL-SEM      TO WS-JB-SEM (WS-JOB-CNT)
           MOVE JCL-YR       TO WS-JB-YR (WS-JOB-CNT)
           MOVE JCL-EXTRA    TO WS-JB-EXTRA (WS-JOB-CNT).
      *-----------------------------------------------------------------
       110-LOAD-TERMS.
           MOVE ZEROS TO WS-TERM-CNT
           OPEN INPUT ISAM-SEM-IN
           MOVE LOW-VALUES TO ISAM-SEM-KEY
           START ISAM-SEM-IN KEY IS NOT LESS THAN ISAM-SEM-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-SEM-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF WS-TERM-CNT LESS THAN 40
                           ADD 1 TO WS-TERM-CNT
                           MOVE ISAM-SEM-SEM
                               TO WS-TM-SEM (WS-TERM-CNT)
                           MOVE ISAM-SEM-YR
                               TO WS-TM-YR (WS-TERM-CNT)
                           MOVE ISAM-SEM-REG-OPEN
                               TO WS-TM-REG-OPEN (WS-TERM-CNT)
                           MOVE ISAM-SEM-REG-CLOSE
                               TO WS-TM-REG-CLOSE (WS-TERM-CNT)
                           MOVE ISAM-SEM-DROP-DL
                               TO WS-TM-DROP-DL (WS-TERM-CNT)
                           MOVE ISAM-SEM-WD-DL
                               TO WS-TM-WD-DL (WS-TERM-CNT)
                           MOVE ISAM-SEM-TERM-END
                               TO WS-TM-TERM-END (WS-TERM-CNT)
                           MOVE ISAM-SEM-IMM-DL
                               TO WS-TM-IMM-DL (WS-TERM-CNT)
                           MOVE ISAM-SEM-TERM-BEG
                               TO WS-TM-TERM-BEG (WS-TERM-CNT)
                           MOVE ISAM-SEM-GRADE-DL
                               TO WS-TM-GRADE-DL (WS-TERM-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-SEM-IN.
      *-----------------------------------------------------------------
       120-LOAD-PARTS.
           MOVE ZEROS TO WS-PART-CNT
           OPEN INPUT ISAM-PRT-IN
           MOVE LOW-VALUES TO PRT-KEY
           START ISAM-PRT-IN KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-PRT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF WS-PART-CNT LESS THAN 200
                           ADD 1 TO WS-PART-CNT
                           MOVE PRT-SEM  TO WS-PT-SEM (WS-PART-CNT)
                           MOVE PRT-YR   TO WS-PT-YR (WS-PART-CNT)
                           MOVE PRT-CODE TO WS-PT-CODE (WS-PART-CNT)
                           MOVE PRT-START
                               TO WS-PT-START (WS-PART-CNT)
                           MOVE PRT-END  TO WS-PT-END (WS-PART-CNT)
                           MOVE PRT-DROP-DL
                               TO WS-PT-DROP-DL (WS-PART-CNT)
                           MOVE PRT-WD-DL
                               TO WS-PT-WD-DL (WS-PART-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-PRT-IN.
      *-----------------------------------------------------------------
       150-CHECK-PENDING.
      *    BATCH-DRIVER empties its status file after a clean night -
      *    anything still in it is a night the rerun has to finish,
      *    so the control and parm files must stay as they are
           MOVE 'N' TO WS-PENDING
           OPEN INPUT STATUS-IN
           IF WS-STS-STAT EQUAL '00'
               READ STATUS-IN
                   NOT AT END
                       MOVE 'Y' TO WS-PENDING
               END-READ
               CLOSE STATUS-IN
           END-IF.
      *-----------------------------------------------------------------
       300-EVALUATE-NIGHT.
      *    builds the fire table for the night in WS-NIGHT-INT
           MOVE ZEROS TO WS-FIRE-CNT
           MOVE ZEROS TO WS-OVER-CNT
           MOVE FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
               TO WS-NIGHT-DATE
           PERFORM 310-FIND-CURRENT-TERM
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX GREATER THAN WS-JOB-CNT
               PERFORM 320-TEST-JOB
               IF WS-FIRES EQUAL 'Y'
                   PERFORM 350-ADD-FIRE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       310-FIND-CURRENT-TERM.
      *    nightly and weekly steps run for the term in session - the
      *    term whose classes span the night, else the one whose
      *    registration has opened and has not yet ended
           MOVE ZEROS TO WS-CUR-IX
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX GREATER THAN WS-TERM-CNT
               OR WS-CUR-IX GREATER THAN ZEROS
               IF WS-TM-TERM-BEG (WS-TERM-IX) NOT EQUAL SPACES
                   AND WS-TM-TERM-BEG (WS-TERM-IX)
                       NOT GREATER THAN WS-NIGHT-X
                   AND WS-TM-TERM-END (WS-TERM-IX)
                       NOT LESS THAN WS-NIGHT-X
                   MOVE WS-TERM-IX TO WS-CUR-IX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX GREATER THAN WS-TERM-CNT
               OR WS-CUR-IX GREATER THAN ZEROS
               IF WS-TM-REG-OPEN (WS-TERM-IX) NOT EQUAL SPACES
                   AND WS-TM-REG-OPEN (WS-TERM-IX)
                       NOT GREATER THAN WS-NIGHT-X
                   AND WS-TM-TERM-END (WS-TERM-IX)
                       NOT LESS THAN WS-NIGHT-X
                   MOVE WS-TERM-IX TO WS-CUR-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       320-TEST-JOB.
      *    an offset of +3 fires three nights after the named date and
      *    -3 three nights before it, so the date tested is the night
      *    less the offset
           MOVE 'N' TO WS-FIRES
           MOVE ZEROS TO WS-HIT-IX
           IF WS-JB-OFF-SIGN (WS-JOB-IX) EQUAL '-'
               COMPUTE WS-OFFSET = 0 - WS-JB-OFF-DAYS (WS-JOB-IX)
           ELSE
               MOVE WS-JB-OFF-DAYS (WS-JOB-IX) TO WS-OFFSET
           END-IF
           COMPUTE WS-TARGET-INT = WS-NIGHT-INT - WS-OFFSET
           MOVE FUNCTION DATE-OF-INTEGER (WS-TARGET-INT)
               TO WS-TARGET-DATE
           COMPUTE WS-DOW = FUNCTION MOD (WS-TARGET-INT - 1, 7) + 1

           EVALUATE WS-JB-TRIGGER (WS-JOB-IX)
               WHEN 'NITE'
                   MOVE 'Y' TO WS-FIRES
                   MOVE WS-CUR-IX TO WS-HIT-IX
               WHEN 'WEEK'
                   IF WS-DAY-NAMES ((WS-DOW - 1) * 3 + 1:3)
                       EQUAL WS-JB-WHEN (WS-JOB-IX) (1:3)
                       MOVE 'Y' TO WS-FIRES
                       MOVE WS-CUR-IX TO WS-HIT-IX
                   END-IF
               WHEN 'TERM'
                   PERFORM 330-TEST-TERM-DATES
               WHEN 'PART'
                   PERFORM 335-TEST-PART-DATES
               WHEN 'DAYT'
                   PERFORM 340-TEST-DAY-TYPE
           END-EVALUATE.
      *-----------------------------------------------------------------
       330-TEST-TERM-DATES.
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX GREATER THAN WS-TERM-CNT
               OR WS-FIRES EQUAL 'Y'
               IF WS-JB-SEM (WS-JOB-IX) EQUAL SPACES
                   OR (WS-JB-SEM (WS-JOB-IX)
                       EQUAL WS-TM-SEM (WS-TERM-IX)
                   AND WS-JB-YR (WS-JOB-IX)
                       EQUAL WS-TM-YR (WS-TERM-IX))
                   EVALUATE WS-JB-WHEN (WS-JOB-IX)
                       WHEN 'REGOPEN'
                           MOVE WS-TM-REG-OPEN (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN 'REGCLOSE'
                           MOVE WS-TM-REG-CLOSE (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN 'DROPDL'
                           MOVE WS-TM-DROP-DL (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN 'WDDL'
                           MOVE WS-TM-WD-DL (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN 'TERMBEG'
                           MOVE WS-TM-TERM-BEG (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN 'TERMEND'
                           MOVE WS-TM-TERM-END (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN 'IMMDL'
                           MOVE WS-TM-IMM-DL (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN 'GRADEDL'
                           MOVE WS-TM-GRADE-DL (WS-TERM-IX)
                               TO WS-TERM-DATE
                       WHEN OTHER
                           MOVE SPACES TO WS-TERM-DATE
                   END-EVALUATE
                   IF WS-TERM-DATE EQUAL WS-TARGET-X
                       MOVE 'Y' TO WS-FIRES
                       MOVE WS-TERM-IX TO WS-HIT-IX
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       335-TEST-PART-DATES.
      *    a blank part code on the job line matches every part
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX GREATER THAN WS-PART-CNT
               OR WS-FIRES EQUAL 'Y'
               IF (WS-JB-SEM (WS-JOB-IX) EQUAL SPACES
                   OR (WS-JB-SEM (WS-JOB-IX)
                       EQUAL WS-PT-SEM (WS-PART-IX)
                   AND WS-JB-YR (WS-JOB-IX)
                       EQUAL WS-PT-YR (WS-PART-IX)))
                   AND (WS-JB-PART (WS-JOB-IX) EQUAL SPACES
                   OR WS-JB-PART (WS-JOB-IX)
                       EQUAL WS-PT-CODE (WS-PART-IX))
                   EVALUATE WS-JB-WHEN (WS-JOB-IX)
                       WHEN 'START'
                           MOVE WS-PT-START (WS-PART-IX)
                               TO WS-TERM-DATE
                       WHEN 'END'
                           MOVE WS-PT-END (WS-PART-IX)
                               TO WS-TERM-DATE
                       WHEN 'DROPDL'
                           MOVE WS-PT-DROP-DL (WS-PART-IX)
                               TO WS-TERM-DATE
                       WHEN 'WDDL'
                           MOVE WS-PT-WD-DL (WS-PART-IX)
                               TO WS-TERM-DATE
                       WHEN OTHER
                           MOVE SPACES TO WS-TERM-DATE
                   END-EVALUATE
                   IF WS-TERM-DATE EQUAL WS-TARGET-X
                       MOVE 'Y' TO WS-FIRES
                       PERFORM 337-FIND-PART-TERM
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       337-FIND-PART-TERM.
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX GREATER THAN WS-TERM-CNT
               OR WS-HIT-IX GREATER THAN ZEROS
               IF WS-TM-SEM (WS-TERM-IX) EQUAL WS-PT-SEM (WS-PART-IX)
                   AND WS-TM-YR (WS-TERM-IX) EQUAL WS-PT-YR (WS-PART-IX)
                   MOVE WS-TERM-IX TO WS-HIT-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       340-TEST-DAY-TYPE.
      *    the calendar is keyed by term, so each term is asked in
      *    turn whether the date is on its calendar as that day type
           PERFORM VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX GREATER THAN WS-TERM-CNT
               OR WS-FIRES EQUAL 'Y'
               IF WS-JB-SEM (WS-JOB-IX) EQUAL SPACES
                   OR (WS-JB-SEM (WS-JOB-IX)
                       EQUAL WS-TM-SEM (WS-TERM-IX)
                   AND WS-JB-YR (WS-JOB-IX)
                       EQUAL WS-TM-YR (WS-TERM-IX))
                   MOVE WS-TM-SEM (WS-TERM-IX) TO CAL-SEM
                   MOVE WS-TM-YR (WS-TERM-IX)  TO CAL-YR
                   MOVE WS-TARGET-X            TO CAL-DATE
                   READ ISAM-CAL-IN
                       NOT INVALID KEY
                           IF CAL-DAY-TYPE EQUAL
                               WS-JB-WHEN (WS-JOB-IX) (1:1)
                               MOVE 'Y' TO WS-FIRES
                               MOVE WS-TERM-IX TO WS-HIT-IX
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       350-ADD-FIRE.
      *    a program runs once a night however many of its lines fire
      *    - the first line in sequence wins - and the table is kept
      *    in calendar sequence by sliding later entries down
           MOVE 'N' TO WS-DUP
           PERFORM VARYING WS-FIRE-IX FROM 1 BY 1
               UNTIL WS-FIRE-IX GREATER THAN WS-FIRE-CNT
               IF WS-JB-PROGRAM (WS-FR-JOB-IX (WS-FIRE-IX))
                   EQUAL WS-JB-PROGRAM (WS-JOB-IX)
                   MOVE 'Y' TO WS-DUP
               END-IF
           END-PERFORM
           IF WS-DUP EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FIRE-CNT NOT LESS THAN 20
               PERFORM 355-NOTE-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JOB-IX TO WS-FH-JOB-IX
           MOVE WS-JB-SEQ (WS-JOB-IX) TO WS-FH-SEQ
           IF WS-JB-SEM (WS-JOB-IX) NOT EQUAL SPACES
               MOVE WS-JB-SEM (WS-JOB-IX) TO WS-FH-SEM
               MOVE WS-JB-YR (WS-JOB-IX)  TO WS-FH-YR
           ELSE
               IF WS-HIT-IX GREATER THAN ZEROS
                   MOVE WS-TM-SEM (WS-HIT-IX) TO WS-FH-SEM
                   MOVE WS-TM-YR (WS-HIT-IX)  TO WS-FH-YR
               ELSE
                   MOVE SPACES TO WS-FH-SEM
                   MOVE SPACES TO WS-FH-YR
               END-IF
           END-IF

           ADD 1 TO WS-FIRE-CNT
           MOVE WS-FIRE-CNT TO WS-INS-IX
           PERFORM UNTIL WS-INS-IX EQUAL 1
               OR WS-FR-SEQ (WS-INS-IX - 1) NOT GREATER THAN WS-FH-SEQ
               MOVE WS-FIRE-ENTRY (WS-INS-IX - 1)
                   TO WS-FIRE-ENTRY (WS-INS-IX)
               SUBTRACT 1 FROM WS-INS-IX
           END-PERFORM
           MOVE WS-FIRE-HOLD TO WS-FIRE-ENTRY (WS-INS-IX).
      *-----------------------------------------------------------------
       355-NOTE-OVERFLOW.
      *    a program left off the night is listed once, however many
      *    of its lines fire
           PERFORM VARYING WS-OVER-IX FROM 1 BY 1
               UNTIL WS-OVER-IX GREATER THAN WS-OVER-CNT
               IF WS-JB-PROGRAM (WS-OVER-JOB-IX (WS-OVER-IX))
                   EQUAL WS-JB-PROGRAM (WS-JOB-IX)
                   MOVE 'Y' TO WS-DUP
               END-IF
           END-PERFORM
           IF WS-DUP EQUAL 'N'
               ADD 1 TO WS-OVER-CNT
               MOVE WS-JOB-IX TO WS-OVER-JOB-IX (WS-OVER-CNT)
           END-IF.
      *-----------------------------------------------------------------
       400-WRITE-RUN-FILES.
      *    the control file takes the steps in sequence and the parm
      *    file gets one line per step - the sem/yr is the term whose
      *    date fired the step, or the term in session
           MOVE ZEROS TO WS-STEPS-OUT
           OPEN OUTPUT CONTROL-OUT
           OPEN OUTPUT PARM-IO
           PERFORM VARYING WS-FIRE-IX FROM 1 BY 1
               UNTIL WS-FIRE-IX GREATER THAN WS-FIRE-CNT
               MOVE WS-FR-JOB-IX (WS-FIRE-IX) TO WS-JOB-IX
               MOVE SPACES TO CONTROL-LINE-OUT
               MOVE WS-FR-SEQ (WS-FIRE-IX)    TO CTL-SEQ
               MOVE WS-JB-PROGRAM (WS-JOB-IX) TO CTL-PROGRAM
               WRITE CONTROL-LINE-OUT
               MOVE SPACES TO PARM-LINE-IO
               MOVE WS-JB-PROGRAM (WS-JOB-IX) TO PRM-PROGRAM
               MOVE WS-FR-SEM (WS-FIRE-IX)    TO PRM-SEM
               MOVE WS-FR-YR (WS-FIRE-IX)     TO PRM-YR
               MOVE WS-JB-EXTRA (WS-JOB-IX)   TO PRM-EXTRA
               WRITE PARM-LINE-IO
               ADD 1 TO WS-STEPS-OUT
           END-PERFORM
           CLOSE CONTROL-OUT
           CLOSE PARM-IO.
      *-----------------------------------------------------------------
       500-PRINT-LOOKAHEAD.
           OPEN OUTPUT REPORT-OUT
           MOVE WS-FIRST-INT TO WS-NIGHT-INT
           MOVE FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT)
               TO WS-NIGHT-DATE
           MOVE SPACES TO RH-FROM
           STRING WS-NIGHT-MM '/' WS-NIGHT-DD '/' WS-NIGHT-YYYY
               DELIMITED BY SIZE INTO RH-FROM
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           IF WS-PENDING EQUAL 'Y'
               MOVE 'RUN-CONTROL.TXT NOT REPLACED - PRIOR NIGHT UNFINISH
      -             'ED' TO RPT-NOTE
               WRITE REPORT-LINE-OUT FROM RPT-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
               UNTIL WS-NIGHT-IX GREATER THAN 14
               COMPUTE WS-NIGHT-INT = WS-FIRST-INT + WS-NIGHT-IX - 1
               PERFORM 300-EVALUATE-NIGHT
               PERFORM 510-PRINT-NIGHT
           END-PERFORM
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       510-PRINT-NIGHT.
           MOVE SPACES TO RPT-DETAIL
           STRING WS-NIGHT-MM '/' WS-NIGHT-DD '/' WS-NIGHT-YYYY
               DELIMITED BY SIZE INTO RD-NIGHT
           COMPUTE WS-DOW = FUNCTION MOD (WS-NIGHT-INT - 1, 7) + 1
           MOVE WS-DAY-NAMES ((WS-DOW - 1) * 3 + 1:3) TO RD-DAY
           IF WS-FIRE-CNT EQUAL ZEROS
               MOVE '--'           TO RD-SEQ
               MOVE 'NO JOBS'      TO RD-PROGRAM
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           END-IF
           PERFORM VARYING WS-FIRE-IX FROM 1 BY 1
               UNTIL WS-FIRE-IX GREATER THAN WS-FIRE-CNT
               MOVE WS-FR-JOB-IX (WS-FIRE-IX) TO WS-JOB-IX
               MOVE WS-FR-SEQ (WS-FIRE-IX)      TO RD-SEQ
               MOVE WS-JB-PROGRAM (WS-JOB-IX)   TO RD-PROGRAM
               MOVE WS-JB-TRIGGER (WS-JOB-IX)   TO RD-TRIGGER
               MOVE WS-JB-WHEN (WS-JOB-IX)      TO RD-WHEN
               MOVE WS-JB-PART (WS-JOB-IX)      TO RD-PART
               MOVE SPACES TO RD-OFFSET
               IF WS-JB-OFF-DAYS (WS-JOB-IX) GREATER THAN ZEROS
                   STRING WS-JB-OFF-SIGN (WS-JOB-IX)
                          WS-JB-OFF-DAYS (WS-JOB-IX)
                       DELIMITED BY SIZE INTO RD-OFFSET
               END-IF
               MOVE WS-FR-SEM (WS-FIRE-IX)      TO RD-SEM
               MOVE WS-FR-YR (WS-FIRE-IX)       TO RD-YR
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL
               MOVE SPACES TO RD-NIGHT
               MOVE SPACES TO RD-DAY
           END-PERFORM
      *    steps past the driver's twenty print under the night so the
      *    calendar can be thinned before they are missed
           PERFORM VARYING WS-OVER-IX FROM 1 BY 1
               UNTIL WS-OVER-IX GREATER THAN WS-OVER-CNT
               MOVE WS-OVER-JOB-IX (WS-OVER-IX) TO WS-JOB-IX
               MOVE SPACES TO RPT-NOTE
               STRING '                 '
                      WS-JB-SEQ (WS-JOB-IX)
                      '  '
                      WS-JB-PROGRAM (WS-JOB-IX)
                      ' NOT RUN - OVER 20 STEPS'
                   DELIMITED BY SIZE INTO RPT-NOTE
               WRITE REPORT-LINE-OUT FROM RPT-NOTE
           END-PERFORM.
