      ******************************************************************
      *PROGRAM : EVAL-SUMMARY.CBL                                      *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Course evaluation summary for department chairs for a *
      *          SEM/YR off the results EVAL-LOAD put on EVAL-ISAM -   *
      *          each section's response rate against its              *
      *          ENROLLED-COUNT and mean score per question on the     *
      *          1 to 5 scale, grouped by instructor and compared to   *
      *          the department average of the section's SUBJ through  *
      *          the DEPT-ISAM owned-SUBJ lists as CHP-REPORT rolls    *
      *          them, then a department summary - a section with      *
      *          fewer respondents than the minimum (5 unless keyed)   *
      *          shows no results and stays out of the averages -      *
      *          prints EVAL-SUMMARY.RPT                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVAL-SUMMARY IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-EVL-IN ASSIGN TO "../EVAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVL-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-INSTRUC-IN ASSIGN TO
                              "../INSTRUCTOR-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS INS-KEY
                          FILE STATUS   IS WS-INS-STAT.

           SELECT OPTIONAL ISAM-DPT-IN ASSIGN TO "../DEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DPT-KEY
                               FILE STATUS   IS WS-DPT-STAT.

           SELECT REPORT-OUT ASSIGN TO "../EVAL-SUMMARY.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT SORT-WORK        ASSIGN TO "SORT-WORK.TXT".

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-EVL-IN.
       01  EVL-REC-IN.
           03  EVL-KEY.
               05  EVL-SEM         PIC X(2).
               05  EVL-YR          PIC X(4).
               05  EVL-CRN         PIC X(6).
               05  EVL-QNUM        PIC 9(2).
           03  EVL-COUNT           PIC 9(4) OCCURS 5 TIMES.
           03  EVL-TOTAL           PIC 9(5).
           03  EVL-LOAD-DATE       PIC X(8).

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ISAM-IN-KEY.
               05  YEAR            PIC XXXX.
               05  SEMESTER        PIC XX.
           03  CRN                 PIC X(6).
           03  SUBJ                PIC X(5).
           03  CRSE                PIC X(6).
           03  TIME-DAY            PIC X(20).
           03  BLDG                PIC X(7).
           03  ROOM                PIC X(6).
           03  INSTRUCTOR          PIC X(22).
           03  INSTRUC-ID          PIC 9(6)    VALUE ZEROS.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-INSTRUC-IN.
       01  INS-REC-IN.
           03  INS-KEY.
               05  INS-ID          PIC 9(6).
           03  FILLER              PIC X.
           03  INS-NAME            PIC X(22).
           03  INS-DEPT            PIC X(20)   VALUE SPACES.
           03  INS-OFFICE          PIC X(10)   VALUE SPACES.
           03  INS-PHONE           PIC X(10)   VALUE SPACES.
           03  INS-EMAIL           PIC X(30)   VALUE SPACES.

       FD  ISAM-DPT-IN.
       01  DPT-REC-IN.
           03  DPT-KEY.
               05  DPT-CODE       PIC X(4).
           03  DPT-NAME           PIC X(20).
           03  DPT-CHAIR-ID       PIC 9(6).
           03  DPT-SUBJ-LIST.
               05  DPT-SUBJ       PIC X(5) OCCURS 10 TIMES.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-INS-NAME       PIC X(22).
           03  SORT-INS-ID         PIC 9(6).
           03  SORT-CRN            PIC X(6).
           03  SORT-SUBJ           PIC X(5).
           03  SORT-CRSE           PIC X(6).
           03  SORT-DPT-IX         PIC 9(2).
           03  SORT-ENROLLED       PIC 9(4).
           03  SORT-RESPONDED      PIC 9(4).
           03  SORT-WITHHELD       PIC X.
           03  SORT-Q-ENTRY        OCCURS 20 TIMES.
               05  SORT-Q-SUM      PIC 9(6).
               05  SORT-Q-CNT      PIC 9(5).

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
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-INS-STAT             PIC XX      VALUE SPACES.
           03  WS-DPT-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'EVAL-SUMMARY'.
           03  WS-MIN-RESP             PIC 9(3)    VALUE 5.
           03  WS-DPT-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-DPT-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-DPT-FOUND            PIC 9(2)    VALUE ZEROS.
           03  WS-SL-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-Q-IX                 PIC 9(2)    VALUE ZEROS.
           03  WS-CT-IX                PIC 9       VALUE ZEROS.
           03  WS-CUR-CRN              PIC X(6)    VALUE SPACES.
           03  WS-CUR-INS-ID           PIC 9(6)    VALUE ZEROS.
           03  WS-FIRST-LINE           PIC X       VALUE 'Y'.
           03  WS-SECT-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-WITHHELD-COUNT       PIC 9(5)    VALUE ZEROS.
           03  WS-MEAN                 PIC 9V99    VALUE ZEROS.
           03  WS-DEPT-MEAN            PIC 9V99    VALUE ZEROS.
           03  WS-DIFF                 PIC S9V99   VALUE ZEROS.
           03  WS-RATE                 PIC 9(3)    VALUE ZEROS.
           03  EVL-EOF-FLAG            PIC X       VALUE SPACES.
               88 EVL-EOF    VALUE '1'.
           03  DPT-EOF-FLAG            PIC X       VALUE SPACES.
               88 DPT-EOF    VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.

      *    one section's results while its question rows are read
       01  WS-SECT-TOTALS.
           03  WS-SQ-ENTRY         OCCURS 20 TIMES.
               05  WS-SQ-SUM       PIC 9(6).
               05  WS-SQ-CNT       PIC 9(5).
           03  WS-SECT-RESPONDED   PIC 9(4)    VALUE ZEROS.

      *    one instructor's sections for the instructor total line
       01  WS-INS-TOTALS.
           03  WS-IT-SECTS         PIC 9(3)    VALUE ZEROS.
           03  WS-IT-ENROLLED      PIC 9(5)    VALUE ZEROS.
           03  WS-IT-RESPONDED     PIC 9(5)    VALUE ZEROS.

       01  WS-DPT-TABLE.
           03  WS-DT-ENTRY         OCCURS 21 TIMES.
               05  WS-DT-CODE      PIC X(4).
               05  WS-DT-NAME      PIC X(20).
               05  WS-DT-SECTS     PIC 9(4).
               05  WS-DT-WITHHELD  PIC 9(4).
               05  WS-DT-ENROLLED  PIC 9(6).
               05  WS-DT-RESPONDED PIC 9(6).
               05  WS-DT-Q-ENTRY   OCCURS 20 TIMES.
                   07  WS-DT-Q-SUM PIC 9(8).
                   07  WS-DT-Q-CNT PIC 9(7).
           03  WS-DT-SUBJS.
               05  WS-DT-SUBJ-ENTRY OCCURS 21 TIMES.
                   07  WS-DT-SUBJ  PIC X(5) OCCURS 10 TIMES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(33)
               VALUE 'COURSE EVALUATION SUMMARY        '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(37)
               VALUE 'RESULTS WITHHELD BELOW MINIMUM OF'.
           03  RH-MIN      PIC ZZ9.
           03  FILLER      PIC X(10)   VALUE ' RESPONSES'.

       01  RPT-SECTION-HEAD.
           03  RS-TEXT     PIC X(40).

       01  RPT-INS-LINE.
           03  FILLER      PIC X(12)   VALUE 'INSTRUCTOR: '.
           03  RI-ID       PIC 9(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RI-NAME     PIC X(22).

       01  RPT-SECT-LINE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RL-CRN      PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RL-SUBJ     PIC X(5).
           03  RL-CRSE     PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RL-DEPT     PIC X(4).
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  FILLER      PIC X(9)    VALUE 'ENROLLED '.
           03  RL-ENROLLED PIC ZZZ9.
           03  FILLER      PIC X(11)   VALUE '  RESPONSES'.
           03  RL-RESP     PIC ZZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RL-RATE     PIC ZZ9.
           03  FILLER      PIC X       VALUE '%'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RL-NOTE     PIC X(16).

       01  RPT-Q-HEAD.
           03  FILLER      PIC X(8)    VALUE SPACES.
           03  FILLER      PIC X(40)
               VALUE 'QUESTION   MEAN  DEPT AVG   DIFF'.

       01  RPT-Q-LINE.
           03  FILLER      PIC X(11)   VALUE SPACES.
           03  RQ-QNUM     PIC 99.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RQ-MEAN     PIC 9.99.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RQ-DEPT     PIC 9.99.
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RQ-DIFF     PIC +9.99.

       01  RPT-INS-TOTAL.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(13)   VALUE 'INSTR TOTAL  '.
           03  RT-SECTS    PIC ZZ9.
           03  FILLER      PIC X(13)   VALUE ' SECTION(S)  '.
           03  FILLER      PIC X(9)    VALUE 'ENROLLED '.
           03  RT-ENROLLED PIC ZZZZ9.
           03  FILLER      PIC X(11)   VALUE '  RESPONSES'.
           03  RT-RESP     PIC ZZZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-RATE     PIC ZZ9.
           03  FILLER      PIC X       VALUE '%'.

       01  RPT-DEPT-LINE.
           03  RD-CODE     PIC X(4).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-NAME     PIC X(20).
           03  FILLER      PIC X(7)    VALUE ' SECTS '.
           03  RD-SECTS    PIC ZZZ9.
           03  FILLER      PIC X(10)   VALUE '  WITHHELD'.
           03  RD-WITHHELD PIC ZZZ9.
           03  FILLER      PIC X(6)    VALUE '  RESP'.
           03  RD-RESP     PIC ZZZZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RATE     PIC ZZ9.
           03  FILLER      PIC X       VALUE '%'.

       01  RPT-DEPT-Q-LINE.
           03  FILLER      PIC X(11)   VALUE SPACES.
           03  RE-QNUM     PIC 99.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RE-MEAN     PIC 9.99.
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RE-CNT      PIC ZZZZZZ9.
           03  FILLER      PIC X(10)   VALUE ' RESPONSES'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "EVAL-SUMMARY".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 24 VALUE "COURSE EVALUATION SUMMARY".

       01  SCRN-SEM-REQ.
           03  LINE 08 COL 30                       VALUE 'SEM/YR:'.
           03  LINE 08 COL 38 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 08 COL 40 VALUE '/'.
           03  LINE 08 COL 41 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 09 COL 19 VALUE 'MINIMUM RESPONSES:'.
           03  LINE 09 COL 38 PIC 9(3) USING WS-MIN-RESP AUTO.
           03  LINE 12 COL 25 PIC X(40) FROM WS-MSG.

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
           IF WS-MIN-RESP EQUAL ZEROS
               MOVE 1 TO WS-MIN-RESP
           END-IF

           OPEN INPUT ISAM-EVL-IN
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-INSTRUC-IN
           OPEN INPUT ISAM-DPT-IN
           OPEN OUTPUT REPORT-OUT

           PERFORM 100-LOAD-DEPTS

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE WS-MIN-RESP  TO RH-MIN
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'RESULTS BY INSTRUCTOR' TO RS-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-SECTION-HEAD

      *    the department averages are complete once the input side
      *    of the sort has seen every section, so each instructor's
      *    section can be set against them as it prints
           SORT SORT-WORK
               ON ASCENDING KEY SORT-INS-NAME SORT-INS-ID SORT-CRN
               INPUT  PROCEDURE 200-SELECT-SECTIONS
               OUTPUT PROCEDURE 400-PRINT-INSTRUCTORS

           PERFORM 500-WRITE-DEPT-SUMMARY

           CLOSE ISAM-EVL-IN
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-INSTRUC-IN
           CLOSE ISAM-DPT-IN
           CLOSE REPORT-OUT

           MOVE 'EVAL-SUMMARY.RPT WRITTEN' TO WS-MSG
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
      *    - started from a menu the screens work as always - the
      *    minimum response count rides in the extra parameter
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
                               IF PRM-EXTRA (1:3) NUMERIC
                                   MOVE PRM-EXTRA (1:3) TO WS-MIN-RESP
                               END-IF
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       100-LOAD-DEPTS.
      *    the department master is small - the codes, names and owned
      *    SUBJ lists load once, slot 21 is the catch-all for any SUBJ
      *    no department claims
           MOVE ZEROS TO WS-DPT-CNT
           MOVE LOW-VALUES TO DPT-KEY
           START ISAM-DPT-IN KEY IS NOT LESS THAN DPT-KEY
               INVALID KEY
                   MOVE 1 TO DPT-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DPT-EOF-FLAG
           END-START
           PERFORM UNTIL DPT-EOF
               READ ISAM-DPT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO DPT-EOF-FLAG
                   NOT AT END
                       IF WS-DPT-CNT LESS THAN 20
                           ADD 1 TO WS-DPT-CNT
                           PERFORM 110-CLEAR-DEPT
                           MOVE DPT-CODE TO WS-DT-CODE (WS-DPT-CNT)
                           MOVE DPT-NAME TO WS-DT-NAME (WS-DPT-CNT)
                           MOVE DPT-SUBJ-LIST
                               TO WS-DT-SUBJ-ENTRY (WS-DPT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-DPT-CNT
           PERFORM 110-CLEAR-DEPT
           MOVE 'OTHR'       TO WS-DT-CODE (WS-DPT-CNT)
           MOVE 'UNASSIGNED' TO WS-DT-NAME (WS-DPT-CNT)
           MOVE SPACES TO WS-DT-SUBJ-ENTRY (WS-DPT-CNT).
      *-----------------------------------------------------------------
       110-CLEAR-DEPT.
           MOVE ZEROS TO WS-DT-SECTS     (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-WITHHELD  (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-ENROLLED  (WS-DPT-CNT)
           MOVE ZEROS TO WS-DT-RESPONDED (WS-DPT-CNT)
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX GREATER THAN 20
               MOVE ZEROS TO WS-DT-Q-SUM (WS-DPT-CNT WS-Q-IX)
               MOVE ZEROS TO WS-DT-Q-CNT (WS-DPT-CNT WS-Q-IX)
           END-PERFORM.
      *-----------------------------------------------------------------
       200-SELECT-SECTIONS.
      *    the term's question rows arrive in CRN order - a change of
      *    CRN closes out the section before it
           MOVE SPACES TO WS-CUR-CRN
           MOVE WS-SEM     TO EVL-SEM
           MOVE WS-YR      TO EVL-YR
           MOVE LOW-VALUES TO EVL-CRN
           MOVE ZEROS      TO EVL-QNUM
           START ISAM-EVL-IN KEY IS NOT LESS THAN EVL-KEY
               INVALID KEY
                   MOVE 1 TO EVL-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EVL-EOF-FLAG
           END-START
           PERFORM UNTIL EVL-EOF
               READ ISAM-EVL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EVL-EOF-FLAG
                   NOT AT END
                       IF EVL-SEM NOT EQUAL WS-SEM
                           OR EVL-YR NOT EQUAL WS-YR
                           MOVE 1 TO EVL-EOF-FLAG
                       ELSE
                           IF EVL-CRN NOT EQUAL WS-CUR-CRN
                               PERFORM 220-CLOSE-SECTION
                               MOVE EVL-CRN TO WS-CUR-CRN
                               PERFORM 210-CLEAR-SECTION
                           END-IF
                           PERFORM 230-ADD-QUESTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 220-CLOSE-SECTION.
      *-----------------------------------------------------------------
       210-CLEAR-SECTION.
           MOVE ZEROS TO WS-SECT-RESPONDED
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX GREATER THAN 20
               MOVE ZEROS TO WS-SQ-SUM (WS-Q-IX)
               MOVE ZEROS TO WS-SQ-CNT (WS-Q-IX)
           END-PERFORM.
      *-----------------------------------------------------------------
       220-CLOSE-SECTION.
      *    a section's respondents are the most answers any one
      *    question drew, since a student may skip a question
           IF WS-CUR-CRN EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YR      TO YEAR
           MOVE WS-SEM     TO SEMESTER
           MOVE WS-CUR-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM 300-FIND-DEPT
           ADD 1 TO WS-SECT-COUNT

           MOVE INSTRUC-ID     TO SORT-INS-ID
           MOVE INSTRUCTOR     TO SORT-INS-NAME
           MOVE INSTRUC-ID     TO INS-ID
           READ ISAM-INSTRUC-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INS-NAME TO SORT-INS-NAME
           END-READ
           MOVE CRN            TO SORT-CRN
           MOVE SUBJ           TO SORT-SUBJ
           MOVE CRSE           TO SORT-CRSE
           MOVE WS-DPT-FOUND   TO SORT-DPT-IX
           MOVE ENROLLED-COUNT TO SORT-ENROLLED
           MOVE WS-SECT-RESPONDED TO SORT-RESPONDED
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX GREATER THAN 20
               MOVE WS-SQ-SUM (WS-Q-IX) TO SORT-Q-SUM (WS-Q-IX)
               MOVE WS-SQ-CNT (WS-Q-IX) TO SORT-Q-CNT (WS-Q-IX)
           END-PERFORM

           IF WS-SECT-RESPONDED LESS THAN WS-MIN-RESP
               MOVE 'Y' TO SORT-WITHHELD
               ADD 1 TO WS-WITHHELD-COUNT
               ADD 1 TO WS-DT-WITHHELD (WS-DPT-FOUND)
           ELSE
               MOVE 'N' TO SORT-WITHHELD
               ADD 1 TO WS-DT-SECTS (WS-DPT-FOUND)
               ADD ENROLLED-COUNT TO WS-DT-ENROLLED (WS-DPT-FOUND)
               ADD WS-SECT-RESPONDED
                   TO WS-DT-RESPONDED (WS-DPT-FOUND)
               PERFORM VARYING WS-Q-IX FROM 1 BY 1
                   UNTIL WS-Q-IX GREATER THAN 20
                   ADD WS-SQ-SUM (WS-Q-IX)
                       TO WS-DT-Q-SUM (WS-DPT-FOUND WS-Q-IX)
                   ADD WS-SQ-CNT (WS-Q-IX)
                       TO WS-DT-Q-CNT (WS-DPT-FOUND WS-Q-IX)
               END-PERFORM
           END-IF
           RELEASE SORT-REC.
      *-----------------------------------------------------------------
       230-ADD-QUESTION.
           MOVE EVL-QNUM TO WS-Q-IX
           IF WS-Q-IX EQUAL ZEROS OR WS-Q-IX GREATER THAN 20
               EXIT PARAGRAPH
           END-IF
           MOVE EVL-TOTAL TO WS-SQ-CNT (WS-Q-IX)
           MOVE ZEROS TO WS-SQ-SUM (WS-Q-IX)
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX GREATER THAN 5
               COMPUTE WS-SQ-SUM (WS-Q-IX) = WS-SQ-SUM (WS-Q-IX)
                   + (EVL-COUNT (WS-CT-IX) * WS-CT-IX)
           END-PERFORM
           IF EVL-TOTAL GREATER THAN WS-SECT-RESPONDED
               MOVE EVL-TOTAL TO WS-SECT-RESPONDED
           END-IF.
      *-----------------------------------------------------------------
       300-FIND-DEPT.
           MOVE ZEROS TO WS-DPT-FOUND
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX GREATER THAN WS-DPT-CNT
               OR WS-DPT-FOUND GREATER THAN ZEROS
               PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX GREATER THAN 10
                   IF WS-DT-SUBJ (WS-DPT-IX WS-SL-IX) EQUAL SUBJ
                       AND SUBJ NOT EQUAL SPACES
                       MOVE WS-DPT-IX TO WS-DPT-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DPT-FOUND EQUAL ZEROS
               MOVE WS-DPT-CNT TO WS-DPT-FOUND
           END-IF.
      *-----------------------------------------------------------------
       400-PRINT-INSTRUCTORS.
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 410-PRINT-ONE-SECTION
               END-RETURN
           END-PERFORM
           IF WS-FIRST-LINE EQUAL 'N'
               PERFORM 430-PRINT-INS-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       410-PRINT-ONE-SECTION.
           IF WS-FIRST-LINE EQUAL 'Y'
               OR SORT-INS-ID NOT EQUAL WS-CUR-INS-ID
               IF WS-FIRST-LINE EQUAL 'N'
                   PERFORM 430-PRINT-INS-TOTAL
               END-IF
               MOVE SORT-INS-ID TO WS-CUR-INS-ID
               MOVE 'N' TO WS-FIRST-LINE
               MOVE ZEROS TO WS-IT-SECTS
               MOVE ZEROS TO WS-IT-ENROLLED
               MOVE ZEROS TO WS-IT-RESPONDED
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               MOVE SORT-INS-ID   TO RI-ID
               MOVE SORT-INS-NAME TO RI-NAME
               WRITE REPORT-LINE-OUT FROM RPT-INS-LINE
           END-IF

           MOVE SORT-CRN      TO RL-CRN
           MOVE SORT-SUBJ     TO RL-SUBJ
           MOVE SORT-CRSE     TO RL-CRSE
           MOVE WS-DT-CODE (SORT-DPT-IX) TO RL-DEPT
           MOVE SORT-ENROLLED TO RL-ENROLLED
           MOVE SORT-RESPONDED TO RL-RESP
           MOVE ZEROS TO WS-RATE
           IF SORT-ENROLLED GREATER THAN ZEROS
               COMPUTE WS-RATE ROUNDED =
                   SORT-RESPONDED * 100 / SORT-ENROLLED
           END-IF
           MOVE WS-RATE TO RL-RATE
           IF SORT-WITHHELD EQUAL 'Y'
               MOVE 'RESULTS WITHHELD' TO RL-NOTE
               WRITE REPORT-LINE-OUT FROM RPT-SECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RL-NOTE
           WRITE REPORT-LINE-OUT FROM RPT-SECT-LINE
           ADD 1              TO WS-IT-SECTS
           ADD SORT-ENROLLED  TO WS-IT-ENROLLED
           ADD SORT-RESPONDED TO WS-IT-RESPONDED

           WRITE REPORT-LINE-OUT FROM RPT-Q-HEAD
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX GREATER THAN 20
               IF SORT-Q-CNT (WS-Q-IX) GREATER THAN ZEROS
                   PERFORM 420-PRINT-ONE-QUESTION
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       420-PRINT-ONE-QUESTION.
           COMPUTE WS-MEAN ROUNDED =
               SORT-Q-SUM (WS-Q-IX) / SORT-Q-CNT (WS-Q-IX)
           MOVE ZEROS TO WS-DEPT-MEAN
           IF WS-DT-Q-CNT (SORT-DPT-IX WS-Q-IX) GREATER THAN ZEROS
               COMPUTE WS-DEPT-MEAN ROUNDED =
                   WS-DT-Q-SUM (SORT-DPT-IX WS-Q-IX)
                   / WS-DT-Q-CNT (SORT-DPT-IX WS-Q-IX)
           END-IF
           COMPUTE WS-DIFF = WS-MEAN - WS-DEPT-MEAN
           MOVE WS-Q-IX      TO RQ-QNUM
           MOVE WS-MEAN      TO RQ-MEAN
           MOVE WS-DEPT-MEAN TO RQ-DEPT
           MOVE WS-DIFF      TO RQ-DIFF
           WRITE REPORT-LINE-OUT FROM RPT-Q-LINE.
      *-----------------------------------------------------------------
       430-PRINT-INS-TOTAL.
           MOVE WS-IT-SECTS     TO RT-SECTS
           MOVE WS-IT-ENROLLED  TO RT-ENROLLED
           MOVE WS-IT-RESPONDED TO RT-RESP
           MOVE ZEROS TO WS-RATE
           IF WS-IT-ENROLLED GREATER THAN ZEROS
               COMPUTE WS-RATE ROUNDED =
                   WS-IT-RESPONDED * 100 / WS-IT-ENROLLED
           END-IF
           MOVE WS-RATE TO RT-RATE
           WRITE REPORT-LINE-OUT FROM RPT-INS-TOTAL.
      *-----------------------------------------------------------------
       500-WRITE-DEPT-SUMMARY.
      *    department figures count only the sections whose results
      *    could be shown
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'RESULTS BY DEPARTMENT' TO RS-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-SECTION-HEAD
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX GREATER THAN WS-DPT-CNT
               IF WS-DT-SECTS (WS-DPT-IX) GREATER THAN ZEROS
                   OR WS-DT-WITHHELD (WS-DPT-IX) GREATER THAN ZEROS
                   PERFORM 510-WRITE-ONE-DEPT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       510-WRITE-ONE-DEPT.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-DT-CODE      (WS-DPT-IX) TO RD-CODE
           MOVE WS-DT-NAME      (WS-DPT-IX) TO RD-NAME
           MOVE WS-DT-SECTS     (WS-DPT-IX) TO RD-SECTS
           MOVE WS-DT-WITHHELD  (WS-DPT-IX) TO RD-WITHHELD
           MOVE WS-DT-RESPONDED (WS-DPT-IX) TO RD-RESP
           MOVE ZEROS TO WS-RATE
           IF WS-DT-ENROLLED (WS-DPT-IX) GREATER THAN ZEROS
               COMPUTE WS-RATE ROUNDED =
                   WS-DT-RESPONDED (WS-DPT-IX) * 100
                   / WS-DT-ENROLLED (WS-DPT-IX)
           END-IF
           MOVE WS-RATE TO RD-RATE
           WRITE REPORT-LINE-OUT FROM RPT-DEPT-LINE
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX GREATER THAN 20
               IF WS-DT-Q-CNT (WS-DPT-IX WS-Q-IX) GREATER THAN ZEROS
                   COMPUTE WS-MEAN ROUNDED =
                       WS-DT-Q-SUM (WS-DPT-IX WS-Q-IX)
                       / WS-DT-Q-CNT (WS-DPT-IX WS-Q-IX)
                   MOVE WS-Q-IX TO RE-QNUM
                   MOVE WS-MEAN TO RE-MEAN
                   MOVE WS-DT-Q-CNT (WS-DPT-IX WS-Q-IX) TO RE-CNT
                   WRITE REPORT-LINE-OUT FROM RPT-DEPT-Q-LINE
               END-IF
           END-PERFORM.
