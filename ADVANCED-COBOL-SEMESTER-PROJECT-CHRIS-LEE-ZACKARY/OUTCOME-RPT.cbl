      ******************************************************************
      *PROGRAM : OUTCOME-RPT.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Learning outcome roll-up for accreditation - for up   *
      *          to four SEM/YR terms side by side, the percent of     *
      *          assessed students meeting the target off              *
      *          OUTCOME-RESULT-ISAM, first by course and outcome      *
      *          with a course total, then by department through the   *
      *          DEPT-ISAM owned-SUBJ lists as EVAL-SUMMARY rolls      *
      *          them, then by major through the program goal each     *
      *          outcome is mapped to on OUTCOME-ISAM - a term with    *
      *          nothing assessed shows a dash - prints                *
      *          OUTCOME-RPT.RPT                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCOME-RPT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-ORS-IN ASSIGN TO
                              "../OUTCOME-RESULT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ORS-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-OUT-IN ASSIGN TO
                              "../OUTCOME-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS OUT-KEY
                               FILE STATUS   IS WS-OUT-STAT.

           SELECT ISAM-COURSE-IN ASSIGN TO "../COURSE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-CRSE-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-MAJ-IN ASSIGN TO "../MAJOR-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJ-CODE
                               FILE STATUS   IS WS-MAJ-STAT.

           SELECT OPTIONAL ISAM-DPT-IN ASSIGN TO "../DEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DPT-KEY
                               FILE STATUS   IS WS-DPT-STAT.

           SELECT REPORT-OUT ASSIGN TO "../OUTCOME-RPT.RPT"
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
       FD  ISAM-ORS-IN.
       01  ORS-REC-IN.
           03  ORS-KEY.
               05  ORS-SEM        PIC X(2).
               05  ORS-YR         PIC X(4).
               05  ORS-CRN        PIC X(6).
               05  ORS-NUM        PIC 9(2).
           03  ORS-SUBJ           PIC X(5).
           03  ORS-CRSE           PIC X(6).
           03  ORS-ASSESSED       PIC 9(4).
           03  ORS-MET            PIC 9(4).
           03  ORS-ENROLLED       PIC 9(4).
           03  ORS-USER           PIC X(20).
           03  ORS-DATE           PIC X(8).

       FD  ISAM-OUT-IN.
       01  OUT-REC-IN.
           03  OUT-KEY.
               05  OUT-SUBJ       PIC X(5).
               05  OUT-CRSE       PIC X(6).
               05  OUT-NUM        PIC 9(2).
           03  OUT-DATA.
               05  OUT-TEXT       PIC X(60).
               05  OUT-TARGET     PIC X(40).
               05  OUT-GOAL-MAJOR PIC X(6).
               05  OUT-GOAL-NO    PIC X(2).

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-CRSE-KEY.
               10  ISAM-IO-SUBJ PIC X(5).
               10  ISAM-IO-CRSE PIC X(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-TITLE     PIC X(30).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(27)            VALUE SPACE.

       FD  ISAM-MAJ-IN.
       01  MAJ-REC-IN.
           03  MAJ-CODE            PIC X(6).
           03  MAJ-TITLE           PIC X(30).
           03  MAJ-DEPT            PIC X(20).

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
           03  SORT-SUBJ           PIC X(5).
           03  SORT-CRSE           PIC X(6).
           03  SORT-NUM            PIC 9(2).
           03  SORT-TERM-IX        PIC 9.
           03  SORT-ASSESSED       PIC 9(4).
           03  SORT-MET            PIC 9(4).

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
           03  WS-OUT-STAT             PIC XX      VALUE SPACES.
           03  WS-MAJ-STAT             PIC XX      VALUE SPACES.
           03  WS-DPT-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'OUTCOME-RPT'.
           03  WS-TM-IX                PIC 9       VALUE ZEROS.
           03  WS-DPT-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-DPT-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-DPT-FOUND            PIC 9(2)    VALUE ZEROS.
           03  WS-SL-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-MJ-CNT               PIC 9(3)    VALUE ZEROS.
           03  WS-MJ-IX                PIC 9(3)    VALUE ZEROS.
           03  WS-MJ-POS               PIC 9(3)    VALUE ZEROS.
           03  WS-MJ-FULL              PIC X       VALUE 'N'.
           03  WS-FIRST-LINE           PIC X       VALUE 'Y'.
           03  WS-RATE                 PIC 9(3)    VALUE ZEROS.
           03  WS-CUR-SUBJ             PIC X(5)    VALUE SPACES.
           03  WS-CUR-CRSE             PIC X(6)    VALUE SPACES.
           03  WS-CUR-NUM              PIC 9(2)    VALUE ZEROS.
           03  WS-CUR-MAJOR            PIC X(6)    VALUE SPACES.
           03  ORS-EOF-FLAG            PIC X       VALUE SPACES.
               88 ORS-EOF    VALUE '1'.
           03  DPT-EOF-FLAG            PIC X       VALUE SPACES.
               88 DPT-EOF    VALUE '1'.
           03  SORT-EOF-FLAG           PIC X       VALUE SPACES.
               88 SORT-EOF   VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

      *    the terms set side by side - a blank SEM leaves its column
      *    empty
       01  WS-TERM-TABLE.
           03  WS-TM-ENTRY         OCCURS 4 TIMES.
               05  WS-TM-SEM       PIC X(2).
               05  WS-TM-YR        PIC X(4).

      *    one term's counts for each of the four columns - the same
      *    shape serves the outcome, course, department and major
      *    lines and is what 600-FORMAT-CELLS prints from
       01  WS-OUT-TOTALS.
           03  WS-OT-TERM          OCCURS 4 TIMES.
               05  WS-OT-ASSESSED  PIC 9(6).
               05  WS-OT-MET       PIC 9(6).

       01  WS-CRS-TOTALS.
           03  WS-CT-TERM          OCCURS 4 TIMES.
               05  WS-CT-ASSESSED  PIC 9(6).
               05  WS-CT-MET       PIC 9(6).

       01  WS-GRAND-TOTALS.
           03  WS-GT-TERM          OCCURS 4 TIMES.
               05  WS-GT-ASSESSED  PIC 9(6).
               05  WS-GT-MET       PIC 9(6).

       01  WS-FMT-TOTALS.
           03  WS-FT-TERM          OCCURS 4 TIMES.
               05  WS-FT-ASSESSED  PIC 9(6).
               05  WS-FT-MET       PIC 9(6).

       01  WS-DPT-TABLE.
           03  WS-DT-ENTRY         OCCURS 21 TIMES.
               05  WS-DT-CODE      PIC X(4).
               05  WS-DT-NAME      PIC X(20).
               05  WS-DT-TOTALS.
                   07  WS-DT-TERM  OCCURS 4 TIMES.
                       09  WS-DT-ASSESSED PIC 9(6).
                       09  WS-DT-MET      PIC 9(6).
           03  WS-DT-SUBJS.
               05  WS-DT-SUBJ-ENTRY OCCURS 21 TIMES.
                   07  WS-DT-SUBJ  PIC X(5) OCCURS 10 TIMES.

      *    one entry per major and program goal, kept in key order as
      *    entries are added so the major section prints straight off
      *    the table
       01  WS-MAJ-TABLE.
           03  WS-MJ-ENTRY         OCCURS 100 TIMES.
               05  WS-MJ-KEY.
                   07  WS-MJ-CODE  PIC X(6).
                   07  WS-MJ-GOAL  PIC X(2).
               05  WS-MJ-TOTALS.
                   07  WS-MJ-TERM  OCCURS 4 TIMES.
                       09  WS-MJ-ASSESSED PIC 9(6).
                       09  WS-MJ-MET      PIC 9(6).

       01  WS-NEW-MJ-KEY.
           03  WS-NEW-MJ-CODE      PIC X(6).
           03  WS-NEW-MJ-GOAL      PIC X(2).

       01  WS-CELL.
           03  FILLER              PIC X       VALUE SPACE.
           03  WC-PCT              PIC ZZ9.
           03  FILLER              PIC X(4)    VALUE '% N='.
           03  WC-ASSESSED         PIC ZZZZ9.
       01  WS-CELL-NONE            PIC X(13)   VALUE '            -'.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(33)
               VALUE 'LEARNING OUTCOME ROLL-UP         '.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(40)
               VALUE 'PERCENT MEETING TARGET (N = STUDENTS'.
           03  FILLER      PIC X(10)   VALUE 'ASSESSED)'.

       01  RPT-SECTION-HEAD.
           03  RS-TEXT     PIC X(40).

       01  RPT-TERM-HEAD.
           03  FILLER      PIC X(28)   VALUE SPACES.
           03  RT-COL      OCCURS 4 TIMES.
               05  FILLER  PIC X(6).
               05  RT-SEM  PIC X(2).
               05  RT-SLASH PIC X.
               05  RT-YR   PIC X(4).

       01  RPT-COURSE-LINE.
           03  RC-SUBJ     PIC X(5).
           03  RC-CRSE     PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RC-TITLE    PIC X(30).

       01  RPT-MAJOR-LINE.
           03  RM-CODE     PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RM-TITLE    PIC X(30).

       01  RPT-DETAIL.
           03  RD-PREFIX   PIC X(28).
           03  RD-CELL     PIC X(13) OCCURS 4 TIMES.

       01  WS-PFX-OUTCOME.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  PO-NUM      PIC 99.
           03  FILLER      PIC X       VALUE SPACE.
           03  PO-TEXT     PIC X(22).
           03  FILLER      PIC X       VALUE SPACE.

       01  WS-PFX-DEPT.
           03  PD-CODE     PIC X(4).
           03  FILLER      PIC X       VALUE SPACE.
           03  PD-NAME     PIC X(20).
           03  FILLER      PIC X(3)    VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "OUTCOME-RPT".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 25 VALUE "LEARNING OUTCOME ROLL-UP".

       01  SCRN-SEM-REQ.
           03  LINE 07 COL 22 VALUE 'TERMS SIDE BY SIDE (SEM/YR)'.
           03  LINE 08 COL 28 VALUE '1:'.
           03  LINE 08 COL 31 PIC X(2) TO WS-TM-SEM (1) AUTO.
           03  LINE 08 COL 33 VALUE '/'.
           03  LINE 08 COL 34 PIC X(4) TO WS-TM-YR  (1) AUTO.
           03  LINE 09 COL 28 VALUE '2:'.
           03  LINE 09 COL 31 PIC X(2) TO WS-TM-SEM (2) AUTO.
           03  LINE 09 COL 33 VALUE '/'.
           03  LINE 09 COL 34 PIC X(4) TO WS-TM-YR  (2) AUTO.
           03  LINE 10 COL 28 VALUE '3:'.
           03  LINE 10 COL 31 PIC X(2) TO WS-TM-SEM (3) AUTO.
           03  LINE 10 COL 33 VALUE '/'.
           03  LINE 10 COL 34 PIC X(4) TO WS-TM-YR  (3) AUTO.
           03  LINE 11 COL 28 VALUE '4:'.
           03  LINE 11 COL 31 PIC X(2) TO WS-TM-SEM (4) AUTO.
           03  LINE 11 COL 33 VALUE '/'.
           03  LINE 11 COL 34 PIC X(4) TO WS-TM-YR  (4) AUTO.
           03  LINE 13 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY
           MOVE SPACES TO WS-TERM-TABLE

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN INPUT ISAM-ORS-IN
           OPEN INPUT ISAM-OUT-IN
           OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-MAJ-IN
           OPEN INPUT ISAM-DPT-IN
           OPEN OUTPUT REPORT-OUT

           PERFORM 100-LOAD-DEPTS
           MOVE ZEROS TO WS-MJ-CNT
           MOVE ZEROS TO WS-GRAND-TOTALS

           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX GREATER THAN 4
               MOVE SPACES TO RT-COL (WS-TM-IX)
               IF WS-TM-SEM (WS-TM-IX) NOT EQUAL SPACES
                   MOVE WS-TM-SEM (WS-TM-IX) TO RT-SEM (WS-TM-IX)
                   MOVE '/'                  TO RT-SLASH (WS-TM-IX)
                   MOVE WS-TM-YR (WS-TM-IX)  TO RT-YR (WS-TM-IX)
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'RESULTS BY COURSE AND OUTCOME' TO RS-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-SECTION-HEAD
           WRITE REPORT-LINE-OUT FROM RPT-TERM-HEAD

      *    the department and major totals fill in on the input side
      *    of the sort, so they are complete by the time the course
      *    section has printed
           SORT SORT-WORK
               ON ASCENDING KEY SORT-SUBJ SORT-CRSE SORT-NUM
                                SORT-TERM-IX
               INPUT  PROCEDURE 200-SELECT-RESULTS
               OUTPUT PROCEDURE 400-PRINT-COURSES

           PERFORM 500-PRINT-DEPTS
           PERFORM 550-PRINT-MAJORS

           CLOSE ISAM-ORS-IN
           CLOSE ISAM-OUT-IN
           CLOSE ISAM-COURSE-IN
           CLOSE ISAM-MAJ-IN
           CLOSE ISAM-DPT-IN
           CLOSE REPORT-OUT

           MOVE 'OUTCOME-RPT.RPT WRITTEN' TO WS-MSG
           IF WS-MJ-FULL EQUAL 'Y'
               MOVE 'RPT WRITTEN - MAJOR TABLE FULL' TO WS-MSG
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
      *    - started from a menu the screens work as always - the
      *    SEM/YR on the line is the first column and the extra
      *    parameter carries up to three more as SSYYYY
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
                               MOVE PRM-SEM TO WS-TM-SEM (1)
                               MOVE PRM-YR  TO WS-TM-YR  (1)
                               MOVE PRM-EXTRA (1:18)
                                   TO WS-TERM-TABLE (7:18)
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
                           MOVE ZEROS TO WS-DT-TOTALS (WS-DPT-CNT)
                           MOVE DPT-CODE TO WS-DT-CODE (WS-DPT-CNT)
                           MOVE DPT-NAME TO WS-DT-NAME (WS-DPT-CNT)
                           MOVE DPT-SUBJ-LIST
                               TO WS-DT-SUBJ-ENTRY (WS-DPT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-DPT-CNT
           MOVE ZEROS TO WS-DT-TOTALS (WS-DPT-CNT)
           MOVE 'OTHR'       TO WS-DT-CODE (WS-DPT-CNT)
           MOVE 'UNASSIGNED' TO WS-DT-NAME (WS-DPT-CNT)
           MOVE SPACES TO WS-DT-SUBJ-ENTRY (WS-DPT-CNT).
      *-----------------------------------------------------------------
       200-SELECT-RESULTS.
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX GREATER THAN 4
               IF WS-TM-SEM (WS-TM-IX) NOT EQUAL SPACES
                   PERFORM 210-SELECT-ONE-TERM
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       210-SELECT-ONE-TERM.
           MOVE WS-TM-SEM (WS-TM-IX) TO ORS-SEM
           MOVE WS-TM-YR (WS-TM-IX)  TO ORS-YR
           MOVE LOW-VALUES           TO ORS-CRN
           MOVE ZEROS                TO ORS-NUM
           START ISAM-ORS-IN KEY IS NOT LESS THAN ORS-KEY
               INVALID KEY
                   MOVE 1 TO ORS-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ORS-EOF-FLAG
           END-START
           PERFORM UNTIL ORS-EOF
               READ ISAM-ORS-IN NEXT RECORD
                   AT END
                       MOVE 1 TO ORS-EOF-FLAG
                   NOT AT END
                       IF ORS-SEM NOT EQUAL WS-TM-SEM (WS-TM-IX)
                           OR ORS-YR NOT EQUAL WS-TM-YR (WS-TM-IX)
                           MOVE 1 TO ORS-EOF-FLAG
                       ELSE
                           PERFORM 220-RELEASE-RESULT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       220-RELEASE-RESULT.
           MOVE ORS-SUBJ     TO SORT-SUBJ
           MOVE ORS-CRSE     TO SORT-CRSE
           MOVE ORS-NUM      TO SORT-NUM
           MOVE WS-TM-IX     TO SORT-TERM-IX
           MOVE ORS-ASSESSED TO SORT-ASSESSED
           MOVE ORS-MET      TO SORT-MET
           RELEASE SORT-REC

           PERFORM 300-FIND-DEPT
           ADD ORS-ASSESSED TO WS-DT-ASSESSED (WS-DPT-FOUND WS-TM-IX)
           ADD ORS-MET      TO WS-DT-MET      (WS-DPT-FOUND WS-TM-IX)
           ADD ORS-ASSESSED TO WS-GT-ASSESSED (WS-TM-IX)
           ADD ORS-MET      TO WS-GT-MET      (WS-TM-IX)

      *    the major side goes by the program goal the outcome is
      *    mapped to - an outcome with no goal stays out of it
           MOVE ORS-SUBJ TO OUT-SUBJ
           MOVE ORS-CRSE TO OUT-CRSE
           MOVE ORS-NUM  TO OUT-NUM
           READ ISAM-OUT-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF OUT-GOAL-MAJOR EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE OUT-GOAL-MAJOR TO WS-NEW-MJ-CODE
           MOVE OUT-GOAL-NO    TO WS-NEW-MJ-GOAL
           PERFORM 310-FIND-MAJOR
           IF WS-MJ-POS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD ORS-ASSESSED TO WS-MJ-ASSESSED (WS-MJ-POS WS-TM-IX)
           ADD ORS-MET      TO WS-MJ-MET      (WS-MJ-POS WS-TM-IX).
      *-----------------------------------------------------------------
       300-FIND-DEPT.
           MOVE ZEROS TO WS-DPT-FOUND
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX GREATER THAN WS-DPT-CNT
               OR WS-DPT-FOUND GREATER THAN ZEROS
               PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX GREATER THAN 10
                   IF WS-DT-SUBJ (WS-DPT-IX WS-SL-IX) EQUAL ORS-SUBJ
                       AND ORS-SUBJ NOT EQUAL SPACES
                       MOVE WS-DPT-IX TO WS-DPT-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DPT-FOUND EQUAL ZEROS
               MOVE WS-DPT-CNT TO WS-DPT-FOUND
           END-IF.
      *-----------------------------------------------------------------
       310-FIND-MAJOR.
      *    finds the major and goal in the table, or opens a slot for
      *    it in key order by moving the later entries down one
           MOVE ZEROS TO WS-MJ-POS
           PERFORM VARYING WS-MJ-IX FROM 1 BY 1
               UNTIL WS-MJ-IX GREATER THAN WS-MJ-CNT
               OR WS-MJ-POS GREATER THAN ZEROS
               IF WS-MJ-KEY (WS-MJ-IX) NOT LESS THAN WS-NEW-MJ-KEY
                   MOVE WS-MJ-IX TO WS-MJ-POS
               END-IF
           END-PERFORM
           IF WS-MJ-POS GREATER THAN ZEROS
               IF WS-MJ-KEY (WS-MJ-POS) EQUAL WS-NEW-MJ-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MJ-CNT NOT LESS THAN 100
               MOVE 'Y' TO WS-MJ-FULL
               MOVE ZEROS TO WS-MJ-POS
               EXIT PARAGRAPH
           END-IF
           IF WS-MJ-POS EQUAL ZEROS
               COMPUTE WS-MJ-POS = WS-MJ-CNT + 1
           END-IF
           PERFORM VARYING WS-MJ-IX FROM WS-MJ-CNT BY -1
               UNTIL WS-MJ-IX LESS THAN WS-MJ-POS
               MOVE WS-MJ-ENTRY (WS-MJ-IX)
                   TO WS-MJ-ENTRY (WS-MJ-IX + 1)
           END-PERFORM
           ADD 1 TO WS-MJ-CNT
           MOVE WS-NEW-MJ-KEY TO WS-MJ-KEY (WS-MJ-POS)
           MOVE ZEROS TO WS-MJ-TOTALS (WS-MJ-POS).
      *-----------------------------------------------------------------
       400-PRINT-COURSES.
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE SPACES TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 410-ADD-ONE-RESULT
               END-RETURN
           END-PERFORM
           IF WS-FIRST-LINE EQUAL 'N'
               PERFORM 430-PRINT-OUTCOME
               PERFORM 440-PRINT-COURSE-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       410-ADD-ONE-RESULT.
      *    a change of course closes out the outcome and the course,
      *    a change of outcome only the outcome
           IF WS-FIRST-LINE EQUAL 'Y'
               OR SORT-SUBJ NOT EQUAL WS-CUR-SUBJ
               OR SORT-CRSE NOT EQUAL WS-CUR-CRSE
               IF WS-FIRST-LINE EQUAL 'N'
                   PERFORM 430-PRINT-OUTCOME
                   PERFORM 440-PRINT-COURSE-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-LINE
               MOVE SORT-SUBJ TO WS-CUR-SUBJ
               MOVE SORT-CRSE TO WS-CUR-CRSE
               MOVE SORT-NUM  TO WS-CUR-NUM
               MOVE ZEROS TO WS-CRS-TOTALS
               MOVE ZEROS TO WS-OUT-TOTALS
               PERFORM 420-PRINT-COURSE-HEAD
           ELSE
               IF SORT-NUM NOT EQUAL WS-CUR-NUM
                   PERFORM 430-PRINT-OUTCOME
                   MOVE SORT-NUM TO WS-CUR-NUM
                   MOVE ZEROS TO WS-OUT-TOTALS
               END-IF
           END-IF
           ADD SORT-ASSESSED TO WS-OT-ASSESSED (SORT-TERM-IX)
           ADD SORT-MET      TO WS-OT-MET      (SORT-TERM-IX)
           ADD SORT-ASSESSED TO WS-CT-ASSESSED (SORT-TERM-IX)
           ADD SORT-MET      TO WS-CT-MET      (SORT-TERM-IX).
      *-----------------------------------------------------------------
       420-PRINT-COURSE-HEAD.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE SORT-SUBJ TO RC-SUBJ
           MOVE SORT-CRSE TO RC-CRSE
           MOVE SORT-SUBJ TO ISAM-IO-SUBJ
           MOVE SORT-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE 'COURSE NOT ON FILE' TO RC-TITLE
               NOT INVALID KEY
                   MOVE ISAM-IO-TITLE TO RC-TITLE
           END-READ
           WRITE REPORT-LINE-OUT FROM RPT-COURSE-LINE.
      *-----------------------------------------------------------------
       430-PRINT-OUTCOME.
           MOVE WS-CUR-SUBJ TO OUT-SUBJ
           MOVE WS-CUR-CRSE TO OUT-CRSE
           MOVE WS-CUR-NUM  TO OUT-NUM
           READ ISAM-OUT-IN
               INVALID KEY
                   MOVE 'OUTCOME NOT ON FILE' TO OUT-TEXT
           END-READ
           MOVE WS-CUR-NUM TO PO-NUM
           MOVE OUT-TEXT   TO PO-TEXT
           MOVE WS-PFX-OUTCOME TO RD-PREFIX
           MOVE WS-OUT-TOTALS  TO WS-FMT-TOTALS
           PERFORM 600-FORMAT-CELLS
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       440-PRINT-COURSE-TOTAL.
           MOVE '     COURSE TOTAL' TO RD-PREFIX
           MOVE WS-CRS-TOTALS  TO WS-FMT-TOTALS
           PERFORM 600-FORMAT-CELLS
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       500-PRINT-DEPTS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'RESULTS BY DEPARTMENT' TO RS-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-SECTION-HEAD
           WRITE REPORT-LINE-OUT FROM RPT-TERM-HEAD
           PERFORM VARYING WS-DPT-IX FROM 1 BY 1
               UNTIL WS-DPT-IX GREATER THAN WS-DPT-CNT
               IF WS-DT-TOTALS (WS-DPT-IX) NOT EQUAL ZEROS
                   MOVE WS-DT-CODE (WS-DPT-IX) TO PD-CODE
                   MOVE WS-DT-NAME (WS-DPT-IX) TO PD-NAME
                   MOVE WS-PFX-DEPT TO RD-PREFIX
                   MOVE WS-DT-TOTALS (WS-DPT-IX) TO WS-FMT-TOTALS
                   PERFORM 600-FORMAT-CELLS
                   WRITE REPORT-LINE-OUT FROM RPT-DETAIL
               END-IF
           END-PERFORM
           MOVE 'ALL DEPARTMENTS' TO RD-PREFIX
           MOVE WS-GRAND-TOTALS TO WS-FMT-TOTALS
           PERFORM 600-FORMAT-CELLS
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       550-PRINT-MAJORS.
      *    the table is in major and goal order - a change of major
      *    prints the total for the one before it
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'RESULTS BY MAJOR PROGRAM GOAL' TO RS-TEXT
           WRITE REPORT-LINE-OUT FROM RPT-SECTION-HEAD
           WRITE REPORT-LINE-OUT FROM RPT-TERM-HEAD
           MOVE SPACES TO WS-CUR-MAJOR
           PERFORM VARYING WS-MJ-IX FROM 1 BY 1
               UNTIL WS-MJ-IX GREATER THAN WS-MJ-CNT
               IF WS-MJ-CODE (WS-MJ-IX) NOT EQUAL WS-CUR-MAJOR
                   IF WS-CUR-MAJOR NOT EQUAL SPACES
                       PERFORM 570-PRINT-MAJOR-TOTAL
                   END-IF
                   MOVE WS-MJ-CODE (WS-MJ-IX) TO WS-CUR-MAJOR
                   MOVE ZEROS TO WS-OUT-TOTALS
                   PERFORM 560-PRINT-MAJOR-HEAD
               END-IF
               PERFORM VARYING WS-TM-IX FROM 1 BY 1
                   UNTIL WS-TM-IX GREATER THAN 4
                   ADD WS-MJ-ASSESSED (WS-MJ-IX WS-TM-IX)
                       TO WS-OT-ASSESSED (WS-TM-IX)
                   ADD WS-MJ-MET (WS-MJ-IX WS-TM-IX)
                       TO WS-OT-MET (WS-TM-IX)
               END-PERFORM
               MOVE WS-MJ-GOAL (WS-MJ-IX) TO PO-NUM
               MOVE 'PROGRAM GOAL' TO PO-TEXT
               MOVE WS-PFX-OUTCOME TO RD-PREFIX
               MOVE WS-MJ-TOTALS (WS-MJ-IX) TO WS-FMT-TOTALS
               PERFORM 600-FORMAT-CELLS
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           END-PERFORM
           IF WS-CUR-MAJOR NOT EQUAL SPACES
               PERFORM 570-PRINT-MAJOR-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       560-PRINT-MAJOR-HEAD.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-CUR-MAJOR TO RM-CODE
           MOVE WS-CUR-MAJOR TO MAJ-CODE
           READ ISAM-MAJ-IN
               INVALID KEY
                   MOVE 'MAJOR NOT ON FILE' TO RM-TITLE
               NOT INVALID KEY
                   MOVE MAJ-TITLE TO RM-TITLE
           END-READ
           WRITE REPORT-LINE-OUT FROM RPT-MAJOR-LINE.
      *-----------------------------------------------------------------
       570-PRINT-MAJOR-TOTAL.
           MOVE '     MAJOR TOTAL' TO RD-PREFIX
           MOVE WS-OUT-TOTALS TO WS-FMT-TOTALS
           PERFORM 600-FORMAT-CELLS
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       600-FORMAT-CELLS.
      *    each column is the percent meeting target over the number
      *    assessed that term - a requested term with nothing assessed
      *    shows a dash and a column with no term stays blank
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
               UNTIL WS-TM-IX GREATER THAN 4
               IF WS-TM-SEM (WS-TM-IX) EQUAL SPACES
                   MOVE SPACES TO RD-CELL (WS-TM-IX)
               ELSE
                   IF WS-FT-ASSESSED (WS-TM-IX) EQUAL ZEROS
                       MOVE WS-CELL-NONE TO RD-CELL (WS-TM-IX)
                   ELSE
                       COMPUTE WS-RATE ROUNDED =
                           WS-FT-MET (WS-TM-IX) * 100
                           / WS-FT-ASSESSED (WS-TM-IX)
                       MOVE WS-RATE TO WC-PCT
                       MOVE WS-FT-ASSESSED (WS-TM-IX) TO WC-ASSESSED
                       MOVE WS-CELL TO RD-CELL (WS-TM-IX)
                   END-IF
               END-IF
           END-PERFORM.
