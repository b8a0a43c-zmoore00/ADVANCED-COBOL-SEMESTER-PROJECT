      ******************************************************************
      *PROGRAM : OUTCOME-ENTRY.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Section learning outcome results - for one SEM/YR     *
      *          and CRN, steps through the course's OUTCOME-ISAM      *
      *          outcomes and records on OUTCOME-RESULT-ISAM.DAT the   *
      *          number of students assessed and the number meeting    *
      *          the target - assessed may not exceed the section's    *
      *          enrolled count from REG-ISAM (waitlisted and          *
      *          withdrawn students not counted) nor met exceed        *
      *          assessed - zero assessed deletes a result - on the    *
      *          faculty menu an instructor enters only the            *
      *          instructor's own sections - every result is written   *
      *          to AUDIT-LOG.TXT                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCOME-ENTRY IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-ORS-IO ASSIGN TO
                              "../OUTCOME-RESULT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ORS-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-OUT-IN ASSIGN TO
                              "../OUTCOME-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS OUT-KEY
                               FILE STATUS   IS WS-OUT-STAT.

           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT ISAM-REG-IN   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-CRN-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-CRN
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-REG-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-ORS-IO.
       01  ORS-REC-IO.
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

       FD  ISAM-REG-IN.
       01  REG-REC-IN.
           03  REG-IO-KEY.
               05  REG-IO-SEM     PIC X(2).
               05  REG-IO-YR      PIC X(4).
               05  REG-IO-CRN     PIC X(6).
               05  REG-IO-STUD-ID PIC 9(6).
           03  REG-IO-GRADE       PIC X.
           03  REG-IO-STATUS       PIC X.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-USER            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(80).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(80).
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
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-VALID                PIC X       VALUE 'N'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-OUT-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-ENROLLED             PIC 9(4)    VALUE ZEROS.
           03  WS-OLD-REC              PIC X(80)   VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  OUT-EOF-FLAG            PIC X       VALUE SPACES.
               88 OUT-EOF    VALUE '1'.

       01  WS-KEY.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.
           03  WS-CRN          PIC X(6)    VALUE SPACES.

       01  WS-RESULT.
           03  WS-ASSESSED     PIC 9(4)    VALUE ZEROS.
           03  WS-MET          PIC 9(4)    VALUE ZEROS.

      *    the section is handed to FACULTY-CHECK first - a faculty
      *    session gets only the instructor's own sections, and the
      *    name the audit trail is written under comes back with it
       01  WS-FACULTY-CHECK.
           03  WS-FCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-FCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-FCK-CRN          PIC X(6)    VALUE SPACES.
           03  WS-FCK-GRADING      PIC X       VALUE 'N'.
           03  WS-FCK-INSTRUC      PIC 9(6)    VALUE ZEROS.
           03  WS-FCK-AUDIT-USER   PIC X(20)   VALUE SPACES.
           03  WS-FCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "OUTCOME-ENTRY".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 03 COL 25 VALUE "SECTION OUTCOME RESULTS".

       01  SCRN-SECT-REQ.
           03  LINE 05 COL 20             VALUE 'SEM/YR:'.
           03  LINE 05 COL 28 PIC X(2)  TO WS-SEM AUTO.
           03  LINE 05 COL 30 VALUE '/'.
           03  LINE 05 COL 31 PIC X(4)  TO WS-YR AUTO.
           03  LINE 06 COL 20             VALUE '   CRN:'.
           03  LINE 06 COL 28 PIC X(6)  TO WS-CRN AUTO.
           03  LINE 05 COL 40 PIC X(5)  FROM SUBJ.
           03  LINE 05 COL 46 PIC X(6)  FROM CRSE.
           03  LINE 06 COL 40 VALUE 'ENROLLED:'.
           03  LINE 06 COL 50 PIC ZZZ9  FROM WS-ENROLLED.
           03  LINE 20 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-OUT-ROW.
           03  LINE 08 COL 5  VALUE 'OUTCOME'.
           03  LINE 08 COL 13 PIC 9(2)  FROM OUT-NUM.
           03  LINE 09 COL 5  PIC X(60) FROM OUT-TEXT.
           03  LINE 10 COL 5  VALUE 'TARGET:'.
           03  LINE 10 COL 13 PIC X(40) FROM OUT-TARGET.
           03  LINE 12 COL 5  VALUE 'STUDENTS ASSESSED:'.
           03  LINE 12 COL 24 PIC 9(4)  USING WS-ASSESSED AUTO.
           03  LINE 13 COL 5  VALUE '  MEETING TARGET:'.
           03  LINE 13 COL 24 PIC 9(4)  USING WS-MET AUTO.
           03  LINE 14 COL 5  VALUE '(ZERO ASSESSED DELETES)'.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           OPEN I-O ISAM-ORS-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ORS-IO
               CLOSE ISAM-ORS-IO
               OPEN I-O ISAM-ORS-IO
           END-IF
           OPEN INPUT ISAM-OUT-IN.
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-REG-IN.
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO SUBJ
               MOVE SPACES TO CRSE
               MOVE ZEROS  TO WS-ENROLLED
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SECT-REQ
               ACCEPT  SCRN-SECT-REQ
               PERFORM 100-LOAD-SECTION
               IF WS-MSG EQUAL SPACES
                   PERFORM 200-ENTER-OUTCOMES
               END-IF
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SECT-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-SECT-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-ORS-IO.
           CLOSE ISAM-OUT-IN.
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-REG-IN.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-SECTION.
      *    a faculty session may only enter the instructor's own
      *    sections
           MOVE WS-SEM TO WS-FCK-SEM
           MOVE WS-YR  TO WS-FCK-YR
           MOVE WS-CRN TO WS-FCK-CRN
           MOVE 'N'    TO WS-FCK-GRADING
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           EVALUATE WS-FCK-RESULT
               WHEN 'N'
                   MOVE 'NOT YOUR SECTION' TO WS-MSG
                   EXIT PARAGRAPH
               WHEN 'X'
                   MOVE 'SECTION NOT FOUND' TO WS-MSG
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-YR  TO YEAR
           MOVE WS-SEM TO SEMESTER
           MOVE WS-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE 'SECTION NOT FOUND' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           PERFORM 150-COUNT-ENROLLED
           MOVE SUBJ       TO OUT-SUBJ
           MOVE CRSE       TO OUT-CRSE
           MOVE ZEROS      TO OUT-NUM
           START ISAM-OUT-IN KEY IS NOT LESS THAN OUT-KEY
               INVALID KEY
                   MOVE 'NO OUTCOMES ON FILE FOR COURSE' TO WS-MSG
                   EXIT PARAGRAPH
           END-START
           READ ISAM-OUT-IN NEXT RECORD
               AT END
                   MOVE 'NO OUTCOMES ON FILE FOR COURSE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF OUT-SUBJ NOT EQUAL SUBJ OR OUT-CRSE NOT EQUAL CRSE
               MOVE 'NO OUTCOMES ON FILE FOR COURSE' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       150-COUNT-ENROLLED.
      *    the students actually on the roster - waitlisted and
      *    withdrawn registrations cannot be assessed
           MOVE ZEROS TO WS-ENROLLED
           MOVE WS-SEM TO REG-IO-SEM
           MOVE WS-YR  TO REG-IO-YR
           MOVE WS-CRN TO REG-IO-CRN
           START ISAM-REG-IN KEY IS EQUAL TO REG-CRN-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           OR REG-IO-CRN NOT EQUAL WS-CRN
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               ADD 1 TO WS-ENROLLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-ENTER-OUTCOMES.
      *    the first outcome of the course is in the record area -
      *    each is shown in turn until the course's outcomes run out
           MOVE ZEROS TO WS-OUT-CNT
           MOVE SPACES TO OUT-EOF-FLAG
           PERFORM UNTIL OUT-EOF
               PERFORM 210-ENTER-ONE-OUTCOME
               READ ISAM-OUT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO OUT-EOF-FLAG
                   NOT AT END
                       IF OUT-SUBJ NOT EQUAL SUBJ
                           OR OUT-CRSE NOT EQUAL CRSE
                           MOVE 1 TO OUT-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           STRING WS-OUT-CNT ' OUTCOME RESULT(S) RECORDED'
               DELIMITED BY SIZE INTO WS-MSG.
      *-----------------------------------------------------------------
       210-ENTER-ONE-OUTCOME.
           MOVE 'N' TO WS-ON-FILE
           MOVE ZEROS TO WS-RESULT
           MOVE SPACES TO WS-OLD-REC
           MOVE WS-SEM  TO ORS-SEM
           MOVE WS-YR   TO ORS-YR
           MOVE WS-CRN  TO ORS-CRN
           MOVE OUT-NUM TO ORS-NUM
           READ ISAM-ORS-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE ORS-REC-IO   TO WS-OLD-REC
                   MOVE ORS-ASSESSED TO WS-ASSESSED
                   MOVE ORS-MET      TO WS-MET
           END-READ
           MOVE SPACES TO WS-MSG
           DISPLAY SCR-TITLE
           DISPLAY SCRN-SECT-REQ
           DISPLAY SCRN-OUT-ROW
           ACCEPT  SCRN-OUT-ROW
           PERFORM 220-CHECK-RESULT
           PERFORM UNTIL WS-VALID EQUAL 'Y'
               DISPLAY SCRN-SECT-REQ
               DISPLAY SCRN-OUT-ROW
               ACCEPT  SCRN-OUT-ROW
               PERFORM 220-CHECK-RESULT
           END-PERFORM
           PERFORM 300-APPLY-RESULT.
      *-----------------------------------------------------------------
       220-CHECK-RESULT.
           MOVE 'N' TO WS-VALID
           IF WS-ASSESSED GREATER THAN WS-ENROLLED
               MOVE 'ASSESSED EXCEEDS ENROLLED COUNT' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-MET GREATER THAN WS-ASSESSED
               MOVE 'MEETING TARGET EXCEEDS ASSESSED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VALID.
      *-----------------------------------------------------------------
       300-APPLY-RESULT.
           IF WS-ASSESSED EQUAL ZEROS
               IF WS-ON-FILE EQUAL 'Y'
                   DELETE ISAM-ORS-IO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO ORS-REC-IO
                           PERFORM 400-WRITE-AUDIT
                   END-DELETE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SUBJ              TO ORS-SUBJ
           MOVE CRSE              TO ORS-CRSE
           MOVE WS-ASSESSED       TO ORS-ASSESSED
           MOVE WS-MET            TO ORS-MET
           MOVE WS-ENROLLED       TO ORS-ENROLLED
           MOVE WS-FCK-AUDIT-USER TO ORS-USER
           MOVE WS-DATE           TO ORS-DATE
           IF WS-ON-FILE EQUAL 'Y'
               REWRITE ORS-REC-IO
                   INVALID KEY
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE ORS-REC-IO
                   INVALID KEY
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO WS-OUT-CNT
           PERFORM 400-WRITE-AUDIT.
      *-----------------------------------------------------------------
       400-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-FCK-AUDIT-USER          TO AUD-USER
           MOVE 'OUTCOME-ENTRY'            TO AUD-PROGRAM
           MOVE SPACES                     TO AUD-KEY
           STRING WS-SEM WS-YR WS-CRN OUT-NUM
               DELIMITED BY SIZE INTO AUD-KEY
           MOVE WS-OLD-REC                 TO AUD-OLD
           MOVE ORS-REC-IO                 TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
