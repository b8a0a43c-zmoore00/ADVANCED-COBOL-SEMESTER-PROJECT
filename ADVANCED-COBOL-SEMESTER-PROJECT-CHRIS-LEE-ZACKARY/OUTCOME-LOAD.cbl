      ******************************************************************
      *PROGRAM : OUTCOME-LOAD.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Loads the assessment office's section outcome file    *
      *          OUTCOME-FEED.TXT (CRN, outcome number, students       *
      *          assessed, students meeting the target) onto           *
      *          OUTCOME-RESULT-ISAM.DAT for a SEM/YR the way          *
      *          EVAL-LOAD loads its feed - a row whose CRN is not on  *
      *          the term's SCHEDULE-MASTER, whose outcome is not on   *
      *          OUTCOME-ISAM for the section's course, whose counts   *
      *          are not numeric, whose met count exceeds assessed,    *
      *          or whose assessed count exceeds the section's         *
      *          enrolled students on REG-ISAM lands on                *
      *          OUTCOME-LOAD-EXCEPT.TXT - a re-fed outcome replaces   *
      *          the one on file                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCOME-LOAD IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN ASSIGN TO "../OUTCOME-FEED.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-FEED-STAT.

           SELECT OPTIONAL ISAM-ORS-IO ASSIGN TO
                              "../OUTCOME-RESULT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ORS-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-OUT-IN ASSIGN TO
                              "../OUTCOME-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
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

           SELECT EXCEPT-OUT ASSIGN TO "../OUTCOME-LOAD-EXCEPT.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-EXC-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  FEED-IN.
       01  FEED-LINE-IN.
           03  FED-CRN             PIC X(6).
           03  FILLER              PIC X.
           03  FED-ONUM            PIC X(2).
           03  FED-COUNT-LIST.
               05  FILLER          PIC X.
               05  FED-ASSESSED    PIC 9(4).
               05  FILLER          PIC X.
               05  FED-MET         PIC 9(4).

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

       FD  EXCEPT-OUT.
       01  EXCEPT-LINE-OUT.
           03  EXC-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  EXC-ONUM            PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  EXC-COUNTS          PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  EXC-REASON          PIC X(30).

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
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-FEED-STAT            PIC XX      VALUE SPACES.
           03  WS-EXC-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'OUTCOME-LOAD'.
           03  WS-LOADED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-EXCEPT-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-ENROLLED             PIC 9(4)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.

       01  WS-LOAD-DATE.
           03  WS-LD-YEAR      PIC 9999.
           03  WS-LD-MONTH     PIC 99.
           03  WS-LD-DAY       PIC 99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "OUTCOME-LOAD".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 24 VALUE "LOAD SECTION OUTCOME FEED".

       01  SCRN-SEM-REQ.
           03  LINE 08 COL 30                       VALUE 'SEM/YR:'.
           03  LINE 08 COL 38 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 08 COL 40 VALUE '/'.
           03  LINE 08 COL 41 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 10 COL 25 VALUE '   LOADED:'.
           03  LINE 10 COL 36 PIC 9(5) FROM WS-LOADED-COUNT.
           03  LINE 11 COL 25 VALUE 'EXCEPTION:'.
           03  LINE 11 COL 36 PIC 9(5) FROM WS-EXCEPT-COUNT.
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
           MOVE WS-DATE          TO WS-LOAD-DATE

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN INPUT FEED-IN
           IF WS-FEED-STAT NOT EQUAL '00'
               MOVE 'OUTCOME-FEED.TXT NOT FOUND' TO WS-MSG
           ELSE
               OPEN I-O ISAM-ORS-IO
               IF WS-STAT EQUAL '35'
                   OPEN OUTPUT ISAM-ORS-IO
                   CLOSE ISAM-ORS-IO
                   OPEN I-O ISAM-ORS-IO
               END-IF
               OPEN INPUT ISAM-OUT-IN
               OPEN INPUT ISAM-SCHED-IN
               OPEN INPUT ISAM-REG-IN
               OPEN OUTPUT EXCEPT-OUT
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ FEED-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           PERFORM 200-LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE ISAM-ORS-IO
               CLOSE ISAM-OUT-IN
               CLOSE ISAM-SCHED-IN
               CLOSE ISAM-REG-IN
               CLOSE EXCEPT-OUT
               MOVE 'OUTCOME LOAD COMPLETE' TO WS-MSG
           END-IF
           CLOSE FEED-IN

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
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - started from a menu the screens work as always
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
       200-LOAD-ONE-ROW.
           IF FED-ONUM NOT NUMERIC OR FED-ONUM EQUAL '00'
               MOVE 'OUTCOME NOT 01 THROUGH 99' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF FED-ASSESSED NOT NUMERIC OR FED-MET NOT NUMERIC
               MOVE 'COUNT NOT NUMERIC' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF FED-MET GREATER THAN FED-ASSESSED
               MOVE 'MET EXCEEDS ASSESSED' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-YR   TO YEAR
           MOVE WS-SEM  TO SEMESTER
           MOVE FED-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE 'CRN NOT ON TERM SCHEDULE' TO EXC-REASON
                   PERFORM 400-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           MOVE SUBJ     TO OUT-SUBJ
           MOVE CRSE     TO OUT-CRSE
           MOVE FED-ONUM TO OUT-NUM
           READ ISAM-OUT-IN
               INVALID KEY
                   MOVE 'OUTCOME NOT DEFINED FOR COURSE' TO EXC-REASON
                   PERFORM 400-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           PERFORM 250-COUNT-ENROLLED
           IF FED-ASSESSED GREATER THAN WS-ENROLLED
               MOVE 'ASSESSED EXCEEDS ENROLLMENT' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 300-APPLY-RESULT.
      *-----------------------------------------------------------------
       250-COUNT-ENROLLED.
      *    the students actually on the roster - waitlisted and
      *    withdrawn registrations cannot be assessed
           MOVE ZEROS TO WS-ENROLLED
           MOVE WS-SEM  TO REG-IO-SEM
           MOVE WS-YR   TO REG-IO-YR
           MOVE FED-CRN TO REG-IO-CRN
           START ISAM-REG-IN KEY IS EQUAL TO REG-CRN-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE SPACES TO REG-EOF-FLAG
           PERFORM UNTIL REG-EOF
               READ ISAM-REG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO REG-EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           OR REG-IO-CRN NOT EQUAL FED-CRN
                           MOVE 1 TO REG-EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               ADD 1 TO WS-ENROLLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-APPLY-RESULT.
           MOVE WS-SEM       TO ORS-SEM
           MOVE WS-YR        TO ORS-YR
           MOVE FED-CRN      TO ORS-CRN
           MOVE FED-ONUM     TO ORS-NUM
           MOVE SUBJ         TO ORS-SUBJ
           MOVE CRSE         TO ORS-CRSE
           MOVE FED-ASSESSED TO ORS-ASSESSED
           MOVE FED-MET      TO ORS-MET
           MOVE WS-ENROLLED  TO ORS-ENROLLED
           MOVE WS-OWN-NAME  TO ORS-USER
           MOVE WS-LOAD-DATE TO ORS-DATE
           WRITE ORS-REC-IO
               INVALID KEY
                   REWRITE ORS-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO LOAD' TO EXC-REASON
                           PERFORM 400-WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
       400-WRITE-EXCEPTION.
           MOVE FED-CRN        TO EXC-CRN
           MOVE FED-ONUM       TO EXC-ONUM
           MOVE FED-COUNT-LIST TO EXC-COUNTS
           WRITE EXCEPT-LINE-OUT
           ADD 1 TO WS-EXCEPT-COUNT.
