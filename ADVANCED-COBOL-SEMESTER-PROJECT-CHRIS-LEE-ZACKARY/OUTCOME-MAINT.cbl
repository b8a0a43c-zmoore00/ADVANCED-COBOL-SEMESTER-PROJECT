      ******************************************************************
      *PROGRAM : OUTCOME-MAINT.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Course learning outcome maintenance - one             *
      *          OUTCOME-ISAM.DAT row per SUBJ/CRSE and outcome        *
      *          number with the outcome text, the target students     *
      *          are measured against and the program goal it maps     *
      *          to (a MAJOR-MASTER code and goal number) -            *
      *          OUTCOME-ENTRY and OUTCOME-LOAD record section         *
      *          results against these and OUTCOME-RPT rolls them      *
      *          up - blank outcome text deletes                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCOME-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-OUT-IO ASSIGN TO
                              "../OUTCOME-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS OUT-KEY
                               FILE STATUS   IS WS-STAT.

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
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-OUT-IO.
       01  OUT-REC-IO.
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
           03  WS-MAJ-STAT             PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-COURSE-OK            PIC X       VALUE 'N'.
           03  WS-VALID                PIC X       VALUE 'N'.

       01  WS-KEY.
           03  WS-SUBJ         PIC X(5)    VALUE SPACES.
           03  WS-CRSE         PIC X(6)    VALUE SPACES.
           03  WS-NUM          PIC 9(2)    VALUE ZEROS.

      *    laid out byte for byte like the data part of the record
       01  WS-DATA.
           03  WS-TEXT         PIC X(60)   VALUE SPACES.
           03  WS-TARGET       PIC X(40)   VALUE SPACES.
           03  WS-GOAL-MAJOR   PIC X(6)    VALUE SPACES.
           03  WS-GOAL-NO      PIC X(2)    VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "OUTCOME-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 03 COL 26 VALUE "COURSE LEARNING OUTCOMES".

       01  SCRN-OUT-REQ.
           03  LINE 05 COL 10             VALUE '         COURSE:'.
           03  LINE 05 COL 27 PIC X(5)  TO WS-SUBJ AUTO.
           03  LINE 05 COL 33 PIC X(6)  TO WS-CRSE AUTO.
           03  LINE 06 COL 10             VALUE '    OUTCOME NO.:'.
           03  LINE 06 COL 27 PIC 9(2)  TO WS-NUM AUTO.
           03  LINE 05 COL 41 PIC X(30) FROM ISAM-IO-TITLE.
           03  LINE 20 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-OUT-DATA.
           03  LINE 08 COL 5  VALUE 'OUTCOME:'.
           03  LINE 09 COL 5  PIC X(60) USING WS-TEXT.
           03  LINE 10 COL 5  VALUE '(BLANK OUTCOME DELETES)'.
           03  LINE 12 COL 5  VALUE '       TARGET:'.
           03  LINE 12 COL 20 PIC X(40) USING WS-TARGET.
           03  LINE 14 COL 5  VALUE 'PROGRAM GOAL  MAJOR:'.
           03  LINE 14 COL 26 PIC X(6)  USING WS-GOAL-MAJOR AUTO.
           03  LINE 14 COL 34 VALUE 'GOAL NO.:'.
           03  LINE 14 COL 44 PIC X(2)  USING WS-GOAL-NO AUTO.
           03  LINE 14 COL 48 PIC X(30) FROM MAJ-TITLE.

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

           OPEN I-O ISAM-OUT-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-OUT-IO
               CLOSE ISAM-OUT-IO
               OPEN I-O ISAM-OUT-IO
           END-IF
           OPEN INPUT ISAM-COURSE-IN.
           OPEN INPUT ISAM-MAJ-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO ISAM-IO-TITLE
               MOVE SPACES TO MAJ-TITLE
               DISPLAY SCR-TITLE
               DISPLAY SCRN-OUT-REQ
               ACCEPT  SCRN-OUT-REQ
               PERFORM 100-LOAD-OUTCOME
               IF WS-COURSE-OK EQUAL 'Y'
                   DISPLAY SCRN-OUT-REQ
                   DISPLAY SCRN-OUT-DATA
                   ACCEPT  SCRN-OUT-DATA
                   PERFORM 160-CHECK-OUTCOME
                   PERFORM UNTIL WS-VALID EQUAL 'Y'
                       DISPLAY SCRN-OUT-REQ
                       DISPLAY SCRN-OUT-DATA
                       ACCEPT  SCRN-OUT-DATA
                       PERFORM 160-CHECK-OUTCOME
                   END-PERFORM
                   PERFORM 200-APPLY-OUTCOME
               END-IF
               DISPLAY SCRN-OUT-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-OUT-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-OUT-IO.
           CLOSE ISAM-COURSE-IN.
           CLOSE ISAM-MAJ-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-OUTCOME.
           MOVE 'N' TO WS-COURSE-OK
           MOVE 'N' TO WS-ON-FILE
           INITIALIZE WS-DATA
           MOVE WS-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE 'COURSE NOT ON COURSE-MASTER' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF WS-NUM EQUAL ZEROS
               MOVE 'OUTCOME NO. REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-COURSE-OK
           MOVE WS-KEY TO OUT-KEY
           READ ISAM-OUT-IO
               INVALID KEY
                   MOVE 'NEW OUTCOME' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE OUT-DATA TO WS-DATA
                   MOVE 'OUTCOME ON FILE' TO WS-MSG
                   MOVE WS-GOAL-MAJOR TO MAJ-CODE
                   READ ISAM-MAJ-IN
                       INVALID KEY
                           MOVE SPACES TO MAJ-TITLE
                   END-READ
           END-READ.
      *-----------------------------------------------------------------
       160-CHECK-OUTCOME.
      *    every outcome answers to a goal of a program on
      *    MAJOR-MASTER - that is what the roll-up by major reads
           MOVE 'N' TO WS-VALID
           MOVE SPACES TO MAJ-TITLE
           IF WS-TEXT EQUAL SPACES
               MOVE 'Y' TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGET EQUAL SPACES
               MOVE 'TARGET REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GOAL-MAJOR TO MAJ-CODE
           READ ISAM-MAJ-IN
               INVALID KEY
                   MOVE 'MAJOR NOT ON MAJOR-MASTER' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF WS-GOAL-NO NOT NUMERIC OR WS-GOAL-NO EQUAL '00'
               MOVE 'GOAL NO. MUST BE 01-99' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VALID.
      *-----------------------------------------------------------------
       200-APPLY-OUTCOME.
           MOVE WS-KEY TO OUT-KEY
           IF WS-TEXT EQUAL SPACES
               IF WS-ON-FILE EQUAL 'Y'
                   DELETE ISAM-OUT-IO
                       INVALID KEY
                           MOVE 'UNABLE TO DELETE' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'OUTCOME DELETED' TO WS-MSG
                   END-DELETE
               ELSE
                   MOVE 'NOTHING ENTERED - NOT ADDED' TO WS-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA TO OUT-DATA
           IF WS-ON-FILE EQUAL 'Y'
               REWRITE OUT-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'OUTCOME CHANGED' TO WS-MSG
               END-REWRITE
           ELSE
               WRITE OUT-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO ADD' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'OUTCOME ADDED' TO WS-MSG
               END-WRITE
           END-IF.
