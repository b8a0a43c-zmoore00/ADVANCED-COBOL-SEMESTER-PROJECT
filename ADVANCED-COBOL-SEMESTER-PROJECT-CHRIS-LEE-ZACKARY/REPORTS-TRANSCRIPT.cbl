      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 2/17/2015                                             *
      *ABSTRACT: This program prints a student's full registration     *
      *          history with credits, grades and a cumulative total,  *
      *          undergraduate and graduate work each in its own block *
      *          with its own totals - the CLASS-RANK standing is      *
      *          quoted on request - a student self-service session    *
      *          gets only the student's own unofficial transcript     *
      *          through STUDENT-CHECK                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTS-TRANSCRIPT INITIAL PROGRAM.
                          RECORD KEY    IS HON-KEY
                          FILE STATUS   IS WS-HON-STAT.

           SELECT OPTIONAL ISAM-CRK-IN ASSIGN TO
                              "../CLASS-RANK-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CRK-STUD-ID
                          FILE STATUS   IS WS-CRK-STAT.

           SELECT TRANSCRIPT-OUT ASSIGN TO "../TRANSCRIPT.OUT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-OUT-STAT.
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
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(5).
           05  FILLER              PIC X(21)            VALUE SPACE.
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-TC-IN.
       01  TC-REC-IN.
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.

       FD  TRANSCRIPT-OUT.
       01  TRANSCRIPT-LINE         PIC X(80).

       FD  ISAM-CRK-IN.
       01  CRK-REC-IN.
           03  CRK-STUD-ID         PIC 9(6).
           03  CRK-CLASS           PIC X(2).
           03  CRK-MAJOR           PIC X(20).
           03  CRK-RANK            PIC 9(5).
           03  CRK-SIZE            PIC 9(5).
           03  CRK-GPA             PIC 9V99.
           03  CRK-HOURS           PIC 9(4).
           03  CRK-RUN-DATE        PIC X(8).
       FD  ISAM-CH-IN.
       01  CH-REC-IN.
           03  CH-KEY.
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-CH-STAT              PIC XX      VALUE SPACES.
           03  WS-GS-STAT              PIC XX      VALUE SPACES.
           03  WS-CRK-STAT             PIC XX      VALUE SPACES.
           03  WS-POINTS-DEC           PIC 9V99    VALUE ZEROS.
           03  WS-GRADE-COUNTS         PIC X       VALUE 'Y'.
           03  WS-TP-GRADE             PIC X       VALUE SPACE.
           03  WS-RPT-CNT              PIC 9(3)    VALUE ZEROS.
           03  WS-RPT-IX               PIC 9(3)    VALUE ZEROS.
           03  WS-RPT-HIT              PIC 9(3)    VALUE ZEROS.
           03  WS-BLK-IX               PIC 9       VALUE 1.
           03  WS-BLK-LEVEL            PIC X       VALUE 'U'.
           03  WS-BLK-NAME             PIC X(13)   VALUE SPACES.
           03  WS-BLK-ROWS             PIC 9(4)    VALUE ZEROS.
           03  WS-ROW-LEVEL            PIC X       VALUE SPACE.
           03  WS-SHOW-LEVEL           PIC X       VALUE SPACE.
           03  WS-LV-IX                PIC 9       VALUE 1.
           03  WS-LV-SUBJ              PIC X(5)    VALUE SPACES.
           03  WS-LV-CRSE              PIC X(6)    VALUE SPACES.
           03  WS-LV-SEM               PIC X(2)    VALUE SPACES.
           03  WS-LV-YR                PIC X(4)    VALUE SPACES.

      *    each academic level prints as its own block - slot 1
      *    undergraduate, slot 2 graduate - with its own totals
       01  WS-LVL-CODES                PIC X(2)    VALUE 'UG'.
       01  WS-LVL-CODE-TABLE REDEFINES WS-LVL-CODES.
           03  WS-LV-CODE              PIC X       OCCURS 2 TIMES.

       01  WS-LVL-TABLE.
           03  WS-LVL-ENTRY            OCCURS 2 TIMES.
               05  WS-LV-CREDITS       PIC 9(5).
               05  WS-LV-QUALITY       PIC 9(5)V99.

       01  WS-LEVEL-CHECK.
           03  WS-LVC-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-LVC-SEM          PIC X(2)    VALUE SPACES.
           03  WS-LVC-YR           PIC X(4)    VALUE SPACES.
           03  WS-LVC-CRSE         PIC X(6)    VALUE SPACES.
           03  WS-LVC-CRSE-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-U      PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-G      PIC X       VALUE SPACES.
           03  WS-LVC-STUD-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-GPA-LEVEL    PIC X       VALUE SPACES.
           03  WS-LVC-RESULT       PIC X       VALUE SPACES.

       01  WS-RPT-TABLE.
           03  WS-RPT-ENTRY        OCCURS 100 TIMES.

       01  WS-REC.
           03  WS-ID               PIC 9(6)        VALUE ZEROS.
           03  WS-QUOTE-RANK       PIC X           VALUE 'N'.

      *    the student keyed is handed to STUDENT-CHECK first - a
      *    student session gets back only the student's own ID, and
      *    the look is logged the way a restricted lookup is
       01  WS-STUDENT-CHECK.
           03  WS-SCK-PROGRAM      PIC X(14)   VALUE 'REPORTS-TRANSC'.
           03  WS-SCK-VIEW         PIC X(30)   VALUE SPACES.
           03  WS-SCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-SCK-RESULT       PIC X       VALUE SPACES.

       01  TRANS-LINE-OUT.
           03  TL-SEM              PIC X(2).
       01  SCRN-ID-REQ.
           03  LINE 09 COL 35                       VALUE 'STUDENT ID:'.
           03  LINE 09 COL 47 PIC 9(6)  TO WS-ID   AUTO.
           03  LINE 10 COL 35                       VALUE 'QUOTE RANK:'.
           03  LINE 10 COL 47 PIC X     TO WS-QUOTE-RANK AUTO.
           03  LINE 10 COL 49                       VALUE '(Y/N)'.
           03  LINE 16 COL 35 PIC X(40) FROM WS-MSG.

       01  SCRN-GPA-DATA.
           03  LINE 11 COL 47 PIC 9(5) FROM WS-TOT-CREDITS.
           03  LINE 12 COL 35                       VALUE '       GPA:'.
           03  LINE 12 COL 47 PIC 9.99 FROM WS-GPA.
           03  LINE 13 COL 35                       VALUE '     LEVEL:'.
           03  LINE 13 COL 47 PIC X    FROM WS-SHOW-LEVEL.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                  VALUE 'CHECK ANOTHER?:'.
           OPEN INPUT ISAM-GS-IN.
           OPEN INPUT ISAM-HON-IN.
           OPEN INPUT ISAM-RNW-IN.
           OPEN INPUT ISAM-CRK-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE ZEROS  TO WS-TOT-CREDITS
               MOVE ZEROS  TO WS-TOT-QUALITY-PTS
               MOVE ZEROS  TO WS-GPA
               MOVE 'N'    TO WS-QUOTE-RANK
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               PERFORM 150-CHECK-STUDENT
               MOVE WS-ID TO ISAM-IO-ID
               READ ISAM-STUD-IO
                   INVALID KEY

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-STUDENT.
      *    a student session sees only the student's own transcript
           MOVE WS-ID TO WS-SCK-STUD-ID
           MOVE 'UNOFFICIAL TRANSCRIPT' TO WS-SCK-VIEW
           CALL 'STUDENT-CHECK' USING WS-STUDENT-CHECK
           IF WS-SCK-RESULT EQUAL 'Y'
               MOVE WS-SCK-STUD-ID TO WS-ID
           END-IF.
      *-----------------------------------------------------------------
       200-PRINT-TRANSCRIPT.
           STRING ISAM-STUD-KEY ' ' ISAM-STUD-LNAME ' '
               ISAM-SUTD-FNAME INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           PERFORM 202-CHECK-RENEWAL
      *    undergraduate and graduate work print as separate blocks,
      *    each with its own totals, the way GPA-POST posts them - a
      *    level the student never worked in prints nothing
           PERFORM VARYING WS-BLK-IX FROM 1 BY 1
               UNTIL WS-BLK-IX GREATER THAN 2
               PERFORM 220-PRINT-LEVEL-BLOCK
           END-PERFORM
           PERFORM 230-PICK-SHOWN-LEVEL
           PERFORM 265-PRINT-HONORS
           PERFORM 260-PRINT-DEGREES
           IF WS-QUOTE-RANK EQUAL 'Y' OR 'y'
               PERFORM 290-PRINT-CLASS-RANK
           END-IF.
      *-----------------------------------------------------------------
       220-PRINT-LEVEL-BLOCK.
           MOVE WS-LV-CODE (WS-BLK-IX) TO WS-BLK-LEVEL
           IF WS-BLK-LEVEL EQUAL 'G'
               MOVE 'GRADUATE'      TO WS-BLK-NAME
           ELSE
               MOVE 'UNDERGRADUATE' TO WS-BLK-NAME
           END-IF
           MOVE ZEROS TO WS-BLK-ROWS
           MOVE ZEROS TO WS-TOT-CREDITS
           MOVE ZEROS TO WS-TOT-QUALITY-PTS
      *    pass one maps repeated SUBJ/CRSE attempts and each course's
      *    best grade without printing - pass two prints every attempt
      *    but totals only the best one, marking the rest as repeats
           PERFORM 205-SCAN-REG-ROWS
           PERFORM 270-PRINT-HISTORY
           PERFORM 250-PRINT-TRANSFER
           MOVE WS-TOT-CREDITS     TO WS-LV-CREDITS (WS-BLK-IX)
           MOVE WS-TOT-QUALITY-PTS TO WS-LV-QUALITY (WS-BLK-IX)
           IF WS-BLK-ROWS GREATER THAN ZEROS
               MOVE ZEROS TO WS-GPA
               IF WS-TOT-CREDITS GREATER THAN ZEROS
                   COMPUTE WS-GPA ROUNDED =
                       WS-TOT-QUALITY-PTS / WS-TOT-CREDITS
               END-IF
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING WS-BLK-NAME DELIMITED BY SPACE
                   ' CREDITS ' WS-TOT-CREDITS ' GPA ' WS-GPA
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
      *-----------------------------------------------------------------
       215-BLOCK-HEADING.
      *    the block heading prints ahead of the level's first line
           IF WS-BLK-ROWS EQUAL ZEROS
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING WS-BLK-NAME DELIMITED BY SPACE ' RECORD'
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF
           ADD 1 TO WS-BLK-ROWS.
      *-----------------------------------------------------------------
       230-PICK-SHOWN-LEVEL.
      *    the screen quotes the level the student holds now, or the
      *    other one when nothing is on record at the current level
           MOVE WS-ID  TO WS-LVC-STUD-ID
           MOVE SPACES TO WS-LVC-SEM
           MOVE SPACES TO WS-LVC-YR
           MOVE SPACES TO WS-LVC-CRSE
           MOVE SPACE  TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           IF WS-LVC-STUD-LEVEL EQUAL 'G'
               MOVE 2 TO WS-LV-IX
           ELSE
               MOVE 1 TO WS-LV-IX
           END-IF
           IF WS-LV-CREDITS (WS-LV-IX) EQUAL ZEROS
               COMPUTE WS-LV-IX = 3 - WS-LV-IX
           END-IF
           MOVE WS-LV-CODE (WS-LV-IX)    TO WS-SHOW-LEVEL
           MOVE WS-LV-CREDITS (WS-LV-IX) TO WS-TOT-CREDITS
           MOVE WS-LV-QUALITY (WS-LV-IX) TO WS-TOT-QUALITY-PTS.
      *-----------------------------------------------------------------
       210-SET-ROW-LEVEL.
      *    a row belongs to the level the student held in its term -
      *    one holding both that term splits by the course's level -
      *    and transfer work, carrying no term, goes by the level of
      *    its equivalent course where it has one
           MOVE SPACE TO ISAM-IO-LEVEL
           IF WS-LV-SUBJ NOT EQUAL SPACES
               MOVE WS-LV-SUBJ TO ISAM-IO-SUBJ
               MOVE WS-LV-CRSE TO ISAM-IO-CRSE
               READ ISAM-COURSE-IN
                   INVALID KEY
                       MOVE SPACE TO ISAM-IO-LEVEL
               END-READ
           END-IF
           MOVE WS-ID         TO WS-LVC-STUD-ID
           MOVE WS-LV-SEM     TO WS-LVC-SEM
           MOVE WS-LV-YR      TO WS-LVC-YR
           MOVE WS-LV-CRSE    TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           MOVE WS-LVC-GPA-LEVEL TO WS-ROW-LEVEL
           IF WS-LV-YR EQUAL SPACES
               AND WS-LVC-CRSE-LEVEL NOT EQUAL SPACE
               MOVE WS-LVC-CRSE-LEVEL TO WS-ROW-LEVEL
           END-IF.
      *-----------------------------------------------------------------
       207-REG-ROW-LEVEL.
           MOVE REG-IO-YR  TO YEAR
           MOVE REG-IO-SEM TO SEMESTER
           MOVE REG-IO-CRN TO CRN
           READ ISAM-SCHED-IN KEY IS CRN-KEY
               INVALID KEY
                   MOVE SPACES TO WS-LV-SUBJ
                   MOVE SPACES TO WS-LV-CRSE
               NOT INVALID KEY
                   MOVE SUBJ TO WS-LV-SUBJ
                   MOVE CRSE TO WS-LV-CRSE
           END-READ
           MOVE REG-IO-SEM TO WS-LV-SEM
           MOVE REG-IO-YR  TO WS-LV-YR
           PERFORM 210-SET-ROW-LEVEL.
      *-----------------------------------------------------------------
       202-CHECK-RENEWAL.
      *    an approved academic renewal excludes graded work at or
                   NOT AT END
                       IF REG-IO-STUD-ID EQUAL WS-ID
                           AND REG-IO-STATUS NOT EQUAL 'W'
                           PERFORM 207-REG-ROW-LEVEL
                           IF WS-ROW-LEVEL EQUAL WS-BLK-LEVEL
                               PERFORM 300-PRINT-COURSE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   NOT AT END
                       IF HST-STUD-ID EQUAL WS-ID
                           AND HST-STATUS NOT EQUAL 'W'
                           MOVE HST-SUBJ TO WS-LV-SUBJ
                           MOVE HST-CRSE TO WS-LV-CRSE
                           MOVE HST-SEM  TO WS-LV-SEM
                           MOVE HST-YR   TO WS-LV-YR
                           PERFORM 210-SET-ROW-LEVEL
                           IF WS-ROW-LEVEL EQUAL WS-BLK-LEVEL
                               PERFORM 280-PRINT-HIST-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
           END-IF
           IF WS-PASS EQUAL '2'
               PERFORM 215-BLOCK-HEADING
               MOVE TRANS-LINE-OUT TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
                               ' ' DG-SEM '/' DG-YR ' ' DG-DATE
                               INTO TRANSCRIPT-LINE
                           WRITE TRANSCRIPT-LINE
                           IF DG-HONORS NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               ' DG-HONORS-DESC
                                   INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                           IF DG-MAJOR-2 NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               SECOND MAJOR '
                                   DG-MAJOR-2 INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                           IF DG-MINOR-1 NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               MINOR '
                                   DG-MINOR-1 INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                           IF DG-MINOR-2 NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               MINOR '
                                   DG-MINOR-2 INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       290-PRINT-CLASS-RANK.
      *    the rank is quoted as the last CLASS-RANK run stored it -
      *    an unranked student gets no line rather than a guess
           MOVE WS-ID TO CRK-STUD-ID
           READ ISAM-CRK-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING 'CLASS RANK ' CRK-RANK ' OF ' CRK-SIZE
                       ' - ' CRK-CLASS ' ' CRK-MAJOR
                       INTO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
           END-READ.
      *-----------------------------------------------------------------
       250-PRINT-TRANSFER.
      *    transfer equivalencies print after the native course work
                       IF TC-STUD-ID NOT EQUAL WS-ID
                           MOVE 1 TO EOF-FLAG2
                       ELSE
                           MOVE TC-EQUIV-SUBJ TO WS-LV-SUBJ
                           MOVE TC-EQUIV-CRSE TO WS-LV-CRSE
                           MOVE SPACES        TO WS-LV-SEM
                           MOVE SPACES        TO WS-LV-YR
                           PERFORM 210-SET-ROW-LEVEL
                           IF WS-ROW-LEVEL EQUAL WS-BLK-LEVEL
                               PERFORM 260-PRINT-TRANSFER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       260-PRINT-TRANSFER-LINE.
           PERFORM 215-BLOCK-HEADING
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING 'TR ' TC-INSTITUTION ' ' TC-EXT-COURSE ' '
               TC-EQUIV-SUBJ ' ' TC-EQUIV-CRSE ' '
                           MOVE SUBJ TO CRN-SUBJ-HOLD
                           MOVE CRSE TO CRN-CRSE-HOLD
                           PERFORM 350-FIND-VERSION
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                           MOVE WS-CREDITS-NUM TO TL-CREDITS
                           IF (REG-IO-GRADE EQUAL 'A' OR 'B' OR 'C'
                               OR 'D' OR 'F')
                   END-READ
           END-READ
           IF WS-PASS EQUAL '2'
               PERFORM 215-BLOCK-HEADING
               MOVE TRANS-LINE-OUT TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
