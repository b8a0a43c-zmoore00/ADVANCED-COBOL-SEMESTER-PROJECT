      ******************************************************************
      *PROGRAM : GRADE-INQ.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Term grade inquiry - lists a student's REG-ISAM rows  *
      *          for a term with the course title, credit hours and    *
      *          the final grade posted by REG-GRADE (IP until one is  *
      *          posted) - waitlisted rows are not shown - read-only,  *
      *          and a student self-service session sees only the      *
      *          student's own grades through STUDENT-CHECK            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-INQ IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-REG-IO   ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-STUD-ID-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-STUD-ID
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT.

           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-COURSE-IN ASSIGN TO
                              "../COURSE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT3.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-REG-IO.
       01  REG-REC-IO.
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
           03  Y                       PIC 99      VALUE 13.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-LINE-CNT             PIC 9(4)    VALUE ZEROS.
           03  WS-TITLE                PIC X(30)   VALUE SPACES.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-TERM-HOURS           PIC 9(4)    VALUE ZEROS.
           03  WS-DISP-HRS             PIC ZZ9.
           03  WS-DISP-TOT             PIC ZZZ9.
           03  WS-SHOW-GRADE           PIC X(2)    VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       01  WS-REC.
           03  WS-KEY.
               05  WS-STU-ID   PIC 9(6)        VALUE ZEROS.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

      *    the student keyed is handed to STUDENT-CHECK first - a
      *    student session gets back only the student's own ID, and
      *    the look is logged the way a restricted lookup is
       01  WS-STUDENT-CHECK.
           03  WS-SCK-PROGRAM      PIC X(14)   VALUE 'GRADE-INQ'.
           03  WS-SCK-VIEW         PIC X(30)   VALUE SPACES.
           03  WS-SCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-SCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "GRADE-INQ".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 30 VALUE "TERM GRADE INQUIRY".

       01  SCRN-KEY-REQ.
           03  LINE 09 COL 30                       VALUE 'STUDENT ID:'.
           03  LINE 09 COL 42 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 10 COL 30                       VALUE '    SEM/YR:'.
           03  LINE 10 COL 42 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 10 COL 44 VALUE '/'.
           03  LINE 10 COL 45 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 11 COL 25 PIC X(40) FROM WS-MSG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           OPEN INPUT ISAM-REG-IO.
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-COURSE-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-MSG
               MOVE 13     TO Y
               MOVE ZEROS  TO WS-LINE-CNT
               MOVE ZEROS  TO WS-TERM-HOURS
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               PERFORM 150-CHECK-STUDENT
               DISPLAY 'CRN    SUBJ  CRSE   TITLE'
                   AT LINE 12 COL 05
               DISPLAY 'HRS  GRADE'
                   AT LINE 12 COL 62
               PERFORM 200-LIST-GRADES
               IF WS-LINE-CNT EQUAL ZEROS
                   MOVE 'NO CLASSES FOR STUDENT/TERM' TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
               ELSE
                   MOVE WS-TERM-HOURS TO WS-DISP-TOT
                   DISPLAY 'TERM HOURS:' AT LINE Y COL 49
                   DISPLAY WS-DISP-TOT AT LINE Y COL 61
                   ADD 1 TO Y
               END-IF
               ADD 2 TO Y
               DISPLAY 'CHECK ANOTHER?:' AT LINE Y COL 35
               ADD 1 TO Y
               DISPLAY '(Y/N)'         AT LINE Y COL 35
               SUBTRACT 1 FROM Y
               ACCEPT  WS-CONT AT LINE Y COL 52 AUTO
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   DISPLAY 'PLEASE ENTER Y OR N' AT LINE Y COL 35
                   ACCEPT  WS-CONT AT LINE Y COL 52 AUTO
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-REG-IO.
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-COURSE-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-STUDENT.
      *    a student session sees only the student's own grades
           MOVE WS-STU-ID TO WS-SCK-STUD-ID
           MOVE SPACES    TO WS-SCK-VIEW
           STRING 'TERM GRADES ' WS-SEM '/' WS-YR DELIMITED BY SIZE
               INTO WS-SCK-VIEW
           CALL 'STUDENT-CHECK' USING WS-STUDENT-CHECK
           IF WS-SCK-RESULT EQUAL 'Y'
               MOVE WS-SCK-STUD-ID TO WS-STU-ID
               DISPLAY WS-STU-ID AT LINE 09 COL 42
           END-IF.
      *-----------------------------------------------------------------
       200-LIST-GRADES.
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE WS-STU-ID  TO REG-IO-STUD-ID
           START ISAM-REG-IO KEY IS NOT LESS THAN REG-STUD-ID-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-REG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           OR REG-IO-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO EOF-FLAG
                       ELSE
      *                    a waitlist seat was never a class taken
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               PERFORM 300-PRINT-GRADE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-PRINT-GRADE-LINE.
           IF Y > 20
               DISPLAY 'MORE - PRESS ENTER' AT LINE 23 COL 35
               ACCEPT WS-MSG AT LINE 23 COL 55
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               MOVE 13 TO Y
           END-IF

           MOVE SPACES TO SUBJ
           MOVE SPACES TO CRSE
           MOVE SPACES TO WS-TITLE
           MOVE ZEROS  TO WS-CREDITS-NUM
           MOVE REG-IO-YR      TO YEAR
           MOVE REG-IO-SEM     TO SEMESTER
           MOVE REG-IO-CRN     TO CRN
           READ ISAM-SCHED-IN KEY IS CRN-KEY
               INVALID KEY
                   MOVE 'SECTION NOT ON SCHEDULE' TO WS-TITLE
               NOT INVALID KEY
                   MOVE SUBJ TO ISAM-IO-SUBJ
                   MOVE CRSE TO ISAM-IO-CRSE
                   READ ISAM-COURSE-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ISAM-IO-TITLE TO WS-TITLE
                           IF ISAM-IO-CREDITS NUMERIC
                               MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                           END-IF
                   END-READ
           END-READ
      *    a variable-credit section carries its own hours on the row
           IF REG-IO-HOURS NUMERIC
               AND REG-IO-HOURS GREATER THAN ZEROS
               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
           END-IF

           MOVE SPACES TO WS-SHOW-GRADE
           IF REG-IO-GRADE EQUAL SPACE
               MOVE 'IP' TO WS-SHOW-GRADE
           ELSE
               MOVE REG-IO-GRADE     TO WS-SHOW-GRADE(1:1)
               MOVE REG-IO-GRADE-MOD TO WS-SHOW-GRADE(2:1)
           END-IF

           ADD 1 TO WS-LINE-CNT
           ADD WS-CREDITS-NUM TO WS-TERM-HOURS
           MOVE WS-CREDITS-NUM TO WS-DISP-HRS
           DISPLAY REG-IO-CRN        AT LINE Y COL 05
           DISPLAY SUBJ              AT LINE Y COL 12
           DISPLAY CRSE              AT LINE Y COL 18
           DISPLAY WS-TITLE          AT LINE Y COL 25
           DISPLAY WS-DISP-HRS       AT LINE Y COL 62
           DISPLAY WS-SHOW-GRADE     AT LINE Y COL 68
           ADD 1 TO Y.
