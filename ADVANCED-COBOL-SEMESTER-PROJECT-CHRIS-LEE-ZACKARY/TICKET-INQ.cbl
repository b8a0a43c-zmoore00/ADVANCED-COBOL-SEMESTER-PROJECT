      ******************************************************************
      *PROGRAM : TICKET-INQ.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Registration time ticket inquiry - shows the date and *
      *          time TICKET-BUILD gave a student for a term alongside *
      *          the term's registration window on SEMESTER-MASTER,    *
      *          and whether REG-ADD will take an add yet - read-only, *
      *          and a student self-service session sees only the      *
      *          student's own ticket through STUDENT-CHECK            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-INQ IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-TKT-IN ASSIGN TO "../TICKET-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TKT-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                   "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-STAT2.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-TKT-IN.
       01  TKT-REC-IN.
           03  TKT-KEY.
               05  TKT-SEM        PIC X(2).
               05  TKT-YR         PIC X(4).
               05  TKT-STUD-ID    PIC 9(6).
           03  TKT-DATE           PIC X(8).
           03  TKT-TIME           PIC X(4).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).
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
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-TICKET-FOUND         PIC X       VALUE 'N'.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.

      *    YYYYMMDD file dates are shown MM/DD/YYYY, HHMM as HH:MM
       01  WS-SHOW.
           03  WS-SHOW-OPEN        PIC X(10)   VALUE SPACES.
           03  WS-SHOW-CLOSE       PIC X(10)   VALUE SPACES.
           03  WS-SHOW-TKT-DATE    PIC X(10)   VALUE SPACES.
           03  WS-SHOW-TKT-TIME    PIC X(5)    VALUE SPACES.
           03  WS-SHOW-IN          PIC X(8)    VALUE SPACES.
           03  WS-SHOW-OUT         PIC X(10)   VALUE SPACES.

      *    the student keyed is handed to STUDENT-CHECK first - a
      *    student session gets back only the student's own ID, and
      *    the look is logged the way a restricted lookup is
       01  WS-STUDENT-CHECK.
           03  WS-SCK-PROGRAM      PIC X(14)   VALUE 'TICKET-INQ'.
           03  WS-SCK-VIEW         PIC X(30)   VALUE SPACES.
           03  WS-SCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-SCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "TICKET-INQ".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 23 VALUE "REGISTRATION TIME TICKET INQUIRY".

       01  SCRN-KEY-REQ.
           03  LINE 09 COL 30                       VALUE 'STUDENT ID:'.
           03  LINE 09 COL 42 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 10 COL 30                       VALUE '    SEM/YR:'.
           03  LINE 10 COL 42 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 10 COL 44 VALUE '/'.
           03  LINE 10 COL 45 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-TICKET-DATA.
           03  LINE 09 COL 42 PIC 9(6)  FROM WS-STU-ID.
           03  LINE 12 COL 25 VALUE 'REGISTRATION OPENS:'.
           03  LINE 12 COL 45 PIC X(10) FROM WS-SHOW-OPEN.
           03  LINE 13 COL 25 VALUE '            CLOSES:'.
           03  LINE 13 COL 45 PIC X(10) FROM WS-SHOW-CLOSE.
           03  LINE 15 COL 25 VALUE '    YOUR TICKET DATE:'.
           03  LINE 15 COL 47 PIC X(10) FROM WS-SHOW-TKT-DATE.
           03  LINE 16 COL 25 VALUE '                TIME:'.
           03  LINE 16 COL 47 PIC X(5)  FROM WS-SHOW-TKT-TIME.
           03  LINE 18 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 20 COL 33                   VALUE 'CHECK ANOTHER?:'.
           03  LINE 21 COL 33                   VALUE '(Y/N)'.
           03  LINE 21 COL 49 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           OPEN INPUT ISAM-TKT-IN.
           OPEN INPUT ISAM-SEM-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-SHOW
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               PERFORM 150-CHECK-STUDENT
               PERFORM 200-LOOK-UP-TICKET
               DISPLAY SCRN-TICKET-DATA
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-TICKET-DATA
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-TKT-IN.
           CLOSE ISAM-SEM-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-STUDENT.
      *    a student session sees only the student's own ticket
           MOVE WS-STU-ID TO WS-SCK-STUD-ID
           MOVE SPACES    TO WS-SCK-VIEW
           STRING 'TIME TICKET ' WS-SEM '/' WS-YR DELIMITED BY SIZE
               INTO WS-SCK-VIEW
           CALL 'STUDENT-CHECK' USING WS-STUDENT-CHECK
           IF WS-SCK-RESULT EQUAL 'Y'
               MOVE WS-SCK-STUD-ID TO WS-STU-ID
           END-IF.
      *-----------------------------------------------------------------
       200-LOOK-UP-TICKET.
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   MOVE 'INVALID TERM - SEM/YR NOT DEFINED' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           MOVE ISAM-SEM-REG-OPEN  TO WS-SHOW-IN
           PERFORM 300-SHOW-DATE
           MOVE WS-SHOW-OUT        TO WS-SHOW-OPEN
           MOVE ISAM-SEM-REG-CLOSE TO WS-SHOW-IN
           PERFORM 300-SHOW-DATE
           MOVE WS-SHOW-OUT        TO WS-SHOW-CLOSE

           MOVE 'N' TO WS-TICKET-FOUND
           MOVE WS-SEM    TO TKT-SEM
           MOVE WS-YR     TO TKT-YR
           MOVE WS-STU-ID TO TKT-STUD-ID
           READ ISAM-TKT-IN
               INVALID KEY
                   MOVE 'NONE'   TO WS-SHOW-TKT-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TICKET-FOUND
                   MOVE TKT-DATE TO WS-SHOW-IN
                   PERFORM 300-SHOW-DATE
                   MOVE WS-SHOW-OUT TO WS-SHOW-TKT-DATE
                   STRING TKT-TIME(1:2) ':' TKT-TIME(3:2)
                       DELIMITED BY SIZE INTO WS-SHOW-TKT-TIME
           END-READ

      *    the same order REG-ADD judges an add in - the term first,
      *    then the student's own ticket
           EVALUATE TRUE
               WHEN ISAM-SEM-OPEN-FLAG NOT EQUAL 'Y'
                   MOVE 'REGISTRATION CLOSED FOR THIS TERM' TO WS-MSG
               WHEN ISAM-SEM-REG-OPEN NOT EQUAL SPACES
                   AND WS-NOW-DATE LESS THAN ISAM-SEM-REG-OPEN
                   MOVE 'REGISTRATION NOT YET OPEN' TO WS-MSG
               WHEN ISAM-SEM-REG-CLOSE NOT EQUAL SPACES
                   AND WS-NOW-DATE GREATER THAN ISAM-SEM-REG-CLOSE
                   MOVE 'REGISTRATION CLOSED FOR THIS TERM' TO WS-MSG
               WHEN WS-TICKET-FOUND EQUAL 'N'
                   MOVE 'NO TICKET - REGISTRATION IS OPEN' TO WS-MSG
               WHEN TKT-DATE GREATER THAN WS-NOW-DATE
                   OR (TKT-DATE EQUAL WS-NOW-DATE
                       AND TKT-TIME GREATER THAN WS-NOW-TIME)
                   MOVE 'REGISTER AT YOUR TICKET TIME' TO WS-MSG
               WHEN OTHER
                   MOVE 'YOUR TICKET IS OPEN - YOU MAY REGISTER'
                       TO WS-MSG
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-SHOW-DATE.
           MOVE SPACES TO WS-SHOW-OUT
           IF WS-SHOW-IN EQUAL SPACES
               MOVE 'NOT SET' TO WS-SHOW-OUT
           ELSE
               STRING WS-SHOW-IN(5:2) '/' WS-SHOW-IN(7:2) '/'
                   WS-SHOW-IN(1:4) DELIMITED BY SIZE INTO WS-SHOW-OUT
           END-IF.
