      ******************************************************************
      *PROGRAM : BLOCK-MAINT.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains BLOCK-ISAM.DAT - a learning-community or    *
      *          cohort block is a code for a SEM/YR naming up to      *
      *          eight CRNs taken together and the number of students  *
      *          the block seats - BLOCK-REG places each listed        *
      *          student into every CRN of the block at once - every   *
      *          CRN must be on the term's SCHEDULE-MASTER             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCK-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-BLK-IO ASSIGN TO "../BLOCK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BLK-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-BLK-IO.
       01  BLK-REC-IO.
           03  BLK-KEY.
               05  BLK-SEM        PIC X(2).
               05  BLK-YR         PIC X(4).
               05  BLK-CODE       PIC X(6).
           03  BLK-NAME           PIC X(20).
           03  BLK-SEATS          PIC 9(3).
           03  BLK-CRN            PIC X(6)    OCCURS 8 TIMES.

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-REMOVE               PIC X       VALUE 'N'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-CRNS-OK              PIC X       VALUE 'Y'.
           03  WS-CRN-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-IX                   PIC 9(2)    VALUE ZEROS.
           03  WS-JX                   PIC 9(2)    VALUE ZEROS.

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

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.
               05  WS-CODE     PIC X(6)        VALUE SPACES.
           03  WS-NAME         PIC X(20)       VALUE SPACES.
           03  WS-SEATS        PIC 9(3)        VALUE ZEROS.
           03  WS-CRN          PIC X(6)        OCCURS 8 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 27 VALUE "REGISTRATION BLOCK MAINTENANCE".
           03  LINE 1  COL 1  VALUE "BLOCK-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-KEY-REQ.
           03  LINE 07 COL 25                       VALUE '    SEM/YR:'.
           03  LINE 07 COL 37 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 07 COL 39 VALUE '/'.
           03  LINE 07 COL 40 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 08 COL 25                       VALUE 'BLOCK CODE:'.
           03  LINE 08 COL 37 PIC X(6)  TO WS-CODE  AUTO.
           03  LINE 18 COL 15 PIC X(40) FROM WS-MSG.

       01  SCRN-BLOCK-DATA.
           03  LINE 10 COL 25                       VALUE '      NAME:'.
           03  LINE 10 COL 37 PIC X(20) USING WS-NAME.
           03  LINE 11 COL 25                       VALUE '     SEATS:'.
           03  LINE 11 COL 37 PIC 9(3)  USING WS-SEATS AUTO.
           03  LINE 12 COL 25 VALUE 'CRNS IN THE BLOCK:'.
           03  LINE 13 COL 25 PIC X(6) USING WS-CRN (1) AUTO.
           03  LINE 13 COL 33 PIC X(6) USING WS-CRN (2) AUTO.
           03  LINE 13 COL 41 PIC X(6) USING WS-CRN (3) AUTO.
           03  LINE 13 COL 49 PIC X(6) USING WS-CRN (4) AUTO.
           03  LINE 14 COL 25 PIC X(6) USING WS-CRN (5) AUTO.
           03  LINE 14 COL 33 PIC X(6) USING WS-CRN (6) AUTO.
           03  LINE 14 COL 41 PIC X(6) USING WS-CRN (7) AUTO.
           03  LINE 14 COL 49 PIC X(6) USING WS-CRN (8) AUTO.
           03  LINE 16 COL 25 VALUE 'REMOVE BLOCK?:'.
           03  LINE 16 COL 40 VALUE '(Y/N)'.
           03  LINE 16 COL 46 PIC X     USING WS-REMOVE AUTO.

       01  SCRN-ADD-ANOTHER.
           03  LINE 20 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 21 COL 33                     VALUE '(Y/N)'.
           03  LINE 21 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           OPEN I-O ISAM-BLK-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-BLK-IO
               CLOSE ISAM-BLK-IO
               OPEN I-O ISAM-BLK-IO
           END-IF
           OPEN INPUT ISAM-SCHED-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               MOVE FUNCTION UPPER-CASE (WS-SEM)  TO WS-SEM
               MOVE FUNCTION UPPER-CASE (WS-CODE) TO WS-CODE
               IF WS-SEM EQUAL SPACES OR WS-YR EQUAL SPACES
                   OR WS-CODE EQUAL SPACES
                   MOVE 'SEM/YR AND BLOCK CODE REQUIRED' TO WS-MSG
               ELSE
                   PERFORM 100-LOAD-BLOCK
                   DISPLAY SCRN-BLOCK-DATA
                   ACCEPT  SCRN-BLOCK-DATA
                   IF WS-REMOVE EQUAL 'Y' OR 'y'
                       PERFORM 400-REMOVE-BLOCK
                   ELSE
                       PERFORM 200-CHECK-BLOCK
                       IF WS-CRNS-OK EQUAL 'Y'
                           PERFORM 300-APPLY-BLOCK
                       END-IF
                   END-IF
               END-IF
               DISPLAY SCRN-KEY-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-BLK-IO.
           CLOSE ISAM-SCHED-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-BLOCK.
      *    an existing block comes up for change - a new code starts
      *    empty
           MOVE 'N'    TO WS-REMOVE
           MOVE 'N'    TO WS-ON-FILE
           MOVE SPACES TO WS-NAME
           MOVE ZEROS  TO WS-SEATS
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN 8
               MOVE SPACES TO WS-CRN (WS-IX)
           END-PERFORM
           MOVE WS-SEM  TO BLK-SEM
           MOVE WS-YR   TO BLK-YR
           MOVE WS-CODE TO BLK-CODE
           READ ISAM-BLK-IO
               INVALID KEY
                   MOVE 'NEW BLOCK' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'Y'       TO WS-ON-FILE
                   MOVE BLK-NAME  TO WS-NAME
                   MOVE BLK-SEATS TO WS-SEATS
                   PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN 8
                       MOVE BLK-CRN (WS-IX) TO WS-CRN (WS-IX)
                   END-PERFORM
                   MOVE 'BLOCK ON FILE' TO WS-MSG
           END-READ
           DISPLAY SCRN-KEY-REQ.
      *-----------------------------------------------------------------
       200-CHECK-BLOCK.
      *    a block needs seats and at least one CRN - every CRN must
      *    be a section of the term and none may repeat
           MOVE 'Y'   TO WS-CRNS-OK
           MOVE ZEROS TO WS-CRN-CNT
           IF WS-SEATS EQUAL ZEROS
               MOVE 'BLOCK SEAT COUNT REQUIRED' TO WS-MSG
               MOVE 'N' TO WS-CRNS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN 8
               OR WS-CRNS-OK EQUAL 'N'
               IF WS-CRN (WS-IX) NOT EQUAL SPACES
                   ADD 1 TO WS-CRN-CNT
                   PERFORM 210-CHECK-ONE-CRN
               END-IF
           END-PERFORM
           IF WS-CRNS-OK EQUAL 'Y'
               AND WS-CRN-CNT EQUAL ZEROS
               MOVE 'AT LEAST ONE CRN REQUIRED' TO WS-MSG
               MOVE 'N' TO WS-CRNS-OK
           END-IF.
      *-----------------------------------------------------------------
       210-CHECK-ONE-CRN.
           MOVE WS-SEM        TO SEMESTER
           MOVE WS-YR         TO YEAR
           MOVE WS-CRN (WS-IX) TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE SPACES TO WS-MSG
                   STRING 'INVALID CRN ' WS-CRN (WS-IX) INTO WS-MSG
                   MOVE 'N' TO WS-CRNS-OK
           END-READ
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX NOT LESS THAN WS-IX
               IF WS-CRN (WS-JX) EQUAL WS-CRN (WS-IX)
                   MOVE SPACES TO WS-MSG
                   STRING 'DUPLICATE CRN ' WS-CRN (WS-IX)
                       INTO WS-MSG
                   MOVE 'N' TO WS-CRNS-OK
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-APPLY-BLOCK.
           MOVE WS-SEM   TO BLK-SEM
           MOVE WS-YR    TO BLK-YR
           MOVE WS-CODE  TO BLK-CODE
           MOVE WS-NAME  TO BLK-NAME
           MOVE WS-SEATS TO BLK-SEATS
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN 8
               MOVE WS-CRN (WS-IX) TO BLK-CRN (WS-IX)
           END-PERFORM
           IF WS-ON-FILE EQUAL 'Y'
               REWRITE BLK-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE BLOCK' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'BLOCK CHANGED' TO WS-MSG
               END-REWRITE
           ELSE
               WRITE BLK-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO ADD BLOCK' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'BLOCK ADDED' TO WS-MSG
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       400-REMOVE-BLOCK.
           MOVE WS-SEM  TO BLK-SEM
           MOVE WS-YR   TO BLK-YR
           MOVE WS-CODE TO BLK-CODE
           DELETE ISAM-BLK-IO
               INVALID KEY
                   MOVE 'BLOCK NOT ON FILE' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'BLOCK REMOVED' TO WS-MSG
           END-DELETE.
