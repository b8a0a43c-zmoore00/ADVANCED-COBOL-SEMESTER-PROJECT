      ******************************************************************
      *PROGRAM : PERIOD-MAINT.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains FISCAL-PERIOD-ISAM.DAT - adds an accounting *
      *          month as open or reopens a closed one so a correction *
      *          can be posted into it - closing is left to            *
      *          PERIOD-CLOSE, which will not lock a month until the   *
      *          rollforward ties to ACCT-BALANCE.DAT                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-FPR-IO ASSIGN TO
                               "../FISCAL-PERIOD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS FPR-PERIOD
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-FPR-IO.
       01  FPR-REC-IO.
           03  FPR-PERIOD         PIC X(6).
           03  FPR-STATUS         PIC X.
           03  FPR-CLOSE-DATE     PIC X(8).
           03  FPR-CLOSE-USER     PIC X(20).
           03  FPR-END-BAL        PIC S9(9)V99.
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
           03  WS-CONT                 PIC X       VALUE 'Y'.

       01  WS-REC.
           03  WS-PERIOD.
               05  WS-PER-YYYY PIC X(4)    VALUE SPACES.
               05  WS-PER-MM   PIC X(2)    VALUE SPACES.
           03  WS-STATUS       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 26 VALUE "ACCOUNTING PERIOD MAINT".
           03  LINE 1  COL 1  VALUE "PERIOD-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-PER-REQ.
           03  LINE 07 COL 25     VALUE '  PERIOD (YYYYMM):'.
           03  LINE 07 COL 48 PIC X(6)  TO WS-PERIOD AUTO.
           03  LINE 08 COL 25     VALUE '   STATUS (O/C/?):'.
           03  LINE 08 COL 48 PIC X     TO WS-STATUS AUTO.
           03  LINE 09 COL 25 VALUE '(? SHOWS THE STATUS ON FILE)'.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           03  LINE 19 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           OPEN I-O ISAM-FPR-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-FPR-IO
               CLOSE ISAM-FPR-IO
               OPEN I-O ISAM-FPR-IO
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-STATUS
               DISPLAY SCR-TITLE
               DISPLAY SCRN-PER-REQ
               ACCEPT  SCRN-PER-REQ
               IF WS-PERIOD NOT NUMERIC
                   OR WS-PER-MM LESS THAN '01'
                   OR WS-PER-MM GREATER THAN '12'
                   MOVE 'PERIOD MUST BE YYYYMM' TO WS-MSG
               ELSE
                   PERFORM 200-APPLY-PERIOD
               END-IF
               DISPLAY SCRN-PER-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-PER-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-FPR-IO.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-APPLY-PERIOD.
      *    the close date, user and ending balance of the last close
      *    stay on a reopened month so the earlier close can be traced
           MOVE WS-PERIOD TO FPR-PERIOD
           EVALUATE WS-STATUS
               WHEN 'C'
               WHEN 'c'
                   MOVE 'USE PERIOD-CLOSE TO CLOSE A PERIOD' TO WS-MSG
               WHEN 'O'
               WHEN 'o'
                   READ ISAM-FPR-IO
                       INVALID KEY
                           MOVE WS-PERIOD TO FPR-PERIOD
                           MOVE 'O'       TO FPR-STATUS
                           MOVE SPACES    TO FPR-CLOSE-DATE
                           MOVE SPACES    TO FPR-CLOSE-USER
                           MOVE ZEROS     TO FPR-END-BAL
                           WRITE FPR-REC-IO
                               INVALID KEY
                                   MOVE 'UNABLE TO ADD' TO WS-MSG
                               NOT INVALID KEY
                                   MOVE 'PERIOD ADDED OPEN' TO WS-MSG
                           END-WRITE
                       NOT INVALID KEY
                           IF FPR-STATUS EQUAL 'O'
                               MOVE 'PERIOD ALREADY OPEN' TO WS-MSG
                           ELSE
                               MOVE 'O' TO FPR-STATUS
                               REWRITE FPR-REC-IO
                                   INVALID KEY
                                       MOVE 'UNABLE TO REOPEN'
                                           TO WS-MSG
                                   NOT INVALID KEY
                                       MOVE 'PERIOD REOPENED' TO WS-MSG
                               END-REWRITE
                           END-IF
                   END-READ
               WHEN OTHER
                   READ ISAM-FPR-IO
                       INVALID KEY
                           MOVE 'PERIOD NOT ON FILE - OPEN' TO WS-MSG
                       NOT INVALID KEY
                           MOVE FPR-STATUS TO WS-STATUS
                           IF FPR-STATUS EQUAL 'C'
                               STRING 'CLOSED ' FPR-CLOSE-DATE ' '
                                   FPR-CLOSE-USER DELIMITED BY SIZE
                                   INTO WS-MSG
                           ELSE
                               MOVE 'PERIOD IS OPEN' TO WS-MSG
                           END-IF
                   END-READ
           END-EVALUATE.
