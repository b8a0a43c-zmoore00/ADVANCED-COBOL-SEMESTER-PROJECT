      ******************************************************************
      *PROGRAM : MENU-SELF                                             *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Student self-service menu - MENU-MAIN sends an        *
      *          operator linked to a student id here instead of the   *
      *          office menus - every program offered is read-only and *
      *          goes through STUDENT-CHECK, which holds it to the     *
      *          signed-on student's own record and logs the look      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-SELF IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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


       01  WS-VARS.
           03  WS-SELECTION                PIC X.
           03  WS-EXIT                     PIC X       VALUE 'N'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "MENU-SELF".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.

       01  SELFMENU.
           03  MENU-BODY.
               05  LINE 01 COL 01 VALUE "MENU-SELF".
               05  LINE 07 COL 32 VALUE " STUDENT SELF-SERVICE".
               05  LINE 09 COL 32 VALUE " 1) MY SCHEDULE".
               05  LINE 10 COL 32 VALUE " 2) TERM GRADES".
               05  LINE 11 COL 32 VALUE " 3) UNOFFICIAL TRANSCRIPT".
               05  LINE 12 COL 32 VALUE " 4) ACCOUNT DETAIL".
               05  LINE 13 COL 32 VALUE " 5) HOLDS".
               05  LINE 14 COL 32 VALUE " 6) REGISTRATION TIME TICKET".
               05  LINE 15 COL 32 VALUE " 7) DEGREE AUDIT".
               05  LINE 17 COL 37 VALUE "Selection (X = EXIT)".
               05  LINE 17 COL 35 PIC X TO WS-SELECTION AUTO.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "CONFIRM EXIT (Y/N)".
           03  LINE 20 COL 31 PIC X TO WS-EXIT AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           MOVE SPACES TO WS-SELECTION.
           PERFORM UNTIL WS-EXIT = 'Y' OR 'y'
               DISPLAY SCR-TITLE
               DISPLAY SELFMENU
               ACCEPT SELFMENU
               EVALUATE WS-SELECTION
                   WHEN '1' CALL 'REPORTS-STUD-SCHED'
                   WHEN '2' CALL 'GRADE-INQ'
                   WHEN '3' CALL 'REPORTS-TRANSCRIPT'
                   WHEN '4' CALL 'ACCT-INQ'
                   WHEN '5' CALL 'HOLD-INQ'
                   WHEN '6' CALL 'TICKET-INQ'
                   WHEN '7' CALL 'DEGREE-AUDIT'
               END-EVALUATE
               IF WS-SELECTION = 'X' OR 'x'
                   DISPLAY EXIT-SCREEN
                   ACCEPT EXIT-SCREEN
               END-IF
           END-PERFORM.
       END PROGRAM MENU-SELF.
