           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(8)             VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  FILLER              PIC X(13)            VALUE SPACE.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-COURSE-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  WS-COURSE-PREREQ   PIC X(6).
           05  WS-COURSE-CR-MIN   PIC X(3).
           05  WS-COURSE-CR-MAX   PIC X(3).

      *-----------------------------------------------------------------
       SCREEN SECTION.
           03  LINE 12 COL 35                        VALUE 'CREDIT:'.   
           03  LINE 12 COL 45 PIC X(3)
                               FROM WS-COURSE-CREDITS  VALUE SPACES.
           03  LINE 12 COL 50                        VALUE 'RANGE:'.
           03  LINE 12 COL 57 PIC X(3)
                               FROM WS-COURSE-CR-MIN  VALUE SPACES.
           03  LINE 12 COL 60                        VALUE '-'.
           03  LINE 12 COL 61 PIC X(3)
                               FROM WS-COURSE-CR-MAX  VALUE SPACES.
           03  LINE 13 COL 35                        VALUE 'PREREQ:'.
           03  LINE 13 COL 45 PIC X(6)
                               FROM WS-COURSE-PREREQ  VALUE SPACES.
                       MOVE ISAM-IO-TITLE TO WS-COURSE-TITLE
                       MOVE ISAM-IO-CREDITS TO WS-COURSE-CREDITS
                       MOVE ISAM-IO-PREREQ TO WS-COURSE-PREREQ
                       MOVE ISAM-IO-CR-MIN TO WS-COURSE-CR-MIN
                       MOVE ISAM-IO-CR-MAX TO WS-COURSE-CR-MAX
                       DISPLAY SCR-TITLE
                       DISPLAY SCRN-COURSE-DATA
                       ACCEPT WS-ANOTHER
                       IF WS-ANOTHER EQUAL 'N' OR 'n'
                           EXIT PROGRAM
                       END-IF
               END-READ
