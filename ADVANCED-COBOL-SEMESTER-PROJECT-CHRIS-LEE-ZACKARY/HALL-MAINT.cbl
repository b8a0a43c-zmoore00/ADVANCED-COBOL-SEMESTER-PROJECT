      ******************************************************************
      *PROGRAM : HALL-MAINT.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains RES-HALL-ISAM.DAT - the residence halls,    *
      *          kept apart from the classroom BUILDING-ISAM, with     *
      *          the gender restriction HOUSING-ASSIGN enforces (M, F  *
      *          or blank for a coed hall) - blank name deletes a hall *
      *          that has no beds left on RES-BED-ISAM.DAT             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALL-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-HAL-IO ASSIGN TO "../RES-HALL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HAL-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-BED-IN ASSIGN TO "../RES-BED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS BED-KEY
                               FILE STATUS   IS WS-STAT2.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-HAL-IO.
       01  HAL-REC-IO.
           03  HAL-KEY.
               05  HAL-HALL       PIC X(6).
           03  HAL-NAME           PIC X(30).
           03  HAL-GENDER         PIC X.

       FD  ISAM-BED-IN.
       01  BED-REC-IN.
           03  BED-KEY.
               05  BED-HALL       PIC X(6).
               05  BED-ROOM       PIC X(5).
               05  BED-BED        PIC X.
           03  BED-RATE           PIC X(4).
           03  BED-STATUS         PIC X.
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
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-HAS-BEDS             PIC X       VALUE 'N'.

       01  WS-REC.
           03  WS-HALL         PIC X(6)    VALUE SPACES.
           03  WS-NAME         PIC X(30)   VALUE SPACES.
           03  WS-GENDER       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 26 VALUE "RESIDENCE HALL MAINT".
           03  LINE 1  COL 1  VALUE "HALL-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-HAL-REQ.
           03  LINE 07 COL 25             VALUE '      HALL:'.
           03  LINE 07 COL 48 PIC X(6)  TO WS-HALL AUTO.
           03  LINE 08 COL 25             VALUE '      NAME:'.
           03  LINE 08 COL 48 PIC X(30) TO WS-NAME AUTO.
           03  LINE 09 COL 25     VALUE 'GENDER (M/F/BLANK):'.
           03  LINE 09 COL 48 PIC X     TO WS-GENDER AUTO.
           03  LINE 10 COL 25 VALUE '(BLANK GENDER IS COED)'.
           03  LINE 11 COL 25 VALUE '(BLANK NAME DELETES)'.
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

           OPEN I-O ISAM-HAL-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-HAL-IO
               CLOSE ISAM-HAL-IO
               OPEN I-O ISAM-HAL-IO
           END-IF
           OPEN INPUT ISAM-BED-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-NAME
               MOVE SPACES TO WS-GENDER
               DISPLAY SCR-TITLE
               DISPLAY SCRN-HAL-REQ
               ACCEPT  SCRN-HAL-REQ
               EVALUATE TRUE
                   WHEN WS-HALL EQUAL SPACES
                       MOVE 'HALL CODE IS REQUIRED' TO WS-MSG
                   WHEN WS-GENDER NOT EQUAL 'M'
                       AND WS-GENDER NOT EQUAL 'F'
                       AND WS-GENDER NOT EQUAL SPACE
                       MOVE 'GENDER MUST BE M, F OR BLANK' TO WS-MSG
                   WHEN OTHER
                       PERFORM 200-APPLY-HALL
               END-EVALUATE
               DISPLAY SCRN-HAL-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-HAL-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-HAL-IO.
           CLOSE ISAM-BED-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-APPLY-HALL.
           MOVE WS-HALL TO HAL-HALL
           IF WS-NAME EQUAL SPACES
               PERFORM 210-CHECK-BEDS
               IF WS-HAS-BEDS EQUAL 'Y'
                   MOVE 'HALL STILL HAS BEDS ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-HALL TO HAL-HALL
               DELETE ISAM-HAL-IO
                   INVALID KEY
                       MOVE 'HALL NOT ON FILE' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'HALL DELETED' TO WS-MSG
               END-DELETE
           ELSE
               READ ISAM-HAL-IO
                   INVALID KEY
                       MOVE WS-HALL   TO HAL-HALL
                       MOVE WS-NAME   TO HAL-NAME
                       MOVE WS-GENDER TO HAL-GENDER
                       WRITE HAL-REC-IO
                           INVALID KEY
                               MOVE 'UNABLE TO ADD' TO WS-MSG
                           NOT INVALID KEY
                               MOVE 'HALL ADDED' TO WS-MSG
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-NAME   TO HAL-NAME
                       MOVE WS-GENDER TO HAL-GENDER
                       REWRITE HAL-REC-IO
                           INVALID KEY
                               MOVE 'UNABLE TO CHANGE' TO WS-MSG
                           NOT INVALID KEY
                               MOVE 'HALL CHANGED' TO WS-MSG
                       END-REWRITE
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       210-CHECK-BEDS.
      *    the beds are keyed hall first, so the first key at or past
      *    the hall tells whether any remain
           MOVE 'N' TO WS-HAS-BEDS
           MOVE WS-HALL TO BED-HALL
           MOVE LOW-VALUES TO BED-ROOM
           MOVE LOW-VALUES TO BED-BED
           START ISAM-BED-IN KEY IS NOT LESS THAN BED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ISAM-BED-IN NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF BED-HALL EQUAL WS-HALL
                       MOVE 'Y' TO WS-HAS-BEDS
                   END-IF
           END-READ.
