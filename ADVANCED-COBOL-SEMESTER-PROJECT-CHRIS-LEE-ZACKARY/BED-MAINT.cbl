      ******************************************************************
      *PROGRAM : BED-MAINT.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains RES-BED-ISAM.DAT - the residence hall bed   *
      *          inventory by hall, room and bed, each with the room   *
      *          rate code HOUSING-CHARGE prices from the R lines of   *
      *          HOUSING-RATES.TXT and an in-service flag (A           *
      *          available, O out of service) - the hall must be on    *
      *          RES-HALL-ISAM.DAT, and a blank rate code deletes a    *
      *          bed no one holds                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BED-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-BED-IO ASSIGN TO "../RES-BED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BED-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-HAL-IN ASSIGN TO "../RES-HALL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HAL-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-HSG-IN ASSIGN TO "../HOUSING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HSG-KEY
                               ALTERNATE KEY IS HSG-BED-KEY=
                                   HSG-HALL, HSG-ROOM, HSG-BED
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT3.

           SELECT HRT-IN ASSIGN TO "../HOUSING-RATES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HRT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-BED-IO.
       01  BED-REC-IO.
           03  BED-KEY.
               05  BED-HALL       PIC X(6).
               05  BED-ROOM       PIC X(5).
               05  BED-BED        PIC X.
           03  BED-RATE           PIC X(4).
           03  BED-STATUS         PIC X.

       FD  ISAM-HAL-IN.
       01  HAL-REC-IN.
           03  HAL-KEY.
               05  HAL-HALL       PIC X(6).
           03  HAL-NAME           PIC X(30).
           03  HAL-GENDER         PIC X.

       FD  ISAM-HSG-IN.
       01  HSG-REC-IN.
           03  HSG-KEY.
               05  HSG-STUD-ID    PIC 9(6).
               05  HSG-SEM        PIC X(2).
               05  HSG-YR         PIC X(4).
           03  HSG-HALL           PIC X(6).
           03  HSG-ROOM           PIC X(5).
           03  HSG-BED            PIC X.
           03  HSG-MEAL           PIC X(4).
           03  HSG-STATUS         PIC X.
           03  HSG-DATE           PIC X(8).
           03  HSG-REL-DATE       PIC X(8).
           03  HSG-ROOM-BILLED    PIC 9(5)V99.
           03  HSG-MEAL-BILLED    PIC 9(5)V99.
           03  HSG-CREDITED       PIC 9(5)V99.
           03  HSG-USER           PIC X(20).

      *    R = room rate by the bed's rate code, M = meal plan - the
      *    amount is the charge for a full term
       FD  HRT-IN.
       01  HRT-LINE-IN.
           03  HRT-KIND            PIC X.
           03  FILLER              PIC X.
           03  HRT-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  HRT-AMT             PIC 9(5)V99.
           03  FILLER              PIC X.
           03  HRT-DESC            PIC X(30).
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
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-HRT-STAT             PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-RATE-FOUND           PIC X       VALUE 'N'.
           03  WS-BED-HELD             PIC X       VALUE 'N'.
           03  HRT-EOF-FLAG            PIC X       VALUE SPACES.
               88 HRT-EOF    VALUE '1'.
           03  HSG-EOF-FLAG            PIC X       VALUE SPACES.
               88 HSG-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-HALL         PIC X(6)    VALUE SPACES.
           03  WS-ROOM         PIC X(5)    VALUE SPACES.
           03  WS-BED          PIC X       VALUE SPACES.
           03  WS-RATE         PIC X(4)    VALUE SPACES.
           03  WS-STATUS       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 26 VALUE "RESIDENCE HALL BED MAINT".
           03  LINE 1  COL 1  VALUE "BED-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-BED-REQ.
           03  LINE 07 COL 25             VALUE '      HALL:'.
           03  LINE 07 COL 48 PIC X(6)  TO WS-HALL AUTO.
           03  LINE 08 COL 25             VALUE '      ROOM:'.
           03  LINE 08 COL 48 PIC X(5)  TO WS-ROOM AUTO.
           03  LINE 09 COL 25             VALUE '       BED:'.
           03  LINE 09 COL 48 PIC X     TO WS-BED AUTO.
           03  LINE 10 COL 25             VALUE ' RATE CODE:'.
           03  LINE 10 COL 48 PIC X(4)  TO WS-RATE AUTO.
           03  LINE 11 COL 25     VALUE 'IN SERVICE (A/O):'.
           03  LINE 11 COL 48 PIC X     TO WS-STATUS AUTO.
           03  LINE 12 COL 25 VALUE '(BLANK RATE CODE DELETES)'.
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

           OPEN I-O ISAM-BED-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-BED-IO
               CLOSE ISAM-BED-IO
               OPEN I-O ISAM-BED-IO
           END-IF
           OPEN INPUT ISAM-HAL-IN.
           OPEN INPUT ISAM-HSG-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-RATE
               MOVE SPACES TO WS-STATUS
               DISPLAY SCR-TITLE
               DISPLAY SCRN-BED-REQ
               ACCEPT  SCRN-BED-REQ
               MOVE WS-HALL TO HAL-HALL
               READ ISAM-HAL-IN
                   INVALID KEY
                       MOVE 'HALL NOT ON FILE' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 200-APPLY-BED
               END-READ
               DISPLAY SCRN-BED-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-BED-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-BED-IO.
           CLOSE ISAM-HAL-IN.
           CLOSE ISAM-HSG-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-APPLY-BED.
           IF WS-STATUS EQUAL SPACE
               MOVE 'A' TO WS-STATUS
           END-IF
           IF WS-RATE EQUAL SPACES
               PERFORM 230-CHECK-BED-HELD
               IF WS-BED-HELD EQUAL 'Y'
                   MOVE 'BED IS ASSIGNED - RELEASE IT FIRST' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-HALL TO BED-HALL
               MOVE WS-ROOM TO BED-ROOM
               MOVE WS-BED  TO BED-BED
               DELETE ISAM-BED-IO
                   INVALID KEY
                       MOVE 'BED NOT ON FILE' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'BED DELETED' TO WS-MSG
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS NOT EQUAL 'A' AND WS-STATUS NOT EQUAL 'O'
               MOVE 'IN SERVICE MUST BE A OR O' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-CHECK-RATE
           IF WS-RATE-FOUND EQUAL 'N'
               MOVE 'RATE CODE NOT ON HOUSING-RATES' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL TO BED-HALL
           MOVE WS-ROOM TO BED-ROOM
           MOVE WS-BED  TO BED-BED
           READ ISAM-BED-IO
               INVALID KEY
                   MOVE WS-HALL   TO BED-HALL
                   MOVE WS-ROOM   TO BED-ROOM
                   MOVE WS-BED    TO BED-BED
                   MOVE WS-RATE   TO BED-RATE
                   MOVE WS-STATUS TO BED-STATUS
                   WRITE BED-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO ADD' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'BED ADDED' TO WS-MSG
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-RATE   TO BED-RATE
                   MOVE WS-STATUS TO BED-STATUS
                   REWRITE BED-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'BED CHANGED' TO WS-MSG
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       220-CHECK-RATE.
      *    the rate table is a handful of lines - it is read fresh for
      *    each bed so a code added there is usable at once
           MOVE 'N' TO WS-RATE-FOUND
           OPEN INPUT HRT-IN
           IF WS-HRT-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HRT-EOF-FLAG
           PERFORM UNTIL HRT-EOF
               READ HRT-IN
                   AT END
                       MOVE 1 TO HRT-EOF-FLAG
                   NOT AT END
                       IF HRT-KIND EQUAL 'R'
                           AND HRT-CODE EQUAL WS-RATE
                           MOVE 'Y' TO WS-RATE-FOUND
                           MOVE 1 TO HRT-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HRT-IN.
      *-----------------------------------------------------------------
       230-CHECK-BED-HELD.
      *    any standing assignment, in any term, keeps the bed on file
           MOVE 'N' TO WS-BED-HELD
           MOVE WS-HALL TO HSG-HALL
           MOVE WS-ROOM TO HSG-ROOM
           MOVE WS-BED  TO HSG-BED
           READ ISAM-HSG-IN KEY IS HSG-BED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO HSG-EOF-FLAG
           PERFORM UNTIL HSG-EOF
               IF HSG-HALL NOT EQUAL WS-HALL
                   OR HSG-ROOM NOT EQUAL WS-ROOM
                   OR HSG-BED NOT EQUAL WS-BED
                   MOVE 1 TO HSG-EOF-FLAG
               ELSE
                   IF HSG-STATUS EQUAL 'A'
                       MOVE 'Y' TO WS-BED-HELD
                       MOVE 1 TO HSG-EOF-FLAG
                   ELSE
                       READ ISAM-HSG-IN NEXT RECORD
                           AT END
                               MOVE 1 TO HSG-EOF-FLAG
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
