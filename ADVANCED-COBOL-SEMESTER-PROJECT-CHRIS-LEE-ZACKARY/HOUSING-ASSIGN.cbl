      ******************************************************************
      *PROGRAM : HOUSING-ASSIGN.CBL                                    *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Residence hall assignment by student and term on      *
      *          HOUSING-ISAM.DAT - places the student in a            *
      *          RES-BED-ISAM.DAT bed with a meal plan code from       *
      *          HOUSING-RATES.TXT, refusing a bed out of service, a   *
      *          bed another student already holds for the term and a  *
      *          hall whose gender restriction the student does not    *
      *          meet - keying a new bed moves the student, a blank    *
      *          hall releases the bed, and HOUSING-CHARGE bills what  *
      *          the assignment shows                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSING-ASSIGN IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-HSG-IO ASSIGN TO "../HOUSING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HSG-KEY
                               ALTERNATE KEY IS HSG-BED-KEY=
                                   HSG-HALL, HSG-ROOM, HSG-BED
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-HAL-IN ASSIGN TO "../RES-HALL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HAL-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-BED-IN ASSIGN TO "../RES-BED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BED-KEY
                               FILE STATUS   IS WS-STAT3.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT4.

           SELECT HRT-IN ASSIGN TO "../HOUSING-RATES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HRT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *    one row per student and term - status A assigned, R
      *    released - the billed amounts are what HOUSING-CHARGE has
      *    posted so far, so a move or a meal plan change is billed as
      *    the difference on its next run
       FD  ISAM-HSG-IO.
       01  HSG-REC-IO.
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

       FD  ISAM-HAL-IN.
       01  HAL-REC-IN.
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

       FD  ISAM-STUD-IN.
       01  ISAM-REC-IN.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-SUTD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20)   VALUE SPACES.
           03  ISAM-STUD-HOLD      PIC X       VALUE 'N'.
           03  ISAM-STUD-STANDING  PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RES       PIC X       VALUE 'Y'.
           03  ISAM-STUD-GPA       PIC 9V99    VALUE ZEROS.
           03  ISAM-STUD-EARNED    PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-ATTEMPT   PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-PRIVACY   PIC X       VALUE 'N'.
           03  ISAM-STUD-CLASS     PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-SAP       PIC X       VALUE SPACE.
           03  ISAM-STUD-ENR-STAT  PIC X       VALUE 'A'.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

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
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-HRT-STAT             PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-MEAL-FOUND           PIC X       VALUE 'N'.
           03  WS-BED-TAKEN            PIC X       VALUE 'N'.
           03  HRT-EOF-FLAG            PIC X       VALUE SPACES.
               88 HRT-EOF    VALUE '1'.
           03  HSG-EOF-FLAG            PIC X       VALUE SPACES.
               88 HSG-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.
           03  WS-HALL         PIC X(6)    VALUE SPACES.
           03  WS-ROOM         PIC X(5)    VALUE SPACES.
           03  WS-BED          PIC X       VALUE SPACES.
           03  WS-MEAL         PIC X(4)    VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 26 VALUE "RESIDENCE HALL ASSIGNMENT".
           03  LINE 1  COL 1  VALUE "HOUSING-ASSIGN".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-HSG-REQ.
           03  LINE 07 COL 25             VALUE 'STUDENT ID:'.
           03  LINE 07 COL 48 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 08 COL 25             VALUE '    SEM/YR:'.
           03  LINE 08 COL 48 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 08 COL 50 VALUE '/'.
           03  LINE 08 COL 51 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 09 COL 25             VALUE '      HALL:'.
           03  LINE 09 COL 48 PIC X(6)  TO WS-HALL AUTO.
           03  LINE 10 COL 25             VALUE '      ROOM:'.
           03  LINE 10 COL 48 PIC X(5)  TO WS-ROOM AUTO.
           03  LINE 11 COL 25             VALUE '       BED:'.
           03  LINE 11 COL 48 PIC X     TO WS-BED AUTO.
           03  LINE 12 COL 25             VALUE ' MEAL PLAN:'.
           03  LINE 12 COL 48 PIC X(4)  TO WS-MEAL AUTO.
           03  LINE 13 COL 25 VALUE '(BLANK HALL RELEASES THE BED)'.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           03  LINE 19 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-HSG-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-HSG-IO
               CLOSE ISAM-HSG-IO
               OPEN I-O ISAM-HSG-IO
           END-IF
           OPEN INPUT ISAM-HAL-IN.
           OPEN INPUT ISAM-BED-IN.
           OPEN INPUT ISAM-STUD-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-HALL
               MOVE SPACES TO WS-ROOM
               MOVE SPACES TO WS-BED
               MOVE SPACES TO WS-MEAL
               DISPLAY SCR-TITLE
               DISPLAY SCRN-HSG-REQ
               ACCEPT  SCRN-HSG-REQ
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT ON FILE' TO WS-MSG
                   NOT INVALID KEY
                       IF WS-HALL EQUAL SPACES
                           PERFORM 300-RELEASE-BED
                       ELSE
                           PERFORM 200-ASSIGN-BED
                       END-IF
               END-READ
               DISPLAY SCRN-HSG-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-HSG-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-HSG-IO.
           CLOSE ISAM-HAL-IN.
           CLOSE ISAM-BED-IN.
           CLOSE ISAM-STUD-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-ASSIGN-BED.
           MOVE WS-HALL TO HAL-HALL
           READ ISAM-HAL-IN
               INVALID KEY
                   MOVE 'HALL NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
      *    a blank restriction is a coed hall
           IF HAL-GENDER NOT EQUAL SPACE
               AND HAL-GENDER NOT EQUAL ISAM-STUD-GENDER
               MOVE SPACES TO WS-MSG
               STRING 'HALL IS RESTRICTED TO GENDER ' HAL-GENDER
                   DELIMITED BY SIZE INTO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL TO BED-HALL
           MOVE WS-ROOM TO BED-ROOM
           MOVE WS-BED  TO BED-BED
           READ ISAM-BED-IN
               INVALID KEY
                   MOVE 'BED NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF BED-STATUS NOT EQUAL 'A'
               MOVE 'BED IS OUT OF SERVICE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-MEAL NOT EQUAL SPACES
               PERFORM 220-CHECK-MEAL
               IF WS-MEAL-FOUND EQUAL 'N'
                   MOVE 'MEAL PLAN NOT ON HOUSING-RATES' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 230-CHECK-BED-TAKEN
           IF WS-BED-TAKEN EQUAL 'Y'
               MOVE 'BED ALREADY ASSIGNED FOR THE TERM' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 250-WRITE-ASSIGNMENT.
      *-----------------------------------------------------------------
       220-CHECK-MEAL.
           MOVE 'N' TO WS-MEAL-FOUND
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
                       IF HRT-KIND EQUAL 'M'
                           AND HRT-CODE EQUAL WS-MEAL
                           MOVE 'Y' TO WS-MEAL-FOUND
                           MOVE 1 TO HRT-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HRT-IN.
      *-----------------------------------------------------------------
       230-CHECK-BED-TAKEN.
      *    every assignment ever made to the bed sits under its
      *    alternate key - only a standing one for this term, held by
      *    someone else, blocks it
           MOVE 'N' TO WS-BED-TAKEN
           MOVE WS-HALL TO HSG-HALL
           MOVE WS-ROOM TO HSG-ROOM
           MOVE WS-BED  TO HSG-BED
           READ ISAM-HSG-IO KEY IS HSG-BED-KEY
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
                   IF HSG-SEM EQUAL WS-SEM
                       AND HSG-YR EQUAL WS-YR
                       AND HSG-STATUS EQUAL 'A'
                       AND HSG-STUD-ID NOT EQUAL WS-STU-ID
                       MOVE 'Y' TO WS-BED-TAKEN
                       MOVE 1 TO HSG-EOF-FLAG
                   ELSE
                       READ ISAM-HSG-IO NEXT RECORD
                           AT END
                               MOVE 1 TO HSG-EOF-FLAG
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       250-WRITE-ASSIGNMENT.
      *    a move keeps what has been billed so the charge run posts
      *    only the difference the new bed or meal plan makes
           MOVE WS-STU-ID TO HSG-STUD-ID
           MOVE WS-SEM    TO HSG-SEM
           MOVE WS-YR     TO HSG-YR
           READ ISAM-HSG-IO
               INVALID KEY
                   MOVE WS-STU-ID     TO HSG-STUD-ID
                   MOVE WS-SEM        TO HSG-SEM
                   MOVE WS-YR         TO HSG-YR
                   MOVE WS-HALL       TO HSG-HALL
                   MOVE WS-ROOM       TO HSG-ROOM
                   MOVE WS-BED        TO HSG-BED
                   MOVE WS-MEAL       TO HSG-MEAL
                   MOVE 'A'           TO HSG-STATUS
                   MOVE WS-NOW-DATE   TO HSG-DATE
                   MOVE SPACES        TO HSG-REL-DATE
                   MOVE ZEROS         TO HSG-ROOM-BILLED
                   MOVE ZEROS         TO HSG-MEAL-BILLED
                   MOVE ZEROS         TO HSG-CREDITED
                   MOVE WS-AUDIT-USER TO HSG-USER
                   WRITE HSG-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO ASSIGN' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'BED ASSIGNED' TO WS-MSG
                   END-WRITE
               NOT INVALID KEY
                   IF HSG-STATUS EQUAL 'R'
                       AND HSG-CREDITED GREATER THAN ZEROS
                       MOVE 'WITHDRAWN FOR TERM - SEE BUSINESS OFFICE'
                           TO WS-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-HALL       TO HSG-HALL
                   MOVE WS-ROOM       TO HSG-ROOM
                   MOVE WS-BED        TO HSG-BED
                   MOVE WS-MEAL       TO HSG-MEAL
                   MOVE 'A'           TO HSG-STATUS
                   MOVE WS-NOW-DATE   TO HSG-DATE
                   MOVE SPACES        TO HSG-REL-DATE
                   MOVE WS-AUDIT-USER TO HSG-USER
                   REWRITE HSG-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'ASSIGNMENT CHANGED' TO WS-MSG
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       300-RELEASE-BED.
      *    charges already posted stand - the prorated credit comes
      *    with a complete withdrawal through FULL-WITHDRAW
           MOVE WS-STU-ID TO HSG-STUD-ID
           MOVE WS-SEM    TO HSG-SEM
           MOVE WS-YR     TO HSG-YR
           READ ISAM-HSG-IO
               INVALID KEY
                   MOVE 'NO ASSIGNMENT FOR THE TERM' TO WS-MSG
               NOT INVALID KEY
                   IF HSG-STATUS EQUAL 'R'
                       MOVE 'BED ALREADY RELEASED' TO WS-MSG
                   ELSE
                       MOVE 'R'           TO HSG-STATUS
                       MOVE WS-NOW-DATE   TO HSG-REL-DATE
                       MOVE WS-AUDIT-USER TO HSG-USER
                       REWRITE HSG-REC-IO
                           INVALID KEY
                               MOVE 'UNABLE TO RELEASE' TO WS-MSG
                           NOT INVALID KEY
                               MOVE 'BED RELEASED' TO WS-MSG
                       END-REWRITE
                   END-IF
           END-READ.
