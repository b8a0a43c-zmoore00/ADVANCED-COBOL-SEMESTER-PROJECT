      ******************************************************************
      *PROGRAM : HOUSING-CHARGE.CBL                                    *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Term housing charge batch for a SEM/YR - every        *
      *          standing HOUSING-ISAM.DAT assignment is priced from   *
      *          HOUSING-RATES.TXT (the bed's room rate code and the   *
      *          meal plan code) and the room and meal charges are     *
      *          posted to ACCT-DETAIL.DAT as HOUS and MEAL rows with  *
      *          ACCT-BALANCE.DAT billed carrying them - the amounts   *
      *          already billed ride on the assignment, so a rerun     *
      *          posts nothing new and a move or meal plan change      *
      *          posts only the difference - HOUSING-CHARGE.RPT lists  *
      *          every posting with control totals on                  *
      *          BATCH-CONTROL.TXT                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSING-CHARGE IS INITIAL PROGRAM.
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
                               FILE STATUS   IS WS-HSG-STAT.

           SELECT OPTIONAL ISAM-BED-IN ASSIGN TO "../RES-BED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS BED-KEY
                               FILE STATUS   IS WS-BED-STAT.

           SELECT OPTIONAL ISAM-ACCT-IO ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-ACCT-STAT.

           SELECT OPTIONAL ISAM-ACD-IO ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

           SELECT HRT-IN ASSIGN TO "../HOUSING-RATES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HRT-STAT.

           SELECT REPORT-OUT ASSIGN TO "../HOUSING-CHARGE.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.

           SELECT BCTL-OUT ASSIGN TO "../BATCH-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BCT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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

       FD  ISAM-BED-IN.
       01  BED-REC-IN.
           03  BED-KEY.
               05  BED-HALL       PIC X(6).
               05  BED-ROOM       PIC X(5).
               05  BED-BED        PIC X.
           03  BED-RATE           PIC X(4).
           03  BED-STATUS         PIC X.

       FD  ISAM-ACCT-IO.
       01  ACCT-REC-IO.
           03  ACB-IO-KEY.
               05  ACB-IO-STUD-ID PIC 9(6).
               05  ACB-IO-SEM     PIC X(2).
               05  ACB-IO-YR      PIC X(4).
           03  ACB-IO-BILLED      PIC 9(7)V99.
           03  ACB-IO-PAID        PIC 9(7)V99.

       FD  ISAM-ACD-IO.
       01  ACD-REC-IO.
           03  ACD-IO-KEY.
               05  ACD-IO-STUD-ID PIC 9(6).
               05  ACD-IO-SEM     PIC X(2).
               05  ACD-IO-YR      PIC X(4).
               05  ACD-IO-SEQ     PIC 9(4).
           03  ACD-IO-CODE        PIC X(4).
           03  ACD-IO-DESC        PIC X(30).
           03  ACD-IO-AMOUNT      PIC S9(7)V99.
           03  ACD-IO-DATE        PIC X(8).
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

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

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).

       FD  BCTL-OUT.
       01  BCTL-LINE-OUT.
           03  BCT-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-READ            PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-WRITTEN         PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-REJECTED        PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-AMOUNT          PIC 9(9)V99.
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
           03  WS-HSG-STAT             PIC XX      VALUE SPACES.
           03  WS-BED-STAT             PIC XX      VALUE SPACES.
           03  WS-ACCT-STAT            PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-HRT-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'HOUSING-CHARGE'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  HRT-EOF-FLAG            PIC X       VALUE SPACES.
               88 HRT-EOF    VALUE '1'.
           03  HSG-EOF-FLAG            PIC X       VALUE SPACES.
               88 HSG-EOF    VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  WS-HRT-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-HRT-MAX              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-STU-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-LOOK-KIND            PIC X       VALUE SPACE.
           03  WS-LOOK-CODE            PIC X(4)    VALUE SPACES.
           03  WS-LOOK-AMT             PIC 9(5)V99 VALUE ZEROS.
           03  WS-LOOK-FOUND           PIC X       VALUE 'N'.
           03  WS-ROOM-AMT             PIC 9(5)V99 VALUE ZEROS.
           03  WS-MEAL-AMT             PIC 9(5)V99 VALUE ZEROS.
           03  WS-POST-CODE            PIC X(4)    VALUE SPACES.
           03  WS-POST-DESC            PIC X(30)   VALUE SPACES.
           03  WS-POST-AMT             PIC S9(7)V99 VALUE ZEROS.
           03  WS-POST-RESULT          PIC X(16)   VALUE SPACES.
           03  WS-ABS-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-ROOM-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-ROOM-TOTAL           PIC S9(9)V99 VALUE ZEROS.
           03  WS-MEAL-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-MEAL-TOTAL           PIC S9(9)V99 VALUE ZEROS.
           03  WS-SAME-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-EXCEPT-COUNT         PIC 9(5)    VALUE ZEROS.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

       01  WS-HRT-TABLE.
           03  WS-HRT-ENTRY        OCCURS 50 TIMES.
               05  WS-HRT-KIND     PIC X.
               05  WS-HRT-CODE     PIC X(4).
               05  WS-HRT-AMT      PIC 9(5)V99.
               05  WS-HRT-DESC     PIC X(30).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(23)   VALUE 'HOUSING CHARGE REGISTER'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(16)   VALUE 'NAME'.
           03  FILLER      PIC X(15)   VALUE 'HALL   ROOM  B'.
           03  FILLER      PIC X(6)    VALUE 'CODE'.
           03  FILLER      PIC X(11)   VALUE '     AMOUNT'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(6)    VALUE 'RESULT'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-LNAME    PIC X(16).
           03  RD-HALL     PIC X(7).
           03  RD-ROOM     PIC X(6).
           03  RD-BED      PIC X.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-CODE     PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-AMT      PIC ZZ,ZZ9.99-.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RESULT   PIC X(16).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.

      *    the posting date is handed to PERIOD-CHECK first - a date in
      *    a month the business office has closed comes back moved to
      *    an open one
       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "HOUSING-CHARGE".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 27 VALUE "TERM HOUSING CHARGES".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25            VALUE '             SEM/YR:'.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 12 COL 25 VALUE '    POSTED:'.
           03  LINE 12 COL 37 PIC 9(7) FROM WS-CTL-WRITTEN.
           03  LINE 13 COL 25 VALUE 'EXCEPTIONS:'.
           03  LINE 13 COL 37 PIC 9(7) FROM WS-CTL-REJECTED.
           03  LINE 15 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               CONTINUE
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           PERFORM 100-LOAD-RATES
           IF WS-HRT-STAT NOT EQUAL '00'
               MOVE 'HOUSING-RATES.TXT NOT FOUND' TO WS-MSG
           ELSE
               PERFORM 200-RUN-CHARGES
               MOVE SPACES TO WS-MSG
               STRING WS-CTL-WRITTEN ' HOUSING ROW(S) POSTED'
                   INTO WS-MSG
               PERFORM 060-WRITE-CONTROL
           END-IF

           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    question from RUN-PARMS.TXT and never touches the keyboard
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARM-IN
           IF WS-PRM-STAT EQUAL '00'
               MOVE SPACES TO PRM-EOF-FLAG
               PERFORM UNTIL PRM-EOF
                   READ PARM-IN
                       AT END
                           MOVE 1 TO PRM-EOF-FLAG
                       NOT AT END
                           IF PRM-PROGRAM EQUAL WS-OWN-NAME
                               MOVE PRM-SEM TO WS-SEM
                               MOVE PRM-YR  TO WS-YR
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-CONTROL.
      *    every run leaves its control totals on the shared batch
      *    control file so the morning balancing report can compare
      *    tonight against the prior run - read counts the term's
      *    assignments, written the rows posted, rejected the
      *    assignments with no rate to price them
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'HOUSING-CHARGE' TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-LOAD-RATES.
           MOVE ZEROS TO WS-HRT-MAX
           OPEN INPUT HRT-IN
           IF WS-HRT-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HRT-EOF-FLAG
           PERFORM UNTIL HRT-EOF OR WS-HRT-MAX = 50
               READ HRT-IN
                   AT END
                       MOVE 1 TO HRT-EOF-FLAG
                   NOT AT END
                       IF HRT-AMT NUMERIC
                           ADD 1 TO WS-HRT-MAX
                           MOVE HRT-KIND TO WS-HRT-KIND(WS-HRT-MAX)
                           MOVE HRT-CODE TO WS-HRT-CODE(WS-HRT-MAX)
                           MOVE HRT-AMT  TO WS-HRT-AMT(WS-HRT-MAX)
                           MOVE HRT-DESC TO WS-HRT-DESC(WS-HRT-MAX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HRT-IN.
      *-----------------------------------------------------------------
       150-LOOK-UP-RATE.
           MOVE 'N'   TO WS-LOOK-FOUND
           MOVE ZEROS TO WS-LOOK-AMT
           PERFORM VARYING WS-HRT-IX FROM 1 BY 1
               UNTIL WS-HRT-IX GREATER THAN WS-HRT-MAX
               IF WS-HRT-KIND(WS-HRT-IX) EQUAL WS-LOOK-KIND
                   AND WS-HRT-CODE(WS-HRT-IX) EQUAL WS-LOOK-CODE
                   MOVE 'Y' TO WS-LOOK-FOUND
                   MOVE WS-HRT-AMT(WS-HRT-IX) TO WS-LOOK-AMT
                   MOVE WS-HRT-MAX TO WS-HRT-IX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       200-RUN-CHARGES.
           OPEN I-O ISAM-HSG-IO
           OPEN INPUT ISAM-BED-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN I-O ISAM-ACCT-IO
           IF WS-ACCT-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACCT-IO
               CLOSE ISAM-ACCT-IO
               OPEN I-O ISAM-ACCT-IO
           END-IF
           OPEN I-O ISAM-ACD-IO
           IF WS-ACD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACD-IO
               CLOSE ISAM-ACD-IO
               OPEN I-O ISAM-ACD-IO
           END-IF
           OPEN OUTPUT REPORT-OUT

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

      *    the assignment rewrite lands on the record the scan is
      *    sitting on, so it does not move the scan
           MOVE LOW-VALUES TO HSG-KEY
           START ISAM-HSG-IO KEY IS NOT LESS THAN HSG-KEY
               INVALID KEY
                   MOVE 1 TO HSG-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO HSG-EOF-FLAG
           END-START
           PERFORM UNTIL HSG-EOF
               READ ISAM-HSG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO HSG-EOF-FLAG
                   NOT AT END
                       IF HSG-SEM EQUAL WS-SEM
                           AND HSG-YR EQUAL WS-YR
                           AND HSG-STATUS EQUAL 'A'
                           ADD 1 TO WS-CTL-READ
                           PERFORM 300-PRICE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 800-WRITE-TOTALS

           CLOSE ISAM-HSG-IO
           CLOSE ISAM-BED-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-ACCT-IO
           CLOSE ISAM-ACD-IO
           CLOSE REPORT-OUT.
      *-----------------------------------------------------------------
       300-PRICE-ASSIGNMENT.
      *    a bed whose rate code has left the table is an exception
      *    and nothing is posted for it until the rate is restored
           MOVE HSG-STUD-ID TO WS-STU-ID
           MOVE HSG-HALL TO BED-HALL
           MOVE HSG-ROOM TO BED-ROOM
           MOVE HSG-BED  TO BED-BED
           MOVE SPACES   TO BED-RATE
           READ ISAM-BED-IN
               INVALID KEY
                   MOVE SPACES TO BED-RATE
           END-READ
           MOVE 'R'      TO WS-LOOK-KIND
           MOVE BED-RATE TO WS-LOOK-CODE
           PERFORM 150-LOOK-UP-RATE
           IF WS-LOOK-FOUND EQUAL 'N'
               MOVE BED-RATE        TO WS-POST-CODE
               MOVE ZEROS           TO WS-POST-AMT
               MOVE 'NO ROOM RATE'  TO WS-POST-RESULT
               ADD 1 TO WS-EXCEPT-COUNT
               ADD 1 TO WS-CTL-REJECTED
               PERFORM 600-WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-AMT TO WS-ROOM-AMT
           MOVE ZEROS TO WS-MEAL-AMT
           IF HSG-MEAL NOT EQUAL SPACES
               MOVE 'M'      TO WS-LOOK-KIND
               MOVE HSG-MEAL TO WS-LOOK-CODE
               PERFORM 150-LOOK-UP-RATE
               IF WS-LOOK-FOUND EQUAL 'N'
                   MOVE HSG-MEAL        TO WS-POST-CODE
                   MOVE ZEROS           TO WS-POST-AMT
                   MOVE 'NO MEAL RATE'  TO WS-POST-RESULT
                   ADD 1 TO WS-EXCEPT-COUNT
                   ADD 1 TO WS-CTL-REJECTED
                   PERFORM 600-WRITE-REGISTER-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LOOK-AMT TO WS-MEAL-AMT
           END-IF
           IF WS-ROOM-AMT EQUAL HSG-ROOM-BILLED
               AND WS-MEAL-AMT EQUAL HSG-MEAL-BILLED
               ADD 1 TO WS-SAME-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 520-FIND-NEXT-SEQ
           IF WS-ROOM-AMT NOT EQUAL HSG-ROOM-BILLED
               MOVE 'HOUS' TO WS-POST-CODE
               MOVE SPACES TO WS-POST-DESC
               STRING 'HOUSING ' HSG-HALL ' ' HSG-ROOM '-' HSG-BED
                   DELIMITED BY SIZE INTO WS-POST-DESC
               COMPUTE WS-POST-AMT = WS-ROOM-AMT - HSG-ROOM-BILLED
               PERFORM 500-POST-CHARGE
               ADD 1 TO WS-ROOM-COUNT
               ADD WS-POST-AMT TO WS-ROOM-TOTAL
               MOVE WS-ROOM-AMT TO HSG-ROOM-BILLED
           END-IF
           IF WS-MEAL-AMT NOT EQUAL HSG-MEAL-BILLED
               MOVE 'MEAL' TO WS-POST-CODE
               MOVE SPACES TO WS-POST-DESC
               IF HSG-MEAL EQUAL SPACES
                   MOVE 'MEAL PLAN DROPPED' TO WS-POST-DESC
               ELSE
                   STRING 'MEAL PLAN ' HSG-MEAL
                       DELIMITED BY SIZE INTO WS-POST-DESC
               END-IF
               COMPUTE WS-POST-AMT = WS-MEAL-AMT - HSG-MEAL-BILLED
               PERFORM 500-POST-CHARGE
               ADD 1 TO WS-MEAL-COUNT
               ADD WS-POST-AMT TO WS-MEAL-TOTAL
               MOVE WS-MEAL-AMT TO HSG-MEAL-BILLED
           END-IF
           REWRITE HSG-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *-----------------------------------------------------------------
       500-POST-CHARGE.
      *    posted the way CHARGE-POST posts a charge - a reduction
      *    from a move to a cheaper bed comes off billed, never below
      *    zero
           IF WS-POST-AMT LESS THAN ZEROS
               COMPUTE WS-ABS-AMT = ZEROS - WS-POST-AMT
           ELSE
               MOVE WS-POST-AMT TO WS-ABS-AMT
           END-IF
           MOVE WS-STU-ID TO ACB-IO-STUD-ID
           MOVE WS-SEM    TO ACB-IO-SEM
           MOVE WS-YR     TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   MOVE ZEROS TO ACB-IO-BILLED
                   MOVE ZEROS TO ACB-IO-PAID
                   IF WS-POST-AMT GREATER THAN ZEROS
                       MOVE WS-ABS-AMT TO ACB-IO-BILLED
                   END-IF
                   WRITE ACCT-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF WS-POST-AMT GREATER THAN ZEROS
                       ADD WS-ABS-AMT TO ACB-IO-BILLED
                   ELSE
                       IF WS-ABS-AMT GREATER THAN ACB-IO-BILLED
                           MOVE ZEROS TO ACB-IO-BILLED
                       ELSE
                           SUBTRACT WS-ABS-AMT FROM ACB-IO-BILLED
                       END-IF
                   END-IF
                   REWRITE ACCT-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           PERFORM 540-WRITE-DETAIL
           ADD 1 TO WS-ACD-NEXT-SEQ
           MOVE 'POSTED' TO WS-POST-RESULT
           ADD 1 TO WS-CTL-WRITTEN
           ADD WS-ABS-AMT TO WS-CTL-AMOUNT
           PERFORM 600-WRITE-REGISTER-LINE.
      *-----------------------------------------------------------------
       520-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE WS-STU-ID  TO ACD-IO-STUD-ID
           MOVE WS-SEM     TO ACD-IO-SEM
           MOVE WS-YR      TO ACD-IO-YR
           MOVE ZEROS      TO ACD-IO-SEQ
           START ISAM-ACD-IO KEY IS NOT LESS THAN ACD-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACD-EOF-FLAG
           END-START
           PERFORM UNTIL ACD-EOF
               READ ISAM-ACD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO ACD-EOF-FLAG
                   NOT AT END
                       IF ACD-IO-STUD-ID NOT EQUAL WS-STU-ID
                           OR ACD-IO-SEM NOT EQUAL WS-SEM
                           OR ACD-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           IF ACD-IO-SEQ GREATER THAN WS-ACD-NEXT-SEQ
                               MOVE ACD-IO-SEQ TO WS-ACD-NEXT-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-ACD-NEXT-SEQ.
      *-----------------------------------------------------------------
       540-WRITE-DETAIL.
           MOVE WS-STU-ID        TO ACD-IO-STUD-ID
           MOVE WS-SEM           TO ACD-IO-SEM
           MOVE WS-YR            TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ  TO ACD-IO-SEQ
           MOVE WS-POST-CODE     TO ACD-IO-CODE
           MOVE WS-POST-DESC     TO ACD-IO-DESC
           MOVE WS-POST-AMT      TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE      TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE      TO ACD-IO-DATE
           MOVE ZEROS            TO ACD-IO-RECEIPT
           MOVE ZEROS            TO ACD-IO-SESSION
           MOVE 'HOUSING-CHARGE' TO ACD-IO-PROGRAM
           MOVE SPACES           TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       600-WRITE-REGISTER-LINE.
           MOVE WS-STU-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE SPACES TO ISAM-STUD-LNAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-STU-ID       TO RD-STUD-ID
           MOVE ISAM-STUD-LNAME TO RD-LNAME
           MOVE HSG-HALL        TO RD-HALL
           MOVE HSG-ROOM        TO RD-ROOM
           MOVE HSG-BED         TO RD-BED
           MOVE WS-POST-CODE    TO RD-CODE
           MOVE WS-POST-AMT     TO RD-AMT
           MOVE WS-POST-RESULT  TO RD-RESULT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'ROOM ROWS POSTED:' TO RPT-TOTAL
           MOVE WS-ROOM-COUNT   TO RT-COUNT
           MOVE WS-ROOM-TOTAL   TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'MEAL PLAN ROWS POSTED:' TO RPT-TOTAL
           MOVE WS-MEAL-COUNT   TO RT-COUNT
           MOVE WS-MEAL-TOTAL   TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'ALREADY BILLED IN FULL:' TO RPT-TOTAL
           MOVE WS-SAME-COUNT   TO RT-COUNT
           MOVE ZEROS           TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'EXCEPTIONS - NOT PRICED:' TO RPT-TOTAL
           MOVE WS-EXCEPT-COUNT TO RT-COUNT
           MOVE ZEROS           TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
