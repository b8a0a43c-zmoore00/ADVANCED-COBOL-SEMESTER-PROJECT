      *          term, applies the same drop-versus-withdraw grading   *
      *          REG-DELETE applies against the term deadlines,        *
      *          releases every seat (waitlist promoted first),        *
      *          credits the account the way REG-DELETE does (the term *
      *          repriced through the tuition table with and without   *
      *          each row - the full difference on a drop, the         *
      *          published proration of it on a withdrawal) with       *
      *          refund-register lines for the cashier, writes one     *
      *          audit entry and one confirmation letter event, and    *
      *          sets the withdrawn enrollment status with its history *
      *          row as STATUS-MAINT would - an F-1 student is warned  *
      *          before the confirm and the international office is    *
      *          notified when the load falls under full time - a bed  *
      *          held on HOUSING-ISAM.DAT for the term is released and *
      *          the room and meal charges billed are credited back    *
      *          for the part of the term not yet used                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FULL-WITHDRAW IS INITIAL PROGRAM.
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RATE-STAT.

           SELECT TTB-IN ASSIGN TO "../TUITION-TABLE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TTB-STAT.

           SELECT PCT-IN ASSIGN TO "../REFUND-RATES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PCT-STAT.
           SELECT ACT-OUT ASSIGN TO "../REG-ACTIVITY.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-ACT-STAT.

           SELECT OPTIONAL ISAM-VSA-IN ASSIGN TO "../VISA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS VSA-KEY
                               FILE STATUS   IS WS-VSA-STAT.

           SELECT OPTIONAL ISAM-HSG-IO ASSIGN TO "../HOUSING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HSG-KEY
                               ALTERNATE KEY IS HSG-BED-KEY=
                                   HSG-HALL, HSG-ROOM, HSG-BED
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-HSG-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-SEM-IN.
       01  SEM-REC-IN.
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-SC-IO.
       01  SC-REC-IO.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-PRT-IN.
       01  PRT-REC-IN.
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

       FD  ISAM-STH-IO.
       01  STH-REC-IO.
           03  STH-DATE           PIC X(8).
           03  STH-USER           PIC X(20).

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

       FD  RATE-IN.
       01  RATE-LINE-IN.
           03  TRT-RES             PIC 9(4)V99.
           03  FILLER              PIC X.
           03  TRT-NONRES          PIC 9(4)V99.

       FD  TTB-IN.
       01  TTB-LINE-IN.
           03  TTB-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  TTB-YR              PIC X(4).
           03  FILLER              PIC X.
           03  TTB-RES             PIC X.
           03  FILLER              PIC X.
           03  TTB-TYPE            PIC X.
           03  FILLER              PIC X.
           03  TTB-LOW             PIC 9(3).
           03  FILLER              PIC X.
           03  TTB-HIGH            PIC 9(3).
           03  FILLER              PIC X.
           03  TTB-BASE            PIC 9(5)V99.
           03  FILLER              PIC X.
           03  TTB-RATE            PIC 9(4)V99.

       FD  PCT-IN.
       01  PCT-LINE-IN.
           03  RFP-WD-PCT          PIC 9(3).
           03  RFL-PCT             PIC 9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-AMT             PIC 9(7)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-HRS-FROM        PIC 9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-HRS-TO          PIC 9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-BAND            PIC X(14).

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  ACT-SUBJ            PIC X(5).
           03  FILLER              PIC X       VALUE SPACE.
           03  ACT-STUD-ID         PIC 9(6).

       FD  ISAM-VSA-IN.
       01  VSA-REC-IN.
           03  VSA-KEY.
               05  VSA-STUD-ID    PIC 9(6).
           03  VSA-TYPE           PIC X(2).
           03  VSA-PROG-END       PIC X(8).
           03  VSA-DSO            PIC X(22).
           03  VSA-DATE           PIC X(8).
           03  VSA-USER           PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-RFL-STAT             PIC XX      VALUE SPACES.
           03  WS-RES-RATE             PIC 9(4)V99 VALUE ZEROS.
           03  WS-NONRES-RATE          PIC 9(4)V99 VALUE ZEROS.
           03  WS-TTB-STAT             PIC XX      VALUE SPACES.
           03  TTB-EOF-FLAG            PIC X       VALUE SPACES.
               88 TTB-EOF    VALUE '1'.
           03  WS-TTB-MAX              PIC 9(3)    VALUE ZEROS COMP.
           03  WS-TTB-IX               PIC 9(3)    VALUE ZEROS COMP.
           03  WS-ORD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-ORD-NUM              PIC 9       VALUE ZERO.
           03  WS-ORD-YR               PIC 9(4)    VALUE ZEROS.
           03  WS-TERM-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-EFF-KEY              PIC 9(5)    VALUE ZEROS.
           03  WS-EFF-SEM              PIC X(2)    VALUE SPACES.
           03  WS-EFF-YR               PIC X(4)    VALUE SPACES.
           03  WS-PRC-SEM              PIC X(2)    VALUE SPACES.
           03  WS-PRC-YR               PIC X(4)    VALUE SPACES.
           03  WS-PRC-RES              PIC X       VALUE SPACES.
           03  WS-PRC-HOURS            PIC 9(3)    VALUE ZEROS.
           03  WS-PRC-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-PRC-BAND             PIC X(14)   VALUE SPACES.
           03  WS-PRC-FOUND            PIC X       VALUE 'N'.
           03  WS-RFD-BEFORE-AMT       PIC 9(7)V99 VALUE ZEROS.
           03  WS-RFD-HRS-FROM         PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-BAND             PIC X(14)   VALUE SPACES.
           03  WS-TUIT-HOURS           PIC 9(3)    VALUE ZEROS.
           03  WS-WD-PCT               PIC 9(3)    VALUE 50.
           03  WS-RFD-PCT              PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-CREDITS          PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-HOURS            PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-RFD-SUBJ             PIC X(5)    VALUE SPACES.
           03  WS-RFD-CRSE             PIC X(6)    VALUE SPACES.
           03  WS-USE-DROP-DL          PIC X(8)    VALUE SPACES.
           03  WS-USE-WD-DL            PIC X(8)    VALUE SPACES.
           03  WS-JRN-ACTION           PIC X       VALUE SPACE.
           03  WS-SAVE-REG             PIC X(27)   VALUE SPACES.
           03  WS-DROPPED-STATUS       PIC X       VALUE SPACES.
           03  WS-ROWS-DONE            PIC 9(2)    VALUE ZEROS.
           03  WS-CRN-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-FOUND-PROMOTE        PIC X       VALUE 'N'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  WS-VSA-STAT             PIC XX      VALUE SPACES.
           03  WS-F1-STUDENT           PIC X       VALUE 'N'.
           03  WS-FULL-TIME-MIN        PIC 99      VALUE 12.
           03  WS-ONLINE-MAX           PIC 99      VALUE 3.
           03  WS-ONLINE-CAMPUS        PIC X(2)    VALUE 'OL'.
           03  WS-LOAD-NUM             PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-CAMP            PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-ONL             PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-COUNTED         PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-BEFORE          PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-AFTER           PIC 9(3)    VALUE ZEROS.
           03  LOAD-EOF-FLAG           PIC X       VALUE SPACES.
               88 LOAD-EOF   VALUE '1'.
           03  WS-HSG-STAT             PIC XX      VALUE SPACES.
           03  WS-HSG-BEG-INT          PIC 9(7)    VALUE ZEROS.
           03  WS-HSG-END-INT          PIC 9(7)    VALUE ZEROS.
           03  WS-HSG-NOW-INT          PIC 9(7)    VALUE ZEROS.
           03  WS-HSG-PCT              PIC 9(3)    VALUE ZEROS.
           03  WS-HSG-CODE-DESC        PIC X(16)   VALUE SPACES.

       01  WS-REC.
           03  WS-KEY.
       01  WS-CRN-TABLE.
           03  WS-CRN-ENTRY        OCCURS 20 TIMES.
               05  WS-CT-CRN       PIC X(6).

      *    the posting date is handed to PERIOD-CHECK first - a date in
      *    a month the business office has closed comes back moved to
      *    an open one
       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.

       01  WS-RES-CHECK.
           03  WS-RCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-RCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-RCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-RCK-RES          PIC X       VALUE SPACES.

       01  WS-TTB-TABLE.
           03  WS-TTB-ENTRY OCCURS 100 TIMES.
               05  WS-TTB-TERM     PIC 9(5).
               05  WS-TTB-SEM      PIC X(2).
               05  WS-TTB-YR       PIC X(4).
               05  WS-TTB-RES      PIC X.
               05  WS-TTB-TYPE     PIC X.
               05  WS-TTB-LOW      PIC 9(3).
               05  WS-TTB-HIGH     PIC 9(3).
               05  WS-TTB-BASE     PIC 9(5)V99.
               05  WS-TTB-RATE     PIC 9(4)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 10 COL 50 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-F1-WARN.
           03  LINE 11 COL 20 VALUE 'F-1 STUDENT - CARRYING'.
           03  LINE 11 COL 43 PIC ZZ9 FROM WS-LOAD-BEFORE.
           03  LINE 11 COL 47 VALUE 'HRS - WILL FALL UNDER FULL TIME'.

       01  SCRN-CONFIRM.
           03  LINE 12 COL 30  VALUE 'WITHDRAW FROM ALL? (Y/N):'.
           03  LINE 12 COL 56 PIC X TO WS-RESP AUTO.
               OPEN EXTEND RFLOG-OUT
           END-IF
           PERFORM 100-LOAD-REFUND-RATES
           PERFORM 110-LOAD-TUITION-TABLE
           OPEN EXTEND NOTIFY-OUT
           IF WS-NTF-STAT NOT EQUAL '00'
               OPEN OUTPUT NOTIFY-OUT
               CLOSE ACT-OUT
               OPEN EXTEND ACT-OUT
           END-IF
           OPEN INPUT ISAM-VSA-IN
           OPEN I-O ISAM-HSG-IO
           IF WS-HSG-STAT EQUAL '35'
               OPEN OUTPUT ISAM-HSG-IO
               CLOSE ISAM-HSG-IO
               OPEN I-O ISAM-HSG-IO
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               IF WS-DROP-MODE EQUAL 'R'
                   MOVE 'PAST WITHDRAWAL DEADLINE' TO WS-MSG
               ELSE
                   PERFORM 940-CHECK-F1-STUDENT
                   IF WS-F1-STUDENT EQUAL 'Y'
                       AND WS-LOAD-BEFORE GREATER THAN ZEROS
                       DISPLAY SCRN-F1-WARN
                   END-IF
                   DISPLAY SCRN-CONFIRM
                   ACCEPT  SCRN-CONFIRM
                   IF WS-RESP EQUAL 'Y' OR 'y'
                       PERFORM 200-WITHDRAW-ALL
                       IF WS-F1-STUDENT EQUAL 'Y'
                           PERFORM 945-CHECK-F1-AFTER
                       END-IF
                   ELSE
                       MOVE 'WITHDRAWAL CANCELLED' TO WS-MSG
                   END-IF
           CLOSE AUDIT-OUT.
           CLOSE JRNL-OUT.
           CLOSE ACT-OUT.
           CLOSE ISAM-VSA-IN.
           CLOSE ISAM-HSG-IO.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
           IF WS-CRN-CNT EQUAL ZEROS
               MOVE 'NO REGISTRATIONS FOR STUDENT/TERM' TO WS-MSG
           ELSE
      *        the hours billed going in - each row's refund reprices
      *        the term from here down, the way REG-DELETE does
               PERFORM 950-SUM-F1-LOAD
               COMPUTE WS-TUIT-HOURS = WS-LOAD-CAMP + WS-LOAD-ONL
               PERFORM VARYING WS-CRN-IX FROM 1 BY 1
                   UNTIL WS-CRN-IX GREATER THAN WS-CRN-CNT
                   MOVE WS-CT-CRN (WS-CRN-IX) TO WS-CRN
                   PERFORM 300-PROCESS-ONE-ROW
               END-PERFORM
               PERFORM 700-FLAG-STUDENT
               PERFORM 760-RELEASE-HOUSING
               PERFORM 710-WRITE-AUDIT
               PERFORM 720-WRITE-NOTIFY
               MOVE SPACES TO WS-MSG
           END-READ.
      *-----------------------------------------------------------------
       340-WITHDRAW-ROW.
           MOVE ZEROS TO WS-RFD-HOURS
           IF REG-IO-HOURS NUMERIC
               MOVE REG-IO-HOURS TO WS-RFD-HOURS
           END-IF
           MOVE 'W' TO REG-IO-GRADE
           REWRITE REG-REC-IO
               INVALID KEY
           END-REWRITE.
      *-----------------------------------------------------------------
       350-DELETE-ROW.
           MOVE ZEROS TO WS-RFD-HOURS
           IF REG-IO-HOURS NUMERIC
               MOVE REG-IO-HOURS TO WS-RFD-HOURS
           END-IF
           MOVE REG-REC-IO TO WS-SAVE-REG
           DELETE ISAM-REG-IO
               INVALID KEY
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       760-RELEASE-HOUSING.
      *    the bed goes back to housing the day the student leaves -
      *    the room and meal charges are credited for the whole days
      *    of the term still to run, all of it before the term begins
      *    and none once it has ended
           MOVE WS-STU-ID TO HSG-STUD-ID
           MOVE WS-SEM    TO HSG-SEM
           MOVE WS-YR     TO HSG-YR
           READ ISAM-HSG-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HSG-STATUS NOT EQUAL 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HSG-PCT
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   MOVE SPACES TO ISAM-SEM-TERM-BEG
                   MOVE SPACES TO ISAM-SEM-TERM-END
           END-READ
           IF ISAM-SEM-TERM-BEG NOT NUMERIC
               OR ISAM-SEM-TERM-END NOT NUMERIC
               OR WS-NOW-DATE NOT GREATER THAN ISAM-SEM-TERM-BEG
               MOVE 100 TO WS-HSG-PCT
           ELSE
               IF WS-NOW-DATE LESS THAN ISAM-SEM-TERM-END
                   COMPUTE WS-HSG-BEG-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ISAM-SEM-TERM-BEG))
                   COMPUTE WS-HSG-END-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ISAM-SEM-TERM-END))
                   COMPUTE WS-HSG-NOW-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-NOW-DATE))
                   COMPUTE WS-HSG-PCT =
                       (WS-HSG-END-INT - WS-HSG-NOW-INT) * 100
                       / (WS-HSG-END-INT - WS-HSG-BEG-INT + 1)
               END-IF
           END-IF
           MOVE ZEROS TO HSG-CREDITED
           IF WS-HSG-PCT GREATER THAN ZEROS
               COMPUTE WS-RFD-AMT ROUNDED =
                   HSG-ROOM-BILLED * WS-HSG-PCT / 100
               MOVE 'HOUSING CREDIT' TO WS-HSG-CODE-DESC
               PERFORM 770-CREDIT-HOUSING
               COMPUTE WS-RFD-AMT ROUNDED =
                   HSG-MEAL-BILLED * WS-HSG-PCT / 100
               MOVE 'MEAL PLAN CREDIT' TO WS-HSG-CODE-DESC
               PERFORM 770-CREDIT-HOUSING
           END-IF
           MOVE 'R'           TO HSG-STATUS
           MOVE WS-NOW-DATE   TO HSG-REL-DATE
           MOVE WS-AUDIT-USER TO HSG-USER
           REWRITE HSG-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *-----------------------------------------------------------------
       770-CREDIT-HOUSING.
      *    taken off billed the way 510 takes off a tuition refund
           IF WS-RFD-AMT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STU-ID TO ACB-IO-STUD-ID
           MOVE WS-SEM    TO ACB-IO-SEM
           MOVE WS-YR     TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-RFD-AMT GREATER THAN ACB-IO-BILLED
               MOVE ACB-IO-BILLED TO WS-RFD-AMT
           END-IF
           SUBTRACT WS-RFD-AMT FROM ACB-IO-BILLED
           REWRITE ACCT-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD WS-RFD-AMT TO HSG-CREDITED
           PERFORM 525-FIND-NEXT-SEQ
           MOVE WS-STU-ID       TO ACD-IO-STUD-ID
           MOVE WS-SEM          TO ACD-IO-SEM
           MOVE WS-YR           TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE 'RFND'          TO ACD-IO-CODE
           MOVE SPACES          TO ACD-IO-DESC
           STRING WS-HSG-CODE-DESC DELIMITED BY '  '
               ' ' WS-HSG-PCT ' PCT' DELIMITED BY SIZE
               INTO ACD-IO-DESC
           COMPUTE ACD-IO-AMOUNT = ZEROS - WS-RFD-AMT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'FULL-WITHDRAW' TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       100-LOAD-REFUND-RATES.
      *    the same rates BILLING-RUN prices from drive the credit
      *    back - the legacy per-credit pair covers terms the tuition
      *    table does not - the withdrawal proration percent is
      *    published in REFUND-RATES.TXT
           OPEN INPUT RATE-IN
           IF WS-RATE-STAT EQUAL '00'
               READ RATE-IN
               END-READ
               CLOSE PCT-IN
           END-IF.
      *-----------------------------------------------------------------
       110-LOAD-TUITION-TABLE.
      *    every TUITION-TABLE.TXT row carries the term it takes
      *    effect - a term prices from the latest row set on or before
      *    it, so a rerun of an old term keeps the rates it was billed
      *    under - F rows charge the base flat across the band, C rows
      *    add the rate for each hour from the band's low end up
           MOVE ZEROS TO WS-TTB-MAX
           OPEN INPUT TTB-IN
           IF WS-TTB-STAT EQUAL '00'
               MOVE SPACES TO TTB-EOF-FLAG
               PERFORM UNTIL TTB-EOF OR WS-TTB-MAX = 100
                   READ TTB-IN
                       AT END
                           MOVE 1 TO TTB-EOF-FLAG
                       NOT AT END
                           IF TTB-YR NUMERIC AND TTB-LOW NUMERIC
                               AND TTB-HIGH NUMERIC
                               AND TTB-BASE NUMERIC
                               AND TTB-RATE NUMERIC
                               PERFORM 115-ADD-TUITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTB-IN
           END-IF.
      *-----------------------------------------------------------------
       115-ADD-TUITION-ROW.
           ADD 1 TO WS-TTB-MAX
           MOVE TTB-SEM TO WS-ORD-SEM
           PERFORM 550-SEM-ORDINAL
           MOVE TTB-YR  TO WS-ORD-YR
           COMPUTE WS-TTB-TERM(WS-TTB-MAX) =
               WS-ORD-YR * 10 + WS-ORD-NUM
           MOVE TTB-SEM  TO WS-TTB-SEM(WS-TTB-MAX)
           MOVE TTB-YR   TO WS-TTB-YR(WS-TTB-MAX)
           MOVE TTB-RES  TO WS-TTB-RES(WS-TTB-MAX)
           MOVE TTB-TYPE TO WS-TTB-TYPE(WS-TTB-MAX)
           MOVE TTB-LOW  TO WS-TTB-LOW(WS-TTB-MAX)
           MOVE TTB-HIGH TO WS-TTB-HIGH(WS-TTB-MAX)
           MOVE TTB-BASE TO WS-TTB-BASE(WS-TTB-MAX)
           MOVE TTB-RATE TO WS-TTB-RATE(WS-TTB-MAX).
      *-----------------------------------------------------------------
       500-CREDIT-REFUND.
      *    the same credit REG-DELETE gives one row at a time - a
      *    dropped row gives back the whole difference it makes to the
      *    term's tuition, a withdrawn row the published proration of
      *    it - a waitlisted row never billed so it never reaches here
           MOVE ZEROS TO WS-RFD-AMT
           MOVE SPACES TO WS-RFD-SUBJ
           MOVE SPACES TO WS-RFD-CRSE
                       MOVE ZEROS TO WS-RFD-CREDITS
                   END-IF
           END-READ
      *    hours chosen at registration are what the student paid for
           IF WS-RFD-HOURS GREATER THAN ZEROS
               MOVE WS-RFD-HOURS TO WS-RFD-CREDITS
           END-IF
           MOVE 'Y' TO WS-PRC-RES
      *    the residency in force for the term, not today's flag
           MOVE WS-STU-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-STU-ID     TO WS-RCK-STUD-ID
                   MOVE WS-SEM        TO WS-RCK-SEM
                   MOVE WS-YR         TO WS-RCK-YR
                   MOVE ISAM-STUD-RES TO WS-RCK-RES
                   CALL 'RES-CHECK' USING WS-RES-CHECK
                   IF WS-RCK-RES EQUAL 'N'
                       MOVE 'N' TO WS-PRC-RES
                   END-IF
           END-READ
      *    the term is repriced at the hours held before and after
      *    this row goes, so a row inside a flat band gives nothing
      *    back - WS-TUIT-HOURS walks down as the rows are released
           MOVE WS-SEM TO WS-PRC-SEM
           MOVE WS-YR  TO WS-PRC-YR
           PERFORM 540-FIND-TUITION-TABLE
           MOVE WS-TUIT-HOURS TO WS-RFD-HRS-FROM
           IF WS-RFD-CREDITS GREATER THAN WS-TUIT-HOURS
               MOVE ZEROS TO WS-TUIT-HOURS
           ELSE
               SUBTRACT WS-RFD-CREDITS FROM WS-TUIT-HOURS
           END-IF
           MOVE WS-RFD-HRS-FROM TO WS-PRC-HOURS
           PERFORM 545-PRICE-HOURS
           MOVE WS-PRC-AMT  TO WS-RFD-BEFORE-AMT
           MOVE WS-PRC-BAND TO WS-RFD-BAND
           MOVE WS-TUIT-HOURS TO WS-PRC-HOURS
           PERFORM 545-PRICE-HOURS
           IF WS-PRC-BAND NOT EQUAL SPACES
               MOVE WS-PRC-BAND TO WS-RFD-BAND
           END-IF
           IF WS-RFD-BEFORE-AMT GREATER THAN WS-PRC-AMT
               COMPUTE WS-RFD-AMT ROUNDED =
                   (WS-RFD-BEFORE-AMT - WS-PRC-AMT) * WS-RFD-PCT / 100
           END-IF
           IF WS-RFD-AMT GREATER THAN ZEROS
               PERFORM 510-CREDIT-ACCOUNT
           END-IF
      *    a row the band absorbs still goes on the register at zero
      *    so the cashier can answer the student
           IF WS-RFD-CREDITS GREATER THAN ZEROS
               AND WS-RFD-PCT GREATER THAN ZEROS
               PERFORM 530-WRITE-REFUND-LOG
           END-IF.
      *-----------------------------------------------------------------
           STRING 'REFUND ' WS-RFD-SUBJ ' ' WS-RFD-CRSE ' '
               WS-RFD-PCT ' PCT' INTO ACD-IO-DESC
           COMPUTE ACD-IO-AMOUNT = ZEROS - WS-RFD-AMT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'FULL-WITHDRAW' TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           MOVE WS-RFD-CRSE TO RFL-CRSE
           MOVE WS-RFD-PCT  TO RFL-PCT
           MOVE WS-RFD-AMT  TO RFL-AMT
           MOVE WS-RFD-HRS-FROM TO RFL-HRS-FROM
           MOVE WS-TUIT-HOURS   TO RFL-HRS-TO
           MOVE WS-RFD-BAND     TO RFL-BAND
           WRITE RFLOG-LINE-OUT.
      *-----------------------------------------------------------------
       540-FIND-TUITION-TABLE.
      *    WS-PRC-SEM/WS-PRC-YR name the term being priced - no row on
      *    or before it leaves WS-EFF-KEY zero and the legacy per-credit
      *    pair in TUITION-RATES.TXT prices the term
           MOVE ZEROS  TO WS-EFF-KEY
           MOVE SPACES TO WS-EFF-SEM
           MOVE SPACES TO WS-EFF-YR
           IF WS-PRC-YR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRC-SEM TO WS-ORD-SEM
           PERFORM 550-SEM-ORDINAL
           MOVE WS-PRC-YR  TO WS-ORD-YR
           COMPUTE WS-TERM-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           PERFORM VARYING WS-TTB-IX FROM 1 BY 1
               UNTIL WS-TTB-IX > WS-TTB-MAX
               IF WS-TTB-TERM(WS-TTB-IX) NOT GREATER THAN WS-TERM-KEY
                   AND WS-TTB-TERM(WS-TTB-IX) GREATER THAN WS-EFF-KEY
                   MOVE WS-TTB-TERM(WS-TTB-IX) TO WS-EFF-KEY
                   MOVE WS-TTB-SEM(WS-TTB-IX)  TO WS-EFF-SEM
                   MOVE WS-TTB-YR(WS-TTB-IX)   TO WS-EFF-YR
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       545-PRICE-HOURS.
      *    tuition for WS-PRC-HOURS at residency WS-PRC-RES from the
      *    row set in force for the term - a term with no row set, or
      *    hours no band covers, fall back to the legacy per-credit pair
           MOVE ZEROS  TO WS-PRC-AMT
           MOVE SPACES TO WS-PRC-BAND
           MOVE 'N'    TO WS-PRC-FOUND
           IF WS-PRC-HOURS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-KEY GREATER THAN ZEROS
               PERFORM VARYING WS-TTB-IX FROM 1 BY 1
                   UNTIL WS-TTB-IX > WS-TTB-MAX
                       OR WS-PRC-FOUND EQUAL 'Y'
                   IF WS-TTB-TERM(WS-TTB-IX) EQUAL WS-EFF-KEY
                       AND WS-TTB-RES(WS-TTB-IX) EQUAL WS-PRC-RES
                       AND WS-PRC-HOURS NOT LESS THAN
                           WS-TTB-LOW(WS-TTB-IX)
                       AND WS-PRC-HOURS NOT GREATER THAN
                           WS-TTB-HIGH(WS-TTB-IX)
                       MOVE 'Y' TO WS-PRC-FOUND
                       IF WS-TTB-TYPE(WS-TTB-IX) EQUAL 'F'
                           MOVE WS-TTB-BASE(WS-TTB-IX) TO WS-PRC-AMT
                           STRING 'FLAT ' WS-TTB-LOW(WS-TTB-IX) '-'
                               WS-TTB-HIGH(WS-TTB-IX)
                               DELIMITED BY SIZE INTO WS-PRC-BAND
                       ELSE
                           COMPUTE WS-PRC-AMT =
                               WS-TTB-BASE(WS-TTB-IX) +
                               (WS-PRC-HOURS - WS-TTB-LOW(WS-TTB-IX)
                                   + 1) * WS-TTB-RATE(WS-TTB-IX)
                           STRING 'CREDIT ' WS-TTB-LOW(WS-TTB-IX) '-'
                               WS-TTB-HIGH(WS-TTB-IX)
                               DELIMITED BY SIZE INTO WS-PRC-BAND
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PRC-FOUND EQUAL 'N'
               IF WS-PRC-RES EQUAL 'N'
                   COMPUTE WS-PRC-AMT = WS-PRC-HOURS * WS-NONRES-RATE
               ELSE
                   COMPUTE WS-PRC-AMT = WS-PRC-HOURS * WS-RES-RATE
               END-IF
               MOVE 'PER CREDIT' TO WS-PRC-BAND
           END-IF.
      *-----------------------------------------------------------------
       550-SEM-ORDINAL.
      *    terms within a year run spring, summer, fall - the ordinal
      *    lets effective terms compare as year then term
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
      *-----------------------------------------------------------------
       710-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       940-CHECK-F1-STUDENT.
      *    an F-1 student is held to the full-time line the credit
      *    load report uses, with no more than WS-ONLINE-MAX hours of
      *    online-only sections counting toward it
           MOVE 'N'   TO WS-F1-STUDENT
           MOVE ZEROS TO WS-LOAD-BEFORE
           MOVE WS-STU-ID TO VSA-STUD-ID
           READ ISAM-VSA-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF VSA-TYPE NOT EQUAL 'F1'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-F1-STUDENT
           PERFORM 950-SUM-F1-LOAD
           MOVE WS-LOAD-COUNTED TO WS-LOAD-BEFORE.
      *-----------------------------------------------------------------
       945-CHECK-F1-AFTER.
      *    rows whose part of term had already closed stand and still
      *    count - the office hears only when the load really fell
           PERFORM 950-SUM-F1-LOAD
           MOVE WS-LOAD-COUNTED TO WS-LOAD-AFTER
           IF WS-LOAD-AFTER LESS THAN WS-FULL-TIME-MIN
               AND WS-LOAD-AFTER LESS THAN WS-LOAD-BEFORE
               PERFORM 960-WRITE-F1-NOTIFY
           END-IF.
      *-----------------------------------------------------------------
       950-SUM-F1-LOAD.
           MOVE ZEROS TO WS-LOAD-CAMP
           MOVE ZEROS TO WS-LOAD-ONL
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE WS-STU-ID  TO REG-IO-STUD-ID
           START ISAM-REG-IO KEY IS NOT LESS THAN REG-STUD-ID-KEY
               INVALID KEY
                   MOVE 1 TO LOAD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO LOAD-EOF-FLAG
           END-START
           PERFORM UNTIL LOAD-EOF
               READ ISAM-REG-IO NEXT RECORD
                   AT END
                       MOVE 1 TO LOAD-EOF-FLAG
                   NOT AT END
                       IF REG-IO-SEM NOT EQUAL WS-SEM
                           OR REG-IO-YR NOT EQUAL WS-YR
                           OR REG-IO-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO LOAD-EOF-FLAG
                       ELSE
                           IF REG-IO-STATUS NOT EQUAL 'W'
                               AND REG-IO-GRADE NOT EQUAL 'W'
                               PERFORM 955-ADD-F1-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LOAD-CAMP TO WS-LOAD-COUNTED
           IF WS-LOAD-ONL GREATER THAN WS-ONLINE-MAX
               ADD WS-ONLINE-MAX TO WS-LOAD-COUNTED
           ELSE
               ADD WS-LOAD-ONL TO WS-LOAD-COUNTED
           END-IF.
      *-----------------------------------------------------------------
       955-ADD-F1-CREDITS.
           MOVE WS-SEM     TO SEMESTER
           MOVE WS-YR      TO YEAR
           MOVE REG-IO-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SUBJ TO ISAM-IO-SUBJ
           MOVE CRSE TO ISAM-IO-CRSE
           MOVE ZEROS TO WS-LOAD-NUM
           READ ISAM-COURSE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-IO-CREDITS NUMERIC
                       MOVE ISAM-IO-CREDITS TO WS-LOAD-NUM
                       IF REG-IO-HOURS NUMERIC
                           AND REG-IO-HOURS GREATER THAN ZEROS
                           MOVE REG-IO-HOURS TO WS-LOAD-NUM
                       END-IF
                   END-IF
           END-READ
           IF DELIVERY-MODE EQUAL 'O'
               OR CAMPUS EQUAL WS-ONLINE-CAMPUS
               ADD WS-LOAD-NUM TO WS-LOAD-ONL
           ELSE
               ADD WS-LOAD-NUM TO WS-LOAD-CAMP
           END-IF.
      *-----------------------------------------------------------------
       960-WRITE-F1-NOTIFY.
      *    LETTER-GEN routes this event to the sponsoring official at
      *    the international office rather than to the student
           MOVE DISPLAY-DATE TO NTF-DATE
           MOVE 'F1-UNDER'   TO NTF-EVENT
           MOVE WS-STU-ID    TO NTF-STUD-ID
           MOVE WS-SEM       TO NTF-SEM
           MOVE WS-YR        TO NTF-YR
           MOVE SPACES       TO NTF-CRN
           MOVE SPACES       TO NTF-TEXT
           STRING 'STUDENT ' WS-STU-ID ' NOW ' WS-LOAD-AFTER
               ' HRS F-1' DELIMITED BY SIZE INTO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
