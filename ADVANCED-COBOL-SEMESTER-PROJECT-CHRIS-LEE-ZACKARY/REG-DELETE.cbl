      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 2/17/2015                                             *
      *ABSTRACT: This program drops/withdraws a row from REG-ISAM.DAT  *
      *          - a drop that leaves an F-1 student under full time   *
      *          warns before the confirm and notifies the             *
      *          international office on NOTIFY-EVENTS.TXT - a drop    *
      *          that takes an athlete under 12 hours notifies the     *
      *          athletic compliance office the same way - the refund  *
      *          reprices the term's tuition band at the hours held    *
      *          before and after the drop - nothing in a term stamped *
      *          closed by TERM-CLOSE is dropped                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-DELETE IS INITIAL PROGRAM.
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RATE-STAT.

           SELECT TTB-IN ASSIGN TO "../TUITION-TABLE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TTB-STAT.

           SELECT PCT-IN ASSIGN TO "../REFUND-RATES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PCT-STAT.
                               RECORD KEY    IS PRT-KEY
                               FILE STATUS   IS WS-PRT-STAT.

           SELECT OPTIONAL ISAM-VSA-IN ASSIGN TO "../VISA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS VSA-KEY
                               FILE STATUS   IS WS-VSA-STAT.

           SELECT OPTIONAL ISAM-ATH-IN ASSIGN TO "../ATHLETE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ATH-KEY
                               ALTERNATE KEY IS ATH-SPORT-KEY=
                                  ATH-SPORT, ATH-STUD-ID
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-ATH-STAT.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

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

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  JRNL-OUT.
       01  JRNL-LINE-OUT.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-ACCT-IO.
       01  ACCT-REC-IO.
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

       FD  RATE-IN.
       01  RATE-LINE-IN.
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
           03  PRT-DROP-DL        PIC X(8).
           03  PRT-WD-DL          PIC X(8).

       FD  ISAM-VSA-IN.
       01  VSA-REC-IN.
           03  VSA-KEY.
               05  VSA-STUD-ID    PIC 9(6).
           03  VSA-TYPE           PIC X(2).
           03  VSA-PROG-END       PIC X(8).
           03  VSA-DSO            PIC X(22).
           03  VSA-DATE           PIC X(8).
           03  VSA-USER           PIC X(20).

       FD  ISAM-ATH-IN.
       01  ATH-REC-IN.
           03  ATH-KEY.
               05  ATH-STUD-ID    PIC 9(6).
               05  ATH-SPORT      PIC X(12).
           03  ATH-ELIG-YR        PIC X.
           03  ATH-DATE           PIC X(8).
           03  ATH-USER           PIC X(20).

       FD  RFLOG-OUT.
       01  RFLOG-LINE-OUT.
           03  RFL-DATE            PIC X(8).
           03  RFL-PCT             PIC 9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-AMT             PIC 9(7)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-HRS-FROM        PIC 9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-HRS-TO          PIC 9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  RFL-BAND            PIC X(14).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
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
           03  WS-WD-PCT               PIC 9(3)    VALUE 50.
           03  WS-RFD-PCT              PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-CREDITS          PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-HOURS            PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-RFD-BEFORE-AMT       PIC 9(7)V99 VALUE ZEROS.
           03  WS-RFD-HRS-FROM         PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-BAND             PIC X(14)   VALUE SPACES.
           03  WS-TUIT-AFTER           PIC 9(3)    VALUE ZEROS.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  WS-DROP-MODE            PIC X       VALUE 'D'.
           03  WS-JRN-ACTION           PIC X       VALUE SPACE.
           03  WS-SAVE-REG             PIC X(27)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-CONFIRM              PIC X       VALUE SPACES.
           03  WS-DROPPED-STATUS       PIC X       VALUE SPACES.
           03  WS-FOUND-PROMOTE        PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  WS-VSA-STAT             PIC XX      VALUE SPACES.
           03  WS-F1-UNDER             PIC X       VALUE 'N'.
           03  WS-F1-STUDENT           PIC X       VALUE 'N'.
           03  WS-ATH-STAT             PIC XX      VALUE SPACES.
           03  WS-ATHLETE              PIC X       VALUE 'N'.
           03  WS-ATH-UNDER            PIC X       VALUE 'N'.
           03  WS-ATH-BEFORE           PIC 9(3)    VALUE ZEROS.
           03  WS-ATH-AFTER            PIC 9(3)    VALUE ZEROS.
           03  WS-FULL-TIME-MIN        PIC 99      VALUE 12.
           03  WS-ONLINE-MAX           PIC 99      VALUE 3.
           03  WS-ONLINE-CAMPUS        PIC X(2)    VALUE 'OL'.
           03  WS-LOAD-NUM             PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-ALL-CAMP        PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-ALL-ONL         PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-LEFT-CAMP       PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-LEFT-ONL        PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-BEFORE          PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-AFTER           PIC 9(3)    VALUE ZEROS.
           03  LOAD-EOF-FLAG           PIC X       VALUE SPACES.
               88 LOAD-EOF   VALUE '1'.

       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

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

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.
               05  WS-CRN      PIC X(6)        VALUE SPACES.
               05  WS-STU-ID   PIC 9(6)        VALUE ZEROS.

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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 15 COL 45 PIC X  TO WS-CONFIRM   AUTO.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                VALUE 'DROP ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           03  LINE 19 COL 45 PIC X  TO WS-CONT   AUTO.

           03  LINE 16 COL 48 PIC X(6) FROM WS-ORPHAN-CRN.
           03  LINE 16 COL 55 VALUE '? (Y/N):'.
           03  LINE 16 COL 64 PIC X TO WS-CRQ-RESP AUTO.

       01  SCRN-F1-WARN.
           03  LINE 13 COL 20 VALUE 'F-1 STUDENT - LOAD FALLS TO'.
           03  LINE 13 COL 48 PIC ZZ9 FROM WS-LOAD-AFTER.
           03  LINE 13 COL 52 VALUE 'HRS - UNDER FULL TIME'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
               OPEN EXTEND RFLOG-OUT
           END-IF
           PERFORM 100-LOAD-REFUND-RATES
           PERFORM 110-LOAD-TUITION-TABLE
           OPEN INPUT ISAM-CRQ-IN
           OPEN INPUT ISAM-PRT-IN
           OPEN INPUT ISAM-VSA-IN
           OPEN INPUT ISAM-ATH-IN

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               ACCEPT  SCRN-SEM-REQ
               ACCEPT  SCRN-CRN-REQ
               ACCEPT  SCRN-STUD-ID-REQ
               PERFORM 950-CHECK-DROP-LOAD
               MOVE WS-KEY TO REG-IO-KEY
               READ ISAM-REG-IO
                   INVALID KEY
                               MOVE CRSE TO WS-ACT-CRSE
                               DISPLAY SCRN-SCHED-DATA
                       END-READ
                       IF WS-F1-UNDER EQUAL 'Y'
                           DISPLAY SCRN-F1-WARN
                       END-IF
                       DISPLAY SCRN-CONFIRM
                       ACCEPT  SCRN-CONFIRM
                       IF WS-CONFIRM EQUAL 'Y' OR 'y'
                           MOVE REG-IO-STATUS TO WS-DROPPED-STATUS
                           PERFORM 600-CHECK-DEADLINE
                           EVALUATE WS-DROP-MODE
                               WHEN 'C'
                                   MOVE 'TERM CLOSED - GRADES FROZEN'
                                       TO WS-MSG
                               WHEN 'R'
                                   MOVE 'PAST WITHDRAWAL DEADLINE'
                                       TO WS-MSG
                               WHEN OTHER
                                   IF WS-DROP-MODE EQUAL 'W'
                                       PERFORM 240-WITHDRAW-REG
                                   ELSE
                                       PERFORM 250-DELETE-REG
                                   END-IF
                                   PERFORM 900-CHECK-COREQ-ORPHAN
                           END-EVALUATE
                       ELSE
                           MOVE 'DROP CANCELLED' TO WS-MSG
                       END-IF
           CLOSE ISAM-ACCT-IO.
           CLOSE ISAM-ACD-IO.
           CLOSE RFLOG-OUT.
           CLOSE ISAM-VSA-IN.
           CLOSE ISAM-ATH-IN.
           EXIT PROGRAM.
           STOP RUN.
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
           PERFORM 750-SEM-ORDINAL
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
       600-CHECK-DEADLINE.
      *    before the drop deadline a drop removes the row outright -
      *    a section assigned to a part of term judges against that
      *    part's deadlines, not the full-term ones
           MOVE 'D' TO WS-DROP-MODE
      *    nothing in an academically closed term is dropped, not even
      *    a waitlisted row - GRADE-CHANGE is the only way in
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-SEM-CLOSED EQUAL 'Y'
                       MOVE 'C' TO WS-DROP-MODE
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           IF WS-DROPPED-STATUS EQUAL 'W'
               CONTINUE
           ELSE
           END-IF.
      *-----------------------------------------------------------------
       240-WITHDRAW-REG.
           MOVE ZEROS TO WS-RFD-HOURS
           IF REG-IO-HOURS NUMERIC
               MOVE REG-IO-HOURS TO WS-RFD-HOURS
           END-IF
           MOVE 'W' TO REG-IO-GRADE
           REWRITE REG-REC-IO
               INVALID KEY
                   MOVE 'WITHDRAW' TO WS-ACT-CODE
                   PERFORM 850-WRITE-ACTIVITY
                   PERFORM 870-WITHDRAW-COURSE-HIST
                   IF WS-F1-UNDER EQUAL 'Y'
                       PERFORM 960-WRITE-F1-NOTIFY
                   END-IF
                   IF WS-ATH-UNDER EQUAL 'Y'
                       PERFORM 965-WRITE-ATH-NOTIFY
                   END-IF
                   MOVE WS-WD-PCT TO WS-RFD-PCT
                   PERFORM 700-CREDIT-REFUND
                   STRING WS-KEY ' WITHDRAWN' INTO WS-MSG
      *    hold the record image - the record area is undefined once
      *    the DELETE completes and the journal needs the key
           MOVE REG-REC-IO TO WS-SAVE-REG
           MOVE ZEROS TO WS-RFD-HOURS
           IF REG-IO-HOURS NUMERIC
               MOVE REG-IO-HOURS TO WS-RFD-HOURS
           END-IF
           DELETE ISAM-REG-IO
               INVALID KEY
                   MOVE 'UNABLE TO DROP' TO WS-MSG
                   END-IF
                   PERFORM 850-WRITE-ACTIVITY
                   PERFORM 880-DROP-COURSE-HIST
                   IF WS-F1-UNDER EQUAL 'Y'
                       PERFORM 960-WRITE-F1-NOTIFY
                   END-IF
                   IF WS-ATH-UNDER EQUAL 'Y'
                       PERFORM 965-WRITE-ATH-NOTIFY
                   END-IF
                   STRING WS-KEY ' DROPPED' INTO WS-MSG
                   IF WS-DROPPED-STATUS NOT EQUAL 'W'
                       MOVE 100 TO WS-RFD-PCT
           END-DELETE.
      *-----------------------------------------------------------------
       700-CREDIT-REFUND.
      *    a drop before the deadline gives back the whole
      *    difference the drop makes to the term's tuition - a
      *    withdrawal between the deadlines gives the published
      *    proration of it - a waitlisted row never billed so it
      *    never reaches here - the credit lands on the account files
      *    and on the day's refund register for the cashier
           MOVE ZEROS TO WS-RFD-AMT
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
           READ ISAM-STUD-IN
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
      *    the term is repriced at the hours held before and after the
      *    drop, so a drop that stays inside a flat band gives nothing
      *    back - WS-TUIT-AFTER was summed before the row was touched
           MOVE WS-SEM TO WS-PRC-SEM
           MOVE WS-YR  TO WS-PRC-YR
           PERFORM 740-FIND-TUITION-TABLE
           COMPUTE WS-RFD-HRS-FROM = WS-TUIT-AFTER + WS-RFD-CREDITS
           MOVE WS-RFD-HRS-FROM TO WS-PRC-HOURS
           PERFORM 745-PRICE-HOURS
           MOVE WS-PRC-AMT  TO WS-RFD-BEFORE-AMT
           MOVE WS-PRC-BAND TO WS-RFD-BAND
           MOVE WS-TUIT-AFTER TO WS-PRC-HOURS
           PERFORM 745-PRICE-HOURS
           IF WS-PRC-BAND NOT EQUAL SPACES
               MOVE WS-PRC-BAND TO WS-RFD-BAND
           END-IF
           IF WS-RFD-BEFORE-AMT GREATER THAN WS-PRC-AMT
               COMPUTE WS-RFD-AMT ROUNDED =
                   (WS-RFD-BEFORE-AMT - WS-PRC-AMT) * WS-RFD-PCT / 100
           END-IF
           IF WS-RFD-AMT GREATER THAN ZEROS
               PERFORM 710-CREDIT-ACCOUNT
           END-IF
      *    a drop the band absorbs still goes on the register at zero
      *    so the cashier can answer the student
           IF WS-RFD-CREDITS GREATER THAN ZEROS
               AND WS-RFD-PCT GREATER THAN ZEROS
               PERFORM 730-WRITE-REFUND-LOG
           END-IF.
      *-----------------------------------------------------------------
           STRING 'REFUND ' WS-ACT-SUBJ ' ' WS-ACT-CRSE ' '
               WS-RFD-PCT ' PCT' INTO ACD-IO-DESC
           COMPUTE ACD-IO-AMOUNT = ZEROS - WS-RFD-AMT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'REG-DELETE'    TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           MOVE WS-ACT-CRSE TO RFL-CRSE
           MOVE WS-RFD-PCT  TO RFL-PCT
           MOVE WS-RFD-AMT  TO RFL-AMT
           MOVE WS-RFD-HRS-FROM TO RFL-HRS-FROM
           MOVE WS-TUIT-AFTER   TO RFL-HRS-TO
           MOVE WS-RFD-BAND     TO RFL-BAND
           WRITE RFLOG-LINE-OUT.
      *-----------------------------------------------------------------
       740-FIND-TUITION-TABLE.
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
           PERFORM 750-SEM-ORDINAL
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
       745-PRICE-HOURS.
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
       750-SEM-ORDINAL.
      *    terms within a year run spring, summer, fall - the ordinal
      *    lets effective terms compare as year then term
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-PROMOTE-WAITLIST.
           MOVE 99    TO WS-PROMOTE-SEQ
           MOVE WS-ORPHAN-CRN  TO WS-CRN
           MOVE WS-ORPHAN-SUBJ TO WS-ACT-SUBJ
           MOVE WS-ORPHAN-CRSE TO WS-ACT-CRSE
           PERFORM 950-CHECK-DROP-LOAD
           MOVE WS-KEY TO REG-IO-KEY
           READ ISAM-REG-IO
               INVALID KEY
                           CONTINUE
                   END-READ
                   PERFORM 600-CHECK-DEADLINE
                   IF WS-DROP-MODE EQUAL 'R' OR 'C'
                       MOVE 'PARTNER PAST DEADLINE - NOT DROPPED'
                           TO WS-MSG
                   ELSE
                   END-IF
           END-READ
           MOVE 'N' TO WS-CASCADING.
      *-----------------------------------------------------------------
       945-CHECK-ATHLETE.
      *    one roster row for any sport makes the student an athlete
           MOVE WS-STU-ID  TO ATH-STUD-ID
           MOVE LOW-VALUES TO ATH-SPORT
           START ISAM-ATH-IN KEY IS NOT LESS THAN ATH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ISAM-ATH-IN NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ATH-STUD-ID EQUAL WS-STU-ID
                       MOVE 'Y' TO WS-ATHLETE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       950-CHECK-DROP-LOAD.
      *    an F-1 student is held to the full-time line the credit
      *    load report uses, with no more than WS-ONLINE-MAX hours of
      *    online-only sections counting toward it - an athlete is
      *    held to the same line with every hour counting - the load
      *    is summed with and without the CRN being dropped before
      *    the row itself is read for the update - every student's
      *    load is summed since the hours left after the drop reprice
      *    the term's tuition for the refund
           MOVE 'N' TO WS-F1-UNDER
           MOVE 'N' TO WS-ATH-UNDER
           MOVE 'N' TO WS-F1-STUDENT
           MOVE 'N' TO WS-ATHLETE
           MOVE WS-STU-ID TO VSA-STUD-ID
           READ ISAM-VSA-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VSA-TYPE EQUAL 'F1'
                       MOVE 'Y' TO WS-F1-STUDENT
                   END-IF
           END-READ
           PERFORM 945-CHECK-ATHLETE
           MOVE ZEROS TO WS-LOAD-ALL-CAMP
           MOVE ZEROS TO WS-LOAD-ALL-ONL
           MOVE ZEROS TO WS-LOAD-LEFT-CAMP
           MOVE ZEROS TO WS-LOAD-LEFT-ONL
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
                               PERFORM 955-ADD-LOAD-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LOAD-ALL-CAMP TO WS-LOAD-BEFORE
           IF WS-LOAD-ALL-ONL GREATER THAN WS-ONLINE-MAX
               ADD WS-ONLINE-MAX TO WS-LOAD-BEFORE
           ELSE
               ADD WS-LOAD-ALL-ONL TO WS-LOAD-BEFORE
           END-IF
           MOVE WS-LOAD-LEFT-CAMP TO WS-LOAD-AFTER
           IF WS-LOAD-LEFT-ONL GREATER THAN WS-ONLINE-MAX
               ADD WS-ONLINE-MAX TO WS-LOAD-AFTER
           ELSE
               ADD WS-LOAD-LEFT-ONL TO WS-LOAD-AFTER
           END-IF
           IF WS-F1-STUDENT EQUAL 'Y'
               AND WS-LOAD-AFTER LESS THAN WS-FULL-TIME-MIN
               AND WS-LOAD-AFTER LESS THAN WS-LOAD-BEFORE
               MOVE 'Y' TO WS-F1-UNDER
           END-IF
           COMPUTE WS-ATH-BEFORE = WS-LOAD-ALL-CAMP + WS-LOAD-ALL-ONL
           COMPUTE WS-ATH-AFTER = WS-LOAD-LEFT-CAMP + WS-LOAD-LEFT-ONL
           MOVE WS-ATH-AFTER TO WS-TUIT-AFTER
           IF WS-ATHLETE EQUAL 'Y'
               AND WS-ATH-BEFORE NOT LESS THAN WS-FULL-TIME-MIN
               AND WS-ATH-AFTER LESS THAN WS-FULL-TIME-MIN
               MOVE 'Y' TO WS-ATH-UNDER
           END-IF.
      *-----------------------------------------------------------------
       955-ADD-LOAD-CREDITS.
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
               ADD WS-LOAD-NUM TO WS-LOAD-ALL-ONL
               IF REG-IO-CRN NOT EQUAL WS-CRN
                   ADD WS-LOAD-NUM TO WS-LOAD-LEFT-ONL
               END-IF
           ELSE
               ADD WS-LOAD-NUM TO WS-LOAD-ALL-CAMP
               IF REG-IO-CRN NOT EQUAL WS-CRN
                   ADD WS-LOAD-NUM TO WS-LOAD-LEFT-CAMP
               END-IF
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
           MOVE WS-CRN       TO NTF-CRN
           MOVE SPACES       TO NTF-TEXT
           STRING 'STUDENT ' WS-STU-ID ' NOW ' WS-LOAD-AFTER
               ' HRS F-1' DELIMITED BY SIZE INTO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
      *-----------------------------------------------------------------
       965-WRITE-ATH-NOTIFY.
      *    LETTER-GEN routes this event to the athletic compliance
      *    office, which recertifies the athlete
           MOVE DISPLAY-DATE TO NTF-DATE
           MOVE 'ATH-UNDER'  TO NTF-EVENT
           MOVE WS-STU-ID    TO NTF-STUD-ID
           MOVE WS-SEM       TO NTF-SEM
           MOVE WS-YR        TO NTF-YR
           MOVE WS-CRN       TO NTF-CRN
           MOVE SPACES       TO NTF-TEXT
           STRING 'STUDENT ' WS-STU-ID ' NOW ' WS-ATH-AFTER
               ' HRS ATH' DELIMITED BY SIZE INTO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
