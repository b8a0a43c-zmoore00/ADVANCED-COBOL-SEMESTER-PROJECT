      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 04/14/2015                                            *
      *ABSTRACT: Term billing batch - prices each enrolled student's   *
      *          credit hours from the tuition table row set in force  *
      *          for the term (flat bands and per-credit rows by       *
      *          residency) plus any per-course fees, writes a billing *
      *          file and a printable invoice per student showing the  *
      *          band that applied - residency is the one RES-CHECK    *
      *          gives as in force for the term                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-RUN IS INITIAL PROGRAM.
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RATE-STAT.

           SELECT TTB-IN ASSIGN TO "../TUITION-TABLE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TTB-STAT.

           SELECT FEE-IN ASSIGN TO "../COURSE-FEES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FEE-STAT.
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

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

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

       FD  FEE-IN.
       01  FEE-LINE-IN.
           03  FEE-SUBJ            PIC X(5).
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

       FD  ISAM-WVR-IN.
       01  WVR-REC-IN.

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'BILLING-RUN'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           03  WS-ACD-DESC             PIC X(30)   VALUE SPACES.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.
           03  WS-GLR-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-GLR-HIT              PIC 9(2)    VALUE ZEROS.
           03  WS-GLR-CNT              PIC 9(2)    VALUE ZEROS.
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
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-STUD-CREDITS         PIC 9(3)    VALUE ZEROS.
           03  WS-STUD-TUITION         PIC 9(7)V99 VALUE ZEROS.
               05  WS-WVC-APPLIES  PIC X.
               05  WS-WVC-DESC     PIC X(20).

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

       01  WS-DTL-TABLE.
           03  WS-DTL-CNT          PIC 9(2)    VALUE ZEROS.
           03  WS-DTL-IX           PIC 9(2)    VALUE ZEROS.
               05  WS-DTL-CRSE     PIC X(6).
               05  WS-DTL-AMT      PIC 9(4)V99.

      *    bill rows already on the general ledger, netted by code
       01  WS-GLR-TABLE.
           03  WS-GLR-ENTRY            OCCURS 10 TIMES.
               05  WS-GLR-CODE         PIC X(4).
               05  WS-GLR-AMT          PIC S9(7)V99.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  IW-AMT      PIC ZZZ,ZZ9.99-.

       01  INV-BAND.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(14)   VALUE 'TUITION BAND: '.
           03  IB-BAND     PIC X(14).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  IB-EFF      PIC X(24).

       01  INV-TOTAL.
           03  FILLER      PIC X(9)    VALUE 'CREDITS: '.
           03  IT-CREDITS  PIC ZZ9.
           03  IT-FEES     PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(9)    VALUE '  TOTAL: '.
           03  IT-TOTAL    PIC ZZZ,ZZ9.99.

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
               ACCEPT  SCRN-SEM-REQ
           END-IF

           PERFORM 120-LOAD-TUITION-TABLE
           OPEN INPUT RATE-IN
           IF WS-RATE-STAT EQUAL '00'
               READ RATE-IN
                   AT END
                       CONTINUE
                       MOVE TRT-NONRES TO WS-NONRES-RATE
               END-READ
               CLOSE RATE-IN
           END-IF
           MOVE WS-SEM TO WS-PRC-SEM
           MOVE WS-YR  TO WS-PRC-YR
           PERFORM 170-FIND-TUITION-TABLE
      *    the legacy per-credit pair is only needed for a term no
      *    tuition table row set covers
           IF WS-EFF-KEY EQUAL ZEROS
               AND WS-RATE-STAT NOT EQUAL '00'
               MOVE 'NO TUITION RATES FOR TERM' TO WS-MSG
               DISPLAY SCRN-MSG
           ELSE
               PERFORM 100-LOAD-FEE-TABLE
               PERFORM 150-LOAD-WAIVER-CODES
               OPEN INPUT ISAM-WVR-IN
               CLOSE WVC-IN
           END-IF
           MOVE SPACES TO EOF-FLAG.
      *-----------------------------------------------------------------
       120-LOAD-TUITION-TABLE.
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
                               PERFORM 125-ADD-TUITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTB-IN
           END-IF.
      *-----------------------------------------------------------------
       125-ADD-TUITION-ROW.
           ADD 1 TO WS-TTB-MAX
           MOVE TTB-SEM TO WS-ORD-SEM
           PERFORM 190-SEM-ORDINAL
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
       170-FIND-TUITION-TABLE.
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
           PERFORM 190-SEM-ORDINAL
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
       180-PRICE-HOURS.
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
       190-SEM-ORDINAL.
      *    terms within a year run spring, summer, fall - the ordinal
      *    lets effective terms compare as year then term
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-BILL-ONE-STUDENT.
           MOVE ZEROS TO WS-STUD-CREDITS
           PERFORM 300-PRICE-REGISTRATIONS

           IF WS-STUD-CREDITS > ZEROS
      *    a reclassification prices from its effective term on, so
      *    a rerun of an earlier term keeps the residency it had
               MOVE ISAM-IO-ID    TO WS-RCK-STUD-ID
               MOVE WS-SEM        TO WS-RCK-SEM
               MOVE WS-YR         TO WS-RCK-YR
               MOVE ISAM-STUD-RES TO WS-RCK-RES
               CALL 'RES-CHECK' USING WS-RES-CHECK
               IF WS-RCK-RES EQUAL 'N'
                   MOVE 'N' TO WS-PRC-RES
               ELSE
                   MOVE 'Y' TO WS-PRC-RES
               END-IF
               MOVE WS-STUD-CREDITS TO WS-PRC-HOURS
               PERFORM 180-PRICE-HOURS
               MOVE WS-PRC-AMT TO WS-STUD-TUITION
               PERFORM 450-APPLY-WAIVER
               COMPUTE WS-STUD-TOTAL =
                   WS-STUD-TUITION + WS-STUD-FEES
                       NOT INVALID KEY
                           MOVE ZEROS TO WS-CREDITS-NUM
                           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                           ADD WS-CREDITS-NUM TO WS-STUD-CREDITS
                           MOVE SUBJ            TO ID-SUBJ
                           MOVE CRSE            TO ID-CRSE
           MOVE WS-STUD-TUITION TO IT-TUITION
           MOVE WS-STUD-FEES    TO IT-FEES
           MOVE WS-STUD-TOTAL   TO IT-TOTAL
           MOVE WS-PRC-BAND     TO IB-BAND
           MOVE SPACES          TO IB-EFF
           IF WS-PRC-BAND EQUAL 'PER CREDIT'
               MOVE 'LEGACY RATES' TO IB-EFF
           ELSE
               STRING 'RATES EFFECTIVE ' WS-EFF-SEM '/' WS-EFF-YR
                   DELIMITED BY SIZE INTO IB-EFF
           END-IF
           WRITE INVOICE-LINE-OUT FROM INV-BAND
           IF WS-SPN-SHARE GREATER THAN ZEROS
               MOVE SPS-SPONSOR TO IS-SPONSOR
               COMPUTE IS-AMT = ZEROS - WS-SPN-SHARE
      *    made of - a rerun replaces only the rows this program wrote
      *    so cashier and charge postings survive the rebill
           PERFORM 610-CLEAR-OLD-BILL-ROWS
           PERFORM 620-REVERSE-POSTED-ROWS
      *    the tuition row carries the pre-waiver charge and the
      *    waiver lands as its own negative row so the detail still
      *    sums to the balance
       610-CLEAR-OLD-BILL-ROWS.
      *    one pass clears this program's prior rows for the term and
      *    notes the highest sequence still on file so new rows land
      *    after everything kept - a row already sent to the general
      *    ledger, or dated in a month since closed, stays and is
      *    reversed instead - a RES-PETITION reclassification row is
      *    a rebill adjustment and goes the same way, as the rerun
      *    prices the whole term at the residency now in force
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE ZEROS TO WS-GLR-CNT
           MOVE ISAM-IO-ID TO ACD-IO-STUD-ID
           MOVE WS-SEM     TO ACD-IO-SEM
           MOVE WS-YR      TO ACD-IO-YR
                           OR ACD-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           MOVE SPACES TO WS-PCK-RESULT
                           IF (ACD-IO-PROGRAM EQUAL 'BILLING-RUN'
                               OR ACD-IO-PROGRAM EQUAL 'RES-PETITION')
                               AND ACD-IO-GL-DATE EQUAL SPACES
                               MOVE ACD-IO-DATE TO WS-PCK-DATE
                               CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
                           END-IF
                           IF WS-PCK-RESULT EQUAL 'O'
                               DELETE ISAM-ACD-IO
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           ELSE
                               IF ACD-IO-PROGRAM EQUAL 'BILLING-RUN'
                                   OR 'RES-PETITION'
                                   PERFORM 615-NOTE-POSTED-ROW
                               END-IF
                               IF ACD-IO-SEQ GREATER THAN
                                   WS-ACD-NEXT-SEQ
                                   MOVE ACD-IO-SEQ TO WS-ACD-NEXT-SEQ
               END-READ
           END-PERFORM
           ADD 1 TO WS-ACD-NEXT-SEQ.
      *-----------------------------------------------------------------
       615-NOTE-POSTED-ROW.
      *    posted bill rows net by charge code so one reversing row per
      *    code backs them out - a reversal posted on an earlier rebill
      *    nets in here like any other posted row
           MOVE ZEROS TO WS-GLR-HIT
           PERFORM VARYING WS-GLR-IX FROM 1 BY 1
               UNTIL WS-GLR-IX GREATER THAN WS-GLR-CNT
               IF WS-GLR-CODE(WS-GLR-IX) EQUAL ACD-IO-CODE
                   MOVE WS-GLR-IX TO WS-GLR-HIT
               END-IF
           END-PERFORM
           IF WS-GLR-HIT EQUAL ZEROS
               IF WS-GLR-CNT NOT LESS THAN 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GLR-CNT
               MOVE WS-GLR-CNT  TO WS-GLR-HIT
               MOVE ACD-IO-CODE TO WS-GLR-CODE(WS-GLR-HIT)
               MOVE ZEROS       TO WS-GLR-AMT(WS-GLR-HIT)
           END-IF
           ADD ACD-IO-AMOUNT TO WS-GLR-AMT(WS-GLR-HIT).
      *-----------------------------------------------------------------
       620-REVERSE-POSTED-ROWS.
      *    the reversing rows are this program's own unposted rows, so
      *    the next rebill clears and recomputes them with the rest
           PERFORM VARYING WS-GLR-IX FROM 1 BY 1
               UNTIL WS-GLR-IX GREATER THAN WS-GLR-CNT
               IF WS-GLR-AMT(WS-GLR-IX) NOT EQUAL ZEROS
                   MOVE WS-GLR-CODE(WS-GLR-IX) TO WS-ACD-CODE
                   MOVE SPACES TO WS-ACD-DESC
                   STRING 'REVERSE POSTED ' WS-GLR-CODE(WS-GLR-IX)
                       ' BILLING' INTO WS-ACD-DESC
                   COMPUTE WS-ACD-AMOUNT = ZEROS - WS-GLR-AMT(WS-GLR-IX)
                   PERFORM 650-WRITE-ONE-DETAIL
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       650-WRITE-ONE-DETAIL.
           MOVE ISAM-IO-ID     TO ACD-IO-STUD-ID
           MOVE WS-ACD-CODE    TO ACD-IO-CODE
           MOVE WS-ACD-DESC    TO ACD-IO-DESC
           MOVE WS-ACD-AMOUNT  TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE    TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE    TO ACD-IO-DATE
           MOVE ZEROS          TO ACD-IO-RECEIPT
           MOVE ZEROS          TO ACD-IO-SESSION
           MOVE 'BILLING-RUN'  TO ACD-IO-PROGRAM
           MOVE SPACES         TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
