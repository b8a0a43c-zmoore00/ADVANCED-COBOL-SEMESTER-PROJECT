      *ABSTRACT: Prints the refund register for a day from the         *
      *          REFUND-LOG.TXT lines REG-DELETE writes when a drop    *
      *          or withdrawal credits tuition back - the cashier cuts *
      *          checks from this report - each line shows the hours   *
      *          held before and after the drop and the tuition band,  *
      *          and is repriced against the band so a line paying out *
      *          more than the band allows is flagged                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-REGISTER IS INITIAL PROGRAM.
           SELECT REPORT-OUT ASSIGN TO "../REFUND-REGISTER.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

           SELECT RATE-IN ASSIGN TO "../TUITION-RATES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RATE-STAT.

           SELECT TTB-IN ASSIGN TO "../TUITION-TABLE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TTB-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  RFL-PCT             PIC 9(3).
           03  FILLER              PIC X.
           03  RFL-AMT             PIC 9(7)V99.
           03  FILLER              PIC X.
           03  RFL-HRS-FROM        PIC 9(3).
           03  FILLER              PIC X.
           03  RFL-HRS-TO          PIC 9(3).
           03  FILLER              PIC X.
           03  RFL-BAND            PIC X(14).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-REQ-DATE             PIC X(8)    VALUE SPACES.
           03  WS-RFD-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-RFD-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  WS-BAND-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-OVER-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-RATE-STAT            PIC XX      VALUE SPACES.
           03  WS-RES-RATE             PIC 9(4)V99 VALUE ZEROS.
           03  WS-NONRES-RATE          PIC 9(4)V99 VALUE ZEROS.
           03  WS-RPR-BEFORE           PIC 9(7)V99 VALUE ZEROS.
           03  WS-RPR-AMT              PIC 9(7)V99 VALUE ZEROS.
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
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

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

       01  RPT-HEAD-1.
           03  FILLER      PIC X(21)   VALUE 'REFUND REGISTER FOR '.
           03  RH-DATE     PIC X(8).
           03  FILLER      PIC X(13)   VALUE 'COURSE       '.
           03  FILLER      PIC X(5)    VALUE 'PCT  '.
           03  FILLER      PIC X(12)   VALUE '      AMOUNT'.
           03  FILLER      PIC X(8)    VALUE ' HOURS  '.
           03  FILLER      PIC X(4)    VALUE 'BAND'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  RD-PCT      PIC ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-AMT      PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-HRS-FROM PIC ZZ9.
           03  FILLER      PIC X       VALUE '>'.
           03  RD-HRS-TO   PIC ZZ9.
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-BAND     PIC X(14).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-FLAG     PIC X(4).

       01  RPT-TOTAL.
           03  FILLER      PIC X(9)    VALUE 'REFUNDS: '.
           03  RT-COUNT    PIC ZZZZ9.
           03  FILLER      PIC X(9)    VALUE '  TOTAL: '.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-TOTAL-2.
           03  FILLER      PIC X(28)   VALUE SPACES.
           03  RT2-COUNT   PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
               MOVE WS-NOW-DATE TO WS-REQ-DATE
           END-IF

           PERFORM 100-LOAD-TUITION-TABLE
           OPEN INPUT RATE-IN
           IF WS-RATE-STAT EQUAL '00'
               READ RATE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRT-RES    TO WS-RES-RATE
                       MOVE TRT-NONRES TO WS-NONRES-RATE
               END-READ
               CLOSE RATE-IN
           END-IF

           OPEN INPUT RFLOG-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN OUTPUT REPORT-OUT

           MOVE WS-REQ-DATE  TO RH-DATE
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'NO REFUND - WITHIN BAND:' TO RPT-TOTAL-2
           MOVE WS-BAND-COUNT TO RT2-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-2
           MOVE 'OVER BAND REPRICE:' TO RPT-TOTAL-2
           MOVE WS-OVER-COUNT TO RT2-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-2

           CLOSE RFLOG-IN
           CLOSE ISAM-STUD-IN
           CLOSE REPORT-OUT

           STRING WS-RFD-COUNT ' REFUND(S) LISTED' INTO WS-MSG
           MOVE RFL-CRSE    TO RD-CRSE
           MOVE RFL-PCT     TO RD-PCT
           MOVE RFL-AMT     TO RD-AMT
           MOVE SPACES      TO RD-FLAG
      *    lines logged before the tuition table carry no hours and
      *    were priced per credit - they print without a reprice
           IF RFL-HRS-FROM NUMERIC AND RFL-HRS-TO NUMERIC
               MOVE RFL-HRS-FROM TO RD-HRS-FROM
               MOVE RFL-HRS-TO   TO RD-HRS-TO
               MOVE RFL-BAND     TO RD-BAND
               PERFORM 210-REPRICE-LINE
           ELSE
               MOVE ZEROS        TO RD-HRS-FROM
               MOVE ZEROS        TO RD-HRS-TO
               MOVE 'PER CREDIT' TO RD-BAND
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           IF RFL-AMT GREATER THAN ZEROS
               ADD 1 TO WS-RFD-COUNT
               ADD RFL-AMT TO WS-RFD-TOTAL
           ELSE
               ADD 1 TO WS-BAND-COUNT
           END-IF.
      *-----------------------------------------------------------------
       210-REPRICE-LINE.
      *    the band difference between the hours before and after the
      *    drop, at the line's percent, is the most the line may pay -
      *    less is normal where the credit was held to the amount
      *    still billed
           MOVE 'Y' TO WS-PRC-RES
      *    the residency in force for the term, not today's flag
           MOVE RFL-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RFL-STUD-ID   TO WS-RCK-STUD-ID
                   MOVE RFL-SEM       TO WS-RCK-SEM
                   MOVE RFL-YR        TO WS-RCK-YR
                   MOVE ISAM-STUD-RES TO WS-RCK-RES
                   CALL 'RES-CHECK' USING WS-RES-CHECK
                   IF WS-RCK-RES EQUAL 'N'
                       MOVE 'N' TO WS-PRC-RES
                   END-IF
           END-READ
           MOVE RFL-SEM TO WS-PRC-SEM
           MOVE RFL-YR  TO WS-PRC-YR
           PERFORM 300-FIND-TUITION-TABLE
           MOVE RFL-HRS-FROM TO WS-PRC-HOURS
           PERFORM 310-PRICE-HOURS
           MOVE WS-PRC-AMT TO WS-RPR-BEFORE
           MOVE RFL-HRS-TO TO WS-PRC-HOURS
           PERFORM 310-PRICE-HOURS
           MOVE ZEROS TO WS-RPR-AMT
           IF WS-RPR-BEFORE GREATER THAN WS-PRC-AMT
               COMPUTE WS-RPR-AMT ROUNDED =
                   (WS-RPR-BEFORE - WS-PRC-AMT) * RFL-PCT / 100
           END-IF
           IF RFL-AMT GREATER THAN WS-RPR-AMT
               MOVE 'OVER' TO RD-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF.
      *-----------------------------------------------------------------
       100-LOAD-TUITION-TABLE.
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
                               PERFORM 105-ADD-TUITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTB-IN
           END-IF.
      *-----------------------------------------------------------------
       105-ADD-TUITION-ROW.
           ADD 1 TO WS-TTB-MAX
           MOVE TTB-SEM TO WS-ORD-SEM
           PERFORM 320-SEM-ORDINAL
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
       300-FIND-TUITION-TABLE.
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
           PERFORM 320-SEM-ORDINAL
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
       310-PRICE-HOURS.
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
       320-SEM-ORDINAL.
      *    terms within a year run spring, summer, fall - the ordinal
      *    lets effective terms compare as year then term
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
