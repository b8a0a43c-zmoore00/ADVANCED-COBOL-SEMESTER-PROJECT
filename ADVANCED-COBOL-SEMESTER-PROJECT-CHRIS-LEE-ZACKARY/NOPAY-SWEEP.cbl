      *          payment due date, drops the registrations of every    *
      *          student whose paid total trails billed by more than   *
      *          the keyed tolerance - seats free the way REG-DELETE   *
      *          frees them (waitlist promote first), each drop        *
      *          credits back the difference it makes to the term's    *
      *          tuition as REG-DELETE prices it, letter events go to  *
      *          NOTIFY-EVENTS.TXT and the swept students print on a   *
      *          register for the registrar to review                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOPAY-SWEEP IS INITIAL PROGRAM.
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RATE-STAT.

           SELECT TTB-IN ASSIGN TO "../TUITION-TABLE.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-TTB-STAT.

           SELECT RFLOG-OUT ASSIGN TO "../REFUND-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RFL-STAT.
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

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
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

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
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

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'NOPAY-SWEEP'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
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
           03  WS-TUIT-ROW             PIC 9(3)    VALUE ZEROS.
           03  WS-WD-PCT               PIC 9(3)    VALUE 50.
           03  WS-RFD-PCT              PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-CREDITS          PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-HOURS            PIC 9(3)    VALUE ZEROS.
           03  WS-RFD-AMT              PIC 9(7)V99 VALUE ZEROS.
           03  WS-RFD-SUBJ             PIC X(5)    VALUE SPACES.
           03  WS-RFD-CRSE             PIC X(6)    VALUE SPACES.
           03  WS-ROWS-DROPPED         PIC 9(2)    VALUE ZEROS.
           03  WS-CRN-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-CRN-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-SAVE-REG             PIC X(27)   VALUE SPACES.
           03  WS-DROPPED-STATUS       PIC X       VALUE SPACES.
           03  WS-PROMOTE-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-PROMOTE-SEQ          PIC 9(2)    VALUE 99.
       01  RPT-TOTAL.
           03  FILLER      PIC X(16)   VALUE 'STUDENTS SWEPT: '.
           03  RT-COUNT    PIC ZZZZ9.

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
               OPEN I-O ISAM-ACD-IO
           END-IF
           PERFORM 110-LOAD-REFUND-RATES
           PERFORM 115-LOAD-TUITION-TABLE
           OPEN EXTEND RFLOG-OUT
           IF WS-RFL-STAT NOT EQUAL '00'
               OPEN OUTPUT RFLOG-OUT
           MOVE ACB-IO-STUD-ID TO WS-STU-ID
           MOVE ZEROS TO WS-CRN-CNT
           MOVE ZEROS TO WS-ROWS-DROPPED
           MOVE ZEROS TO WS-TUIT-HOURS
      *    the register shows the balance that triggered the sweep,
      *    before the drops credit it back
           MOVE ACB-IO-BILLED TO WS-RPT-BILLED
           IF WS-CRN-CNT LESS THAN 20
               ADD 1 TO WS-CRN-CNT
               MOVE REG-IO-CRN TO WS-CT-CRN (WS-CRN-CNT)
               IF REG-IO-STATUS NOT EQUAL 'W'
                   AND REG-IO-GRADE NOT EQUAL 'W'
                   PERFORM 215-ADD-TUIT-HOURS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       215-ADD-TUIT-HOURS.
      *    the hours billed going in - each drop reprices the term
      *    from here down, the way REG-DELETE does - the keyed reads
      *    leave the registration scan where it is
           MOVE WS-SEM     TO SEMESTER
           MOVE WS-YR      TO YEAR
           MOVE REG-IO-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SUBJ TO ISAM-IO-SUBJ
           MOVE CRSE TO ISAM-IO-CRSE
           MOVE ZEROS TO WS-TUIT-ROW
           READ ISAM-COURSE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-IO-CREDITS NUMERIC
                       MOVE ISAM-IO-CREDITS TO WS-TUIT-ROW
                       IF REG-IO-HOURS NUMERIC
                           AND REG-IO-HOURS GREATER THAN ZEROS
                           MOVE REG-IO-HOURS TO WS-TUIT-ROW
                       END-IF
                   END-IF
           END-READ
           ADD WS-TUIT-ROW TO WS-TUIT-HOURS.
      *-----------------------------------------------------------------
       300-DROP-ONE-ROW.
           MOVE WS-SEM    TO REG-IO-SEM
               NOT INVALID KEY
                   MOVE REG-IO-STATUS TO WS-DROPPED-STATUS
                   MOVE REG-REC-IO    TO WS-SAVE-REG
                   MOVE ZEROS TO WS-RFD-HOURS
                   IF REG-IO-HOURS NUMERIC
                       MOVE REG-IO-HOURS TO WS-RFD-HOURS
                   END-IF
                   DELETE ISAM-REG-IO
                       INVALID KEY
                           CONTINUE
           WRITE NOTIFY-LINE-OUT.
      *-----------------------------------------------------------------
       110-LOAD-REFUND-RATES.
      *    the same rates BILLING-RUN prices from drive the credit
      *    back - the legacy per-credit pair covers terms the tuition
      *    table does not - a sweep drop gives the whole difference,
      *    so no proration file is read here
           OPEN INPUT RATE-IN
           IF WS-RATE-STAT EQUAL '00'
               READ RATE-IN
               END-READ
               CLOSE RATE-IN
           END-IF.
      *-----------------------------------------------------------------
       115-LOAD-TUITION-TABLE.
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
                               PERFORM 117-ADD-TUITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTB-IN
           END-IF.
      *-----------------------------------------------------------------
       117-ADD-TUITION-ROW.
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
       700-CREDIT-REFUND.
      *    the same credit REG-DELETE gives one row at a time - the
      *    whole difference the drop makes to the term's tuition - a
      *    waitlisted row never billed so it never reaches here
           MOVE ZEROS TO WS-RFD-AMT
           MOVE SPACES TO WS-RFD-SUBJ
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
      *    the term is repriced at the hours held before and after
      *    this row goes, so a row inside a flat band gives nothing
      *    back - WS-TUIT-HOURS walks down as the rows are dropped
           MOVE WS-SEM TO WS-PRC-SEM
           MOVE WS-YR  TO WS-PRC-YR
           PERFORM 740-FIND-TUITION-TABLE
           MOVE WS-TUIT-HOURS TO WS-RFD-HRS-FROM
           IF WS-RFD-CREDITS GREATER THAN WS-TUIT-HOURS
               MOVE ZEROS TO WS-TUIT-HOURS
           ELSE
               SUBTRACT WS-RFD-CREDITS FROM WS-TUIT-HOURS
           END-IF
           MOVE WS-RFD-HRS-FROM TO WS-PRC-HOURS
           PERFORM 745-PRICE-HOURS
           MOVE WS-PRC-AMT  TO WS-RFD-BEFORE-AMT
           MOVE WS-PRC-BAND TO WS-RFD-BAND
           MOVE WS-TUIT-HOURS TO WS-PRC-HOURS
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
           STRING 'REFUND ' WS-RFD-SUBJ ' ' WS-RFD-CRSE ' '
               WS-RFD-PCT ' PCT' INTO ACD-IO-DESC
           COMPUTE ACD-IO-AMOUNT = ZEROS - WS-RFD-AMT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'NOPAY-SWEEP'   TO ACD-IO-PROGRAM
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
       820-JOURNAL-SAVED-REG.
           MOVE WS-NOW-DATE                TO JRN-DATE
