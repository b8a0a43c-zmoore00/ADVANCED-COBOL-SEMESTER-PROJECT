      *ABSTRACT: Registration cart - the operator keys every CRN for a *
      *          student/term at once and the whole set passes or      *
      *          fails together: term, hold (legacy flag and typed     *
      *          holds), enrollment status, advising clearance         *
      *          (ADVISE-CHECK), ticket and part-of-term checks,       *
      *          structured time conflicts against the existing        *
      *          schedule and among the cart's own sections,           *
      *          prerequisites, placement scores and academic level    *
      *          (instructor permissions honored), the repeat-attempt  *
      *          limit and credit load cap (with the same              *
      *          named-approver overrides REG-ADD takes) and seat      *
      *          counts with reserve netting under the section locks - *
      *          only a fully clean cart writes REG-ISAM rows - a      *
      *          variable-credit course takes the hours keyed for its  *
      *          cart line, which count toward the load cap and ride   *
      *          on the REG-ISAM row                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-CART IS INITIAL PROGRAM.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-BLDG-IN.
       01  BLDG-REC-IN.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(8)             VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  FILLER              PIC X(6)             VALUE SPACE.
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

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

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-TC-IN.
       01  TC-REC-IN.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-CRQ-IN.
       01  CRQ-REC-IN.
           03  WS-TERM-OK              PIC X       VALUE 'N'.
           03  WS-HOLD-OK              PIC X       VALUE 'Y'.
           03  WS-TICKET-OK            PIC X       VALUE 'Y'.
           03  WS-ADVISE-OK            PIC X       VALUE 'Y'.
           03  WS-OVERRIDE             PIC X       VALUE SPACES.
           03  WS-APPROVER             PIC X(20)   VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-LOAD-CAP             PIC 9(2)    VALUE 18.
           03  WS-LOAD-TOTAL           PIC 9(3)    VALUE ZEROS.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-REG-HOURS            PIC 9(2)    VALUE ZEROS.
           03  WS-CR-MIN-NUM           PIC 9(3)    VALUE ZEROS.
           03  WS-CR-MAX-NUM           PIC 9(3)    VALUE ZEROS.
           03  WS-IX                   PIC 9(2)    VALUE ZEROS.
           03  WS-JX                   PIC 9(2)    VALUE ZEROS.
           03  WS-MX                   PIC 9(2)    VALUE ZEROS.
           03  WS-PART-OK              PIC X       VALUE 'Y'.
           03  WS-LEAVE-RETURN         PIC X       VALUE 'N'.
           03  WS-PLACE-MET            PIC X       VALUE 'Y'.
           03  WS-LEVEL-OK             PIC X       VALUE 'Y'.
           03  WS-PLR-MAX              PIC 9(2)    VALUE ZEROS COMP.
           03  WS-PLR-IX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-PLR-TEST-USED        PIC X(4)    VALUE SPACES.
               05  WS-HTY-TRN      PIC X.
               05  WS-HTY-CONF     PIC X.

       01  WS-ADVISE-CHECK.
           03  WS-ACK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-ACK-YR           PIC X(4)    VALUE SPACES.
           03  WS-ACK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-ACK-POP          PIC X(2)    VALUE SPACES.
           03  WS-ACK-RESULT       PIC X       VALUE SPACES.

       01  WS-LEVEL-CHECK.
           03  WS-LVC-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-LVC-SEM          PIC X(2)    VALUE SPACES.
           03  WS-LVC-YR           PIC X(4)    VALUE SPACES.
           03  WS-LVC-CRSE         PIC X(6)    VALUE SPACES.
           03  WS-LVC-CRSE-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-U      PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-G      PIC X       VALUE SPACES.
           03  WS-LVC-STUD-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-GPA-LEVEL    PIC X       VALUE SPACES.
           03  WS-LVC-RESULT       PIC X       VALUE SPACES.

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
               05  WS-TBT-TEXT     PIC X(20).
           03  LINE 12 COL 41 PIC X(6) TO WS-IN-CRN (7) AUTO.
           03  LINE 12 COL 49 PIC X(6) TO WS-IN-CRN (8) AUTO.

       01  SCRN-HOURS-REQ.
           03  LINE 14 COL 15 VALUE 'VARIABLE CREDIT'.
           03  LINE 14 COL 31 PIC X(6)  FROM WS-CA-CRN (WS-IX).
           03  LINE 14 COL 38 VALUE 'HOURS:'.
           03  LINE 14 COL 45 PIC 9(2)  USING WS-REG-HOURS AUTO.
           03  LINE 14 COL 48 PIC 9(3)  FROM WS-CR-MIN-NUM.
           03  LINE 14 COL 51 VALUE '-'.
           03  LINE 14 COL 52 PIC 9(3)  FROM WS-CR-MAX-NUM.

       01  SCRN-LOAD-OVERRIDE.
           03  LINE 14 COL 15
               VALUE 'OVER CREDIT LIMIT - APPROVER:'.
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 640-CHECK-ADVISING
               IF WS-ADVISE-OK NOT EQUAL 'Y'
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 620-CHECK-TICKET
               IF WS-TICKET-OK NOT EQUAL 'Y'
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 405-CHECK-ALL-PLACEMENTS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 410-CHECK-ALL-LEVELS
           END-IF
           IF WS-CART-OK EQUAL 'Y'
               PERFORM 490-CHECK-ALL-REPEATS
           END-IF
                   IF ISAM-IO-CREDITS NUMERIC
                       MOVE ISAM-IO-CREDITS TO WS-CA-CREDITS (WS-IX)
                   END-IF
                   PERFORM 235-CHOOSE-SECTION-HOURS
           END-READ.
      *-----------------------------------------------------------------
       235-CHOOSE-SECTION-HOURS.
      *    a variable-credit course carries a minimum and maximum on
      *    COURSE-MASTER - the operator keys the hours for that cart
      *    line, starting from the catalog credits, and the chosen
      *    hours stand in for the catalog value from here on
           IF ISAM-IO-CR-MIN NOT NUMERIC OR ISAM-IO-CR-MAX NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-IO-CR-MIN TO WS-CR-MIN-NUM
           MOVE ISAM-IO-CR-MAX TO WS-CR-MAX-NUM
           IF WS-CR-MAX-NUM NOT GREATER THAN WS-CR-MIN-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CA-CREDITS (WS-IX) TO WS-REG-HOURS
           IF WS-REG-HOURS LESS THAN WS-CR-MIN-NUM
               OR WS-REG-HOURS GREATER THAN WS-CR-MAX-NUM
               MOVE WS-CR-MIN-NUM TO WS-REG-HOURS
           END-IF
           DISPLAY SCRN-HOURS-REQ
           ACCEPT  SCRN-HOURS-REQ
           IF WS-REG-HOURS LESS THAN WS-CR-MIN-NUM
               OR WS-REG-HOURS GREATER THAN WS-CR-MAX-NUM
               MOVE SPACES TO WS-MSG
               STRING 'HOURS OUT OF RANGE ' WS-CA-CRN (WS-IX)
                   INTO WS-MSG
               MOVE 'N' TO WS-CART-OK
           ELSE
               MOVE WS-REG-HOURS TO WS-CA-CREDITS (WS-IX)
           END-IF.
      *-----------------------------------------------------------------
       300-CHECK-ALL-CONFLICTS.
      *    first the cart against itself - two new sections sharing a
                   END-IF
               ELSE
                   IF WS-CHK-TIME EQUAL WS-CA-MTG-SLOT (WS-IX, WS-MX)
                       AND WS-CHK-TIME NOT EQUAL SPACES
                       MOVE 'Y' TO WS-CONFLICT
                   END-IF
               END-IF
                   MOVE 'INVALID TERM - SEM/YR NOT DEFINED' TO WS-MSG
               NOT INVALID KEY
                   IF ISAM-SEM-OPEN-FLAG EQUAL 'Y'
                       AND ISAM-SEM-CLOSED NOT EQUAL 'Y'
                       MOVE 'Y' TO WS-TERM-OK
                   ELSE
                       MOVE 'REGISTRATION CLOSED FOR THIS TERM'
                           TO WS-MSG
                   END-IF
      *            an academically closed term is frozen whatever its
      *            registration flag says
                   IF ISAM-SEM-CLOSED EQUAL 'Y'
                       MOVE 'TERM IS CLOSED - GRADES ARE FROZEN'
                           TO WS-MSG
                   END-IF
                   IF WS-TERM-OK EQUAL 'Y'
                       AND ISAM-SEM-REG-OPEN NOT EQUAL SPACES
                       AND WS-NOW-DATE LESS THAN ISAM-SEM-REG-OPEN
                   MOVE 'Y' TO WS-PLACE-MET
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       410-CHECK-ALL-LEVELS.
      *    a course outside the levels the student holds for the term
      *    fails the cart unless an instructor 'L' permission for that
      *    section overrides
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-CART-CNT
               OR WS-CART-OK EQUAL 'N'
               MOVE WS-CA-SUBJ (WS-IX) TO WS-CUR-SUBJ
               MOVE WS-CA-CRSE (WS-IX) TO WS-CUR-CRSE
               PERFORM 412-CHECK-LEVEL
               IF WS-LEVEL-OK EQUAL 'N'
                   MOVE SPACES TO WS-MSG
                   STRING 'LEVEL ' WS-LVC-CRSE-LEVEL ' NOT OPEN '
                       WS-CA-CRN (WS-IX) INTO WS-MSG
                   MOVE 'N' TO WS-CART-OK
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       412-CHECK-LEVEL.
           MOVE 'Y' TO WS-LEVEL-OK
           MOVE WS-CUR-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CUR-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE SPACE TO ISAM-IO-LEVEL
           END-READ
           MOVE WS-STU-ID     TO WS-LVC-STUD-ID
           MOVE WS-SEM        TO WS-LVC-SEM
           MOVE WS-YR         TO WS-LVC-YR
           MOVE WS-CUR-CRSE   TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           IF WS-LVC-RESULT EQUAL 'N'
               MOVE 'N' TO WS-LEVEL-OK
               MOVE 'L' TO WS-PMT-WANT
               PERFORM 460-CHECK-PERMIT
               IF WS-PERMIT-FOUND EQUAL 'Y'
                   MOVE 'Y' TO WS-LEVEL-OK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       460-CHECK-PERMIT.
      *    an unexpired unused permission of the wanted type for the
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       640-CHECK-ADVISING.
      *    the same advising clearance REG-ADD asks for
           MOVE 'Y'       TO WS-ADVISE-OK
           MOVE WS-SEM    TO WS-ACK-SEM
           MOVE WS-YR     TO WS-ACK-YR
           MOVE WS-STU-ID TO WS-ACK-STUD-ID
           CALL 'ADVISE-CHECK' USING WS-ADVISE-CHECK
           IF WS-ACK-RESULT EQUAL 'R'
               MOVE 'N' TO WS-ADVISE-OK
               MOVE SPACES TO WS-MSG
               STRING 'ADVISOR CLEARANCE REQUIRED (' WS-ACK-POP ')'
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       700-CHECK-CREDIT-LOAD.
      *    the whole cart's hours count at once against the cap plus
           END-IF.
      *-----------------------------------------------------------------
       710-ADD-REG-CREDITS.
      *    hours chosen at registration count ahead of the catalog
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               AND REG-IO-HOURS NUMERIC
               AND REG-IO-HOURS GREATER THAN ZEROS
               ADD REG-IO-HOURS TO WS-LOAD-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF REG-IO-STATUS NOT EQUAL 'W'
               AND REG-IO-GRADE NOT EQUAL 'W'
               MOVE REG-IO-CRN TO CRN
                       NOT INVALID KEY
                           MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
                   END-READ
      *                a section's own cap wins over the room's
      *                seats - an online section has no room
                   IF SECT-CAP GREATER THAN ZEROS
                       MOVE SECT-CAP TO WS-SEATS-NUM
                   END-IF
                   PERFORM 770-COUNT-ONE-CRN
                   PERFORM 780-NET-RESERVES
                   COMPUTE WS-AVAIL-SEATS =
           MOVE ZEROS     TO REG-IO-WL-SEQ
           MOVE SPACES    TO REG-IO-GRADE-MOD
           MOVE 'L'       TO REG-IO-BASIS
           MOVE WS-CA-CREDITS (WS-IX) TO REG-IO-HOURS
           WRITE REG-REC-IO
               INVALID KEY
                   CONTINUE
           MOVE WS-CA-CRSE (WS-IX) TO SC-CRSE
           MOVE SPACES             TO SC-GRADE
           MOVE SPACES             TO SC-STATUS
           MOVE WS-CA-CREDITS (WS-IX) TO SC-HOURS
           WRITE SC-REC-IO
               INVALID KEY
                   REWRITE SC-REC-IO
