           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-BLDG-IO.
       01  BLDG-REC-IO.
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

       FD  ISAM-XL-IN.
       01  XL-REC-IN.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-PMT-IO.
       01  PMT-REC-IO.
           03  WS-ACT-STAT             PIC XX      VALUE SPACES.
           03  WS-ACT-CODE             PIC X(8)    VALUE SPACES.
           03  WS-TICKET-OK             PIC X       VALUE 'Y'.
           03  WS-ADVISE-OK             PIC X       VALUE 'Y'.
           03  WS-BASIS                 PIC X       VALUE 'L'.
           03  WS-PMT-STAT              PIC XX      VALUE SPACES.
           03  WS-PERMIT-FOUND          PIC X       VALUE 'N'.
           03  WS-APL-STAT              PIC XX      VALUE SPACES.
           03  WS-PLC-STAT              PIC XX      VALUE SPACES.
           03  WS-PLACE-MET             PIC X       VALUE 'Y'.
           03  WS-LEVEL-OK              PIC X       VALUE 'Y'.
           03  WS-PLR-MAX               PIC 9(2)    VALUE ZEROS COMP.
           03  WS-PLR-IX                PIC 9(2)    VALUE ZEROS COMP.
           03  WS-PLR-TEST-USED         PIC X(4)    VALUE SPACES.
           03  WS-LOAD-CAP              PIC 9(2)    VALUE 18.
           03  WS-LOAD-TOTAL            PIC 9(3)    VALUE ZEROS.
           03  WS-CREDITS-NUM           PIC 9(3)    VALUE ZEROS.
           03  WS-REG-HOURS             PIC 9(2)    VALUE ZEROS.
           03  WS-HOURS-OK              PIC X       VALUE 'Y'.
           03  WS-CR-MIN-NUM            PIC 9(3)    VALUE ZEROS.
           03  WS-CR-MAX-NUM            PIC 9(3)    VALUE ZEROS.
           03  WS-LOAD-OK               PIC X       VALUE 'Y'.
           03  WS-APPROVER              PIC X(20)   VALUE SPACES.
           03  WS-COUNT-CRN             PIC X(6)    VALUE SPACES.
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
           03  LINE 11 COL 61 PIC X TO WS-BASIS AUTO.
           03  LINE 11 COL 63 VALUE '(L/P/A)'.
           
       01  SCRN-HOURS-REQ.
           03  LINE 10 COL 54      VALUE 'HOURS:'.
           03  LINE 10 COL 61 PIC 9(2) USING WS-REG-HOURS AUTO.
           03  LINE 10 COL 64 PIC 9(3) FROM WS-CR-MIN-NUM.
           03  LINE 10 COL 67 VALUE '-'.
           03  LINE 10 COL 68 PIC 9(3) FROM WS-CR-MAX-NUM.

       01  SCRN-SCHED-DATA.
           03  LINE 12 COL 10           FROM SCHED-REC-IN.
           
               PERFORM 600-CHECK-TERM
               MOVE 'Y' TO WS-HOLD-OK
               MOVE 'Y' TO WS-TICKET-OK
               MOVE 'Y' TO WS-ADVISE-OK
               IF WS-TERM-OK EQUAL 'Y'
                   PERFORM 650-CHECK-HOLD
               END-IF
               IF WS-TERM-OK EQUAL 'Y' AND WS-HOLD-OK EQUAL 'Y'
                   PERFORM 640-CHECK-ADVISING
               END-IF
               IF WS-TERM-OK EQUAL 'Y' AND WS-HOLD-OK EQUAL 'Y'
                   AND WS-ADVISE-OK EQUAL 'Y'
                   PERFORM 620-CHECK-TICKET
               END-IF
               IF WS-TERM-OK NOT EQUAL 'Y' OR WS-HOLD-OK NOT EQUAL 'Y'
                   OR WS-ADVISE-OK NOT EQUAL 'Y'
                   OR WS-TICKET-OK NOT EQUAL 'Y'
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
                           NOT INVALID KEY
                               MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
                       END-READ
      *                    a section's own cap wins over the room's
      *                    seats - an online section has no room
                       IF SECT-CAP GREATER THAN ZEROS
                           MOVE SECT-CAP TO WS-SEATS-NUM
                       END-IF
                       MOVE 'N' TO WS-CONFLICT
                       PERFORM 320-LOAD-NEW-MEETINGS
                       PERFORM 300-CHECK-CONFLICT
                       END-IF
                       PERFORM 480-CHECK-COREQ
                       PERFORM 405-CHECK-PLACEMENT
                       PERFORM 410-CHECK-LEVEL
                       PERFORM 490-CHECK-REPEAT-LIMIT
                       PERFORM 690-SET-REG-HOURS
                       MOVE 'Y' TO WS-LOAD-OK
                       IF WS-HOURS-OK EQUAL 'Y'
                           PERFORM 700-CHECK-CREDIT-LOAD
                       END-IF
      *                300-CHECK-CONFLICT re-reads ISAM-SCHED-IN for
      *                the student's other CRNs, so SCHED-REC-IN no
      *                longer holds this section - re-read it by the
                               INTO WS-MSG
                           DISPLAY SCRN-ADD-ANOTHER
                           ACCEPT  SCRN-ADD-ANOTHER
                       ELSE IF WS-LEVEL-OK EQUAL 'N'
                           MOVE SPACES TO WS-MSG
                           STRING 'COURSE LEVEL ' WS-LVC-CRSE-LEVEL
                               ' NOT OPEN TO STUDENT' INTO WS-MSG
                           DISPLAY SCRN-ADD-ANOTHER
                           ACCEPT  SCRN-ADD-ANOTHER
                       ELSE IF WS-REPEAT-OK EQUAL 'N'
                           MOVE 'REPEAT LIMIT - NOT APPROVED'
                               TO WS-MSG
                           DISPLAY SCRN-ADD-ANOTHER
                           ACCEPT  SCRN-ADD-ANOTHER
                       ELSE IF WS-HOURS-OK EQUAL 'N'
                           MOVE SPACES TO WS-MSG
                           STRING 'HOURS MUST BE ' WS-CR-MIN-NUM
                               ' TO ' WS-CR-MAX-NUM INTO WS-MSG
                           DISPLAY SCRN-ADD-ANOTHER
                           ACCEPT  SCRN-ADD-ANOTHER
                       ELSE IF WS-LOAD-OK EQUAL 'N'
                           MOVE 'OVER MAX CREDIT LOAD - NOT APPROVED'
                               TO WS-MSG
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
               END-IF
               UNLOCK ISAM-SCHED-IN
                   END-IF
               ELSE
                   IF WS-CHK-TIME EQUAL WS-MTG-SLOT (WS-MTG-IX)
                       AND WS-CHK-TIME NOT EQUAL SPACES
                       MOVE 'Y' TO WS-CONFLICT
                   END-IF
               END-IF
           MOVE SPACES TO REG-IO-GRADE
           MOVE SPACES TO REG-IO-GRADE-MOD
           MOVE WS-BASIS TO REG-IO-BASIS
           MOVE WS-REG-HOURS TO REG-IO-HOURS
           IF (WS-SECTION-FULL EQUAL 'N')
               OR (WS-WL-CONFIRM EQUAL 'Y' OR 'y')
               WRITE REG-REC-IO
           MOVE WS-CUR-CRSE   TO SC-CRSE
           MOVE SPACES        TO SC-GRADE
           MOVE REG-IO-STATUS TO SC-STATUS
           MOVE WS-REG-HOURS  TO SC-HOURS
           WRITE SC-REC-IO
               INVALID KEY
                   REWRITE SC-REC-IO
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
                   WS-RESERVED-OTHERS + RSV-COUNT - WS-MJ-FOUND
           END-IF.
      *-----------------------------------------------------------------
       690-SET-REG-HOURS.
      *    a variable-credit course carries a minimum and maximum on
      *    COURSE-MASTER and the student picks the hours here, starting
      *    from the catalog credits - a fixed course simply takes the
      *    catalog credits - either way the hours ride on the REG row
           MOVE 'Y'   TO WS-HOURS-OK
           MOVE ZEROS TO WS-REG-HOURS
           MOVE ZEROS TO WS-CR-MIN-NUM
           MOVE ZEROS TO WS-CR-MAX-NUM
           MOVE WS-CUR-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CUR-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ISAM-IO-CREDITS NUMERIC
               MOVE ISAM-IO-CREDITS TO WS-REG-HOURS
           END-IF
           IF ISAM-IO-CR-MIN NOT NUMERIC OR ISAM-IO-CR-MAX NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-IO-CR-MIN TO WS-CR-MIN-NUM
           MOVE ISAM-IO-CR-MAX TO WS-CR-MAX-NUM
           IF WS-CR-MAX-NUM NOT GREATER THAN WS-CR-MIN-NUM
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-HOURS LESS THAN WS-CR-MIN-NUM
               OR WS-REG-HOURS GREATER THAN WS-CR-MAX-NUM
               MOVE WS-CR-MIN-NUM TO WS-REG-HOURS
           END-IF
           DISPLAY SCRN-HOURS-REQ
           ACCEPT  SCRN-HOURS-REQ
           IF WS-REG-HOURS LESS THAN WS-CR-MIN-NUM
               OR WS-REG-HOURS GREATER THAN WS-CR-MAX-NUM
               MOVE 'N' TO WS-HOURS-OK
           END-IF.
      *-----------------------------------------------------------------
       700-CHECK-CREDIT-LOAD.
      *    total the student's enrolled credits for the term plus the
      *    course being added - past the cap the add needs a named
      *    approver, recorded to the audit log
           MOVE ZEROS TO WS-LOAD-TOTAL
           ADD WS-REG-HOURS TO WS-LOAD-TOTAL
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE WS-STU-ID  TO REG-IO-STUD-ID
       710-ADD-REG-CREDITS.
      *    a withdrawn row keeps its transcript line but its hours no
      *    longer count against the cap
      *    - hours chosen at registration count ahead of the catalog
           IF REG-IO-STATUS EQUAL 'W' OR REG-IO-GRADE EQUAL 'W'
               EXIT PARAGRAPH
           END-IF
           IF REG-IO-HOURS NUMERIC AND REG-IO-HOURS GREATER THAN ZEROS
               ADD REG-IO-HOURS TO WS-LOAD-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE REG-IO-CRN TO CRN
           MOVE WS-YR      TO YEAR
           MOVE WS-SEM     TO SEMESTER
           READ ISAM-SCHED-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUBJ TO ISAM-IO-SUBJ
                   MOVE CRSE TO ISAM-IO-CRSE
                   READ ISAM-COURSE-IN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ISAM-IO-CREDITS NUMERIC
                               MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                               ADD WS-CREDITS-NUM TO WS-LOAD-TOTAL
                           END-IF
                   END-READ
           END-READ.
      *-----------------------------------------------------------------
       720-LOG-OVERLOAD.
           MOVE DISPLAY-DATE               TO AUD-DATE
                   MOVE 'Y' TO WS-PLACE-MET
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       410-CHECK-LEVEL.
      *    an undergraduate may not take a graduate course, nor a
      *    graduate student an undergraduate one, without a level
      *    permission from the instructor
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
       490-CHECK-REPEAT-LIMIT.
      *    policy caps attempts of the same course - prior
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       640-CHECK-ADVISING.
      *    a student in a population ADVISE-POPS.TXT names may not
      *    register for the term until the advisor has cleared them
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
       650-CHECK-HOLD.
           MOVE 'Y' TO WS-HOLD-OK
