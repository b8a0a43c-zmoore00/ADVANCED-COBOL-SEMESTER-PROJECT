      *ABSTRACT: Section swap in one protected transaction - locks     *
      *          both SCHEDULE-MASTER rows, proves the target section  *
      *          passes every REG-ADD check (conflicts ignoring the    *
      *          section being left, prerequisite, academic level,     *
      *          advising clearance, seats under lock) and only then   *
      *          releases the old seat and writes the new REG-ISAM row *
      *          - the student can never lose the original seat to a   *
      *          failed add - both sides log as one SWAP action on     *
      *          REG-ACTIVITY.TXT - a swap that leaves an F-1 student  *
      *          under full time must be confirmed and notifies the    *
      *          international office - hours chosen on a              *
      *          variable-credit row carry to the new row when the new *
      *          course's range allows - a term stamped closed by      *
      *          TERM-CLOSE is refused                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-SWAP IS INITIAL PROGRAM.
                          RECORD KEY    IS SC-KEY
                          FILE STATUS   IS WS-SC-STAT.

           SELECT OPTIONAL ISAM-VSA-IN ASSIGN TO "../VISA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS VSA-KEY
                               FILE STATUS   IS WS-VSA-STAT.

           SELECT OPTIONAL ISAM-PMT-IO ASSIGN TO "../PERMIT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PMT-KEY
                               FILE STATUS   IS WS-PMT-STAT.

           SELECT NOTIFY-OUT ASSIGN TO "../NOTIFY-EVENTS.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-NTF-STAT.

           SELECT JRNL-OUT ASSIGN TO "../JOURNAL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-JRN-STAT.
           SELECT ACT-OUT ASSIGN TO "../REG-ACTIVITY.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-ACT-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
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

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-TBL-IN.
       01  TBL-REC-IN.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-VSA-IN.
       01  VSA-REC-IN.
           03  VSA-KEY.
               05  VSA-STUD-ID    PIC 9(6).
           03  VSA-TYPE           PIC X(2).
           03  VSA-PROG-END       PIC X(8).
           03  VSA-DSO            PIC X(22).
           03  VSA-DATE           PIC X(8).
           03  VSA-USER           PIC X(20).

       FD  ISAM-PMT-IO.
       01  PMT-REC-IO.
           03  PMT-KEY.
               05  PMT-SEM        PIC X(2).
               05  PMT-YR         PIC X(4).
               05  PMT-CRN        PIC X(6).
               05  PMT-STUD-ID   PIC 9(6).
               05  PMT-TYPE       PIC X.
           03  PMT-INSTRUC-ID     PIC 9(6).
           03  PMT-EXPIRY         PIC X(8).
           03  PMT-USED           PIC X.

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-USER            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(120).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(120).

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  NTF-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-EVENT           PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-TEXT            PIC X(30).

       FD  JRNL-OUT.
       01  JRNL-LINE-OUT.
           03  WS-ACT-STAT             PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-SWAP-OK              PIC X       VALUE 'Y'.
           03  WS-ADVISE-OK            PIC X       VALUE 'Y'.
           03  WS-LEVEL-OK             PIC X       VALUE 'Y'.
           03  WS-PERMIT-FOUND         PIC X       VALUE 'N'.
           03  WS-PMT-WANT             PIC X       VALUE SPACE.
           03  WS-PMT-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONFLICT             PIC X       VALUE 'N'.
           03  WS-CHK-TIME             PIC X(20)   VALUE SPACES.
           03  WS-NEW-SUBJ             PIC X(5)    VALUE SPACES.
           03  WS-NEW-CRSE             PIC X(6)    VALUE SPACES.
           03  WS-OLD-SUBJ             PIC X(5)    VALUE SPACES.
           03  WS-OLD-BASIS            PIC X       VALUE SPACE.
           03  WS-OLD-HOURS            PIC 9(3)    VALUE ZEROS.
           03  WS-NEW-HOURS            PIC 9(3)    VALUE ZEROS.
           03  WS-CR-MIN-NUM           PIC 9(3)    VALUE ZEROS.
           03  WS-CR-MAX-NUM           PIC 9(3)    VALUE ZEROS.
           03  WS-PREREQ               PIC X(6)    VALUE SPACES.
           03  WS-PREREQ-MET           PIC X       VALUE 'Y'.
           03  WS-SEATS-NUM            PIC 9(4)    VALUE ZEROS.
           03  WS-REG-COUNT            PIC 9(4)    VALUE ZEROS.
           03  WS-MTG-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-MTG-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-SAVE-REG             PIC X(27)   VALUE SPACES.
           03  WS-TBL-STAT             PIC XX      VALUE SPACES.
           03  WS-RSV-STAT             PIC XX      VALUE SPACES.
           03  WS-TBL-CNT              PIC 9(2)    VALUE ZEROS.
               88 EOF2       VALUE '1'.
           03  SC-EOF-FLAG             PIC X       VALUE SPACES.
               88 SC-EOF     VALUE '1'.
           03  WS-VSA-STAT             PIC XX      VALUE SPACES.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-F1-UNDER             PIC X       VALUE 'N'.
           03  WS-F1-RESP              PIC X       VALUE SPACE.
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

       01  WS-REC.
           03  WS-KEY.
               05  WS-MJ-MAJOR     PIC X(6).
               05  WS-MJ-COUNT     PIC 9(3).

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

      *    nothing moves in a term stamped closed by TERM-CLOSE
       01  WS-TERM-CHECK.
           03  WS-TCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-TCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-TCK-RESULT       PIC X       VALUE SPACES.

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
               05  WS-TBT-TEXT     PIC X(20).
           03  LINE 10 COL 42 PIC X(6)  TO WS-NEW-CRN AUTO.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-F1-WARN.
           03  LINE 12 COL 20 VALUE 'F-1 STUDENT - LOAD FALLS TO'.
           03  LINE 12 COL 48 PIC ZZ9 FROM WS-LOAD-AFTER.
           03  LINE 12 COL 52 VALUE 'HRS - UNDER FULL TIME'.
           03  LINE 13 COL 20 VALUE 'SWAP ANYWAY? (Y/N):'.
           03  LINE 13 COL 40 PIC X TO WS-F1-RESP AUTO.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                VALUE 'SWAP ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           OPEN INPUT ISAM-MTG-IN.
           OPEN INPUT ISAM-RSV-IN.
           OPEN I-O ISAM-SC-IO.
           OPEN INPUT ISAM-VSA-IN.
           OPEN I-O ISAM-PMT-IO
           IF WS-PMT-STAT EQUAL '35'
               OPEN OUTPUT ISAM-PMT-IO
               CLOSE ISAM-PMT-IO
               OPEN I-O ISAM-PMT-IO
           END-IF
           PERFORM 140-LOAD-TIME-BLOCKS
           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE
           OPEN EXTEND NOTIFY-OUT
           IF WS-NTF-STAT NOT EQUAL '00'
               OPEN OUTPUT NOTIFY-OUT
               CLOSE NOTIFY-OUT
               OPEN EXTEND NOTIFY-OUT
           END-IF
           OPEN EXTEND JRNL-OUT
           IF WS-JRN-STAT NOT EQUAL '00'
               OPEN OUTPUT JRNL-OUT
               CLOSE ACT-OUT
               OPEN EXTEND ACT-OUT
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
           CLOSE ISAM-MTG-IN.
           CLOSE ISAM-RSV-IN.
           CLOSE ISAM-SC-IO.
           CLOSE ISAM-VSA-IN.
           CLOSE ISAM-PMT-IO.
           CLOSE NOTIFY-OUT.
           CLOSE JRNL-OUT.
           CLOSE ACT-OUT.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
      *    multiple-record lock holds them until the closing UNLOCK -
      *    the add proves out first, the drop happens last, so a
      *    failed add leaves the original seat untouched
           MOVE WS-SEM TO WS-TCK-SEM
           MOVE WS-YR  TO WS-TCK-YR
           CALL 'TERM-CHECK' USING WS-TERM-CHECK
           IF WS-TCK-RESULT EQUAL 'C'
               MOVE 'TERM IS CLOSED - GRADES ARE FROZEN' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 940-SET-SWAP-HOURS
           PERFORM 950-CHECK-F1-LOAD
           MOVE 'Y' TO WS-SWAP-OK
           MOVE WS-SEM    TO REG-IO-SEM
           MOVE WS-YR     TO REG-IO-YR
                       MOVE 'N' TO WS-SWAP-OK
                   END-IF
           END-READ
           IF WS-SWAP-OK EQUAL 'Y'
               PERFORM 640-CHECK-ADVISING
               IF WS-ADVISE-OK NOT EQUAL 'Y'
                   MOVE 'N' TO WS-SWAP-OK
               END-IF
           END-IF
           IF WS-SWAP-OK EQUAL 'Y'
               MOVE WS-SEM TO SEMESTER
               MOVE WS-YR  TO YEAR
                           NOT INVALID KEY
                               MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
                       END-READ
      *                    a section's own cap wins over the room's
      *                    seats - an online section has no room
                       IF SECT-CAP GREATER THAN ZEROS
                           MOVE SECT-CAP TO WS-SEATS-NUM
                       END-IF
               END-READ
           END-IF
           IF WS-SWAP-OK EQUAL 'Y'
                   MOVE 'N' TO WS-SWAP-OK
               END-IF
           END-IF
           IF WS-SWAP-OK EQUAL 'Y'
               PERFORM 420-CHECK-LEVEL
               IF WS-LEVEL-OK EQUAL 'N'
                   MOVE SPACES TO WS-MSG
                   STRING 'COURSE LEVEL ' WS-LVC-CRSE-LEVEL
                       ' NOT OPEN TO STUDENT' INTO WS-MSG
                   MOVE 'N' TO WS-SWAP-OK
               END-IF
           END-IF
           IF WS-SWAP-OK EQUAL 'Y'
               PERFORM 450-CHECK-SEATS
               IF WS-SWAP-OK EQUAL 'N'
                   MOVE 'TARGET SECTION FULL' TO WS-MSG
               END-IF
           END-IF
           IF WS-SWAP-OK EQUAL 'Y'
               AND WS-F1-UNDER EQUAL 'Y'
               MOVE SPACE TO WS-F1-RESP
               DISPLAY SCRN-F1-WARN
               ACCEPT  SCRN-F1-WARN
               IF WS-F1-RESP NOT EQUAL 'Y' AND 'y'
                   MOVE 'SWAP CANCELLED' TO WS-MSG
                   MOVE 'N' TO WS-SWAP-OK
               END-IF
           END-IF
           IF WS-SWAP-OK EQUAL 'Y'
               PERFORM 500-APPLY-SWAP
           END-IF
                   END-IF
               ELSE
                   IF WS-CHK-TIME EQUAL WS-MTG-SLOT (WS-MTG-IX)
                       AND WS-CHK-TIME NOT EQUAL SPACES
                       MOVE 'Y' TO WS-CONFLICT
                   END-IF
               END-IF
                       PERFORM 440-SCAN-COURSE-HISTORY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       420-CHECK-LEVEL.
      *    the target section answers to the same level rule as an
      *    add - an undergraduate may not move into a graduate course,
      *    nor a graduate student into an undergraduate one, without
      *    a level permission - the permission is only found here and
      *    is spent once the new row is written
           MOVE 'Y' TO WS-LEVEL-OK
           MOVE 'N' TO WS-PERMIT-FOUND
           MOVE WS-NEW-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-NEW-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE SPACE TO ISAM-IO-LEVEL
           END-READ
           MOVE WS-STU-ID     TO WS-LVC-STUD-ID
           MOVE WS-SEM        TO WS-LVC-SEM
           MOVE WS-YR         TO WS-LVC-YR
           MOVE WS-NEW-CRSE   TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           IF WS-LVC-RESULT EQUAL 'N'
               MOVE 'N' TO WS-LEVEL-OK
               MOVE 'L' TO WS-PMT-WANT
               PERFORM 425-FIND-PERMIT
               IF WS-PERMIT-FOUND EQUAL 'Y'
                   MOVE 'Y' TO WS-LEVEL-OK
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       425-FIND-PERMIT.
           MOVE WS-SEM      TO PMT-SEM
           MOVE WS-YR       TO PMT-YR
           MOVE WS-NEW-CRN  TO PMT-CRN
           MOVE WS-STU-ID   TO PMT-STUD-ID
           MOVE WS-PMT-WANT TO PMT-TYPE
           READ ISAM-PMT-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PMT-USED NOT EQUAL 'Y'
                       AND (PMT-EXPIRY EQUAL SPACES
                           OR PMT-EXPIRY NOT LESS THAN WS-NOW-DATE)
                       MOVE 'Y' TO WS-PERMIT-FOUND
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       440-SCAN-COURSE-HISTORY.
           MOVE WS-STU-ID  TO SC-STUD-ID
               COMPUTE WS-RESERVED-OTHERS =
                   WS-RESERVED-OTHERS + RSV-COUNT - WS-MJ-FOUND
           END-IF.
      *-----------------------------------------------------------------
       470-USE-PERMIT.
      *    the level permission is spent and logged the way REG-ADD
      *    logs it so the term override register shows every bypass
           MOVE WS-SEM      TO PMT-SEM
           MOVE WS-YR       TO PMT-YR
           MOVE WS-NEW-CRN  TO PMT-CRN
           MOVE WS-STU-ID   TO PMT-STUD-ID
           MOVE WS-PMT-WANT TO PMT-TYPE
           READ ISAM-PMT-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PMT-USED
                   REWRITE PMT-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE DISPLAY-DATE               TO AUD-DATE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
                   MOVE WS-AUDIT-USER              TO AUD-USER
                   MOVE 'REG-SWAP'                 TO AUD-PROGRAM
                   MOVE PMT-KEY (1:18)             TO AUD-KEY
                   MOVE SPACES                     TO AUD-OLD
                   STRING 'PERMIT ' WS-PMT-WANT ' BY ' PMT-INSTRUC-ID
                       INTO AUD-OLD
                   MOVE 'PERMIT OVERRIDE USED'     TO AUD-NEW
                   WRITE AUDIT-LINE-OUT
           END-READ.
      *-----------------------------------------------------------------
       500-APPLY-SWAP.
      *    the add goes first - only a written new row lets the old
           MOVE ZEROS      TO REG-IO-WL-SEQ
           MOVE SPACES     TO REG-IO-GRADE-MOD
           MOVE WS-OLD-BASIS TO REG-IO-BASIS
           MOVE WS-NEW-HOURS TO REG-IO-HOURS
           WRITE REG-REC-IO
               INVALID KEY
                   MOVE 'ALREADY REGISTERED IN TO-CRN' TO WS-MSG
                   PERFORM 520-POST-COURSE-HISTORY
                   PERFORM 530-BUMP-NEW-COUNT
                   PERFORM 540-DROP-OLD-ROW
                   IF WS-PERMIT-FOUND EQUAL 'Y'
                       PERFORM 470-USE-PERMIT
                   END-IF
                   MOVE 'SWAP'     TO ACT-ACTION
                   MOVE WS-OLD-CRN TO WS-CHK-TIME
                   PERFORM 850-WRITE-SWAP-ACTIVITY
                   IF WS-F1-UNDER EQUAL 'Y'
                       PERFORM 960-WRITE-F1-NOTIFY
                   END-IF
                   MOVE 'SWAP COMPLETE' TO WS-MSG
           END-WRITE.
      *-----------------------------------------------------------------
           MOVE WS-NEW-CRSE TO SC-CRSE
           MOVE SPACES      TO SC-GRADE
           MOVE SPACES      TO SC-STATUS
           MOVE WS-NEW-HOURS TO SC-HOURS
           WRITE SC-REC-IO
               INVALID KEY
                   REWRITE SC-REC-IO
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       640-CHECK-ADVISING.
      *    a swap is a registration like any other - the student
      *    needs the same advising clearance REG-ADD asks for
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
       800-JOURNAL-REG.
           MOVE WS-NOW-DATE                TO JRN-DATE
           MOVE WS-NEW-SUBJ                TO ACT-SUBJ
           MOVE WS-STU-ID                  TO ACT-STUD-ID
           WRITE ACT-LINE-OUT.
      *-----------------------------------------------------------------
       940-SET-SWAP-HOURS.
      *    the new row takes the catalog credits of the course being
      *    taken - hours chosen on a variable-credit row carry over when
      *    they fall inside the new course's minimum and maximum
           MOVE ZEROS TO WS-OLD-HOURS
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE WS-OLD-CRN TO REG-IO-CRN
           MOVE WS-STU-ID  TO REG-IO-STUD-ID
           READ ISAM-REG-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-IO-HOURS NUMERIC
                       MOVE REG-IO-HOURS TO WS-OLD-HOURS
                   END-IF
           END-READ
           MOVE SPACES TO ISAM-IO-CR-MIN
           MOVE SPACES TO ISAM-IO-CR-MAX
           MOVE WS-NEW-CRN TO CRN
           PERFORM 955-GET-CRN-CREDITS
           MOVE WS-LOAD-NUM TO WS-NEW-HOURS
           IF WS-OLD-HOURS EQUAL ZEROS
               OR ISAM-IO-CR-MIN NOT NUMERIC
               OR ISAM-IO-CR-MAX NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-IO-CR-MIN TO WS-CR-MIN-NUM
           MOVE ISAM-IO-CR-MAX TO WS-CR-MAX-NUM
           IF WS-OLD-HOURS NOT LESS THAN WS-CR-MIN-NUM
               AND WS-OLD-HOURS NOT GREATER THAN WS-CR-MAX-NUM
               MOVE WS-OLD-HOURS TO WS-NEW-HOURS
           END-IF.
      *-----------------------------------------------------------------
       950-CHECK-F1-LOAD.
      *    an F-1 student is held to the full-time line the credit
      *    load report uses, with no more than WS-ONLINE-MAX hours of
      *    online-only sections counting toward it - the load after
      *    the swap is the term's rows less the section being left
      *    plus the section being taken
           MOVE 'N' TO WS-F1-UNDER
           MOVE WS-STU-ID TO VSA-STUD-ID
           READ ISAM-VSA-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF VSA-TYPE NOT EQUAL 'F1'
               EXIT PARAGRAPH
           END-IF
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
                               PERFORM 953-TALLY-F1-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-NEW-CRN TO CRN
           PERFORM 955-GET-CRN-CREDITS
           MOVE WS-NEW-HOURS TO WS-LOAD-NUM
           IF WS-LOAD-NUM GREATER THAN ZEROS
               IF DELIVERY-MODE EQUAL 'O'
                   OR CAMPUS EQUAL WS-ONLINE-CAMPUS
                   ADD WS-LOAD-NUM TO WS-LOAD-LEFT-ONL
               ELSE
                   ADD WS-LOAD-NUM TO WS-LOAD-LEFT-CAMP
               END-IF
           END-IF
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
           IF WS-LOAD-AFTER LESS THAN WS-FULL-TIME-MIN
               AND WS-LOAD-AFTER LESS THAN WS-LOAD-BEFORE
               MOVE 'Y' TO WS-F1-UNDER
           END-IF.
      *-----------------------------------------------------------------
       953-TALLY-F1-ROW.
           MOVE REG-IO-CRN TO CRN
           PERFORM 955-GET-CRN-CREDITS
           IF REG-IO-HOURS NUMERIC AND REG-IO-HOURS GREATER THAN ZEROS
               MOVE REG-IO-HOURS TO WS-LOAD-NUM
           END-IF
           IF DELIVERY-MODE EQUAL 'O'
               OR CAMPUS EQUAL WS-ONLINE-CAMPUS
               ADD WS-LOAD-NUM TO WS-LOAD-ALL-ONL
               IF REG-IO-CRN NOT EQUAL WS-OLD-CRN
                   ADD WS-LOAD-NUM TO WS-LOAD-LEFT-ONL
               END-IF
           ELSE
               ADD WS-LOAD-NUM TO WS-LOAD-ALL-CAMP
               IF REG-IO-CRN NOT EQUAL WS-OLD-CRN
                   ADD WS-LOAD-NUM TO WS-LOAD-LEFT-CAMP
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       955-GET-CRN-CREDITS.
      *    CRN is set by the caller - a section or course not on file
      *    carries no hours
           MOVE ZEROS  TO WS-LOAD-NUM
           MOVE WS-SEM TO SEMESTER
           MOVE WS-YR  TO YEAR
           READ ISAM-SCHED-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SUBJ TO ISAM-IO-SUBJ
           MOVE CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-IO-CREDITS NUMERIC
                       MOVE ISAM-IO-CREDITS TO WS-LOAD-NUM
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       960-WRITE-F1-NOTIFY.
      *    LETTER-GEN routes this event to the sponsoring official at
      *    the international office rather than to the student
           MOVE DISPLAY-DATE TO NTF-DATE
           MOVE 'F1-UNDER'   TO NTF-EVENT
           MOVE WS-STU-ID    TO NTF-STUD-ID
           MOVE WS-SEM       TO NTF-SEM
           MOVE WS-YR        TO NTF-YR
           MOVE WS-OLD-CRN   TO NTF-CRN
           MOVE SPACES       TO NTF-TEXT
           STRING 'STUDENT ' WS-STU-ID ' NOW ' WS-LOAD-AFTER
               ' HRS F-1' DELIMITED BY SIZE INTO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
