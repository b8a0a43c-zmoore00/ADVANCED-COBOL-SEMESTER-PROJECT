      *          term end after GPA-POST so the posted earned and      *
      *          attempted hours include the term - tests completion   *
      *          rate, cumulative GPA and maximum timeframe against    *
      *          the SAP-RULES.TXT row for the student's academic      *
      *          level, sets the SAP status on the student master (G   *
      *          good, W warning, S suspended - a repeat failure       *
      *          escalates), prints the aid office roster and writes   *
      *          warning letter events to NOTIFY-EVENTS.TXT            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAP-BATCH IS INITIAL PROGRAM.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  RULES-IN.
       01  RULES-LINE-IN.
           03  SAP-MAX-HOURS       PIC 9(4).
           03  FILLER              PIC X.
           03  SAP-MIN-GPA         PIC 9V99.
           03  FILLER              PIC X.
           03  SAP-LEVEL           PIC X.

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  WS-SUSP-COUNT           PIC 9(5)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  RUL-EOF-FLAG            PIC X       VALUE SPACES.
               88 RUL-EOF    VALUE '1'.
           03  WS-LV-IX                PIC 9       VALUE 1.

      *    SAP rules by academic level - slot 1 undergraduate, slot 2
      *    graduate
       01  WS-SAP-RULES.
           03  WS-SR-ENTRY             OCCURS 2 TIMES.
               05  WS-SR-MIN-PCT       PIC 9(3).
               05  WS-SR-MAX-HOURS     PIC 9(4).
               05  WS-SR-MIN-GPA       PIC 9V99.

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

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
       100-LOAD-RULES.
      *    federal-style defaults stand when the rules file is absent:
      *    67 percent completion, 180 attempted hour timeframe, 2.00
      *    - graduate 67 percent, 54 hours, 3.00 - one row per level,
      *    a blank level being the undergraduate row
           MOVE WS-MIN-PCT   TO WS-SR-MIN-PCT (1)
           MOVE WS-MAX-HOURS TO WS-SR-MAX-HOURS (1)
           MOVE WS-MIN-GPA   TO WS-SR-MIN-GPA (1)
           MOVE 67           TO WS-SR-MIN-PCT (2)
           MOVE 54           TO WS-SR-MAX-HOURS (2)
           MOVE 3.00         TO WS-SR-MIN-GPA (2)
           OPEN INPUT RULES-IN
           IF WS-RUL-STAT EQUAL '00'
               MOVE SPACES TO RUL-EOF-FLAG
               PERFORM UNTIL RUL-EOF
                   READ RULES-IN
                       AT END
                           MOVE 1 TO RUL-EOF-FLAG
                       NOT AT END
                           IF SAP-LEVEL EQUAL 'G'
                               MOVE 2 TO WS-LV-IX
                           ELSE
                               MOVE 1 TO WS-LV-IX
                           END-IF
                           IF SAP-MIN-PCT NUMERIC
                               MOVE SAP-MIN-PCT
                                   TO WS-SR-MIN-PCT (WS-LV-IX)
                           END-IF
                           IF SAP-MAX-HOURS NUMERIC
                               MOVE SAP-MAX-HOURS
                                   TO WS-SR-MAX-HOURS (WS-LV-IX)
                           END-IF
                           IF SAP-MIN-GPA NUMERIC
                               MOVE SAP-MIN-GPA
                                   TO WS-SR-MIN-GPA (WS-LV-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-IN
           END-IF.
      *-----------------------------------------------------------------
       150-PICK-LEVEL-RULE.
      *    GPA-POST posts the master GPA and hours for the level the
      *    student holds now, so that level's rule row is applied
           MOVE ISAM-IO-ID TO WS-LVC-STUD-ID
           MOVE SPACES     TO WS-LVC-SEM
           MOVE SPACES     TO WS-LVC-YR
           MOVE SPACES     TO WS-LVC-CRSE
           MOVE SPACE      TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           IF WS-LVC-STUD-LEVEL EQUAL 'G'
               MOVE 2 TO WS-LV-IX
           ELSE
               MOVE 1 TO WS-LV-IX
           END-IF
           MOVE WS-SR-MIN-PCT (WS-LV-IX)   TO WS-MIN-PCT
           MOVE WS-SR-MAX-HOURS (WS-LV-IX) TO WS-MAX-HOURS
           MOVE WS-SR-MIN-GPA (WS-LV-IX)   TO WS-MIN-GPA.
      *-----------------------------------------------------------------
       200-EVALUATE-ONE.
           PERFORM 150-PICK-LEVEL-RULE
           COMPUTE WS-COMP-PCT ROUNDED =
               ISAM-STUD-EARNED * 100 / ISAM-STUD-ATTEMPT
           MOVE ISAM-STUD-SAP TO WS-OLD-SAP
