      *          intent to graduate in a SEM/YR - applications keyed   *
      *          student/sem/yr on GRAD-APP-ISAM.DAT with status A     *
      *          until GRAD-CONFER clears (G) or denies (D) them -     *
      *          keying an existing application shows its status -     *
      *          commencement participation (walking or not and the    *
      *          guest ticket count) is taken with the application and *
      *          can be changed until the application is denied        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-APPLY IS INITIAL PROGRAM.
               05  GA-YR          PIC X(4).
           03  GA-DATE            PIC X(8).
           03  GA-STATUS          PIC X.
           03  GA-WALK            PIC X       VALUE SPACE.
           03  GA-GUESTS          PIC 9(2)    VALUE ZEROS.

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-MAX-GUESTS           PIC 9(2)    VALUE 6.
           03  WS-WALK-OK              PIC X       VALUE 'N'.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)        VALUE ZEROS.
           03  WS-SEM          PIC X(2)        VALUE SPACES.
           03  WS-YR           PIC X(4)        VALUE SPACES.
           03  WS-WALK         PIC X           VALUE SPACE.
           03  WS-GUESTS       PIC 9(2)        VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 10 COL 48 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-WALK.
           03  LINE 12 COL 22     VALUE 'WALKING AT COMMENCEMENT:'.
           03  LINE 12 COL 47 PIC X     TO WS-WALK     AUTO.
           03  LINE 12 COL 49     VALUE '(Y/N)  ON FILE:'.
           03  LINE 12 COL 65 PIC X     FROM GA-WALK.
           03  LINE 13 COL 22     VALUE '          GUEST TICKETS:'.
           03  LINE 13 COL 47 PIC 9(2)  TO WS-GUESTS   AUTO.
           03  LINE 13 COL 56     VALUE 'ON FILE:'.
           03  LINE 13 COL 65 PIC 9(2)  FROM GA-GUESTS.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
                   MOVE WS-YR       TO GA-YR
                   MOVE WS-NOW-DATE TO GA-DATE
                   MOVE 'A'         TO GA-STATUS
                   MOVE SPACE       TO GA-WALK
                   MOVE ZEROS       TO GA-GUESTS
                   PERFORM 210-TAKE-PARTICIPATION
                   WRITE GA-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO APPLY' TO WS-MSG
                           MOVE 'APPLICATION FILED' TO WS-MSG
                   END-WRITE
               NOT INVALID KEY
                   IF GA-STATUS EQUAL 'D'
                       STRING 'ALREADY ON FILE - STATUS ' GA-STATUS
                           INTO WS-MSG
                   ELSE
                       PERFORM 210-TAKE-PARTICIPATION
                       REWRITE GA-REC-IO
                           INVALID KEY
                               MOVE 'UNABLE TO UPDATE' TO WS-MSG
                           NOT INVALID KEY
                               STRING 'ON FILE - STATUS ' GA-STATUS
                                   ' - PARTICIPATION SAVED'
                                   INTO WS-MSG
                       END-REWRITE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       210-TAKE-PARTICIPATION.
      *    a graduate not walking holds no guest tickets - the ticket
      *    count is capped so the hall seating holds
           MOVE 'N' TO WS-WALK-OK
           PERFORM UNTIL WS-WALK-OK EQUAL 'Y'
               DISPLAY SCRN-WALK
               ACCEPT  SCRN-WALK
               MOVE SPACES TO WS-MSG
               EVALUATE TRUE
                   WHEN WS-WALK EQUAL 'y'
                       MOVE 'Y' TO WS-WALK
                   WHEN WS-WALK EQUAL 'n'
                       MOVE 'N' TO WS-WALK
               END-EVALUATE
               IF WS-WALK NOT EQUAL 'Y' AND WS-WALK NOT EQUAL 'N'
                   MOVE 'WALKING MUST BE Y OR N' TO WS-MSG
               ELSE
                   IF WS-WALK EQUAL 'N'
                       MOVE ZEROS TO WS-GUESTS
                   END-IF
                   IF WS-GUESTS GREATER THAN WS-MAX-GUESTS
                       STRING 'GUEST TICKETS LIMITED TO '
                           WS-MAX-GUESTS INTO WS-MSG
                   ELSE
                       MOVE 'Y' TO WS-WALK-OK
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-WALK   TO GA-WALK
           MOVE WS-GUESTS TO GA-GUESTS.
