      *ABSTRACT: State coordinating board enrollment extract - one     *
      *          fixed-layout record per enrolled student for a SEM/YR *
      *          (id, name, gender, zip, major, term credit hours,     *
      *          full/part-time flag, distance education flag) to      *
      *          STATE-ENROLL.TXT plus a control report with counts    *
      *          and credit totals for sign-off to STATE-CONTROL.RPT   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-EXTRACT IS INITIAL PROGRAM.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
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
           03  EXT-CLASS           PIC X(2).
           03  EXT-CITY            PIC X(20).
           03  EXT-STATE           PIC X(2).
           03  EXT-DISTANCE        PIC X.

       FD  CONTROL-OUT.
       01  CONTROL-LINE-OUT        PIC X(80).
           03  WS-FT-COUNT             PIC 9(5)    VALUE ZEROS.
           03  WS-PT-COUNT             PIC 9(5)    VALUE ZEROS.
           03  WS-CREDIT-GRAND         PIC 9(7)    VALUE ZEROS.
           03  WS-ONLINE-CREDITS       PIC 9(3)    VALUE ZEROS.
           03  WS-DE-ALL-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-DE-SOME-COUNT        PIC 9(5)    VALUE ZEROS.

       01  WS-REC.
           03  WS-KEY.
                   MOVE 'P' TO EXT-FTPT
                   ADD 1 TO WS-PT-COUNT
               END-IF
      *        distance education is E when every credit is in an
      *        online section, S when some are, N when none are -
      *        hybrid sections meet on campus and count as none
               IF WS-ONLINE-CREDITS EQUAL ZEROS
                   MOVE 'N' TO EXT-DISTANCE
               ELSE
                   IF WS-ONLINE-CREDITS NOT LESS THAN WS-TERM-CREDITS
                       MOVE 'E' TO EXT-DISTANCE
                       ADD 1 TO WS-DE-ALL-COUNT
                   ELSE
                       MOVE 'S' TO EXT-DISTANCE
                       ADD 1 TO WS-DE-SOME-COUNT
                   END-IF
               END-IF
               WRITE EXTRACT-REC-OUT
               ADD 1 TO WS-REC-COUNT
               ADD WS-TERM-CREDITS TO WS-CREDIT-GRAND
      *-----------------------------------------------------------------
       300-TOTAL-TERM-CREDITS.
           MOVE ZEROS TO WS-TERM-CREDITS
           MOVE ZEROS TO WS-ONLINE-CREDITS
           MOVE WS-SEM     TO REG-IO-SEM
           MOVE WS-YR      TO REG-IO-YR
           MOVE ISAM-IO-ID TO REG-IO-STUD-ID
                               IF ISAM-IO-CREDITS NUMERIC
                                   MOVE ISAM-IO-CREDITS
                                       TO WS-CREDITS-NUM
                                   IF REG-IO-HOURS NUMERIC
                                       AND REG-IO-HOURS > ZEROS
                                       MOVE REG-IO-HOURS
                                           TO WS-CREDITS-NUM
                                   END-IF
                                   ADD WS-CREDITS-NUM
                                       TO WS-TERM-CREDITS
                                   IF DELIVERY-MODE EQUAL 'O'
                                       ADD WS-CREDITS-NUM
                                           TO WS-ONLINE-CREDITS
                                   END-IF
                               END-IF
                       END-READ
               END-READ
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'TOTAL CREDIT HOURS'       TO CD-LABEL
           MOVE WS-CREDIT-GRAND            TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'EXCLUSIVELY DISTANCE ED'  TO CD-LABEL
           MOVE WS-DE-ALL-COUNT            TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL
           MOVE 'SOME DISTANCE ED'         TO CD-LABEL
           MOVE WS-DE-SOME-COUNT           TO CD-VALUE
           WRITE CONTROL-LINE-OUT FROM CTL-DETAIL.
