      *DATE    : 2/17/2015                                             *
      *ABSTRACT: Prints an advisee roster for one advisor - each       *
      *          student's major, enrolled credit load for the chosen  *
      *          term, and cumulative GPA from REG-ISAM grades - a     *
      *          student is listed by preferred first name when one is *
      *          on file - each advisee also shows whether             *
      *          ADVISE-CHECK has the student cleared to register for  *
      *          the term (YES, NO, or N/A when no advising population *
      *          applies), with a count still uncleared and an option  *
      *          to list only those                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-ROSTER IS INITIAL PROGRAM.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-INSTRUC-IN.
       01  INSTRUC-REC-IN.
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
           03  WS-STAT6                PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-ADVISEE-CNT          PIC 9(4)    VALUE ZEROS.
           03  WS-UNCLEARED-CNT        PIC 9(4)    VALUE ZEROS.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-POINTS               PIC 9       VALUE ZEROS.
           03  WS-TOT-CREDITS          PIC 9(5)    VALUE ZEROS.
           03  WS-ADVISOR      PIC 9(6)        VALUE ZEROS.
           03  WS-SEM          PIC X(2)        VALUE SPACES.
           03  WS-YR           PIC X(4)        VALUE SPACES.
           03  WS-UNCLR-ONLY   PIC X           VALUE 'N'.

       01  WS-ADVISE-CHECK.
           03  WS-ACK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-ACK-YR           PIC X(4)    VALUE SPACES.
           03  WS-ACK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-ACK-POP          PIC X(2)    VALUE SPACES.
           03  WS-ACK-RESULT       PIC X       VALUE SPACES.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(16)   VALUE 'ADVISEE ROSTER  '.
           03  FILLER      PIC X(32)   VALUE 'NAME'.
           03  FILLER      PIC X(21)   VALUE 'MAJOR'.
           03  FILLER      PIC X(5)    VALUE 'LOAD'.
           03  FILLER      PIC X(6)    VALUE 'GPA'.
           03  FILLER      PIC X(7)    VALUE 'CLEARED'.

       01  RPT-DETAIL.
           03  RD-ID       PIC 9(6).
           03  RD-LOAD     PIC ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-GPA      PIC 9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-CLEARED  PIC X(4).

       01  RPT-TOTAL.
           03  FILLER      PIC X(22).
           03  RT-COUNT    PIC Z,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 10 COL 47 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 10 COL 50 VALUE '/'.
           03  LINE 10 COL 51 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 11 COL 31 VALUE 'UNCLEARED ONLY:'.
           03  LINE 11 COL 47 PIC X     TO WS-UNCLR-ONLY AUTO.
           03  LINE 11 COL 49 VALUE '(Y/N)'.

       01  SCRN-TOTALS.
           03  LINE 12 COL 35 VALUE 'ADVISEES:'.
           03  LINE 12 COL 45 PIC 9(4) FROM WS-ADVISEE-CNT.
           03  LINE 13 COL 34 VALUE 'UNCLEARED:'.
           03  LINE 13 COL 45 PIC 9(4) FROM WS-UNCLEARED-CNT.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
           DISPLAY SCRN-SEM-REQ
           ACCEPT  SCRN-ADVISOR-REQ
           ACCEPT  SCRN-SEM-REQ
           IF WS-UNCLR-ONLY EQUAL 'y'
               MOVE 'Y' TO WS-UNCLR-ONLY
           END-IF

           OPEN INPUT ISAM-ADV-IN
           OPEN INPUT ISAM-STUD-IN
           PERFORM 100-WRITE-HEADINGS
           PERFORM 200-LIST-ADVISEES

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'ADVISEES:' TO RPT-TOTAL
           MOVE WS-ADVISEE-CNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'STILL UNCLEARED:' TO RPT-TOTAL
           MOVE WS-UNCLEARED-CNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           CLOSE ISAM-ADV-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-INSTRUC-IN
      *-----------------------------------------------------------------
       200-LIST-ADVISEES.
           MOVE ZEROS TO WS-ADVISEE-CNT
           MOVE ZEROS TO WS-UNCLEARED-CNT
           MOVE ZEROS TO ADV-STUD-ID
           START ISAM-ADV-IN KEY IS NOT LESS THAN ADV-STUD-ID
               INVALID KEY
           END-PERFORM.
      *-----------------------------------------------------------------
       210-PRINT-ONE-ADVISEE.
      *    YES cleared to register for the term, NO still has to see
      *    the advisor, N/A in no population that needs clearance
           ADD 1 TO WS-ADVISEE-CNT
           MOVE WS-SEM      TO WS-ACK-SEM
           MOVE WS-YR       TO WS-ACK-YR
           MOVE ADV-STUD-ID TO WS-ACK-STUD-ID
           CALL 'ADVISE-CHECK' USING WS-ADVISE-CHECK
           EVALUATE WS-ACK-RESULT
               WHEN 'C'
                   MOVE 'YES' TO RD-CLEARED
               WHEN 'R'
                   MOVE 'NO'  TO RD-CLEARED
                   ADD 1 TO WS-UNCLEARED-CNT
               WHEN OTHER
                   MOVE 'N/A' TO RD-CLEARED
           END-EVALUATE
           IF WS-UNCLR-ONLY EQUAL 'Y'
               AND WS-ACK-RESULT NOT EQUAL 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE ADV-STUD-ID TO RD-ID
           MOVE ADV-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               NOT INVALID KEY
                   MOVE ISAM-STUD-LNAME TO RD-LNAME
                   MOVE ISAM-SUTD-FNAME TO RD-FNAME
                   IF ISAM-STUD-PREF-NAME NOT EQUAL SPACES
                       MOVE ISAM-STUD-PREF-NAME TO RD-FNAME
                   END-IF
                   MOVE ISAM-STUD-MAJOR TO RD-MAJOR
           END-READ
           PERFORM 300-ACCUM-STUDENT
                       NOT INVALID KEY
                           MOVE ZEROS TO WS-CREDITS-NUM
                           MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                           IF REG-IO-SEM EQUAL WS-SEM
                               AND REG-IO-YR EQUAL WS-YR
                               ADD WS-CREDITS-NUM TO WS-TERM-CREDITS
