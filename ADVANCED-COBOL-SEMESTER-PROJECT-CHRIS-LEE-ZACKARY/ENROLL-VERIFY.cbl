      *          certificate in letterhead layout to ENROLL-CERT.TXT   *
      *          - every certificate is logged to CERT-LOG.TXT         *
      *          (number, date, operator, recipient) for later         *
      *          questions about what was attested - on request the    *
      *          certificate quotes the class rank CLASS-RANK stored   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-VERIFY IS INITIAL PROGRAM.
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-CRK-IN ASSIGN TO
                              "../CLASS-RANK-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CRK-STUD-ID
                          FILE STATUS   IS WS-CRK-STAT.

           SELECT LAST-NO-IO ASSIGN TO "../CERT-LAST-NO.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NO-STAT.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-REG-IN.
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
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(27)            VALUE SPACE.

       FD  ISAM-CRK-IN.
       01  CRK-REC-IN.
           03  CRK-STUD-ID         PIC 9(6).
           03  CRK-CLASS           PIC X(2).
           03  CRK-MAJOR           PIC X(20).
           03  CRK-RANK            PIC 9(5).
           03  CRK-SIZE            PIC 9(5).
           03  CRK-GPA             PIC 9V99.
           03  CRK-HOURS           PIC 9(4).
           03  CRK-RUN-DATE        PIC X(8).

       FD  LAST-NO-IO.
       01  LAST-NO                PIC 9(6).

           03  WS-NO-STAT              PIC XX      VALUE SPACES.
           03  WS-CRT-STAT             PIC XX      VALUE SPACES.
           03  WS-LOG-STAT             PIC XX      VALUE SPACES.
           03  WS-CRK-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-YR           PIC X(4)    VALUE SPACES.
           03  WS-RECIPIENT    PIC X(30)   VALUE SPACES.
           03  WS-QUOTE-RANK   PIC X       VALUE 'N'.

       01  CERT-LAYOUT.
           03  CL-RULE.
               05  FILLER      PIC X(26)
                   VALUE 'ENROLLMENT STATUS         '.
               05  CL-BAND     PIC X(9).
           03  CL-BODY-RANK.
               05  FILLER      PIC X(26)
                   VALUE 'CLASS RANK                '.
               05  CL-RANK     PIC ZZZZ9.
               05  FILLER      PIC X(4)   VALUE ' OF '.
               05  CL-SIZE     PIC ZZZZ9.
               05  FILLER      PIC X(3)   VALUE ' - '.
               05  CL-CLASS    PIC X(2).
               05  FILLER      PIC X      VALUE SPACE.
               05  CL-RANK-MAJ PIC X(20).
           03  CL-BODY-6.
               05  FILLER      PIC X(13)  VALUE 'PREPARED FOR '.
               05  CL-RECIP    PIC X(30).
           03  LINE 08 COL 43 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 09 COL 25               VALUE ' RECIPIENT:'.
           03  LINE 09 COL 40 PIC X(30) TO WS-RECIPIENT AUTO.
           03  LINE 10 COL 25               VALUE 'QUOTE RANK:'.
           03  LINE 10 COL 40 PIC X     TO WS-QUOTE-RANK AUTO.
           03  LINE 10 COL 42               VALUE '(Y/N)'.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           OPEN INPUT ISAM-REG-IN.
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-COURSE-IN.
           OPEN INPUT ISAM-CRK-IN.
           OPEN EXTEND CERT-OUT
           IF WS-CRT-STAT NOT EQUAL '00'
               OPEN OUTPUT CERT-OUT
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-RECIPIENT
               MOVE 'N'    TO WS-QUOTE-RANK
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
           CLOSE ISAM-REG-IN.
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-COURSE-IN.
           CLOSE ISAM-CRK-IN.
           CLOSE CERT-OUT.
           CLOSE LOG-OUT.
           EXIT PROGRAM.
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                               IF REG-IO-HOURS NUMERIC
                                   AND REG-IO-HOURS GREATER THAN ZEROS
                                   MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                               END-IF
                       END-READ
                       ADD WS-CREDITS-NUM TO WS-TOT-HOURS
               END-READ
           WRITE CERT-LINE-OUT FROM CL-BODY-3
           WRITE CERT-LINE-OUT FROM CL-BODY-4
           WRITE CERT-LINE-OUT FROM CL-BODY-5
           IF WS-QUOTE-RANK EQUAL 'Y' OR 'y'
               PERFORM 450-QUOTE-RANK
           END-IF
           MOVE SPACES TO CERT-LINE-OUT
           WRITE CERT-LINE-OUT
           WRITE CERT-LINE-OUT FROM CL-BODY-6
           WRITE CERT-LINE-OUT FROM CL-SIGN-1
           WRITE CERT-LINE-OUT FROM CL-SIGN-2
           WRITE CERT-LINE-OUT FROM CL-RULE.
      *-----------------------------------------------------------------
       450-QUOTE-RANK.
      *    a student CLASS-RANK left unranked simply gets no rank line
      *    - the certificate never guesses at one
           MOVE WS-STU-ID TO CRK-STUD-ID
           READ ISAM-CRK-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRK-RANK  TO CL-RANK
                   MOVE CRK-SIZE  TO CL-SIZE
                   MOVE CRK-CLASS TO CL-CLASS
                   MOVE CRK-MAJOR TO CL-RANK-MAJ
                   WRITE CERT-LINE-OUT FROM CL-BODY-RANK
           END-READ.
      *-----------------------------------------------------------------
       500-WRITE-LOG.
           MOVE WS-NEXT-NO    TO LOG-CERT-NO
