      *          prints NEVER-ATTEND.RPT grouped by CRN for            *
      *          distribution to the instructors - run it after the    *
      *          first two weeks of classes, re-runs never disturb     *
      *          rows an instructor has already answered - a present   *
      *          mark on a date MTG-EXCEPT cancelled is no class day   *
      *          and does not count as attendance                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSHOW-VERIFY IS INITIAL PROGRAM.
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-MEX-IN ASSIGN TO
                               "../MTG-EXCEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MEX-KEY
                               FILE STATUS   IS WS-MEX-STAT.

           SELECT REPORT-OUT ASSIGN TO "../NEVER-ATTEND.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-ATT-IN.
       01  ATT-REC-IN.
           03  NSH-STATUS         PIC X.
           03  NSH-DATE           PIC X(8).

       FD  ISAM-MEX-IN.
       01  MEX-REC-IN.
           03  MEX-KEY.
               05  MEX-SEM        PIC X(2).
               05  MEX-YR         PIC X(4).
               05  MEX-CRN        PIC X(6).
               05  MEX-DATE       PIC X(8).
           03  MEX-TYPE           PIC X.
           03  MEX-SUB-INSTRUC    PIC 9(6).
           03  MEX-BLDG           PIC X(7).
           03  MEX-ROOM           PIC X(6).
           03  MEX-TIME-DAY       PIC X(20).
           03  MEX-REASON         PIC X(30).
           03  MEX-OPER           PIC X(8).

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ISAM-IN-KEY.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

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
                                       VALUE 'NOSHOW-VERIFY'.
           03  WS-ATTENDED             PIC X       VALUE 'N'.
           03  WS-MEX-STAT             PIC XX      VALUE SPACES.
           03  WS-CANCELLED            PIC X       VALUE 'N'.
           03  WS-LAST-CRN             PIC X(6)    VALUE SPACES.
           03  WS-FLAG-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-ROW-COUNT            PIC 9(5)    VALUE ZEROS.

           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-ATT-IN
           OPEN INPUT ISAM-MEX-IN
           OPEN I-O ISAM-NSH-IO
           IF WS-NSH-STAT EQUAL '35'
               OPEN OUTPUT ISAM-NSH-IO

           CLOSE ISAM-REG-IN
           CLOSE ISAM-ATT-IN
           CLOSE ISAM-MEX-IN
           CLOSE ISAM-NSH-IO
           CLOSE ISAM-SCHED-IN
           CLOSE REPORT-OUT
                           MOVE 1 TO ATT-EOF-FLAG
                       ELSE
                           IF ATT-FLAG EQUAL 'P'
                               PERFORM 310-CHECK-CANCELLED
                               IF WS-CANCELLED EQUAL 'N'
                                   MOVE 'Y' TO WS-ATTENDED
                                   MOVE 1 TO ATT-EOF-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       310-CHECK-CANCELLED.
      *    a meeting MTG-EXCEPT cancelled was no class day - any mark
      *    left on that date counts neither for nor against the student
           MOVE 'N' TO WS-CANCELLED
           MOVE ATT-SEM  TO MEX-SEM
           MOVE ATT-YR   TO MEX-YR
           MOVE ATT-CRN  TO MEX-CRN
           MOVE ATT-DATE TO MEX-DATE
           READ ISAM-MEX-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MEX-TYPE EQUAL 'C'
                       MOVE 'Y' TO WS-CANCELLED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       400-FLAG-NOSHOW.
           MOVE REG-IO-SEM     TO NSH-SEM
