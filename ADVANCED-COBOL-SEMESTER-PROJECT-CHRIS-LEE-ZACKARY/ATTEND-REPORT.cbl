      *DATE    : 2/17/2015                                             *
      *ABSTRACT: Absence report from ATTEND-ISAM.DAT - flags students  *
      *          who missed a configurable number of meetings in a     *
      *          term, with each student's last date of attendance for *
      *          financial-aid withdrawal reporting - marks on a date  *
      *          MTG-EXCEPT cancelled are skipped as no class day      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND-REPORT IS INITIAL PROGRAM.
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-MEX-IN ASSIGN TO
                               "../MTG-EXCEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MEX-KEY
                               FILE STATUS   IS WS-MEX-STAT.

           SELECT REPORT-OUT ASSIGN TO "../ABSENCE.RPT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-RPT-STAT.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

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

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).
           03  WS-CUR-CRN              PIC X(6)    VALUE SPACES.
           03  WS-CUR-STUD             PIC 9(6)    VALUE ZEROS.
           03  WS-GROUP-OPEN           PIC X       VALUE 'N'.
           03  WS-MEX-STAT             PIC XX      VALUE SPACES.
           03  WS-CANCELLED            PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.


           OPEN INPUT ISAM-ATT-IN
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-MEX-IN
           OPEN OUTPUT REPORT-OUT

           MOVE WS-SEM       TO RH-SEM

           CLOSE ISAM-ATT-IN
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-MEX-IN
           CLOSE REPORT-OUT

           MOVE 'ABSENCE.RPT WRITTEN' TO WS-MSG
                   NOT AT END
                       IF ATT-SEM EQUAL WS-SEM
                           AND ATT-YR EQUAL WS-YR
                           PERFORM 205-CHECK-CANCELLED
                           IF WS-CANCELLED EQUAL 'N'
                               PERFORM 210-TALLY-ONE-MARK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       205-CHECK-CANCELLED.
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
       210-TALLY-ONE-MARK.
           IF WS-GROUP-OPEN EQUAL 'Y'
