      *          MAJOR-HIST-ISAM.DAT, updates the STUDENT-MASTER       *
      *          current major and writes the audit line - the         *
      *          history answers what a student's major was as of any  *
      *          term for DEGREE-AUDIT and REPORTS-MAJOR-ROSTER -      *
      *          the primary (type P) row on DECLARED-ISAM.DAT follows *
      *          the master so the declared programs stay complete     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJOR-CHANGE IS INITIAL PROGRAM.
                               RECORD KEY    IS MJH-KEY
                               FILE STATUS   IS WS-MJH-STAT.

           SELECT OPTIONAL ISAM-DCL-IO ASSIGN TO "../DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DCL-KEY
                               ALTERNATE KEY IS DCL-PROGRAM
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-DCL-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-MAJ-IN.
       01  MAJ-REC-IN.
           03  MJH-DATE           PIC X(8).
           03  MJH-USER           PIC X(20).

       FD  ISAM-DCL-IO.
       01  DCL-REC-IO.
           03  DCL-KEY.
               05  DCL-STUD-ID    PIC 9(6).
               05  DCL-TYPE       PIC X.
               05  DCL-SLOT       PIC 9.
           03  DCL-PROGRAM        PIC X(20).
           03  DCL-EFF-SEM        PIC X(2).
           03  DCL-EFF-YR         PIC X(4).
           03  DCL-DATE           PIC X(8).
           03  DCL-USER           PIC X(20).

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-MJH-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-DCL-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
               CLOSE ISAM-MJH-IO
               OPEN I-O ISAM-MJH-IO
           END-IF
           OPEN I-O ISAM-DCL-IO
           IF WS-DCL-STAT EQUAL '35'
               OPEN OUTPUT ISAM-DCL-IO
               CLOSE ISAM-DCL-IO
               OPEN I-O ISAM-DCL-IO
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
           CLOSE ISAM-STUD-IO.
           CLOSE ISAM-MAJ-IN.
           CLOSE ISAM-MJH-IO.
           CLOSE ISAM-DCL-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                       NOT INVALID KEY
                           PERFORM 450-SYNC-DECLARED
                           PERFORM 500-WRITE-AUDIT
                           MOVE 'MAJOR CHANGED' TO WS-MSG
                   END-REWRITE
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       450-SYNC-DECLARED.
      *    the primary row is kept here so a student's declared
      *    programs read complete - its history stays on MAJOR-HIST
           MOVE WS-STU-ID TO DCL-STUD-ID
           MOVE 'P'       TO DCL-TYPE
           MOVE 1         TO DCL-SLOT
           MOVE ISAM-STUD-MAJOR TO DCL-PROGRAM
           MOVE WS-EFF-SEM      TO DCL-EFF-SEM
           MOVE WS-EFF-YR       TO DCL-EFF-YR
           MOVE WS-NOW-DATE     TO DCL-DATE
           MOVE WS-AUDIT-USER   TO DCL-USER
           WRITE DCL-REC-IO
               INVALID KEY
                   REWRITE DCL-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
