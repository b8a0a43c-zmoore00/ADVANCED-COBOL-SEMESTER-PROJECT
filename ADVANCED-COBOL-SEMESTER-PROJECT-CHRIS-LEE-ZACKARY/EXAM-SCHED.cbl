      *          each section's meeting pattern to an exam slot from   *
      *          EXAM-MATRIX.TXT, prints the schedule by slot with     *
      *          building and room, then sweeps REG-ISAM and flags     *
      *          any student holding two exams in the same slot -      *
      *          students with an exam accommodation on ACCOM-ISAM.DAT *
      *          sit in the TESTING CENTER rows of the matrix instead, *
      *          listed and conflict-checked on ACCOM-EXAMS.RPT        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SCHED IS INITIAL PROGRAM.
           SELECT REPORT-OUT ASSIGN TO "../EXAM-SCHEDULE.RPT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-RPT-STAT.

           SELECT OPTIONAL ISAM-ACC-IN ASSIGN TO "../ACCOM-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ACC-KEY
                               FILE STATUS   IS WS-ACC-STAT.

           SELECT ACCOM-OUT ASSIGN TO "../ACCOM-EXAMS.RPT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-ACC-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  MATRIX-IN.
       01  MATRIX-LINE-IN.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

       FD  ISAM-ACC-IN.
       01  ACC-REC-IN.
           03  ACC-KEY.
               05  ACC-STUD-ID    PIC 9(6).
               05  ACC-SEM        PIC X(2).
               05  ACC-YR         PIC X(4).
           03  ACC-CODES.
               05  ACC-CODE       PIC X(2)    OCCURS 4 TIMES.
           03  ACC-EXAM-FLAG      PIC X       VALUE 'N'.
           03  ACC-DATE           PIC X(8).
           03  ACC-USER           PIC X(20).

       FD  ACCOM-OUT.
       01  ACCOM-LINE-OUT          PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-CONFLICT-CNT         PIC 9(4)    VALUE ZEROS.
           03  WS-SLOT-CNT             PIC 99      VALUE ZEROS.
           03  WS-CUR-STUD             PIC 9(6)    VALUE ZEROS.
           03  WS-ACC-STAT             PIC XX      VALUE SPACES.
           03  WS-ACC-RPT-STAT         PIC XX      VALUE SPACES.
           03  WS-CUR-ACCOM            PIC X       VALUE 'N'.
           03  WS-TC-CNT               PIC 99      VALUE ZEROS.
           03  WS-ACC-EXAM-CNT         PIC 9(4)    VALUE ZEROS.
           03  WS-ACC-CONFLICT-CNT     PIC 9(4)    VALUE ZEROS.
           03  WS-REG-SLOT             PIC X(4)    VALUE SPACES.
           03  WS-REG-DATE             PIC X(8)    VALUE SPACES.
           03  WS-TC-FIRST             PIC 99      VALUE ZEROS.
           03  WS-TC-PICK              PIC 99      VALUE ZEROS.
           03  WS-SLOT-USED            PIC X       VALUE 'N'.
           03  WS-SECT-IX              PIC 9(3)    VALUE ZEROS.
           03  T                       PIC 99      VALUE ZEROS.
           03  WS-FOUND-SLOT           PIC X(4)    VALUE SPACES.
           03  M                       PIC 9(3)    VALUE ZEROS.
           03  S                       PIC 9(3)    VALUE ZEROS.
               05  ST-ROOM     PIC X(6).
               05  ST-PART     PIC X(2).

      *    TESTING CENTER rows of the matrix - the sittings an
      *    accommodated student is moved into, matched by exam date
       01  TEST-CENTER-TABLE.
           03  TC-ENTRY OCCURS 20 TIMES.
               05  TC-SLOT     PIC X(4).
               05  TC-DESC     PIC X(30).
               05  TC-DATE     PIC X(8).

       01  STUD-SLOT-TABLE.
           03  SS-SLOT OCCURS 12 TIMES PIC X(4).

           03  RC-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(16)   VALUE ' TWO EXAMS SLOT '.
           03  RC-SLOT     PIC X(4).

       01  RPT-ACC-HEAD-1.
           03  FILLER      PIC X(38)
                   VALUE 'ACCOMMODATED EXAMS - TESTING CENTER  '.
           03  RA-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RA-YR       PIC X(4).
           03  FILLER      PIC X(10)   VALUE SPACES.
           03  RA-DATE     PIC X(10).

       01  RPT-ACC-HEAD-2.
           03  FILLER      PIC X(7)    VALUE 'ID'.
           03  FILLER      PIC X(7)    VALUE 'CRN'.
           03  FILLER      PIC X(14)   VALUE 'COURSE'.
           03  FILLER      PIC X(8)    VALUE 'SLOT'.
           03  FILLER      PIC X(6)    VALUE 'TC'.
           03  FILLER      PIC X(30)   VALUE 'TESTING CENTER SITTING'.

       01  RPT-ACC-DETAIL.
           03  RA-STUD-ID  PIC 9(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RA-CRN      PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RA-SUBJ     PIC X(5).
           03  FILLER      PIC X       VALUE SPACE.
           03  RA-CRSE     PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RA-REG-SLOT PIC X(4).
           03  FILLER      PIC X(4)    VALUE ' TO '.
           03  RA-TC-SLOT  PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RA-TC-DESC  PIC X(30).

       01  RPT-ACC-NO-SITTING.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RN-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(36)
                   VALUE ' NO TESTING CENTER SITTING FOR SLOT '.
           03  RN-SLOT     PIC X(4).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 11 COL 36 PIC 9(3) FROM WS-SECT-CNT.
           03  LINE 12 COL 25 VALUE 'CONFLICTS:'.
           03  LINE 12 COL 36 PIC 9(4) FROM WS-CONFLICT-CNT.
           03  LINE 13 COL 20 VALUE 'ACCOMMODATED EXAMS:'.
           03  LINE 13 COL 40 PIC 9(4) FROM WS-ACC-EXAM-CNT.
           03  LINE 14 COL 20 VALUE ' TESTING CONFLICTS:'.
           03  LINE 14 COL 40 PIC 9(4) FROM WS-ACC-CONFLICT-CNT.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
               CLOSE MATRIX-IN
               OPEN INPUT ISAM-SCHED-IN
               OPEN INPUT ISAM-REG-IO
               OPEN INPUT ISAM-ACC-IN
               OPEN OUTPUT REPORT-OUT
               OPEN OUTPUT ACCOM-OUT
               PERFORM 200-LOAD-SECTIONS
               PERFORM 300-PRINT-SCHEDULE
               PERFORM 390-START-ACCOM-LIST
               PERFORM 400-SWEEP-CONFLICTS
               PERFORM 490-END-ACCOM-LIST
               CLOSE ISAM-SCHED-IN
               CLOSE ISAM-REG-IO
               CLOSE ISAM-ACC-IN
               CLOSE REPORT-OUT
               CLOSE ACCOM-OUT
               CLOSE ISAM-CAL-IN
               MOVE 'EXAM-SCHEDULE.RPT WRITTEN' TO WS-MSG
               DISPLAY SCRN-SEM-REQ
      *-----------------------------------------------------------------
       100-LOAD-MATRIX.
           MOVE ZEROS TO WS-MTX-CNT
           MOVE ZEROS TO WS-TC-CNT
           MOVE ZEROS TO WS-DROP-CNT
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       PERFORM 110-CHECK-SLOT-DAY
                       IF MTX-PATTERN EQUAL 'TESTING CENTER'
                           IF WS-TC-CNT < 20
                               AND WS-DAY-OK EQUAL 'Y'
                               ADD 1 TO WS-TC-CNT
                               MOVE MTX-SLOT TO TC-SLOT (WS-TC-CNT)
                               MOVE MTX-DESC TO TC-DESC (WS-TC-CNT)
                               MOVE MTX-DATE TO TC-DATE (WS-TC-CNT)
                           END-IF
                       ELSE
                       IF WS-MTX-CNT < 50
                           AND WS-DAY-OK EQUAL 'Y'
                           ADD 1 TO WS-MTX-CNT
                           MOVE MTX-DATE
                               TO EM-DATE (WS-MTX-CNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
           MOVE ST-ROOM (S) TO RD-ROOM
           MOVE ST-PART (S) TO RD-PART
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       390-START-ACCOM-LIST.
      *    kept off EXAM-SCHEDULE.RPT - the accommodated list goes to
      *    disability services and the testing center only
           MOVE ZEROS        TO WS-ACC-EXAM-CNT
           MOVE ZEROS        TO WS-ACC-CONFLICT-CNT
           MOVE WS-SEM       TO RA-SEM
           MOVE WS-YR        TO RA-YR
           MOVE DISPLAY-DATE TO RA-DATE
           WRITE ACCOM-LINE-OUT FROM RPT-ACC-HEAD-1
           MOVE SPACES TO ACCOM-LINE-OUT
           WRITE ACCOM-LINE-OUT
           WRITE ACCOM-LINE-OUT FROM RPT-ACC-HEAD-2.
      *-----------------------------------------------------------------
       400-SWEEP-CONFLICTS.
      *    REG-STUD-ID-KEY orders the file by SEM/YR/STUDENT so one
           IF REG-IO-STUD-ID NOT EQUAL WS-CUR-STUD
               MOVE REG-IO-STUD-ID TO WS-CUR-STUD
               MOVE ZEROS TO WS-SLOT-CNT
               PERFORM 420-CHECK-ACCOM
           END-IF
           MOVE SPACES TO WS-FOUND-SLOT
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SECT-CNT
               IF ST-CRN (S) EQUAL REG-IO-CRN
                   MOVE ST-SLOT (S) TO WS-FOUND-SLOT
                   MOVE S TO WS-SECT-IX
                   MOVE WS-SECT-CNT TO S
               END-IF
           END-PERFORM
           IF WS-FOUND-SLOT NOT EQUAL SPACES
               AND WS-CUR-ACCOM EQUAL 'Y'
               PERFORM 430-MOVE-TO-TEST-CENTER
           END-IF
           IF WS-FOUND-SLOT NOT EQUAL SPACES
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SLOT-CNT
                   IF SS-SLOT (K) EQUAL WS-FOUND-SLOT
                       MOVE REG-IO-STUD-ID TO RC-STUD-ID
                       MOVE WS-FOUND-SLOT  TO RC-SLOT
                       IF WS-CUR-ACCOM EQUAL 'Y'
                           WRITE ACCOM-LINE-OUT FROM RPT-CONFLICT
                           ADD 1 TO WS-ACC-CONFLICT-CNT
                       ELSE
                           WRITE REPORT-LINE-OUT FROM RPT-CONFLICT
                           ADD 1 TO WS-CONFLICT-CNT
                       END-IF
                       MOVE WS-SLOT-CNT TO K
                   END-IF
               END-PERFORM
                   MOVE WS-FOUND-SLOT TO SS-SLOT (WS-SLOT-CNT)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       420-CHECK-ACCOM.
      *    only codes that change how the exam is sat move it - a note
      *    taker alone leaves the student in the regular room
           MOVE 'N' TO WS-CUR-ACCOM
           MOVE WS-CUR-STUD TO ACC-STUD-ID
           MOVE WS-SEM      TO ACC-SEM
           MOVE WS-YR       TO ACC-YR
           READ ISAM-ACC-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-EXAM-FLAG EQUAL 'Y'
                       MOVE 'Y' TO WS-CUR-ACCOM
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       430-MOVE-TO-TEST-CENTER.
      *    the exam moves to a testing center sitting on the same day
      *    as its regular slot - the first one the student does not
      *    already hold, else the first of the day so the sweep below
      *    flags the double booking
           MOVE WS-FOUND-SLOT TO WS-REG-SLOT
           MOVE SPACES TO WS-REG-DATE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MTX-CNT
               IF EM-SLOT (M) EQUAL WS-REG-SLOT
                   MOVE EM-DATE (M) TO WS-REG-DATE
                   MOVE WS-MTX-CNT TO M
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-TC-FIRST
           MOVE ZEROS TO WS-TC-PICK
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TC-CNT
               IF TC-DATE (T) EQUAL WS-REG-DATE
                   IF WS-TC-FIRST EQUAL ZEROS
                       MOVE T TO WS-TC-FIRST
                   END-IF
                   MOVE 'N' TO WS-SLOT-USED
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SLOT-CNT
                       IF SS-SLOT (K) EQUAL TC-SLOT (T)
                           MOVE 'Y' TO WS-SLOT-USED
                       END-IF
                   END-PERFORM
                   IF WS-SLOT-USED EQUAL 'N'
                       MOVE T TO WS-TC-PICK
                       MOVE WS-TC-CNT TO T
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TC-FIRST EQUAL ZEROS
               MOVE REG-IO-STUD-ID TO RN-STUD-ID
               MOVE WS-REG-SLOT    TO RN-SLOT
               WRITE ACCOM-LINE-OUT FROM RPT-ACC-NO-SITTING
               ADD 1 TO WS-ACC-CONFLICT-CNT
               MOVE SPACES TO WS-FOUND-SLOT
               EXIT PARAGRAPH
           END-IF
           IF WS-TC-PICK EQUAL ZEROS
               MOVE WS-TC-FIRST TO WS-TC-PICK
           END-IF
           MOVE TC-SLOT (WS-TC-PICK) TO WS-FOUND-SLOT
           MOVE REG-IO-STUD-ID          TO RA-STUD-ID
           MOVE REG-IO-CRN              TO RA-CRN
           MOVE ST-SUBJ (WS-SECT-IX)    TO RA-SUBJ
           MOVE ST-CRSE (WS-SECT-IX)    TO RA-CRSE
           MOVE WS-REG-SLOT             TO RA-REG-SLOT
           MOVE TC-SLOT (WS-TC-PICK)    TO RA-TC-SLOT
           MOVE TC-DESC (WS-TC-PICK)    TO RA-TC-DESC
           WRITE ACCOM-LINE-OUT FROM RPT-ACC-DETAIL
           ADD 1 TO WS-ACC-EXAM-CNT.
      *-----------------------------------------------------------------
       490-END-ACCOM-LIST.
           MOVE SPACES TO ACCOM-LINE-OUT
           WRITE ACCOM-LINE-OUT
           STRING 'ACCOMMODATED EXAMS: ' WS-ACC-EXAM-CNT
               '   TESTING CENTER CONFLICTS: ' WS-ACC-CONFLICT-CNT
               DELIMITED BY SIZE INTO ACCOM-LINE-OUT
           WRITE ACCOM-LINE-OUT.
