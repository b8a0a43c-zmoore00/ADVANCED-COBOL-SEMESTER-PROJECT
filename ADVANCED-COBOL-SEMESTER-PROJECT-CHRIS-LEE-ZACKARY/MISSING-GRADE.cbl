      *          grade, summarizes them by CRN with the responsible    *
      *          instructor from SCHEDULE-MASTER, prints the           *
      *          registrar's report and writes instructor reminder     *
      *          events to NOTIFY-EVENTS.TXT for LETTER-GEN - every    *
      *          co-instructor of a team-taught section is reminded    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSING-GRADE IS INITIAL PROGRAM.
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-SI-IN ASSIGN TO
                                   "../SECT-INSTR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SI-KEY
                               ALTERNATE KEY IS SI-ID-KEY=
                                   SI-INSTRUC-ID, SI-SEM, SI-YR
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-SI-STAT.

           SELECT NOTIFY-OUT ASSIGN TO "../NOTIFY-EVENTS.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-NTF-STAT.
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

       FD  ISAM-SEM-IN.
       01  SEM-REC-IN.
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.

       FD  ISAM-SI-IN.
       01  SI-REC-IN.
           03  SI-KEY.
               05  SI-SEM         PIC X(2).
               05  SI-YR          PIC X(4).
               05  SI-CRN         PIC X(6).
               05  SI-INSTRUC-ID  PIC 9(6).
           03  SI-PCT             PIC 9(3).
           03  SI-PRIMARY         PIC X.
           03  SI-INSTRUCTOR      PIC X(22).

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  WS-HAVE-CRN             PIC X       VALUE 'N'.
           03  WS-BLANK-COUNT          PIC 9(4)    VALUE ZEROS.
           03  WS-CRN-COUNT            PIC 9(4)    VALUE ZEROS.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  SI-EOF-FLAG             PIC X       VALUE SPACES.
               88 SI-EOF     VALUE '1'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       100-RUN-AUDIT.
           OPEN INPUT ISAM-REG-IN
           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-SI-IN
           OPEN OUTPUT REPORT-OUT
           OPEN EXTEND NOTIFY-OUT
           IF WS-NTF-STAT NOT EQUAL '00'

           CLOSE ISAM-REG-IN
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-SI-IN
           CLOSE REPORT-OUT
           CLOSE NOTIFY-OUT.
      *-----------------------------------------------------------------
           MOVE WS-YR        TO NTF-YR
           MOVE WS-CUR-CRN   TO NTF-CRN
           MOVE 'GRADE SHEET NOT RECEIVED' TO NTF-TEXT
           WRITE NOTIFY-LINE-OUT
           PERFORM 400-REMIND-CO-INSTRUCTORS.
      *-----------------------------------------------------------------
       400-REMIND-CO-INSTRUCTORS.
      *    any instructor on a team-taught section can post its grades,
      *    so each co-instructor gets the same reminder
           MOVE WS-SEM     TO SI-SEM
           MOVE WS-YR      TO SI-YR
           MOVE WS-CUR-CRN TO SI-CRN
           MOVE ZEROS      TO SI-INSTRUC-ID
           START ISAM-SI-IN KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   MOVE 1 TO SI-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SI-EOF-FLAG
           END-START
           PERFORM UNTIL SI-EOF
               READ ISAM-SI-IN NEXT RECORD
                   AT END
                       MOVE 1 TO SI-EOF-FLAG
                   NOT AT END
                       IF SI-SEM NOT EQUAL WS-SEM
                           OR SI-YR NOT EQUAL WS-YR
                           OR SI-CRN NOT EQUAL WS-CUR-CRN
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           IF SI-INSTRUC-ID NOT EQUAL INSTRUC-ID
                               MOVE SI-INSTRUC-ID TO NTF-STUD-ID
                               WRITE NOTIFY-LINE-OUT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
