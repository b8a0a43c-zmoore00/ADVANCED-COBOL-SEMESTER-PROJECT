      *ABSTRACT: Compares a student's passed courses in REG-ISAM       *
      *          against the REQ-MASTER requirements for their major   *
      *          and prints what is met and what is still outstanding  *
      *          - each second major and minor declared on             *
      *          DECLARED-ISAM.DAT is audited the same way after the   *
      *          primary major - a student self-service session audits *
      *          only the student's own record through STUDENT-CHECK   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT IS INITIAL PROGRAM.
                               RECORD KEY    IS MJH-KEY
                               FILE STATUS   IS WS-MJH-STAT.

           SELECT OPTIONAL ISAM-DCL-IN ASSIGN TO "../DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DCL-KEY
                               ALTERNATE KEY IS DCL-PROGRAM
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-DCL-STAT.

           SELECT AUDIT-RPT-OUT ASSIGN TO "../DEGREE-AUDIT.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
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

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-REQ-IN.
       01  REQ-REC-IN.
           03  MJH-DATE           PIC X(8).
           03  MJH-USER           PIC X(20).

       FD  ISAM-DCL-IN.
       01  DCL-REC-IN.
           03  DCL-KEY.
               05  DCL-STUD-ID    PIC 9(6).
               05  DCL-TYPE       PIC X.
               05  DCL-SLOT       PIC 9.
           03  DCL-PROGRAM        PIC X(20).
           03  DCL-EFF-SEM        PIC X(2).
           03  DCL-EFF-YR         PIC X(4).
           03  DCL-DATE           PIC X(8).
           03  DCL-USER           PIC X(20).

       FD  AUDIT-RPT-OUT.
       01  AUDIT-RPT-LINE         PIC X(80).
      *-----------------------------------------------------------------
           03  WS-TC-STAT              PIC XX      VALUE SPACES.
           03  WS-GS-STAT              PIC XX      VALUE SPACES.
           03  WS-MJH-STAT             PIC XX      VALUE SPACES.
           03  WS-DCL-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-PROGRAM        PIC X(20)   VALUE SPACES.
           03  DCL-EOF-FLAG            PIC X       VALUE SPACES.
               88 DCL-EOF    VALUE '1'.
           03  WS-USE-MAJOR            PIC X(20)   VALUE SPACES.
           03  WS-FOUND-PAST           PIC X       VALUE 'N'.
           03  WS-FOUND-FUTURE         PIC X       VALUE 'N'.
           03  WS-ASOF-SEM         PIC X(2)        VALUE SPACES.
           03  WS-ASOF-YR          PIC X(4)        VALUE SPACES.

      *    the student keyed is handed to STUDENT-CHECK first - a
      *    student session gets back only the student's own ID, and
      *    the look is logged the way a restricted lookup is
       01  WS-STUDENT-CHECK.
           03  WS-SCK-PROGRAM      PIC X(14)   VALUE 'DEGREE-AUDIT'.
           03  WS-SCK-VIEW         PIC X(30)   VALUE SPACES.
           03  WS-SCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-SCK-RESULT       PIC X       VALUE SPACES.

       01  AUDIT-HEAD-1.
           03  FILLER      PIC X(13)   VALUE 'DEGREE AUDIT '.
           03  AH-ID       PIC 9(6).
           03  FILLER      PIC X(7)    VALUE 'MAJOR: '.
           03  AH-MAJOR    PIC X(20).

       01  AUDIT-HEAD-2.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  AH-TYPE-DESC    PIC X(14).
           03  AH-PROGRAM  PIC X(20).
           03  FILLER      PIC X(6)    VALUE ' EFF: '.
           03  AH-EFF-SEM  PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  AH-EFF-YR   PIC X(4).

       01  AUDIT-DETAIL.
           03  AD-SEQ      PIC X(3).
           03  FILLER      PIC X(2)    VALUE SPACES.
           OPEN INPUT ISAM-TC-IN
           OPEN INPUT ISAM-GS-IN
           OPEN INPUT ISAM-MJH-IN
           OPEN INPUT ISAM-DCL-IN
           OPEN OUTPUT AUDIT-RPT-OUT.

           DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               PERFORM 140-CHECK-STUDENT
               MOVE WS-ID TO ISAM-IO-ID
               READ ISAM-STUD-IO
                   INVALID KEY
           CLOSE ISAM-TC-IN.
           CLOSE ISAM-GS-IN.
           CLOSE ISAM-MJH-IN.
           CLOSE ISAM-DCL-IN.
           CLOSE AUDIT-RPT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       140-CHECK-STUDENT.
      *    a student session sees only the student's own degree audit
           MOVE WS-ID TO WS-SCK-STUD-ID
           MOVE 'DEGREE AUDIT' TO WS-SCK-VIEW
           CALL 'STUDENT-CHECK' USING WS-STUDENT-CHECK
           IF WS-SCK-RESULT EQUAL 'Y'
               MOVE WS-SCK-STUD-ID TO WS-ID
           END-IF.
      *-----------------------------------------------------------------
       150-RESOLVE-MAJOR.
      *    with an as-of term keyed, the major-change history settles
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-AUDIT-ONE-STUDENT.
           MOVE WS-ID           TO AH-ID
           MOVE ISAM-STUD-LNAME TO AH-LNAME
           MOVE ISAM-SUTD-FNAME TO AH-FNAME
           MOVE WS-USE-MAJOR    TO AH-MAJOR
           WRITE AUDIT-RPT-LINE FROM AUDIT-HEAD-1

           MOVE WS-USE-MAJOR    TO WS-AUDIT-PROGRAM
           PERFORM 210-AUDIT-ONE-PROGRAM
           PERFORM 250-AUDIT-DECLARED.
      *-----------------------------------------------------------------
       210-AUDIT-ONE-PROGRAM.
           MOVE ZEROS TO WS-MET-COUNT
           MOVE ZEROS TO WS-OUT-COUNT
           MOVE WS-AUDIT-PROGRAM TO REQ-IO-MAJOR
           MOVE LOW-VALUES       TO REQ-IO-SEQ
           START ISAM-REQ-IN KEY IS NOT LESS THAN REQ-IO-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF REQ-IO-MAJOR NOT EQUAL WS-AUDIT-PROGRAM
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           PERFORM 300-CHECK-ONE-REQ
           WRITE AUDIT-RPT-LINE FROM AUDIT-TOTAL
           MOVE SPACES TO AUDIT-RPT-LINE
           WRITE AUDIT-RPT-LINE.
      *-----------------------------------------------------------------
       250-AUDIT-DECLARED.
      *    second majors and minors follow the primary - with an as-of
      *    term only programs already effective by then are audited
           MOVE WS-ID      TO DCL-STUD-ID
           MOVE LOW-VALUES TO DCL-TYPE
           MOVE ZERO       TO DCL-SLOT
           START ISAM-DCL-IN KEY IS NOT LESS THAN DCL-KEY
               INVALID KEY
                   MOVE 1 TO DCL-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DCL-EOF-FLAG
           END-START
           PERFORM UNTIL DCL-EOF
               READ ISAM-DCL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO DCL-EOF-FLAG
                   NOT AT END
                       IF DCL-STUD-ID NOT EQUAL WS-ID
                           MOVE 1 TO DCL-EOF-FLAG
                       ELSE
                           IF DCL-TYPE EQUAL 'S' OR DCL-TYPE EQUAL 'N'
                               PERFORM 260-AUDIT-ONE-DECLARED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       260-AUDIT-ONE-DECLARED.
           IF WS-ASOF-YR NOT EQUAL SPACES
               MOVE WS-ASOF-SEM TO WS-ORD-SEM
               PERFORM 170-SEM-ORDINAL
               MOVE WS-ORD-NUM TO WS-ASOF-ORD
               MOVE DCL-EFF-SEM TO WS-ORD-SEM
               PERFORM 170-SEM-ORDINAL
               MOVE WS-ORD-NUM TO WS-ROW-ORD
               IF DCL-EFF-YR GREATER THAN WS-ASOF-YR
                   OR (DCL-EFF-YR EQUAL WS-ASOF-YR
                       AND WS-ROW-ORD GREATER THAN WS-ASOF-ORD)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF DCL-TYPE EQUAL 'S'
               MOVE 'SECOND MAJOR: ' TO AH-TYPE-DESC
           ELSE
               MOVE 'MINOR:        ' TO AH-TYPE-DESC
           END-IF
           MOVE DCL-PROGRAM TO AH-PROGRAM
           MOVE DCL-EFF-SEM TO AH-EFF-SEM
           MOVE DCL-EFF-YR  TO AH-EFF-YR
           WRITE AUDIT-RPT-LINE FROM AUDIT-HEAD-2
           MOVE DCL-PROGRAM TO WS-AUDIT-PROGRAM
           PERFORM 210-AUDIT-ONE-PROGRAM.
      *-----------------------------------------------------------------
       300-CHECK-ONE-REQ.
           MOVE 'N' TO WS-REQ-MET
