      *ABSTRACT: Records midterm grades on MIDTERM-ISAM.DAT, rostered  *
      *          by CRN the same per-section way REG-GRADE enters the  *
      *          final grade - the final on REG-ISAM is not touched    *
      *          - on the faculty menu an instructor grades only the   *
      *          instructor's own sections and only until the term's   *
      *          grading deadline - every midterm changed is written   *
      *          to AUDIT-LOG.TXT under the signed-on name             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTERM-GRADE INITIAL PROGRAM.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MID-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-MID-IO.
       01  MID-REC-IO.
               05  MID-CRN        PIC X(6).
               05  MID-STUD-ID    PIC 9(6).
           03  MID-GRADE          PIC X.

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-USER            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(120).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-GRADE                PIC X       VALUE SPACES.
           03  WS-OLD-GRADE            PIC X       VALUE SPACES.
           03  EOF-FLAG                PIC X.
               88 EOF        VALUE '1'.

               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.
               05  WS-CRN      PIC X(6)        VALUE SPACES.

      *    the section is handed to FACULTY-CHECK first - a faculty
      *    session gets only the instructor's own sections, and the
      *    name the audit trail is written under comes back with it
       01  WS-FACULTY-CHECK.
           03  WS-FCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-FCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-FCK-CRN          PIC X(6)    VALUE SPACES.
           03  WS-FCK-GRADING      PIC X       VALUE 'N'.
           03  WS-FCK-INSTRUC      PIC 9(6)    VALUE ZEROS.
           03  WS-FCK-AUDIT-USER   PIC X(20)   VALUE SPACES.
           03  WS-FCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
               CLOSE ISAM-MID-IO
               OPEN I-O ISAM-MID-IO
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               DISPLAY SCRN-CRN-REQ
               ACCEPT  SCRN-SEM-REQ
               ACCEPT  SCRN-CRN-REQ
               PERFORM 150-CHECK-FACULTY
               IF WS-MSG NOT EQUAL SPACES
                   DISPLAY SCRN-SEM-REQ
               ELSE
               MOVE WS-SEM TO REG-IO-SEM
               MOVE WS-YR TO REG-IO-YR
               MOVE WS-CRN TO REG-IO-CRN
                       END-READ
                  END-PERFORM
               END-READ
               END-IF

               DISPLAY SPACES
               ADD 2 TO Y
           CLOSE ISAM-REG-IO
           CLOSE ISAM-STUD-IO
           CLOSE ISAM-MID-IO
           CLOSE AUDIT-OUT
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-FACULTY.
      *    a faculty session may only grade the instructor's own
      *    sections, and grade entry closes at the grading deadline
           MOVE WS-SEM TO WS-FCK-SEM
           MOVE WS-YR  TO WS-FCK-YR
           MOVE WS-CRN TO WS-FCK-CRN
           MOVE 'Y'    TO WS-FCK-GRADING
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           EVALUATE WS-FCK-RESULT
               WHEN 'N' MOVE 'NOT YOUR SECTION'        TO WS-MSG
               WHEN 'D' MOVE 'GRADING CLOSED FOR TERM' TO WS-MSG
               WHEN 'X' MOVE 'SECTION NOT FOUND'       TO WS-MSG
           END-EVALUATE.
      *-----------------------------------------------------------------
       200-GRADE-ROW.
           IF REG-IO-STATUS EQUAL 'W'
                       MOVE MID-GRADE TO WS-GRADE
               END-READ
               DISPLAY 'MID:' AT LINE Y COL 72
               MOVE WS-GRADE TO WS-OLD-GRADE
               ACCEPT WS-GRADE AT LINE Y COL 77 AUTO
               PERFORM 300-WRITE-MIDTERM
               IF WS-GRADE NOT EQUAL WS-OLD-GRADE
                   PERFORM 400-WRITE-AUDIT
               END-IF
           END-IF
           ADD 1 TO Y.
      *-----------------------------------------------------------------
                           CONTINUE
                   END-REWRITE
           END-WRITE.
      *-----------------------------------------------------------------
       400-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-FCK-AUDIT-USER          TO AUD-USER
           MOVE 'MIDTERM-GRADE'            TO AUD-PROGRAM
           MOVE MID-KEY                    TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'MIDTERM ' WS-OLD-GRADE INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'MIDTERM ' WS-GRADE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
