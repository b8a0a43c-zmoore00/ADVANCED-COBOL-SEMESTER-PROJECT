      *DATE    : 2/17/2015                                             *
      *ABSTRACT: This program records grades on REG-ISAM.DAT, rostered *
      *          by CRN the same way REPORTS-CLASS-ROLE pulls a roster *
      *          - on the faculty menu an instructor grades only the   *
      *          instructor's own sections and only until the term's   *
      *          grading deadline - every grade keyed is written to    *
      *          AUDIT-LOG.TXT under the signed-on name - a term       *
      *          stamped closed by TERM-CLOSE is refused               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-GRADE INITIAL PROGRAM.
                               RECORD KEY    IS GS-CODE
                               FILE STATUS   IS WS-GS-STAT.

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

       FD  ISAM-SC-IO.
       01  SC-REC-IO.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-GS-IN.
       01  GS-REC-IN.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  JRNL-OUT.
       01  JRNL-LINE-OUT.
           03  JRN-FILE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  JRN-IMAGE           PIC X(100).

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
           03  WS-JRN-STAT             PIC XX      VALUE SPACES.
           03  WS-GS-STAT              PIC XX      VALUE SPACES.
           03  WS-SC-STAT              PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-GRADE-MOD            PIC X       VALUE SPACE.
           03  WS-GRADE-OK             PIC X       VALUE 'Y'.
           03  WS-STAT3                PIC XX      VALUE SPACES.
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

      *    a term stamped closed by TERM-CLOSE takes no more grades
      *    from this screen - GRADE-CHANGE is the only way in
       01  WS-TERM-CHECK.
           03  WS-TCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-TCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-TCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
               CLOSE JRNL-OUT
               OPEN EXTEND JRNL-OUT
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
               END-PERFORM

           END-PERFORM
           CLOSE AUDIT-OUT
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-FACULTY.
      *    a faculty session may only grade the instructor's own
      *    sections, and final grades close at the grading deadline
           MOVE WS-SEM TO WS-FCK-SEM
           MOVE WS-YR  TO WS-FCK-YR
           MOVE WS-CRN TO WS-FCK-CRN
           MOVE 'Y'    TO WS-FCK-GRADING
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           EVALUATE WS-FCK-RESULT
               WHEN 'N' MOVE 'NOT YOUR SECTION'        TO WS-MSG
               WHEN 'D' MOVE 'GRADING CLOSED FOR TERM' TO WS-MSG
               WHEN 'X' MOVE 'SECTION NOT FOUND'       TO WS-MSG
           END-EVALUATE
           IF WS-MSG EQUAL SPACES
               MOVE WS-SEM TO WS-TCK-SEM
               MOVE WS-YR  TO WS-TCK-YR
               CALL 'TERM-CHECK' USING WS-TERM-CHECK
               IF WS-TCK-RESULT EQUAL 'C'
                   MOVE 'TERM IS CLOSED - USE GRADE-CHANGE' TO WS-MSG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-GRADE-ROW.
           IF REG-IO-STATUS EQUAL 'W'
                   NOT INVALID KEY
                       PERFORM 800-JOURNAL-REG
                       PERFORM 810-GRADE-COURSE-HIST
                       IF WS-GRADE NOT EQUAL SPACE
                           PERFORM 820-WRITE-AUDIT
                       END-IF
               END-REWRITE
           END-IF
           END-IF
                           CONTINUE
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       820-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-FCK-AUDIT-USER          TO AUD-USER
           MOVE 'REG-GRADE'                TO AUD-PROGRAM
           MOVE REG-IO-KEY                 TO AUD-KEY
           MOVE 'NO GRADE'                 TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'GRADE ' WS-GRADE WS-GRADE-MOD INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
