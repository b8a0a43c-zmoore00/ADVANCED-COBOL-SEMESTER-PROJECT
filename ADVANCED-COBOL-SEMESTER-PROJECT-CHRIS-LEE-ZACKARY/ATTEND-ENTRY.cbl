      *DATE    : 2/17/2015                                             *
      *ABSTRACT: Records attendance on ATTEND-ISAM.DAT for one section *
      *          meeting date - pre-loads the roster from REG-ISAM the *
      *          same way REG-GRADE does and accepts P/A per student - *
      *          on the faculty menu an instructor marks only the      *
      *          instructor's own sections - every mark is written to  *
      *          AUDIT-LOG.TXT under the signed-on name - a date       *
      *          MTG-EXCEPT has cancelled is refused like a non-class  *
      *          day, and the substitute keyed for a date may mark     *
      *          that meeting                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND-ENTRY INITIAL PROGRAM.
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CAL-KEY
                               FILE STATUS   IS WS-CAL-STAT.

           SELECT OPTIONAL ISAM-MEX-IN ASSIGN TO
                               "../MTG-EXCEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MEX-KEY
                               FILE STATUS   IS WS-MEX-STAT.

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

       FD  ISAM-CAL-IN.
       01  CAL-REC-IN.
           03  CAL-DAY-TYPE       PIC X.
           03  CAL-DESC           PIC X(20).

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

       FD  ISAM-ATT-IO.
       01  ATT-REC-IO.
           03  ATT-KEY.
               05  ATT-STUD-ID    PIC 9(6).
               05  ATT-DATE       PIC X(8).
           03  ATT-FLAG           PIC X.

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
           03  WS-FLAG                 PIC X       VALUE SPACES.
           03  WS-CAL-STAT             PIC XX      VALUE SPACES.
           03  WS-CAL-OK               PIC X       VALUE 'Y'.
           03  WS-MEX-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  EOF-FLAG                PIC X.
               88 EOF        VALUE '1'.

               05  WS-YR       PIC X(4)        VALUE SPACES.
               05  WS-CRN      PIC X(6)        VALUE SPACES.
           03  WS-MEET-DATE    PIC X(8)        VALUE SPACES.

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
           OPEN INPUT ISAM-STUD-IO.
           OPEN I-O ISAM-ATT-IO.
           OPEN INPUT ISAM-CAL-IN.
           OPEN INPUT ISAM-MEX-IN.
           IF WS-STAT2 EQUAL '35'
               OPEN OUTPUT ISAM-ATT-IO
               CLOSE ISAM-ATT-IO
               OPEN I-O ISAM-ATT-IO
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               ACCEPT  SCRN-SEM-REQ
               ACCEPT  SCRN-CRN-REQ
               ACCEPT  SCRN-DATE-REQ
               PERFORM 145-READ-EXCEPTION
               PERFORM 140-CHECK-FACULTY
               IF WS-MSG NOT EQUAL SPACES
                   DISPLAY SCRN-SEM-REQ
               ELSE
               PERFORM 150-CHECK-CALENDAR
               IF MEX-TYPE EQUAL 'C'
                   MOVE 'X' TO WS-CAL-OK
               END-IF
               IF WS-CAL-OK NOT EQUAL 'Y'
                   IF WS-CAL-OK EQUAL 'X'
                       MOVE 'CLASS CANCELLED THAT DATE' TO WS-MSG
                   ELSE
                       MOVE 'NOT A CLASS DAY ON CALENDAR' TO WS-MSG
                   END-IF
                   DISPLAY WS-MSG AT LINE 12 COL 30
               ELSE
               MOVE WS-SEM TO REG-IO-SEM
                  END-PERFORM
               END-READ
               END-IF
               END-IF

               DISPLAY SPACES
               ADD 2 TO Y
           CLOSE ISAM-STUD-IO
           CLOSE ISAM-ATT-IO
           CLOSE ISAM-CAL-IN
           CLOSE ISAM-MEX-IN
           CLOSE AUDIT-OUT
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       140-CHECK-FACULTY.
      *    a faculty session may only mark the instructor's own
      *    sections
           MOVE WS-SEM TO WS-FCK-SEM
           MOVE WS-YR  TO WS-FCK-YR
           MOVE WS-CRN TO WS-FCK-CRN
           MOVE 'N'    TO WS-FCK-GRADING
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           EVALUATE WS-FCK-RESULT
               WHEN 'N' MOVE 'NOT YOUR SECTION'        TO WS-MSG
               WHEN 'X' MOVE 'SECTION NOT FOUND'       TO WS-MSG
           END-EVALUATE
      *    the substitute keyed on MTG-EXCEPT for the date marks that
      *    one meeting in the instructor's place
           IF WS-FCK-RESULT EQUAL 'N'
               AND MEX-TYPE EQUAL 'S'
               AND MEX-SUB-INSTRUC EQUAL WS-FCK-INSTRUC
               MOVE SPACES TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       145-READ-EXCEPTION.
           MOVE WS-SEM       TO MEX-SEM
           MOVE WS-YR        TO MEX-YR
           MOVE WS-CRN       TO MEX-CRN
           MOVE WS-MEET-DATE TO MEX-DATE
           READ ISAM-MEX-IN
               INVALID KEY
                   MOVE SPACE TO MEX-TYPE
           END-READ.
      *-----------------------------------------------------------------
       150-CHECK-CALENDAR.
      *    a term with no calendar rows accepts any date as before -
               IF WS-FLAG EQUAL 'a' MOVE 'A' TO WS-FLAG END-IF
               IF WS-FLAG NOT EQUAL 'A' MOVE 'P' TO WS-FLAG END-IF
               PERFORM 300-WRITE-MARK
               PERFORM 400-WRITE-AUDIT
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
           MOVE 'ATTEND-ENTRY'             TO AUD-PROGRAM
           MOVE REG-IO-KEY                 TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'ATTENDANCE ' WS-MEET-DATE ' ' WS-FLAG
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
