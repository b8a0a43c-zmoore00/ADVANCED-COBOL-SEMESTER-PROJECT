      *ABSTRACT: Posts a section grade-sheet file (one line per        *
      *          student) to REG-ISAM.DAT in one run and writes an     *
      *          exception report for rows that do not match a         *
      *          registration or carry an invalid grade code or belong *
      *          to a term stamped closed by TERM-CLOSE                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-POST IS INITIAL PROGRAM.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  SHEET-IN.
       01  SHEET-LINE-IN.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  JRNL-OUT.
       01  JRNL-LINE-OUT.
           03  WS-LAPSE-DATE           PIC X(8)    VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

      *    a sheet row for a term stamped closed by TERM-CLOSE bounces
      *    to the exception report - GRADE-CHANGE is the only way in
       01  WS-TERM-CHECK.
           03  WS-TCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-TCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-TCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           STOP RUN.
      *-----------------------------------------------------------------
       200-POST-ONE-ROW.
           MOVE SHT-SEM TO WS-TCK-SEM
           MOVE SHT-YR  TO WS-TCK-YR
           CALL 'TERM-CHECK' USING WS-TERM-CHECK
           IF WS-TCK-RESULT EQUAL 'C'
               MOVE 'TERM CLOSED - USE GRADE-CHANGE' TO EXC-REASON
               PERFORM 400-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 300-EDIT-GRADE
           IF WS-GRADE-OK EQUAL 'N'
               MOVE 'INVALID GRADE CODE' TO EXC-REASON
