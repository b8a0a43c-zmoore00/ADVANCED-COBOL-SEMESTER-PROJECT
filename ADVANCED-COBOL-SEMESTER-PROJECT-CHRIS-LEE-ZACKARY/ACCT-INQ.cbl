      *ABSTRACT: Itemized account inquiry - lists the ACCT-DETAIL.DAT  *
      *          transactions for a student/term (charge code, desc,   *
      *          amount, date, receipt, posting program) with the      *
      *          balance derived from the detail rows - a student      *
      *          self-service session sees only the student's own      *
      *          account through STUDENT-CHECK                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INQ IS INITIAL PROGRAM.
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
               05  WS-STU-ID   PIC 9(6)        VALUE ZEROS.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.

      *    the student keyed is handed to STUDENT-CHECK first - a
      *    student session gets back only the student's own ID, and
      *    the look is logged the way a restricted lookup is
       01  WS-STUDENT-CHECK.
           03  WS-SCK-PROGRAM      PIC X(14)   VALUE 'ACCT-INQ'.
           03  WS-SCK-VIEW         PIC X(30)   VALUE SPACES.
           03  WS-SCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-SCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               PERFORM 150-CHECK-STUDENT
               DISPLAY 'CODE DESCRIPTION                    AMOUNT'
                   AT LINE 12 COL 05
               DISPLAY 'DATE     RECEIPT PROGRAM'
           CLOSE ISAM-ACD-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-STUDENT.
      *    a student session sees only the student's own account
           MOVE WS-STU-ID TO WS-SCK-STUD-ID
           MOVE SPACES TO WS-SCK-VIEW
           STRING 'ACCOUNT ' WS-SEM '/' WS-YR DELIMITED BY SIZE
               INTO WS-SCK-VIEW
           CALL 'STUDENT-CHECK' USING WS-STUDENT-CHECK
           IF WS-SCK-RESULT EQUAL 'Y'
               MOVE WS-SCK-STUD-ID TO WS-STU-ID
               DISPLAY WS-STU-ID AT LINE 09 COL 42
           END-IF.
      *-----------------------------------------------------------------
       200-LIST-DETAIL.
           MOVE WS-STU-ID  TO ACD-IO-STUD-ID
