      ******************************************************************
      *PROGRAM : TAXID-MAINT.CBL                                       *
      *AUTHOR  : CHRIS JEONG                                           *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains TAXID-ISAM.DAT - the student's secured      *
      *          taxpayer ID (SSN or ITIN) used on the 1098-T - this   *
      *          is the one screen that shows the number in full and   *
      *          it demands its own level-3 sign-on - every other      *
      *          screen shows ***-**-NNNN - each look at the number    *
      *          and each change is written to AUDIT-LOG.TXT, the log  *
      *          itself only ever carrying the masked number - '*'     *
      *          as the new number removes it                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXID-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-TXI-IO ASSIGN TO "../TAXID-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TXI-STUD-ID
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-TXI-IO.
       01  TXI-REC-IO.
           03  TXI-STUD-ID        PIC 9(6).
           03  TXI-TIN            PIC X(9).
           03  TXI-TYPE           PIC X.
           03  TXI-DATE           PIC X(8).
           03  TXI-USER           PIC X(20).

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-SUTD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20)   VALUE SPACES.
           03  ISAM-STUD-HOLD      PIC X       VALUE 'N'.
           03  ISAM-STUD-STANDING  PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RES       PIC X       VALUE 'Y'.
           03  ISAM-STUD-GPA       PIC 9V99    VALUE ZEROS.
           03  ISAM-STUD-EARNED    PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-ATTEMPT   PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-PRIVACY   PIC X       VALUE 'N'.
           03  ISAM-STUD-CLASS     PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-SAP       PIC X       VALUE SPACE.
           03  ISAM-STUD-ENR-STAT  PIC X       VALUE 'A'.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

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
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-AUD-TEXT             PIC X(30)   VALUE SPACES.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-OLD-TIN      PIC X(9)    VALUE SPACES.
           03  WS-OLD-TYPE     PIC X       VALUE SPACE.
           03  WS-IN-TIN       PIC X(9)    VALUE SPACES.
           03  WS-IN-TYPE      PIC X       VALUE SPACE.
           03  WS-OLD-MASKED.
               05  FILLER      PIC X(7)    VALUE '***-**-'.
               05  WS-OLD-LAST4 PIC X(4)   VALUE SPACES.
           03  WS-NEW-MASKED.
               05  FILLER      PIC X(7)    VALUE '***-**-'.
               05  WS-NEW-LAST4 PIC X(4)   VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 28 VALUE "STUDENT TAXPAYER ID".
           03  LINE 1  COL 1  VALUE "TAXID-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-ID-REQ.
           03  LINE 07 COL 15             VALUE 'STUDENT ID:'.
           03  LINE 07 COL 35 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 17 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ON-FILE.
           03  LINE 09 COL 15     VALUE 'NAME:'.
           03  LINE 09 COL 35 PIC X(15) FROM ISAM-SUTD-FNAME.
           03  LINE 09 COL 51 PIC X(15) FROM ISAM-STUD-LNAME.
           03  LINE 10 COL 15     VALUE 'TAX ID ON FILE:'.
           03  LINE 10 COL 35 PIC X(9)  FROM WS-OLD-TIN.
           03  LINE 10 COL 46     VALUE 'TYPE:'.
           03  LINE 10 COL 52 PIC X     FROM WS-OLD-TYPE.

       01  SCRN-CHG-REQ.
           03  LINE 12 COL 15     VALUE 'NEW TAX ID:'.
           03  LINE 12 COL 35 PIC X(9)  TO WS-IN-TIN AUTO.
           03  LINE 13 COL 15     VALUE 'TYPE (S=SSN I=ITIN):'.
           03  LINE 13 COL 37 PIC X     TO WS-IN-TYPE AUTO.
           03  LINE 15 COL 15     VALUE
                   'BLANK KEEPS THE NUMBER ON FILE - * REMOVES IT'.
           03  LINE 17 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 19 COL 33                VALUE 'CHANGE ANOTHER?:'.
           03  LINE 20 COL 33                     VALUE '(Y/N)'.
           03  LINE 20 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

      *    the full number is shown here and nowhere else - the
      *    screen demands its own level-3 sign-on the way
      *    RENEWAL-MAINT does
           CALL 'SIGNON' USING WS-OPERATOR
           IF WS-OP-LEVEL LESS THAN 3
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - LEVEL 3 REQUIRED'
                   AT LINE 12 COL 24
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-USER EQUAL SPACES
               MOVE WS-OP-ID TO WS-AUDIT-USER
           END-IF

           OPEN I-O ISAM-TXI-IO
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-TXI-IO
               CLOSE ISAM-TXI-IO
               OPEN I-O ISAM-TXI-IO
           END-IF
           OPEN INPUT ISAM-STUD-IN
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-IN-TIN
               MOVE SPACES TO WS-IN-TYPE
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 100-READ-TAXID
                       DISPLAY SCRN-ON-FILE
                       DISPLAY SCRN-CHG-REQ
                       ACCEPT  SCRN-CHG-REQ
                       PERFORM 200-CHANGE-TAXID
               END-READ
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-ID-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-TXI-IO.
           CLOSE ISAM-STUD-IN.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-READ-TAXID.
      *    pulling the number up unmasked is itself logged, whether
      *    or not it is then changed
           MOVE SPACES TO WS-OLD-TIN
           MOVE SPACE  TO WS-OLD-TYPE
           MOVE SPACES TO WS-OLD-LAST4
           MOVE 'N'    TO WS-ON-FILE
           MOVE WS-STU-ID TO TXI-STUD-ID
           READ ISAM-TXI-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y'          TO WS-ON-FILE
           MOVE TXI-TIN      TO WS-OLD-TIN
           MOVE TXI-TYPE     TO WS-OLD-TYPE
           MOVE TXI-TIN(6:4) TO WS-OLD-LAST4
           MOVE 'TAX ID VIEWED UNMASKED' TO WS-AUD-TEXT
           MOVE SPACES TO AUD-OLD
           STRING WS-AUD-TEXT ' ' WS-OLD-MASKED
               DELIMITED BY SIZE INTO AUD-OLD
           MOVE SPACES TO AUD-NEW
           PERFORM 500-WRITE-AUDIT.
      *-----------------------------------------------------------------
       200-CHANGE-TAXID.
           IF WS-IN-TIN EQUAL '*'
               IF WS-ON-FILE EQUAL 'N'
                   MOVE 'NO TAX ID ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               DELETE ISAM-TXI-IO
                   INVALID KEY
                       MOVE 'UNABLE TO REMOVE' TO WS-MSG
                       EXIT PARAGRAPH
               END-DELETE
               MOVE 'TAX ID REMOVED' TO WS-AUD-TEXT
               MOVE SPACES TO AUD-OLD
               STRING WS-AUD-TEXT ' ' WS-OLD-MASKED
                   DELIMITED BY SIZE INTO AUD-OLD
               MOVE SPACES TO AUD-NEW
               PERFORM 500-WRITE-AUDIT
               MOVE 'TAX ID REMOVED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TIN EQUAL SPACES
               IF WS-IN-TYPE EQUAL SPACE
                   MOVE 'NO CHANGE' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               IF WS-ON-FILE EQUAL 'N'
                   MOVE 'NO TAX ID ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OLD-TIN TO WS-IN-TIN
           END-IF
           IF WS-IN-TIN NOT NUMERIC
               MOVE 'TAX ID MUST BE 9 DIGITS' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TYPE EQUAL SPACE
               IF WS-ON-FILE EQUAL 'Y'
                   MOVE WS-OLD-TYPE TO WS-IN-TYPE
               ELSE
                   MOVE 'S' TO WS-IN-TYPE
               END-IF
           END-IF
           IF WS-IN-TYPE EQUAL 's'
               MOVE 'S' TO WS-IN-TYPE
           END-IF
           IF WS-IN-TYPE EQUAL 'i'
               MOVE 'I' TO WS-IN-TYPE
           END-IF
           IF WS-IN-TYPE NOT EQUAL 'S' AND WS-IN-TYPE NOT EQUAL 'I'
               MOVE 'TYPE MUST BE S OR I' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
      *    an ITIN always starts with 9 - an SSN never does
           IF WS-IN-TYPE EQUAL 'I' AND WS-IN-TIN(1:1) NOT EQUAL '9'
               MOVE 'AN ITIN MUST START WITH 9' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TYPE EQUAL 'S' AND WS-IN-TIN(1:1) EQUAL '9'
               MOVE 'AN SSN CANNOT START WITH 9' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TIN EQUAL WS-OLD-TIN
               AND WS-IN-TYPE EQUAL WS-OLD-TYPE
               MOVE 'NO CHANGE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-TIN(6:4) TO WS-NEW-LAST4
           MOVE WS-STU-ID      TO TXI-STUD-ID
           MOVE WS-IN-TIN      TO TXI-TIN
           MOVE WS-IN-TYPE     TO TXI-TYPE
           MOVE WS-NOW-DATE    TO TXI-DATE
           MOVE WS-AUDIT-USER  TO TXI-USER
           IF WS-ON-FILE EQUAL 'Y'
               REWRITE TXI-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE' TO WS-MSG
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE TXI-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO ADD' TO WS-MSG
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           MOVE SPACES TO AUD-OLD
           IF WS-ON-FILE EQUAL 'Y'
               STRING 'TAX ID ' WS-OLD-MASKED ' ' WS-OLD-TYPE
                   DELIMITED BY SIZE INTO AUD-OLD
           END-IF
           MOVE SPACES TO AUD-NEW
           STRING 'TAX ID ' WS-NEW-MASKED ' ' WS-IN-TYPE
               DELIMITED BY SIZE INTO AUD-NEW
           PERFORM 500-WRITE-AUDIT
           MOVE 'TAX ID SAVED' TO WS-MSG.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'TAXID-MAINT'              TO AUD-PROGRAM
           MOVE WS-STU-ID                  TO AUD-KEY
           WRITE AUDIT-LINE-OUT.
