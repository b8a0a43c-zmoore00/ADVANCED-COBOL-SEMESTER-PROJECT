      ******************************************************************
      *PROGRAM : EMAIL-MAINT.CBL                                       *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Student email addresses - keys the campus and the     *
      *          personal address onto the student master record -     *
      *          an address must have a single @ with a dotted domain  *
      *          after it and no embedded spaces - blank keeps what is *
      *          on file and * removes it - LETTER-GEN mails notices   *
      *          to these addresses in electronic mode - every change  *
      *          is written to the audit log                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAIL-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IO  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
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
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-EMAIL-OK             PIC X       VALUE 'N'.
           03  WS-CHK-EMAIL            PIC X(30)   VALUE SPACES.
           03  WS-CHK-LEN              PIC 99      VALUE ZEROS.
           03  WS-AT-CNT               PIC 99      VALUE ZEROS.
           03  WS-AT-POS               PIC 99      VALUE ZEROS.
           03  WS-DOT-CNT              PIC 99      VALUE ZEROS.
           03  WS-DOM-POS              PIC 99      VALUE ZEROS.
           03  WS-DOM-LEN              PIC 99      VALUE ZEROS.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-IN-CMP       PIC X(30)   VALUE SPACES.
           03  WS-IN-PER       PIC X(30)   VALUE SPACES.
           03  WS-OLD-EMAIL.
               05  WS-OLD-CMP      PIC X(30)   VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-OLD-PER      PIC X(30)   VALUE SPACES.
           03  WS-NEW-EMAIL.
               05  WS-NEW-CMP      PIC X(30)   VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-NEW-PER      PIC X(30)   VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 28 VALUE "STUDENT EMAIL ADDRESSES".
           03  LINE 1  COL 1  VALUE "EMAIL-MAINT".
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
           03  LINE 10 COL 15     VALUE 'CAMPUS ON FILE:'.
           03  LINE 10 COL 35 PIC X(30) FROM WS-OLD-CMP.
           03  LINE 11 COL 15     VALUE 'PERSONAL ON FILE:'.
           03  LINE 11 COL 35 PIC X(30) FROM WS-OLD-PER.

       01  SCRN-CHG-REQ.
           03  LINE 13 COL 15     VALUE 'NEW CAMPUS:'.
           03  LINE 13 COL 35 PIC X(30) TO WS-IN-CMP AUTO.
           03  LINE 14 COL 15     VALUE 'NEW PERSONAL:'.
           03  LINE 14 COL 35 PIC X(30) TO WS-IN-PER AUTO.
           03  LINE 15 COL 15     VALUE
                   'BLANK KEEPS THE ADDRESS ON FILE - * REMOVES IT'.
           03  LINE 17 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 19 COL 33                VALUE 'CHANGE ANOTHER?:'.
           03  LINE 20 COL 33                     VALUE '(Y/N)'.
           03  LINE 20 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-STUD-IO.
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
               MOVE SPACES TO WS-IN-CMP
               MOVE SPACES TO WS-IN-PER
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IO
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-MSG
                   NOT INVALID KEY
                       MOVE ISAM-STUD-EMAIL-CMP TO WS-OLD-CMP
                       MOVE ISAM-STUD-EMAIL-PER TO WS-OLD-PER
                       DISPLAY SCRN-ON-FILE
                       DISPLAY SCRN-CHG-REQ
                       ACCEPT  SCRN-CHG-REQ
                       PERFORM 200-CHANGE-EMAIL
               END-READ
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

           CLOSE ISAM-STUD-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-CHANGE-EMAIL.
           MOVE WS-OLD-CMP TO WS-NEW-CMP
           MOVE WS-OLD-PER TO WS-NEW-PER
           IF WS-IN-CMP EQUAL '*'
               MOVE SPACES TO WS-NEW-CMP
           ELSE
               IF WS-IN-CMP NOT EQUAL SPACES
                   MOVE WS-IN-CMP TO WS-CHK-EMAIL
                   PERFORM 300-VALIDATE-EMAIL
                   IF WS-EMAIL-OK EQUAL 'N'
                       MOVE 'CAMPUS ADDRESS IS NOT VALID' TO WS-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CHK-EMAIL TO WS-NEW-CMP
               END-IF
           END-IF
           IF WS-IN-PER EQUAL '*'
               MOVE SPACES TO WS-NEW-PER
           ELSE
               IF WS-IN-PER NOT EQUAL SPACES
                   MOVE WS-IN-PER TO WS-CHK-EMAIL
                   PERFORM 300-VALIDATE-EMAIL
                   IF WS-EMAIL-OK EQUAL 'N'
                       MOVE 'PERSONAL ADDRESS IS NOT VALID' TO WS-MSG
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CHK-EMAIL TO WS-NEW-PER
               END-IF
           END-IF
           IF WS-NEW-EMAIL EQUAL WS-OLD-EMAIL
               MOVE 'NO CHANGE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-CMP TO ISAM-STUD-EMAIL-CMP
           MOVE WS-NEW-PER TO ISAM-STUD-EMAIL-PER
           REWRITE ISAM-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO CHANGE' TO WS-MSG
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM 500-WRITE-AUDIT
           MOVE 'EMAIL ADDRESSES CHANGED' TO WS-MSG.
      *-----------------------------------------------------------------
       300-VALIDATE-EMAIL.
      *    the address is keyed left-justified - everything after the
      *    first space must be blank, there must be exactly one @ with
      *    at least one character ahead of it, and the domain after it
      *    needs a dot that neither starts nor ends it
           MOVE 'N' TO WS-EMAIL-OK
           IF WS-CHK-EMAIL (1:1) EQUAL SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CHK-LEN
           INSPECT WS-CHK-EMAIL TALLYING WS-CHK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CHK-LEN LESS THAN 30
               IF WS-CHK-EMAIL (WS-CHK-LEN + 1:) NOT EQUAL SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZEROS TO WS-AT-CNT
           INSPECT WS-CHK-EMAIL TALLYING WS-AT-CNT FOR ALL '@'
           IF WS-AT-CNT NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-AT-POS
           INSPECT WS-CHK-EMAIL TALLYING WS-AT-POS
               FOR CHARACTERS BEFORE INITIAL '@'
           IF WS-AT-POS EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DOM-POS = WS-AT-POS + 2
           COMPUTE WS-DOM-LEN = WS-CHK-LEN - WS-AT-POS - 1
           IF WS-DOM-LEN LESS THAN 3
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-DOT-CNT
           INSPECT WS-CHK-EMAIL (WS-DOM-POS:WS-DOM-LEN)
               TALLYING WS-DOT-CNT FOR ALL '.'
           IF WS-DOT-CNT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-EMAIL (WS-DOM-POS:1) EQUAL '.'
               OR WS-CHK-EMAIL (WS-CHK-LEN:1) EQUAL '.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EMAIL-OK.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'EMAIL-MAINT'              TO AUD-PROGRAM
           MOVE WS-STU-ID                  TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'EMAIL ' WS-OLD-EMAIL INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'EMAIL ' WS-NEW-EMAIL INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
