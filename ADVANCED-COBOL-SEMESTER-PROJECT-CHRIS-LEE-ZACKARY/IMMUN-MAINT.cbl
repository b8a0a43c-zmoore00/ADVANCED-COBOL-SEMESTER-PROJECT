      ******************************************************************
      *PROGRAM : IMMUN-MAINT.CBL                                       *
      *AUTHOR  : CHRIS JEONG                                           *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Student immunization file - health services keys the  *
      *          date each IMMUN-REQS.TXT requirement was satisfied,   *
      *          or the exemption granted in its place, onto           *
      *          IMMUN-ISAM.DAT by student id and requirement code -   *
      *          blank date and exemption removes the entry -          *
      *          IMMUN-COMPLY reads these rows to hold new students    *
      *          who have not complied - every change is written to    *
      *          the audit log                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMUN-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-IMM-IO ASSIGN TO "../IMMUN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS IMM-KEY
                               FILE STATUS   IS WS-IMM-STAT.

           SELECT IMR-IN ASSIGN TO "../IMMUN-REQS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-IMR-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-STUD-IN.
       01  ISAM-REC-IN.
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

       FD  ISAM-IMM-IO.
       01  IMM-REC-IO.
           03  IMM-KEY.
               05  IMM-STUD-ID    PIC 9(6).
               05  IMM-REQ        PIC X(4).
           03  IMM-SAT-DATE       PIC X(8).
           03  IMM-EXEMPT         PIC X(2).
           03  IMM-DATE           PIC X(8).
           03  IMM-USER           PIC X(20).

       FD  IMR-IN.
       01  IMR-LINE-IN.
           03  IMR-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  IMR-DESC            PIC X(30).

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
           03  WS-IMM-STAT             PIC XX      VALUE SPACES.
           03  WS-IMR-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-CODE-OK              PIC X       VALUE 'N'.
           03  WS-ACTION               PIC X(7)    VALUE SPACES.
           03  WS-REQ-DESC             PIC X(30)   VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-REQ          PIC X(4)    VALUE SPACES.
           03  WS-OLD-IMMUN.
               05  WS-OLD-SAT      PIC X(8)    VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-OLD-EXEMPT   PIC X(2)    VALUE SPACES.
           03  WS-NEW-IMMUN.
               05  WS-NEW-SAT      PIC X(8)    VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-NEW-EXEMPT   PIC X(2)    VALUE SPACES.

      *    exemptions health services may grant in place of a date -
      *    an exempt student counts as compliant for that requirement
       01  EXEMPT-TABLE-DATA.
           03  FILLER          PIC X(20)   VALUE
                   'MDMEDICAL           '.
           03  FILLER          PIC X(20)   VALUE
                   'RLRELIGIOUS         '.
           03  FILLER          PIC X(20)   VALUE
                   'PBPERSONAL BELIEF   '.
       01  EXEMPT-TABLE REDEFINES EXEMPT-TABLE-DATA.
           03  EXT-ENTRY OCCURS 3 TIMES INDEXED BY EXT-IX.
               05  EXT-CODE    PIC X(2).
               05  EXT-DESC    PIC X(18).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 28 VALUE "IMMUNIZATION RECORD".
           03  LINE 1  COL 1  VALUE "IMMUN-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-ID-REQ.
           03  LINE 07 COL 20             VALUE 'STUDENT ID:'.
           03  LINE 07 COL 45 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 08 COL 20             VALUE 'REQUIREMENT CODE:'.
           03  LINE 08 COL 45 PIC X(4)  TO WS-REQ    AUTO.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ON-FILE.
           03  LINE 09 COL 20     VALUE 'NAME:'.
           03  LINE 09 COL 45 PIC X(15) FROM ISAM-SUTD-FNAME.
           03  LINE 09 COL 61 PIC X(15) FROM ISAM-STUD-LNAME.
           03  LINE 10 COL 20     VALUE 'REQUIREMENT:'.
           03  LINE 10 COL 45 PIC X(30) FROM WS-REQ-DESC.
           03  LINE 11 COL 20     VALUE 'ON FILE:'.
           03  LINE 11 COL 45 PIC X(11) FROM WS-OLD-IMMUN.
           03  LINE 12 COL 20     VALUE 'MD MEDICAL  RL RELIGIOUS  '.
           03  LINE 12 COL 46     VALUE 'PB PERSONAL BELIEF'.

       01  SCRN-CHG-REQ.
           03  LINE 13 COL 20     VALUE 'SATISFIED (YYYYMMDD):'.
           03  LINE 13 COL 47 PIC X(8)  TO WS-NEW-SAT    AUTO.
           03  LINE 14 COL 20     VALUE 'EXEMPTION CODE:'.
           03  LINE 14 COL 47 PIC X(2)  TO WS-NEW-EXEMPT AUTO.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                VALUE 'CHANGE ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           03  LINE 19 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           OPEN INPUT ISAM-STUD-IN.
           OPEN I-O ISAM-IMM-IO
           IF WS-IMM-STAT EQUAL '35'
               OPEN OUTPUT ISAM-IMM-IO
               CLOSE ISAM-IMM-IO
               OPEN I-O ISAM-IMM-IO
           END-IF
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
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               MOVE FUNCTION UPPER-CASE (WS-REQ) TO WS-REQ
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 300-VALIDATE-REQ
                       IF WS-CODE-OK EQUAL 'N'
                           MOVE 'CODE NOT IN IMMUN-REQS.TXT' TO WS-MSG
                       ELSE
                           PERFORM 150-LOAD-ON-FILE
                           MOVE WS-OLD-IMMUN TO WS-NEW-IMMUN
                           DISPLAY SCRN-ON-FILE
                           DISPLAY SCRN-CHG-REQ
                           ACCEPT  SCRN-CHG-REQ
                           PERFORM 200-CHANGE-IMMUN
                       END-IF
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

           CLOSE ISAM-STUD-IN.
           CLOSE ISAM-IMM-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-LOAD-ON-FILE.
           MOVE WS-STU-ID TO IMM-STUD-ID
           MOVE WS-REQ    TO IMM-REQ
           READ ISAM-IMM-IO
               INVALID KEY
                   MOVE 'N'    TO WS-ON-FILE
                   MOVE SPACES TO WS-OLD-SAT
                   MOVE SPACES TO WS-OLD-EXEMPT
               NOT INVALID KEY
                   MOVE 'Y'          TO WS-ON-FILE
                   MOVE IMM-SAT-DATE TO WS-OLD-SAT
                   MOVE IMM-EXEMPT   TO WS-OLD-EXEMPT
           END-READ.
      *-----------------------------------------------------------------
       200-CHANGE-IMMUN.
      *    a requirement is met by a date or by an exemption - keying
      *    both keeps the date the exemption was granted
           MOVE FUNCTION UPPER-CASE (WS-NEW-EXEMPT) TO WS-NEW-EXEMPT
           IF WS-NEW-SAT NOT EQUAL SPACES
               IF WS-NEW-SAT NOT NUMERIC
                   MOVE 'SATISFIED DATE MUST BE YYYYMMDD' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               IF WS-NEW-SAT GREATER THAN WS-NOW-DATE
                   MOVE 'SATISFIED DATE IS IN THE FUTURE' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NEW-EXEMPT NOT EQUAL SPACES
               SET EXT-IX TO 1
               SEARCH EXT-ENTRY
                   AT END
                       MOVE 'EXEMPTION MUST BE MD, RL OR PB' TO WS-MSG
                       EXIT PARAGRAPH
                   WHEN EXT-CODE (EXT-IX) EQUAL WS-NEW-EXEMPT
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-NEW-IMMUN EQUAL WS-OLD-IMMUN
               MOVE 'NO CHANGE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STU-ID     TO IMM-STUD-ID
           MOVE WS-REQ        TO IMM-REQ
           MOVE WS-NEW-SAT    TO IMM-SAT-DATE
           MOVE WS-NEW-EXEMPT TO IMM-EXEMPT
           MOVE WS-NOW-DATE   TO IMM-DATE
           MOVE WS-AUDIT-USER TO IMM-USER
           EVALUATE TRUE
               WHEN WS-ON-FILE EQUAL 'N'
                   MOVE 'ADDED' TO WS-ACTION
                   WRITE IMM-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO ADD' TO WS-MSG
                           EXIT PARAGRAPH
                   END-WRITE
               WHEN WS-NEW-SAT EQUAL SPACES
                   AND WS-NEW-EXEMPT EQUAL SPACES
                   MOVE 'REMOVED' TO WS-ACTION
                   DELETE ISAM-IMM-IO
                       INVALID KEY
                           MOVE 'UNABLE TO REMOVE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-DELETE
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-ACTION
                   REWRITE IMM-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-REWRITE
           END-EVALUATE

           PERFORM 500-WRITE-AUDIT
           STRING 'IMMUNIZATION ' WS-ACTION DELIMITED BY SIZE
               INTO WS-MSG.
      *-----------------------------------------------------------------
       300-VALIDATE-REQ.
           MOVE 'N'    TO WS-CODE-OK
           MOVE SPACES TO WS-REQ-DESC
           IF WS-REQ EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT IMR-IN
           IF WS-IMR-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ IMR-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           IF IMR-CODE EQUAL WS-REQ
                               MOVE 'Y'      TO WS-CODE-OK
                               MOVE IMR-DESC TO WS-REQ-DESC
                               MOVE 1 TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMR-IN
           END-IF.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'IMMUN-MAINT'              TO AUD-PROGRAM
           MOVE SPACES                     TO AUD-KEY
           STRING WS-STU-ID ' ' WS-REQ DELIMITED BY SIZE INTO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'IMMUN ' WS-OLD-IMMUN INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'IMMUN ' WS-NEW-IMMUN INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
