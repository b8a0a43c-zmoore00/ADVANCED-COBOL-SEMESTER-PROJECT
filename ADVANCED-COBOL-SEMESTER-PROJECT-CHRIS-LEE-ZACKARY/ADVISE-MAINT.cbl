      ******************************************************************
      *PROGRAM : ADVISE-MAINT.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Advising visit log and per-term advising clearance -  *
      *          keeps ADVISE-NOTE-ISAM.DAT, each student's advising   *
      *          visits numbered per student with the visit date,      *
      *          topic code and three lines of notes, and sets the     *
      *          ADVISE-CLEAR-ISAM.DAT clearance flag for a SEM/YR     *
      *          that ADVISE-CHECK holds registration to - the notes   *
      *          are as confidential as the conduct file: the program  *
      *          demands its own sign-on and only the student's        *
      *          ADVISOR-ISAM advisor or a level-3 operator gets in,   *
      *          every visit shown or changed is logged to             *
      *          AUDIT-LOG.TXT, and the log never carries note text -  *
      *          visit 000 opens a new visit, blank notes delete       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISE-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-NTE-IO ASSIGN TO
                                   "../ADVISE-NOTE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NTE-KEY
                               FILE STATUS   IS WS-NTE-STAT.

           SELECT OPTIONAL ISAM-CLR-IO ASSIGN TO
                                   "../ADVISE-CLEAR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CLR-KEY
                               FILE STATUS   IS WS-CLR-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ADV-IN ASSIGN TO "../ADVISOR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADV-STUD-ID
                               FILE STATUS   IS WS-ADV-STAT.

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                   "../SEMESTER-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-SEM-KEY
                               FILE STATUS   IS WS-SEM-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-NTE-IO.
       01  NTE-REC-IO.
           03  NTE-KEY.
               05  NTE-STUD-ID    PIC 9(6).
               05  NTE-VISIT-NO   PIC 9(3).
           03  NTE-DATA.
               05  NTE-VISIT-DATE PIC X(8).
               05  NTE-TOPIC      PIC X(4).
               05  NTE-LINE-1     PIC X(60).
               05  NTE-LINE-2     PIC X(60).
               05  NTE-LINE-3     PIC X(60).
               05  NTE-CLR-SEM    PIC X(2).
               05  NTE-CLR-YR     PIC X(4).
               05  NTE-CLR-FLAG   PIC X.
           03  NTE-ADVISOR        PIC 9(6).
           03  NTE-DATE           PIC X(8).
           03  NTE-USER           PIC X(20).

       FD  ISAM-CLR-IO.
       01  CLR-REC-IO.
           03  CLR-KEY.
               05  CLR-STUD-ID     PIC 9(6).
               05  CLR-SEM         PIC X(2).
               05  CLR-YR          PIC X(4).
           03  CLR-FLAG            PIC X.
           03  CLR-ADVISOR         PIC 9(6).
           03  CLR-VISIT-NO        PIC 9(3).
           03  CLR-DATE            PIC X(8).
           03  CLR-USER            PIC X(20).

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

       FD  ISAM-ADV-IN.
       01  ADV-REC-IN.
           03  ADV-STUD-ID         PIC 9(6).
           03  ADV-INSTRUC-ID      PIC 9(6).

       FD  ISAM-SEM-IN.
       01  SEM-REC-IN.
           03  ISAM-SEM-KEY.
               05  ISAM-SEM-SEM PIC X(2).
               05  ISAM-SEM-YR  PIC X(4).
           03  ISAM-SEM-OPEN-FLAG PIC X.
           03  ISAM-SEM-REG-OPEN  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-REG-CLOSE PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.

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
           03  WS-NTE-STAT             PIC XX      VALUE SPACES.
           03  WS-CLR-STAT             PIC XX      VALUE SPACES.
           03  WS-ADV-STAT             PIC XX      VALUE SPACES.
           03  WS-SEM-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-VISIT-OK             PIC X       VALUE 'N'.
           03  WS-SAVED                PIC X       VALUE 'N'.
           03  WS-VISIT-ACTION         PIC X(8)    VALUE SPACES.
           03  WS-STUD-ADVISOR         PIC 9(6)    VALUE ZEROS.
           03  WS-STUD-NAME            PIC X(31)   VALUE SPACES.
           03  WS-OLD-CLR-FLAG         PIC X       VALUE SPACE.
           03  NTE-EOF-FLAG            PIC X       VALUE SPACES.
               88 NTE-EOF    VALUE '1'.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
           03  WS-OP-LEVEL         PIC 9       VALUE ZERO.

       01  WS-FACULTY-CHECK.
           03  WS-FCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-FCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-FCK-CRN          PIC X(6)    VALUE SPACES.
           03  WS-FCK-GRADING      PIC X       VALUE 'N'.
           03  WS-FCK-INSTRUC      PIC 9(6)    VALUE ZEROS.
           03  WS-FCK-AUDIT-USER   PIC X(20)   VALUE SPACES.
           03  WS-FCK-RESULT       PIC X       VALUE SPACES.

      *    visit topic codes
       01  WS-TOPIC-LIST.
           03  FILLER          PIC X(4)    VALUE 'REG '.
           03  FILLER          PIC X(4)    VALUE 'MAJR'.
           03  FILLER          PIC X(4)    VALUE 'ACAD'.
           03  FILLER          PIC X(4)    VALUE 'CARR'.
           03  FILLER          PIC X(4)    VALUE 'GRAD'.
           03  FILLER          PIC X(4)    VALUE 'TRAN'.
           03  FILLER          PIC X(4)    VALUE 'OTHR'.
       01  WS-TOPIC-TABLE REDEFINES WS-TOPIC-LIST.
           03  WS-TOP-CODE     PIC X(4)    OCCURS 7 TIMES
                                           INDEXED BY TOP-IX.

       01  WS-KEY.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-VISIT-NO     PIC 9(3)    VALUE ZEROS.

      *    laid out byte for byte like the data part of the record
       01  WS-DATA.
           03  WS-VISIT-DATE   PIC X(8)    VALUE SPACES.
           03  WS-TOPIC        PIC X(4)    VALUE SPACES.
           03  WS-LINE-1       PIC X(60)   VALUE SPACES.
           03  WS-LINE-2       PIC X(60)   VALUE SPACES.
           03  WS-LINE-3       PIC X(60)   VALUE SPACES.
           03  WS-CLR-SEM      PIC X(2)    VALUE SPACES.
           03  WS-CLR-YR       PIC X(4)    VALUE SPACES.
           03  WS-CLEARED      PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "ADVISE-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 03 COL 27 VALUE "ADVISING VISIT LOG".

       01  SCRN-NTE-REQ.
           03  LINE 05 COL 10             VALUE '   STUDENT ID:'.
           03  LINE 05 COL 27 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 06 COL 10             VALUE 'VISIT (0=NEW):'.
           03  LINE 06 COL 27 PIC 9(3)  TO WS-VISIT-NO AUTO.
           03  LINE 05 COL 36 PIC X(31) FROM WS-STUD-NAME.
           03  LINE 20 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-NTE-DATA.
           03  LINE 08 COL 5  VALUE 'VISIT DATE (YYYYMMDD):'.
           03  LINE 08 COL 28 PIC X(8)  USING WS-VISIT-DATE AUTO.
           03  LINE 09 COL 5  VALUE 'TOPIC:'.
           03  LINE 09 COL 28 PIC X(4)  USING WS-TOPIC AUTO.
           03  LINE 09 COL 34
               VALUE '(REG MAJR ACAD CARR GRAD TRAN OTHR)'.
           03  LINE 10 COL 5  VALUE 'NOTES:'.
           03  LINE 11 COL 5  PIC X(60) USING WS-LINE-1.
           03  LINE 12 COL 5  PIC X(60) USING WS-LINE-2.
           03  LINE 13 COL 5  PIC X(60) USING WS-LINE-3.
           03  LINE 14 COL 5  VALUE '(BLANK NOTES DELETE THE VISIT)'.
           03  LINE 16 COL 5  VALUE 'CLEAR TO REGISTER SEM/YR:'.
           03  LINE 16 COL 31 PIC X(2)  USING WS-CLR-SEM AUTO.
           03  LINE 16 COL 33 VALUE '/'.
           03  LINE 16 COL 34 PIC X(4)  USING WS-CLR-YR AUTO.
           03  LINE 16 COL 40 VALUE 'CLEARED (Y/N):'.
           03  LINE 16 COL 55 PIC X     USING WS-CLEARED AUTO.
           03  LINE 17 COL 5
               VALUE '(BLANK SEM/YR LEAVES CLEARANCE AS IT IS)'.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

      *    advising notes are confidential the way the conduct file
      *    is - a sign-on of its own, and past it only a level-3
      *    operator or an operator linked to an instructor, who is
      *    then held to that instructor's own advisees
           CALL 'SIGNON' USING WS-OPERATOR
           MOVE SPACES TO WS-FCK-CRN
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           IF WS-OP-LEVEL LESS THAN 3
              AND WS-FCK-RESULT EQUAL 'S'
               DISPLAY BLANK-SCREEN
               DISPLAY 'NOT AUTHORIZED - ADVISOR OR LEVEL 3 REQUIRED'
                   AT LINE 12 COL 18
               ACCEPT WS-MSG AT LINE 14 COL 40
               STOP RUN
           END-IF
           IF WS-FCK-RESULT EQUAL 'S'
               MOVE ZEROS TO WS-FCK-INSTRUC
           END-IF

           OPEN I-O ISAM-NTE-IO
           IF WS-NTE-STAT EQUAL '35'
               OPEN OUTPUT ISAM-NTE-IO
               CLOSE ISAM-NTE-IO
               OPEN I-O ISAM-NTE-IO
           END-IF
           OPEN I-O ISAM-CLR-IO
           IF WS-CLR-STAT EQUAL '35'
               OPEN OUTPUT ISAM-CLR-IO
               CLOSE ISAM-CLR-IO
               OPEN I-O ISAM-CLR-IO
           END-IF
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-ADV-IN
           OPEN INPUT ISAM-SEM-IN
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
               MOVE SPACES TO WS-STUD-NAME
               MOVE ZEROS  TO WS-VISIT-NO
               DISPLAY SCR-TITLE
               DISPLAY SCRN-NTE-REQ
               ACCEPT  SCRN-NTE-REQ
               PERFORM 100-LOAD-VISIT
               IF WS-VISIT-OK EQUAL 'Y'
                   DISPLAY SCRN-NTE-REQ
                   DISPLAY SCRN-NTE-DATA
                   ACCEPT  SCRN-NTE-DATA
                   MOVE FUNCTION UPPER-CASE (WS-TOPIC)   TO WS-TOPIC
                   MOVE FUNCTION UPPER-CASE (WS-CLR-SEM) TO WS-CLR-SEM
                   MOVE FUNCTION UPPER-CASE (WS-CLEARED) TO WS-CLEARED
                   PERFORM 200-APPLY-VISIT
               END-IF
               DISPLAY SCRN-NTE-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-NTE-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-NTE-IO.
           CLOSE ISAM-CLR-IO.
           CLOSE ISAM-STUD-IN.
           CLOSE ISAM-ADV-IN.
           CLOSE ISAM-SEM-IN.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-VISIT.
           MOVE 'N' TO WS-VISIT-OK
           MOVE 'N' TO WS-ON-FILE
           INITIALIZE WS-DATA
           MOVE WS-STU-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           STRING ISAM-STUD-LNAME ' ' ISAM-SUTD-FNAME
               DELIMITED BY SIZE INTO WS-STUD-NAME
           PERFORM 150-CHECK-ACCESS
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-VISIT-NO EQUAL ZEROS
               MOVE WS-NOW-DATE TO WS-VISIT-DATE
               MOVE 'NEW VISIT' TO WS-MSG
               MOVE 'Y' TO WS-VISIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY TO NTE-KEY
           READ ISAM-NTE-IO
               INVALID KEY
                   MOVE 'VISIT NOT ON FILE' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VISIT-OK
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE NTE-DATA TO WS-DATA
                   MOVE 'VISIT ON FILE' TO WS-MSG
                   MOVE 'VIEWED' TO WS-VISIT-ACTION
                   PERFORM 600-WRITE-VISIT-AUDIT
           END-READ.
      *-----------------------------------------------------------------
       150-CHECK-ACCESS.
      *    the assigned advisor is kept whoever signs on, so a visit
      *    the registrar keys for an advisor is filed under that
      *    advisor
           MOVE ZEROS TO WS-STUD-ADVISOR
           MOVE WS-STU-ID TO ADV-STUD-ID
           READ ISAM-ADV-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADV-INSTRUC-ID TO WS-STUD-ADVISOR
           END-READ
           IF WS-OP-LEVEL NOT LESS THAN 3
               EXIT PARAGRAPH
           END-IF
           IF WS-FCK-INSTRUC EQUAL ZEROS
              OR WS-FCK-INSTRUC NOT EQUAL WS-STUD-ADVISOR
               MOVE 'NOT YOUR ADVISEE' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-VISIT.
           MOVE SPACES TO WS-MSG
           MOVE 'N' TO WS-SAVED
           IF WS-LINE-1 EQUAL SPACES AND WS-LINE-2 EQUAL SPACES
               AND WS-LINE-3 EQUAL SPACES
               IF WS-ON-FILE EQUAL 'Y'
                   PERFORM 250-DELETE-VISIT
               ELSE
                   MOVE 'NOTHING ENTERED - NOT ADDED' TO WS-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-VALIDATE-VISIT
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ON-FILE EQUAL 'Y'
               PERFORM 240-CHANGE-VISIT
           ELSE
               PERFORM 300-FIND-NEXT-VISIT
               PERFORM 230-ADD-VISIT
           END-IF
           IF WS-SAVED EQUAL 'Y'
               PERFORM 600-WRITE-VISIT-AUDIT
               IF WS-CLR-SEM NOT EQUAL SPACES
                   PERFORM 400-SET-CLEARANCE
               END-IF
               IF WS-MSG EQUAL SPACES
                   STRING 'VISIT ' WS-VISIT-NO ' ' WS-VISIT-ACTION
                       DELIMITED BY SIZE INTO WS-MSG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-VALIDATE-VISIT.
           IF WS-VISIT-DATE NOT NUMERIC
               MOVE 'VISIT DATE MUST BE YYYYMMDD' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           SET TOP-IX TO 1
           SEARCH WS-TOP-CODE
               AT END
                   MOVE 'INVALID TOPIC CODE' TO WS-MSG
                   EXIT PARAGRAPH
               WHEN WS-TOP-CODE (TOP-IX) EQUAL WS-TOPIC
                   CONTINUE
           END-SEARCH
           IF WS-CLR-SEM EQUAL SPACES AND WS-CLR-YR EQUAL SPACES
               MOVE SPACE TO WS-CLEARED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLR-SEM TO ISAM-SEM-SEM
           MOVE WS-CLR-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   MOVE 'CLEARANCE SEM/YR NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF WS-CLEARED NOT EQUAL 'Y' AND 'N'
               MOVE 'CLEARED MUST BE Y OR N' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       230-ADD-VISIT.
           MOVE WS-STU-ID      TO NTE-STUD-ID
           MOVE WS-VISIT-NO    TO NTE-VISIT-NO
           PERFORM 260-MOVE-VISIT-FIELDS
           WRITE NTE-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO ADD VISIT' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'ADDED'   TO WS-VISIT-ACTION
                   MOVE 'Y'       TO WS-SAVED
           END-WRITE.
      *-----------------------------------------------------------------
       240-CHANGE-VISIT.
           MOVE WS-KEY TO NTE-KEY
           READ ISAM-NTE-IO
               INVALID KEY
                   MOVE 'VISIT NOT ON FILE' TO WS-MSG
               NOT INVALID KEY
                   PERFORM 260-MOVE-VISIT-FIELDS
                   REWRITE NTE-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE VISIT' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'CHANGED' TO WS-VISIT-ACTION
                           MOVE 'Y'       TO WS-SAVED
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       250-DELETE-VISIT.
      *    a clearance set at the visit outlives it - only an N keyed
      *    against the term takes a clearance back
           MOVE WS-KEY TO NTE-KEY
           DELETE ISAM-NTE-IO
               INVALID KEY
                   MOVE 'UNABLE TO DELETE VISIT' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'DELETED' TO WS-VISIT-ACTION
                   PERFORM 600-WRITE-VISIT-AUDIT
                   STRING 'VISIT ' WS-VISIT-NO ' DELETED'
                       DELIMITED BY SIZE INTO WS-MSG
           END-DELETE.
      *-----------------------------------------------------------------
       260-MOVE-VISIT-FIELDS.
           MOVE WS-DATA         TO NTE-DATA
           MOVE WS-STUD-ADVISOR TO NTE-ADVISOR
           MOVE WS-NOW-DATE     TO NTE-DATE
           MOVE WS-OP-ID        TO NTE-USER.
      *-----------------------------------------------------------------
       300-FIND-NEXT-VISIT.
           MOVE ZEROS TO WS-VISIT-NO
           MOVE WS-STU-ID TO NTE-STUD-ID
           MOVE ZEROS     TO NTE-VISIT-NO
           START ISAM-NTE-IO KEY IS NOT LESS THAN NTE-KEY
               INVALID KEY
                   MOVE 1 TO NTE-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO NTE-EOF-FLAG
           END-START
           PERFORM UNTIL NTE-EOF
               READ ISAM-NTE-IO NEXT RECORD
                   AT END
                       MOVE 1 TO NTE-EOF-FLAG
                   NOT AT END
                       IF NTE-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO NTE-EOF-FLAG
                       ELSE
                           MOVE NTE-VISIT-NO TO WS-VISIT-NO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-VISIT-NO.
      *-----------------------------------------------------------------
       400-SET-CLEARANCE.
      *    one clearance row per student and term - the latest visit
      *    to set it is the one recorded against it
           MOVE WS-STU-ID  TO CLR-STUD-ID
           MOVE WS-CLR-SEM TO CLR-SEM
           MOVE WS-CLR-YR  TO CLR-YR
           READ ISAM-CLR-IO
               INVALID KEY
                   MOVE SPACE TO WS-OLD-CLR-FLAG
                   PERFORM 410-MOVE-CLEARANCE-FIELDS
                   WRITE CLR-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO SET CLEARANCE' TO WS-MSG
                       NOT INVALID KEY
                           PERFORM 610-WRITE-CLEARANCE-AUDIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE CLR-FLAG TO WS-OLD-CLR-FLAG
                   PERFORM 410-MOVE-CLEARANCE-FIELDS
                   REWRITE CLR-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO SET CLEARANCE' TO WS-MSG
                       NOT INVALID KEY
                           PERFORM 610-WRITE-CLEARANCE-AUDIT
                   END-REWRITE
           END-READ
           IF WS-MSG EQUAL SPACES
               STRING 'VISIT ' WS-VISIT-NO ' ' WS-VISIT-ACTION
                   ' - CLEARED ' WS-CLR-SEM '/' WS-CLR-YR ' '
                   WS-CLEARED DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       410-MOVE-CLEARANCE-FIELDS.
           MOVE WS-CLEARED      TO CLR-FLAG
           MOVE WS-STUD-ADVISOR TO CLR-ADVISOR
           MOVE WS-VISIT-NO     TO CLR-VISIT-NO
           MOVE WS-NOW-DATE     TO CLR-DATE
           MOVE WS-OP-ID        TO CLR-USER.
      *-----------------------------------------------------------------
       600-WRITE-VISIT-AUDIT.
      *    the log records that a visit was looked at or moved, never
      *    what was said at it
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OP-ID                   TO AUD-USER
           MOVE 'ADVISE-MAINT'             TO AUD-PROGRAM
           MOVE SPACES                     TO AUD-KEY
           STRING WS-STU-ID '/' WS-VISIT-NO DELIMITED BY SIZE
               INTO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'ADVISING VISIT ' WS-VISIT-ACTION
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
      *-----------------------------------------------------------------
       610-WRITE-CLEARANCE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OP-ID                   TO AUD-USER
           MOVE 'ADVISE-MAINT'             TO AUD-PROGRAM
           MOVE SPACES                     TO AUD-KEY
           STRING WS-STU-ID '/' WS-CLR-SEM '/' WS-CLR-YR
               DELIMITED BY SIZE INTO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'ADVISING CLEARANCE ' WS-OLD-CLR-FLAG
               DELIMITED BY SIZE INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'ADVISING CLEARANCE ' WS-CLEARED
               ' VISIT ' WS-VISIT-NO
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
