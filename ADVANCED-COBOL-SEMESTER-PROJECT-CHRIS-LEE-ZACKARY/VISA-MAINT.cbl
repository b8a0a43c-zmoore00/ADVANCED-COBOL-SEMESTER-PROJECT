      ******************************************************************
      *PROGRAM : VISA-MAINT.CBL                                        *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Student visa status file - keys the visa type, the    *
      *          program end date on the student's I-20/DS-2019 and    *
      *          the sponsoring school official onto VISA-ISAM.DAT by  *
      *          student id - a blank type removes the entry - the     *
      *          drop programs and VISA-COMPLY read the F1 rows to     *
      *          hold the student to full time - every change is       *
      *          written to the audit log                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISA-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-VSA-IO ASSIGN TO "../VISA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS VSA-KEY
                               FILE STATUS   IS WS-VSA-STAT.

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

       FD  ISAM-VSA-IO.
       01  VSA-REC-IO.
           03  VSA-KEY.
               05  VSA-STUD-ID    PIC 9(6).
           03  VSA-TYPE           PIC X(2).
           03  VSA-PROG-END       PIC X(8).
           03  VSA-DSO            PIC X(22).
           03  VSA-DATE           PIC X(8).
           03  VSA-USER           PIC X(20).

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
           03  WS-VSA-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-ACTION               PIC X(7)    VALUE SPACES.
           03  WS-TYPE-DESC            PIC X(18)   VALUE SPACES.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-OLD-VISA.
               05  WS-OLD-TYPE     PIC X(2)    VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-OLD-END      PIC X(8)    VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-OLD-DSO      PIC X(22)   VALUE SPACES.
           03  WS-NEW-VISA.
               05  WS-NEW-TYPE     PIC X(2)    VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-NEW-END      PIC X(8)    VALUE SPACES.
               05  FILLER          PIC X       VALUE SPACE.
               05  WS-NEW-DSO      PIC X(22)   VALUE SPACES.

      *    visa types the international office tracks - only F1 is
      *    held to the full-time load by the drop programs
       01  VISA-TABLE-DATA.
           03  FILLER          PIC X(20)   VALUE
                   'F1ACADEMIC STUDENT  '.
           03  FILLER          PIC X(20)   VALUE
                   'J1EXCHANGE VISITOR  '.
           03  FILLER          PIC X(20)   VALUE
                   'M1VOCATIONAL STUDENT'.
       01  VISA-TABLE REDEFINES VISA-TABLE-DATA.
           03  VST-ENTRY OCCURS 3 TIMES INDEXED BY VST-IX.
               05  VST-TYPE    PIC X(2).
               05  VST-DESC    PIC X(18).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 28 VALUE "VISA STATUS".
           03  LINE 1  COL 1  VALUE "VISA-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-ID-REQ.
           03  LINE 07 COL 20             VALUE 'STUDENT ID:'.
           03  LINE 07 COL 45 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ON-FILE.
           03  LINE 08 COL 20     VALUE 'NAME:'.
           03  LINE 08 COL 45 PIC X(15) FROM ISAM-SUTD-FNAME.
           03  LINE 08 COL 61 PIC X(15) FROM ISAM-STUD-LNAME.
           03  LINE 09 COL 20     VALUE 'ON FILE:'.
           03  LINE 09 COL 45 PIC X(34) FROM WS-OLD-VISA.
           03  LINE 11 COL 20     VALUE 'F1 ACADEMIC  J1 EXCHANGE  '.
           03  LINE 11 COL 46     VALUE 'M1 VOCATIONAL'.

       01  SCRN-CHG-REQ.
           03  LINE 12 COL 20     VALUE 'VISA TYPE (BLANK REMOVES):'.
           03  LINE 12 COL 47 PIC X(2)  TO WS-NEW-TYPE AUTO.
           03  LINE 13 COL 20     VALUE 'PROGRAM END (YYYYMMDD):'.
           03  LINE 13 COL 47 PIC X(8)  TO WS-NEW-END AUTO.
           03  LINE 14 COL 20     VALUE 'SPONSORING OFFICIAL:'.
           03  LINE 14 COL 47 PIC X(22) TO WS-NEW-DSO.
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
           OPEN I-O ISAM-VSA-IO
           IF WS-VSA-STAT EQUAL '35'
               OPEN OUTPUT ISAM-VSA-IO
               CLOSE ISAM-VSA-IO
               OPEN I-O ISAM-VSA-IO
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
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 150-LOAD-ON-FILE
                       MOVE WS-OLD-VISA TO WS-NEW-VISA
                       DISPLAY SCRN-ON-FILE
                       DISPLAY SCRN-CHG-REQ
                       ACCEPT  SCRN-CHG-REQ
                       PERFORM 200-CHANGE-VISA
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
           CLOSE ISAM-VSA-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-LOAD-ON-FILE.
           MOVE WS-STU-ID TO VSA-STUD-ID
           READ ISAM-VSA-IO
               INVALID KEY
                   MOVE 'N'    TO WS-ON-FILE
                   MOVE SPACES TO WS-OLD-TYPE
                   MOVE SPACES TO WS-OLD-END
                   MOVE SPACES TO WS-OLD-DSO
               NOT INVALID KEY
                   MOVE 'Y'          TO WS-ON-FILE
                   MOVE VSA-TYPE     TO WS-OLD-TYPE
                   MOVE VSA-PROG-END TO WS-OLD-END
                   MOVE VSA-DSO      TO WS-OLD-DSO
           END-READ.
      *-----------------------------------------------------------------
       200-CHANGE-VISA.
      *    a visa row needs its end date and the official who signed
      *    the form - the compliance batch reports on both
           MOVE FUNCTION UPPER-CASE (WS-NEW-TYPE) TO WS-NEW-TYPE
           MOVE FUNCTION UPPER-CASE (WS-NEW-DSO)  TO WS-NEW-DSO
           IF WS-NEW-TYPE NOT EQUAL SPACES
               SET VST-IX TO 1
               SEARCH VST-ENTRY
                   AT END
                       MOVE 'VISA TYPE MUST BE F1, J1 OR M1' TO WS-MSG
                       EXIT PARAGRAPH
                   WHEN VST-TYPE (VST-IX) EQUAL WS-NEW-TYPE
                       MOVE VST-DESC (VST-IX) TO WS-TYPE-DESC
               END-SEARCH
               IF WS-NEW-END NOT NUMERIC
                   MOVE 'PROGRAM END DATE MUST BE YYYYMMDD' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               IF WS-NEW-DSO EQUAL SPACES
                   MOVE 'SPONSORING OFFICIAL REQUIRED' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-NEW-END
               MOVE SPACES TO WS-NEW-DSO
           END-IF
           IF WS-NEW-VISA EQUAL WS-OLD-VISA
               MOVE 'NO CHANGE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STU-ID     TO VSA-STUD-ID
           MOVE WS-NEW-TYPE   TO VSA-TYPE
           MOVE WS-NEW-END    TO VSA-PROG-END
           MOVE WS-NEW-DSO    TO VSA-DSO
           MOVE WS-NOW-DATE   TO VSA-DATE
           MOVE WS-AUDIT-USER TO VSA-USER
           EVALUATE TRUE
               WHEN WS-ON-FILE EQUAL 'N'
                   MOVE 'ADDED' TO WS-ACTION
                   WRITE VSA-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO ADD' TO WS-MSG
                           EXIT PARAGRAPH
                   END-WRITE
               WHEN WS-NEW-TYPE EQUAL SPACES
                   MOVE 'REMOVED' TO WS-ACTION
                   DELETE ISAM-VSA-IO
                       INVALID KEY
                           MOVE 'UNABLE TO REMOVE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-DELETE
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-ACTION
                   REWRITE VSA-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-REWRITE
           END-EVALUATE

           PERFORM 500-WRITE-AUDIT
           STRING 'VISA STATUS ' WS-ACTION DELIMITED BY SIZE
               INTO WS-MSG.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'VISA-MAINT'               TO AUD-PROGRAM
           MOVE ISAM-STUD-KEY              TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'VISA ' WS-OLD-VISA INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'VISA ' WS-NEW-VISA INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
