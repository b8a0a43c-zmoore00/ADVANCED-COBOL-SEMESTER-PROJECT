      ******************************************************************
      *PROGRAM : IMMUN-COMPLY.CBL                                      *
      *AUTHOR  : CHRIS JEONG                                           *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Immunization compliance batch - once the term's       *
      *          SEMESTER-MASTER immunization deadline has passed      *
      *          (registration close when none is keyed) every         *
      *          first-term student on APPLICANT-ISAM.DAT for the      *
      *          SEM/YR is checked against each IMMUN-REQS.TXT         *
      *          requirement on IMMUN-ISAM.DAT - a student missing     *
      *          any is given HOLD-ISAM.DAT hold IM from HEALTH, is    *
      *          listed on IMMUN-COMPLY.RPT with the codes due and is  *
      *          sent an IMM-REMIND letter through LETTER-GEN - IM     *
      *          holds health placed are lifted once the student has   *
      *          complied                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMUN-COMPLY IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                  "../SEMESTER-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-SEM-KEY
                               FILE STATUS   IS WS-SEM-STAT.

           SELECT OPTIONAL ISAM-APL-IN ASSIGN TO
                              "../APPLICANT-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS APL-KEY
                          FILE STATUS   IS WS-APL-STAT.

           SELECT OPTIONAL ISAM-IMM-IN ASSIGN TO "../IMMUN-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS IMM-KEY
                               FILE STATUS   IS WS-IMM-STAT.

           SELECT OPTIONAL ISAM-HLD-IO ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-HLD-STAT.

           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT IMR-IN ASSIGN TO "../IMMUN-REQS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-IMR-STAT.

           SELECT HTY-IN ASSIGN TO "../HOLD-TYPES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HTY-STAT.

           SELECT NOTIFY-OUT ASSIGN TO "../NOTIFY-EVENTS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NTF-STAT.

           SELECT REPORT-OUT ASSIGN TO "../IMMUN-COMPLY.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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

       FD  ISAM-APL-IN.
       01  APL-REC-IN.
           03  APL-KEY.
               05  APL-STUD-ID    PIC 9(6).
               05  APL-SEM        PIC X(2).
               05  APL-YR         PIC X(4).
           03  APL-STATUS         PIC X.
           03  APL-MAJOR          PIC X(20).
           03  APL-DATE           PIC X(8).

       FD  ISAM-IMM-IN.
       01  IMM-REC-IN.
           03  IMM-KEY.
               05  IMM-STUD-ID    PIC 9(6).
               05  IMM-REQ        PIC X(4).
           03  IMM-SAT-DATE       PIC X(8).
           03  IMM-EXEMPT         PIC X(2).
           03  IMM-DATE           PIC X(8).
           03  IMM-USER           PIC X(20).

       FD  ISAM-HLD-IO.
       01  HLD-REC-IO.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

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

       FD  IMR-IN.
       01  IMR-LINE-IN.
           03  IMR-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  IMR-DESC            PIC X(30).

       FD  HTY-IN.
       01  HTY-LINE-IN.
           03  HTY-CODE            PIC X(2).
           03  FILLER              PIC X.
           03  HTY-BLOCK-REG       PIC X.
           03  FILLER              PIC X.
           03  HTY-BLOCK-TRN       PIC X.
           03  FILLER              PIC X.
           03  HTY-BLOCK-CONF      PIC X.
           03  FILLER              PIC X.
           03  HTY-DESC            PIC X(20).

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  NTF-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-EVENT           PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-TEXT            PIC X(30).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).
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
           03  WS-SEM-STAT             PIC XX      VALUE SPACES.
           03  WS-APL-STAT             PIC XX      VALUE SPACES.
           03  WS-IMM-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-IMR-STAT             PIC XX      VALUE SPACES.
           03  WS-HTY-STAT             PIC XX      VALUE SPACES.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'IMMUN-COMPLY'.
           03  WS-HOLD-CODE            PIC X(2)    VALUE 'IM'.
           03  WS-HOLD-OFFICE          PIC X(10)   VALUE 'HEALTH'.
           03  WS-DEADLINE             PIC X(8)    VALUE SPACES.
           03  WS-HTY-OK               PIC X       VALUE 'N'.
           03  WS-STU-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-COMPLIANT            PIC X       VALUE 'Y'.
           03  WS-MISSING              PIC X(30)   VALUE SPACES.
           03  WS-MISS-PTR             PIC 9(3)    VALUE 1.
           03  WS-ACTION               PIC X(12)   VALUE SPACES.
           03  WS-IMR-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-IMR-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-CHECKED-COUNT        PIC 9(5)    VALUE ZEROS.
           03  WS-DUE-COUNT            PIC 9(5)    VALUE ZEROS.
           03  WS-PLACED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-LIFTED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  HLD-EOF-FLAG            PIC X       VALUE SPACES.
               88 HLD-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

      *    requirements health services holds every new student to
       01  WS-IMR-TABLE.
           03  WS-IMR-ENTRY        OCCURS 20 TIMES.
               05  WS-IMR-CODE     PIC X(4).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(30)
               VALUE 'IMMUNIZATION NON-COMPLIANCE  '.
           03  RH-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RH-YR       PIC X(4).
           03  FILLER      PIC X(5)    VALUE SPACES.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(10)   VALUE 'DEADLINE: '.
           03  RH-DEADLINE PIC X(8).

       01  RPT-HEAD-3.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(27)   VALUE 'NAME'.
           03  FILLER      PIC X(14)   VALUE 'ACTION'.
           03  FILLER      PIC X(12)   VALUE 'REQS DUE'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC 9(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-LNAME    PIC X(14).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-FNAME    PIC X(10).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-ACTION   PIC X(12).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-MISSING  PIC X(25).

       01  RPT-WARN.
           03  FILLER      PIC X(19)   VALUE '*** HOLD-TYPES.TXT '.
           03  FILLER      PIC X(5)    VALUE 'CODE '.
           03  RW-CODE     PIC X(2).
           03  FILLER      PIC X(28)
               VALUE ' DOES NOT BLOCK REGISTRATION'.

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "IMMUN-COMPLY".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 26 VALUE "IMMUNIZATION COMPLIANCE HOLDS".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 48 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 50 VALUE '/'.
           03  LINE 09 COL 51 PIC X(4)  TO WS-YR    AUTO.

       01  SCRN-MSG.
           03  LINE 14 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-SEM) TO WS-SEM

           PERFORM 100-CHECK-DEADLINE
           IF WS-MSG EQUAL SPACES
               PERFORM 120-LOAD-REQS
           END-IF
           IF WS-MSG EQUAL SPACES
               OPEN INPUT ISAM-APL-IN
               OPEN INPUT ISAM-IMM-IN
               OPEN INPUT ISAM-STUD-IN
               OPEN I-O ISAM-HLD-IO
               IF WS-HLD-STAT EQUAL '35'
                   OPEN OUTPUT ISAM-HLD-IO
                   CLOSE ISAM-HLD-IO
                   OPEN I-O ISAM-HLD-IO
               END-IF
               OPEN EXTEND NOTIFY-OUT
               IF WS-NTF-STAT NOT EQUAL '00'
                   OPEN OUTPUT NOTIFY-OUT
                   CLOSE NOTIFY-OUT
                   OPEN EXTEND NOTIFY-OUT
               END-IF
               OPEN OUTPUT REPORT-OUT

               MOVE WS-SEM       TO RH-SEM
               MOVE WS-YR        TO RH-YR
               MOVE DISPLAY-DATE TO RH-DATE
               MOVE WS-DEADLINE  TO RH-DEADLINE
               WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
               WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
               PERFORM 140-CHECK-HOLD-TYPE
               WRITE REPORT-LINE-OUT FROM RPT-HEAD-3
               PERFORM 200-CHECK-NEW-STUDENTS
               PERFORM 400-SWEEP-HOLDS
               PERFORM 900-WRITE-TOTALS

               CLOSE ISAM-APL-IN
               CLOSE ISAM-IMM-IN
               CLOSE ISAM-STUD-IN
               CLOSE ISAM-HLD-IO
               CLOSE NOTIFY-OUT
               CLOSE REPORT-OUT
               STRING WS-DUE-COUNT ' OF ' WS-CHECKED-COUNT
                   ' NEW STUDENTS NOT COMPLIANT' INTO WS-MSG
           END-IF

           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARM-IN
           IF WS-PRM-STAT EQUAL '00'
               MOVE SPACES TO PRM-EOF-FLAG
               PERFORM UNTIL PRM-EOF
                   READ PARM-IN
                       AT END
                           MOVE 1 TO PRM-EOF-FLAG
                       NOT AT END
                           IF PRM-PROGRAM EQUAL WS-OWN-NAME
                               MOVE PRM-SEM TO WS-SEM
                               MOVE PRM-YR  TO WS-YR
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       100-CHECK-DEADLINE.
      *    holds go on only after the deadline - a term with no
      *    immunization date keyed falls back to registration close
           MOVE SPACES TO WS-MSG
           IF WS-SEM EQUAL SPACES OR WS-YR EQUAL SPACES
               MOVE 'SEM/YR REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ISAM-SEM-IN
           MOVE WS-SEM TO ISAM-SEM-SEM
           MOVE WS-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   MOVE 'TERM NOT ON SEMESTER MASTER' TO WS-MSG
               NOT INVALID KEY
                   MOVE ISAM-SEM-IMM-DL TO WS-DEADLINE
                   IF WS-DEADLINE EQUAL SPACES
                       MOVE ISAM-SEM-REG-CLOSE TO WS-DEADLINE
                   END-IF
           END-READ
           CLOSE ISAM-SEM-IN
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DEADLINE EQUAL SPACES
               MOVE 'NO IMMUNIZATION DEADLINE FOR TERM' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-NOW-DATE NOT GREATER THAN WS-DEADLINE
               STRING 'DEADLINE ' WS-DEADLINE ' NOT YET PASSED'
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       120-LOAD-REQS.
           MOVE ZEROS TO WS-IMR-CNT
           OPEN INPUT IMR-IN
           IF WS-IMR-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF OR WS-IMR-CNT = 20
                   READ IMR-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           IF IMR-CODE NOT EQUAL SPACES
                               ADD 1 TO WS-IMR-CNT
                               MOVE IMR-CODE
                                   TO WS-IMR-CODE (WS-IMR-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMR-IN
               MOVE SPACES TO EOF-FLAG
           END-IF
           IF WS-IMR-CNT EQUAL ZEROS
               MOVE 'NO REQUIREMENTS IN IMMUN-REQS.TXT' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       140-CHECK-HOLD-TYPE.
      *    the hold only stops registration if HOLD-TYPES.TXT says so
      *    - the run goes ahead but the report says the code is wrong
           MOVE 'N' TO WS-HTY-OK
           OPEN INPUT HTY-IN
           IF WS-HTY-STAT EQUAL '00'
               MOVE SPACES TO EOF-FLAG
               PERFORM UNTIL EOF
                   READ HTY-IN
                       AT END
                           MOVE 1 TO EOF-FLAG
                       NOT AT END
                           IF HTY-CODE EQUAL WS-HOLD-CODE
                               AND HTY-BLOCK-REG EQUAL 'Y'
                               MOVE 'Y' TO WS-HTY-OK
                               MOVE 1 TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HTY-IN
               MOVE SPACES TO EOF-FLAG
           END-IF
           IF WS-HTY-OK NOT EQUAL 'Y'
               MOVE WS-HOLD-CODE TO RW-CODE
               WRITE REPORT-LINE-OUT FROM RPT-WARN
           END-IF.
      *-----------------------------------------------------------------
       200-CHECK-NEW-STUDENTS.
      *    an applicant row for this term marks a first-term student -
      *    melted applicants never enrolled and are passed over
           MOVE ZEROS TO APL-STUD-ID
           MOVE SPACES TO APL-SEM
           MOVE SPACES TO APL-YR
           START ISAM-APL-IN KEY IS NOT LESS THAN APL-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-APL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF APL-SEM EQUAL WS-SEM
                           AND APL-YR EQUAL WS-YR
                           AND APL-STATUS NOT EQUAL 'M'
                           PERFORM 210-CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-CHECK-ONE-STUDENT.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE APL-STUD-ID TO WS-STU-ID
           PERFORM 300-CHECK-COMPLIANCE
           IF WS-COMPLIANT EQUAL 'Y'
               PERFORM 430-LIFT-HOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUE-COUNT
           PERFORM 420-PLACE-HOLD
           PERFORM 700-NOTE-STUDENT
           PERFORM 750-WRITE-NOTIFY.
      *-----------------------------------------------------------------
       300-CHECK-COMPLIANCE.
      *    a requirement is met by a date satisfied or an exemption
           MOVE 'Y'    TO WS-COMPLIANT
           MOVE SPACES TO WS-MISSING
           MOVE 1      TO WS-MISS-PTR
           PERFORM VARYING WS-IMR-IX FROM 1 BY 1
               UNTIL WS-IMR-IX GREATER THAN WS-IMR-CNT
               MOVE WS-STU-ID                TO IMM-STUD-ID
               MOVE WS-IMR-CODE (WS-IMR-IX) TO IMM-REQ
               READ ISAM-IMM-IN
                   INVALID KEY
                       PERFORM 310-NOTE-MISSING
                   NOT INVALID KEY
                       IF IMM-SAT-DATE EQUAL SPACES
                           AND IMM-EXEMPT EQUAL SPACES
                           PERFORM 310-NOTE-MISSING
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       310-NOTE-MISSING.
           MOVE 'N' TO WS-COMPLIANT
           STRING WS-IMR-CODE (WS-IMR-IX) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO WS-MISSING WITH POINTER WS-MISS-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.
      *-----------------------------------------------------------------
       400-SWEEP-HOLDS.
      *    an IM hold from an earlier term is lifted here once the
      *    student has caught up, whatever term they entered in
           MOVE ZEROS  TO HLD-STUD-ID
           MOVE SPACES TO HLD-TYPE
           START ISAM-HLD-IO KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 1 TO HLD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO HLD-EOF-FLAG
           END-START
           PERFORM UNTIL HLD-EOF
               READ ISAM-HLD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO HLD-EOF-FLAG
                   NOT AT END
                       IF HLD-TYPE EQUAL WS-HOLD-CODE
                           AND HLD-OFFICE EQUAL WS-HOLD-OFFICE
                           MOVE HLD-STUD-ID TO WS-STU-ID
                           PERFORM 300-CHECK-COMPLIANCE
                           IF WS-COMPLIANT EQUAL 'Y'
                               PERFORM 440-DELETE-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       420-PLACE-HOLD.
      *    a hold of the same type another office keyed is left as is
           MOVE WS-STU-ID    TO HLD-STUD-ID
           MOVE WS-HOLD-CODE TO HLD-TYPE
           READ ISAM-HLD-IO
               INVALID KEY
                   MOVE WS-STU-ID      TO HLD-STUD-ID
                   MOVE WS-HOLD-CODE   TO HLD-TYPE
                   MOVE WS-HOLD-OFFICE TO HLD-OFFICE
                   MOVE WS-NOW-DATE    TO HLD-DATE
                   MOVE SPACES         TO HLD-COMMENT
                   STRING 'IMMUNIZATIONS DUE ' WS-MISSING
                       DELIMITED BY SIZE INTO HLD-COMMENT
                   WRITE HLD-REC-IO
                       INVALID KEY
                           MOVE 'HOLD FAILED' TO WS-ACTION
                       NOT INVALID KEY
                           MOVE 'HOLD PLACED' TO WS-ACTION
                           ADD 1 TO WS-PLACED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'HOLD ON FILE' TO WS-ACTION
           END-READ.
      *-----------------------------------------------------------------
       430-LIFT-HOLD.
           MOVE WS-STU-ID    TO HLD-STUD-ID
           MOVE WS-HOLD-CODE TO HLD-TYPE
           READ ISAM-HLD-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-OFFICE EQUAL WS-HOLD-OFFICE
                       PERFORM 440-DELETE-HOLD
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       440-DELETE-HOLD.
           DELETE ISAM-HLD-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LIFTED-COUNT
                   MOVE 'HOLD LIFTED' TO WS-ACTION
                   MOVE SPACES TO WS-MISSING
                   PERFORM 700-NOTE-STUDENT
           END-DELETE.
      *-----------------------------------------------------------------
       700-NOTE-STUDENT.
           MOVE SPACES      TO RPT-DETAIL
           MOVE WS-STU-ID   TO RD-STUD-ID
           MOVE WS-STU-ID   TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO RD-LNAME
               NOT INVALID KEY
                   MOVE ISAM-STUD-LNAME TO RD-LNAME
                   MOVE ISAM-SUTD-FNAME TO RD-FNAME
           END-READ
           MOVE WS-ACTION   TO RD-ACTION
           MOVE WS-MISSING  TO RD-MISSING
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       750-WRITE-NOTIFY.
      *    LETTER-GEN sends the reminder to the student
           MOVE DISPLAY-DATE TO NTF-DATE
           MOVE 'IMM-REMIND' TO NTF-EVENT
           MOVE WS-STU-ID    TO NTF-STUD-ID
           MOVE WS-SEM       TO NTF-SEM
           MOVE WS-YR        TO NTF-YR
           MOVE SPACES       TO NTF-CRN
           MOVE SPACES       TO NTF-TEXT
           STRING 'DUE: ' WS-MISSING DELIMITED BY SIZE INTO NTF-TEXT
           WRITE NOTIFY-LINE-OUT.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'NEW STUDENTS CHECKED:' TO RPT-TOTAL
           MOVE WS-CHECKED-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'NOT COMPLIANT:' TO RPT-TOTAL
           MOVE WS-DUE-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'HOLDS PLACED:' TO RPT-TOTAL
           MOVE WS-PLACED-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'HOLDS LIFTED:' TO RPT-TOTAL
           MOVE WS-LIFTED-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
