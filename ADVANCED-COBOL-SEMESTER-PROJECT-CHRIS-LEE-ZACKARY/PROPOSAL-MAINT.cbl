      ******************************************************************
      *PROGRAM : PROPOSAL-MAINT.CBL                                    *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Curriculum change proposal entry - one                *
      *          PROPOSAL-ISAM.DAT row per proposal, numbered from     *
      *          PROP-LAST-ID.TXT, for a new course (N), a changed     *
      *          course (C), an inactivated course (I) or a            *
      *          requirement change (R) on REQ-MASTER.DAT - carries    *
      *          the proposed COURSE-MASTER values, the effective      *
      *          SEM/YR, the owning department and the rationale -     *
      *          a proposal can be changed only until the first        *
      *          approval step is decided (PROPOSAL-APPROVE) -         *
      *          PROPOSAL-POST applies it once fully approved -        *
      *          blank rationale withdraws                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPOSAL-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-PRP-IO ASSIGN TO
                              "../PROPOSAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS PRP-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT PRP-LAST-ID ASSIGN TO "../PROP-LAST-ID.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-LID-STAT.

           SELECT ISAM-COURSE-IN ASSIGN TO "../COURSE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-CRSE-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-DPT-IN ASSIGN TO "../DEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DPT-KEY
                               FILE STATUS   IS WS-DPT-STAT.

           SELECT ISAM-REQ-IN  ASSIGN TO "../REQ-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS REQ-IO-KEY
                               FILE STATUS   IS WS-REQ-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-PRP-IO.
       01  PRP-REC-IO.
           03  PRP-KEY.
               05  PRP-ID         PIC 9(6).
           03  PRP-DATA.
               05  PRP-TYPE       PIC X.
               05  PRP-STATUS     PIC X.
               05  PRP-DEPT       PIC X(4).
               05  PRP-EFF-SEM    PIC X(2).
               05  PRP-EFF-YR     PIC X(4).
               05  PRP-SUBJ       PIC X(5).
               05  PRP-CRSE       PIC X(6).
               05  PRP-TITLE      PIC X(30).
               05  PRP-CREDITS    PIC X(3).
               05  PRP-PREREQ     PIC X(6).
               05  PRP-ATTRS      PIC X(8).
               05  PRP-CR-MIN     PIC X(3).
               05  PRP-CR-MAX     PIC X(3).
               05  PRP-REQ-MAJOR  PIC X(20).
               05  PRP-REQ-SEQ    PIC X(3).
               05  PRP-REQ-ACTION PIC X.
               05  PRP-RATIONALE  PIC X(60) OCCURS 3 TIMES.
               05  PRP-STEP       OCCURS 3 TIMES.
                   07  PRP-STP-APPROVER PIC X(20).
                   07  PRP-STP-DATE     PIC X(8).
                   07  PRP-STP-DECISION PIC X.
                   07  PRP-STP-COMMENT  PIC X(30).
               05  PRP-SUBMIT-USER PIC X(20).
               05  PRP-SUBMIT-DATE PIC X(8).
               05  PRP-POST-DATE   PIC X(8).
               05  PRP-LEVEL       PIC X.

       FD  PRP-LAST-ID.
       01  PRP-LAST                PIC 9(6).

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-CRSE-KEY.
               10  ISAM-IO-SUBJ PIC X(5).
               10  ISAM-IO-CRSE PIC X(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-TITLE     PIC X(30).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  ISAM-IO-REQ-ATTRS PIC X(8)            VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  ISAM-IO-INACT-YR PIC X(4).
           05  ISAM-IO-INACT-SEM PIC X(2).
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

       FD  ISAM-DPT-IN.
       01  DPT-REC-IN.
           03  DPT-KEY.
               05  DPT-CODE       PIC X(4).
           03  DPT-NAME           PIC X(20).
           03  DPT-CHAIR-ID       PIC 9(6).
           03  DPT-SUBJ-LIST.
               05  DPT-SUBJ       PIC X(5) OCCURS 10 TIMES.

       FD  ISAM-REQ-IN.
       01  REQ-REC-IN.
           03  REQ-IO-KEY.
               05  REQ-IO-MAJOR PIC X(20).
               05  REQ-IO-SEQ   PIC X(3).
           03  REQ-IO-SUBJ      PIC X(5).
           03  REQ-IO-CRSE      PIC X(6).
           03  REQ-IO-CREDITS   PIC X(3).
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
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-LID-STAT             PIC XX      VALUE SPACES.
           03  WS-DPT-STAT             PIC XX      VALUE SPACES.
           03  WS-REQ-STAT             PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-PRP-OK               PIC X       VALUE 'N'.
           03  WS-VALID                PIC X       VALUE 'N'.
           03  WS-FOUND                PIC X       VALUE 'N'.
           03  WS-SUBJ-IX              PIC 9(2)    VALUE ZEROS.
           03  WS-ENVNAME              PIC X(4)    VALUE "USER".
           03  WS-USER                 PIC X(20)   VALUE SPACES.
           03  WS-TYPE-TEXT            PIC X(18)   VALUE SPACES.
           03  WS-STATUS-TEXT          PIC X(12)   VALUE SPACES.

       01  WS-KEY-REQ.
           03  WS-PRP-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-NEW-TYPE     PIC X       VALUE SPACES.
           03  WS-KEY-SUBJ     PIC X(5)    VALUE SPACES.
           03  WS-KEY-CRSE     PIC X(6)    VALUE SPACES.

      *    laid out byte for byte like the data part of the record
       01  WS-PRP-DATA.
           03  WS-TYPE         PIC X       VALUE SPACES.
           03  WS-STATUS       PIC X       VALUE SPACES.
           03  WS-DEPT         PIC X(4)    VALUE SPACES.
           03  WS-EFF-SEM      PIC X(2)    VALUE SPACES.
           03  WS-EFF-YR       PIC X(4)    VALUE SPACES.
           03  WS-SUBJ         PIC X(5)    VALUE SPACES.
           03  WS-CRSE         PIC X(6)    VALUE SPACES.
           03  WS-TITLE        PIC X(30)   VALUE SPACES.
           03  WS-CREDITS      PIC X(3)    VALUE SPACES.
           03  WS-PREREQ       PIC X(6)    VALUE SPACES.
           03  WS-ATTRS        PIC X(8)    VALUE SPACES.
           03  WS-CR-MIN       PIC X(3)    VALUE SPACES.
           03  WS-CR-MAX       PIC X(3)    VALUE SPACES.
           03  WS-REQ-MAJOR    PIC X(20)   VALUE SPACES.
           03  WS-REQ-SEQ      PIC X(3)    VALUE SPACES.
           03  WS-REQ-ACTION   PIC X       VALUE SPACES.
           03  WS-RAT-1        PIC X(60)   VALUE SPACES.
           03  WS-RAT-2        PIC X(60)   VALUE SPACES.
           03  WS-RAT-3        PIC X(60)   VALUE SPACES.
           03  WS-STEPS        PIC X(177)  VALUE SPACES.
           03  WS-SUBMIT-USER  PIC X(20)   VALUE SPACES.
           03  WS-SUBMIT-DATE  PIC X(8)    VALUE SPACES.
           03  WS-POST-DATE    PIC X(8)    VALUE SPACES.
           03  WS-LEVEL        PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "PROPOSAL-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 03 COL 25 VALUE "CURRICULUM CHANGE PROPOSAL".

       01  SCRN-PRP-REQ.
           03  LINE 05 COL 5  VALUE 'PROPOSAL NO (0=NEW):'.
           03  LINE 05 COL 26 PIC 9(6)  USING WS-PRP-ID AUTO.
           03  LINE 06 COL 5  VALUE '  NEW PROPOSAL TYPE:'.
           03  LINE 06 COL 26 PIC X     TO WS-NEW-TYPE AUTO.
           03  LINE 06 COL 29 VALUE
               '(N NEW  C CHANGE  I INACTIVATE  R REQUIREMENT)'.
           03  LINE 07 COL 5  VALUE '             COURSE:'.
           03  LINE 07 COL 26 PIC X(5)  TO WS-KEY-SUBJ AUTO.
           03  LINE 07 COL 32 PIC X(6)  TO WS-KEY-CRSE AUTO.
           03  LINE 20 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-PRP-DATA.
           03  LINE 09 COL 5  VALUE 'TYPE:'.
           03  LINE 09 COL 11 PIC X(18) FROM WS-TYPE-TEXT.
           03  LINE 09 COL 31 VALUE 'STATUS:'.
           03  LINE 09 COL 39 PIC X(12) FROM WS-STATUS-TEXT.
           03  LINE 09 COL 53 VALUE 'COURSE:'.
           03  LINE 09 COL 61 PIC X(5)  FROM WS-SUBJ.
           03  LINE 09 COL 67 PIC X(6)  FROM WS-CRSE.
           03  LINE 10 COL 5  VALUE 'DEPT:'.
           03  LINE 10 COL 11 PIC X(4)  USING WS-DEPT AUTO.
           03  LINE 10 COL 31 VALUE 'EFFECTIVE SEM/YR:'.
           03  LINE 10 COL 49 PIC X(2)  USING WS-EFF-SEM AUTO.
           03  LINE 10 COL 51 VALUE '/'.
           03  LINE 10 COL 52 PIC X(4)  USING WS-EFF-YR AUTO.
           03  LINE 10 COL 60 VALUE 'LEVEL (U/G):'.
           03  LINE 10 COL 73 PIC X     USING WS-LEVEL AUTO.
           03  LINE 11 COL 5  VALUE 'TITLE:'.
           03  LINE 11 COL 12 PIC X(30) USING WS-TITLE.
           03  LINE 11 COL 44 VALUE 'PREREQ:'.
           03  LINE 11 COL 52 PIC X(6)  USING WS-PREREQ AUTO.
           03  LINE 12 COL 5  VALUE 'CREDIT:'.
           03  LINE 12 COL 13 PIC X(3)  USING WS-CREDITS AUTO.
           03  LINE 12 COL 18 VALUE 'RANGE (BLANK=FIXED):'.
           03  LINE 12 COL 39 PIC X(3)  USING WS-CR-MIN AUTO.
           03  LINE 12 COL 42 VALUE '-'.
           03  LINE 12 COL 43 PIC X(3)  USING WS-CR-MAX AUTO.
           03  LINE 12 COL 48 VALUE 'ROOM ATTRS:'.
           03  LINE 12 COL 60 PIC X(8)  USING WS-ATTRS AUTO.
           03  LINE 13 COL 5  VALUE 'REQUIREMENT MAJOR:'.
           03  LINE 13 COL 24 PIC X(20) USING WS-REQ-MAJOR.
           03  LINE 13 COL 46 VALUE 'SEQ:'.
           03  LINE 13 COL 51 PIC X(3)  USING WS-REQ-SEQ AUTO.
           03  LINE 13 COL 56 VALUE 'ADD/CHG/DEL:'.
           03  LINE 13 COL 69 PIC X     USING WS-REQ-ACTION AUTO.
           03  LINE 15 COL 5  VALUE 'RATIONALE:'.
           03  LINE 16 COL 5  PIC X(60) USING WS-RAT-1.
           03  LINE 17 COL 5  PIC X(60) USING WS-RAT-2.
           03  LINE 18 COL 5  PIC X(60) USING WS-RAT-3.
           03  LINE 19 COL 5  VALUE '(BLANK RATIONALE WITHDRAWS)'.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-USER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-PRP-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-PRP-IO
               CLOSE ISAM-PRP-IO
               OPEN I-O ISAM-PRP-IO
           END-IF
           OPEN INPUT ISAM-COURSE-IN.
           OPEN INPUT ISAM-DPT-IN.
           OPEN INPUT ISAM-REQ-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               INITIALIZE WS-KEY-REQ
               DISPLAY SCR-TITLE
               DISPLAY SCRN-PRP-REQ
               ACCEPT  SCRN-PRP-REQ
               PERFORM 100-LOAD-PROPOSAL
               IF WS-PRP-OK EQUAL 'Y'
                   PERFORM 150-SET-TEXTS
                   DISPLAY SCRN-PRP-REQ
                   DISPLAY SCRN-PRP-DATA
                   ACCEPT  SCRN-PRP-DATA
                   PERFORM 160-CHECK-PROPOSAL
                   PERFORM UNTIL WS-VALID EQUAL 'Y'
                       DISPLAY SCRN-PRP-REQ
                       DISPLAY SCRN-PRP-DATA
                       ACCEPT  SCRN-PRP-DATA
                       PERFORM 160-CHECK-PROPOSAL
                   END-PERFORM
                   PERFORM 200-APPLY-PROPOSAL
               END-IF
               DISPLAY SCRN-PRP-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-PRP-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-PRP-IO.
           CLOSE ISAM-COURSE-IN.
           CLOSE ISAM-DPT-IN.
           CLOSE ISAM-REQ-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-PROPOSAL.
           MOVE 'N' TO WS-PRP-OK
           MOVE 'N' TO WS-ON-FILE
           INITIALIZE WS-PRP-DATA
           IF WS-PRP-ID NOT EQUAL ZEROS
               PERFORM 110-LOAD-EXISTING
           ELSE
               PERFORM 120-START-NEW
           END-IF.
      *-----------------------------------------------------------------
       110-LOAD-EXISTING.
      *    once the department has ruled the proposal is what the
      *    approvers saw - a change after that is a new proposal
           MOVE WS-PRP-ID TO PRP-ID
           READ ISAM-PRP-IO
               INVALID KEY
                   MOVE 'PROPOSAL NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           MOVE PRP-DATA TO WS-PRP-DATA
           IF PRP-STATUS NOT EQUAL 'P'
               OR PRP-STP-DECISION (1) NOT EQUAL SPACES
               MOVE 'IN APPROVAL - NO LONGER CHANGEABLE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ON-FILE
           MOVE 'Y' TO WS-PRP-OK
           MOVE 'PROPOSAL ON FILE' TO WS-MSG.
      *-----------------------------------------------------------------
       120-START-NEW.
           IF WS-NEW-TYPE NOT EQUAL 'N' AND NOT EQUAL 'C'
               AND NOT EQUAL 'I' AND NOT EQUAL 'R'
               MOVE 'TYPE MUST BE N, C, I OR R' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-TYPE TO WS-TYPE
           MOVE 'P'         TO WS-STATUS
           MOVE WS-KEY-SUBJ TO WS-SUBJ
           MOVE WS-KEY-CRSE TO WS-CRSE
           IF WS-TYPE EQUAL 'R'
               MOVE 'Y' TO WS-PRP-OK
               MOVE 'NEW REQUIREMENT PROPOSAL' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBJ EQUAL SPACES OR WS-CRSE EQUAL SPACES
               MOVE 'COURSE REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-TYPE EQUAL 'N'
               IF WS-FOUND EQUAL 'Y'
                   MOVE 'COURSE ALREADY ON COURSE-MASTER' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-PRP-OK
               MOVE 'NEW COURSE PROPOSAL' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND EQUAL 'N'
               MOVE 'COURSE NOT ON COURSE-MASTER' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF ISAM-IO-INACT-YR NOT EQUAL SPACES
               MOVE 'COURSE ALREADY INACTIVATED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
      *    a change or inactivation starts from the catalog as it is
           MOVE ISAM-IO-TITLE     TO WS-TITLE
           MOVE ISAM-IO-CREDITS   TO WS-CREDITS
           MOVE ISAM-IO-PREREQ    TO WS-PREREQ
           MOVE ISAM-IO-REQ-ATTRS TO WS-ATTRS
           MOVE ISAM-IO-CR-MIN    TO WS-CR-MIN
           MOVE ISAM-IO-CR-MAX    TO WS-CR-MAX
           MOVE ISAM-IO-LEVEL     TO WS-LEVEL
           MOVE 'Y' TO WS-PRP-OK
           MOVE 'CURRENT VALUES LOADED' TO WS-MSG.
      *-----------------------------------------------------------------
       150-SET-TEXTS.
           EVALUATE WS-TYPE
               WHEN 'N'  MOVE 'NEW COURSE'         TO WS-TYPE-TEXT
               WHEN 'C'  MOVE 'COURSE CHANGE'      TO WS-TYPE-TEXT
               WHEN 'I'  MOVE 'INACTIVATE COURSE'  TO WS-TYPE-TEXT
               WHEN 'R'  MOVE 'REQUIREMENT CHANGE' TO WS-TYPE-TEXT
           END-EVALUATE
           EVALUATE WS-STATUS
               WHEN 'P'  MOVE 'PENDING'     TO WS-STATUS-TEXT
               WHEN 'A'  MOVE 'APPROVED'    TO WS-STATUS-TEXT
               WHEN 'D'  MOVE 'DENIED'      TO WS-STATUS-TEXT
               WHEN 'T'  MOVE 'POSTED'      TO WS-STATUS-TEXT
           END-EVALUATE.
      *-----------------------------------------------------------------
       160-CHECK-PROPOSAL.
           MOVE 'N' TO WS-VALID
           MOVE SPACES TO WS-MSG
           IF WS-RAT-1 EQUAL SPACES AND WS-RAT-2 EQUAL SPACES
               AND WS-RAT-3 EQUAL SPACES
               MOVE 'Y' TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEPT TO DPT-CODE
           READ ISAM-DPT-IN
               INVALID KEY
                   MOVE 'DEPARTMENT NOT ON DEPT-ISAM' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF WS-EFF-SEM EQUAL SPACES OR WS-EFF-YR NOT NUMERIC
               MOVE 'EFFECTIVE SEM/YR REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE EQUAL 'R'
               PERFORM 170-CHECK-REQUIREMENT
               EXIT PARAGRAPH
           END-IF
      *    the department answers for the courses of its own subjects
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SUBJ-IX FROM 1 BY 1
               UNTIL WS-SUBJ-IX GREATER THAN 10
               IF DPT-SUBJ (WS-SUBJ-IX) EQUAL WS-SUBJ
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND EQUAL 'N'
               MOVE 'SUBJECT NOT OWNED BY DEPARTMENT' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE EQUAL 'I'
               MOVE 'Y' TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-TITLE EQUAL SPACES
               MOVE 'TITLE REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-CREDITS NOT NUMERIC
               MOVE 'CREDIT MUST BE NUMERIC' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 180-CHECK-RANGE
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 190-CHECK-LEVEL
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PREREQ NOT EQUAL SPACES
               MOVE WS-SUBJ   TO ISAM-IO-SUBJ
               MOVE WS-PREREQ TO ISAM-IO-CRSE
               READ ISAM-COURSE-IN
                   INVALID KEY
                       MOVE 'PREREQ NOT ON COURSE-MASTER' TO WS-MSG
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE 'Y' TO WS-VALID.
      *-----------------------------------------------------------------
       170-CHECK-REQUIREMENT.
           IF WS-REQ-MAJOR EQUAL SPACES OR WS-REQ-SEQ EQUAL SPACES
               MOVE 'REQUIREMENT MAJOR AND SEQ REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-ACTION NOT EQUAL 'A' AND NOT EQUAL 'C'
               AND NOT EQUAL 'D'
               MOVE 'ACTION MUST BE A, C OR D' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-MAJOR TO REQ-IO-MAJOR
           MOVE WS-REQ-SEQ   TO REQ-IO-SEQ
           READ ISAM-REQ-IN
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           IF WS-REQ-ACTION EQUAL 'A' AND WS-FOUND EQUAL 'Y'
               MOVE 'REQUIREMENT ALREADY ON FILE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-ACTION NOT EQUAL 'A' AND WS-FOUND EQUAL 'N'
               MOVE 'REQUIREMENT NOT ON FILE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-ACTION EQUAL 'D'
               MOVE 'Y' TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE 'COURSE NOT ON COURSE-MASTER' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF WS-CREDITS NOT NUMERIC
               MOVE 'CREDIT MUST BE NUMERIC' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-VALID.
      *-----------------------------------------------------------------
       180-CHECK-RANGE.
      *    same rule COURSE-CHANGE holds the catalog to - both blank
      *    is a fixed-credit course
           IF WS-CR-MIN EQUAL SPACES AND WS-CR-MAX EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-MIN NOT NUMERIC OR WS-CR-MAX NOT NUMERIC
               MOVE 'CREDIT RANGE NOT VALID' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-MIN NOT LESS THAN WS-CR-MAX
               OR WS-CREDITS LESS THAN WS-CR-MIN
               OR WS-CREDITS GREATER THAN WS-CR-MAX
               MOVE 'CREDIT RANGE NOT VALID' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       190-CHECK-LEVEL.
      *    same rule COURSE-ADD holds the catalog to - left blank, a
      *    course numbered 5000 and up is graduate, anything else
      *    undergraduate
           IF WS-LEVEL EQUAL 'u'
               MOVE 'U' TO WS-LEVEL
           END-IF
           IF WS-LEVEL EQUAL 'g'
               MOVE 'G' TO WS-LEVEL
           END-IF
           IF WS-LEVEL EQUAL SPACE
               IF WS-CRSE (1:1) NUMERIC
                   AND WS-CRSE (1:1) NOT LESS THAN '5'
                   MOVE 'G' TO WS-LEVEL
               ELSE
                   MOVE 'U' TO WS-LEVEL
               END-IF
           END-IF
           IF WS-LEVEL NOT EQUAL 'U' AND NOT EQUAL 'G'
               MOVE 'LEVEL MUST BE U OR G' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-PROPOSAL.
           IF WS-RAT-1 EQUAL SPACES AND WS-RAT-2 EQUAL SPACES
               AND WS-RAT-3 EQUAL SPACES
               IF WS-ON-FILE EQUAL 'Y'
                   MOVE WS-PRP-ID TO PRP-ID
                   DELETE ISAM-PRP-IO
                       INVALID KEY
                           MOVE 'UNABLE TO WITHDRAW' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'PROPOSAL WITHDRAWN' TO WS-MSG
                   END-DELETE
               ELSE
                   MOVE 'NO RATIONALE - NOT SUBMITTED' TO WS-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ON-FILE EQUAL 'Y'
               MOVE WS-PRP-ID   TO PRP-ID
               MOVE WS-PRP-DATA TO PRP-DATA
               REWRITE PRP-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'PROPOSAL CHANGED' TO WS-MSG
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-NEXT-ID
           MOVE WS-USER     TO WS-SUBMIT-USER
           MOVE WS-DATE     TO WS-SUBMIT-DATE
           MOVE SPACES      TO WS-STEPS
           MOVE WS-PRP-ID   TO PRP-ID
           MOVE WS-PRP-DATA TO PRP-DATA
           WRITE PRP-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO ADD' TO WS-MSG
               NOT INVALID KEY
                   STRING 'PROPOSAL ' WS-PRP-ID ' SUBMITTED'
                       DELIMITED BY SIZE INTO WS-MSG
           END-WRITE.
      *-----------------------------------------------------------------
       210-NEXT-ID.
      *    numbered the way STUDENT-ADD numbers students - the last
      *    number used is kept in a one-line file
           OPEN I-O PRP-LAST-ID
           IF WS-LID-STAT NOT EQUAL '00'
               OPEN OUTPUT PRP-LAST-ID
               MOVE ZEROS TO PRP-LAST
               WRITE PRP-LAST
               CLOSE PRP-LAST-ID
               OPEN I-O PRP-LAST-ID
           END-IF
           READ PRP-LAST-ID
               AT END
                   MOVE ZEROS TO PRP-LAST
           END-READ
           ADD 1 TO PRP-LAST
           MOVE PRP-LAST TO WS-PRP-ID
           REWRITE PRP-LAST
           CLOSE PRP-LAST-ID.
