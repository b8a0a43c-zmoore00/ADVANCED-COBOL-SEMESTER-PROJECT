      ******************************************************************
      *PROGRAM : DECLARE-MAINT.CBL                                     *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Declared programs maintenance - adds, changes or      *
      *          drops a student's second major (type S, slot 1) or    *
      *          minors (type N, slots 1-2) on DECLARED-ISAM.DAT with  *
      *          an effective SEM/YR - codes are validated against     *
      *          MAJOR-MASTER.DAT - every change is recorded old and   *
      *          new on DECL-HIST-ISAM.DAT the way MAJOR-CHANGE keeps  *
      *          MAJOR-HIST-ISAM.DAT, and written to the audit log -   *
      *          the primary major (type P) stays with MAJOR-CHANGE    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARE-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-MAJ-IN ASSIGN TO "../MAJOR-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJ-CODE
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-DCL-IO ASSIGN TO "../DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DCL-KEY
                               ALTERNATE KEY IS DCL-PROGRAM
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-DCL-STAT.

           SELECT OPTIONAL ISAM-DCH-IO ASSIGN TO
                               "../DECL-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DCH-KEY
                               FILE STATUS   IS WS-DCH-STAT.

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

       FD  ISAM-MAJ-IN.
       01  MAJ-REC-IN.
           03  MAJ-CODE            PIC X(6).
           03  MAJ-TITLE           PIC X(30).
           03  MAJ-DEPT            PIC X(20).

       FD  ISAM-DCL-IO.
       01  DCL-REC-IO.
           03  DCL-KEY.
               05  DCL-STUD-ID    PIC 9(6).
               05  DCL-TYPE       PIC X.
               05  DCL-SLOT       PIC 9.
           03  DCL-PROGRAM        PIC X(20).
           03  DCL-EFF-SEM        PIC X(2).
           03  DCL-EFF-YR         PIC X(4).
           03  DCL-DATE           PIC X(8).
           03  DCL-USER           PIC X(20).

       FD  ISAM-DCH-IO.
       01  DCH-REC-IO.
           03  DCH-KEY.
               05  DCH-STUD-ID    PIC 9(6).
               05  DCH-SEQ        PIC 9(3).
           03  DCH-TYPE           PIC X.
           03  DCH-SLOT           PIC 9.
           03  DCH-OLD-PROGRAM    PIC X(20).
           03  DCH-NEW-PROGRAM    PIC X(20).
           03  DCH-EFF-SEM        PIC X(2).
           03  DCH-EFF-YR         PIC X(4).
           03  DCH-DATE           PIC X(8).
           03  DCH-USER           PIC X(20).

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
           03  WS-DCL-STAT             PIC XX      VALUE SPACES.
           03  WS-DCH-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-OLD-PROGRAM          PIC X(20)   VALUE SPACES.
           03  WS-NEW-PROGRAM          PIC X(20)   VALUE SPACES.
           03  WS-NEXT-SEQ             PIC 9(3)    VALUE ZEROS.
           03  WS-DUP-FOUND            PIC X       VALUE 'N'.
           03  WS-ACTION               PIC X(7)    VALUE SPACES.
           03  DCL-EOF-FLAG            PIC X       VALUE SPACES.
               88 DCL-EOF    VALUE '1'.
           03  DCH-EOF-FLAG            PIC X       VALUE SPACES.
               88 DCH-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-TYPE         PIC X       VALUE SPACE.
           03  WS-SLOT         PIC 9       VALUE ZERO.
           03  WS-NEW-CODE     PIC X(6)    VALUE SPACES.
           03  WS-EFF-SEM      PIC X(2)    VALUE SPACES.
           03  WS-EFF-YR       PIC X(4)    VALUE SPACES.

      *    what is on file now, shown before the change is keyed
       01  WS-ON-FILE.
           03  WS-PRIMARY      PIC X(20)   VALUE SPACES.
           03  WS-SECOND       PIC X(20)   VALUE SPACES.
           03  WS-MINOR-1      PIC X(20)   VALUE SPACES.
           03  WS-MINOR-2      PIC X(20)   VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 05 COL 25 VALUE "DECLARED MAJORS AND MINORS".
           03  LINE 1  COL 1  VALUE "DECLARE-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-ID-REQ.
           03  LINE 07 COL 25             VALUE 'STUDENT ID:'.
           03  LINE 07 COL 48 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ON-FILE.
           03  LINE 08 COL 25     VALUE 'PRIMARY MAJOR:'.
           03  LINE 08 COL 48 PIC X(20) FROM WS-PRIMARY.
           03  LINE 09 COL 25     VALUE 'SECOND MAJOR (S1):'.
           03  LINE 09 COL 48 PIC X(20) FROM WS-SECOND.
           03  LINE 10 COL 25     VALUE 'MINOR (N1):'.
           03  LINE 10 COL 48 PIC X(20) FROM WS-MINOR-1.
           03  LINE 11 COL 25     VALUE 'MINOR (N2):'.
           03  LINE 11 COL 48 PIC X(20) FROM WS-MINOR-2.

       01  SCRN-CHG-REQ.
           03  LINE 12 COL 25     VALUE 'TYPE/SLOT (S1 N1 N2):'.
           03  LINE 12 COL 48 PIC X     TO WS-TYPE AUTO.
           03  LINE 12 COL 49 PIC 9     TO WS-SLOT AUTO.
           03  LINE 13 COL 25     VALUE 'CODE (BLANK DROPS):'.
           03  LINE 13 COL 48 PIC X(6)  TO WS-NEW-CODE AUTO.
           03  LINE 14 COL 25     VALUE 'EFFECTIVE SEM/YR:'.
           03  LINE 14 COL 48 PIC X(2)  TO WS-EFF-SEM AUTO.
           03  LINE 14 COL 50 VALUE '/'.
           03  LINE 14 COL 51 PIC X(4)  TO WS-EFF-YR AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

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
           OPEN INPUT ISAM-MAJ-IN.
           OPEN I-O ISAM-DCL-IO
           IF WS-DCL-STAT EQUAL '35'
               OPEN OUTPUT ISAM-DCL-IO
               CLOSE ISAM-DCL-IO
               OPEN I-O ISAM-DCL-IO
           END-IF
           OPEN I-O ISAM-DCH-IO
           IF WS-DCH-STAT EQUAL '35'
               OPEN OUTPUT ISAM-DCH-IO
               CLOSE ISAM-DCH-IO
               OPEN I-O ISAM-DCH-IO
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
               MOVE SPACES TO WS-ON-FILE
               MOVE SPACES TO WS-TYPE
               MOVE ZERO   TO WS-SLOT
               MOVE SPACES TO WS-NEW-CODE
               MOVE SPACES TO WS-EFF-SEM
               MOVE SPACES TO WS-EFF-YR
               DISPLAY SCR-TITLE
               DISPLAY SCRN-ID-REQ
               ACCEPT  SCRN-ID-REQ
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IN
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 150-LOAD-ON-FILE
                       DISPLAY SCRN-ON-FILE
                       DISPLAY SCRN-CHG-REQ
                       ACCEPT  SCRN-CHG-REQ
                       PERFORM 200-CHANGE-DECLARED
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
           CLOSE ISAM-MAJ-IN.
           CLOSE ISAM-DCL-IO.
           CLOSE ISAM-DCH-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-LOAD-ON-FILE.
           MOVE ISAM-STUD-MAJOR TO WS-PRIMARY
           MOVE WS-STU-ID  TO DCL-STUD-ID
           MOVE LOW-VALUES TO DCL-TYPE
           MOVE ZERO       TO DCL-SLOT
           START ISAM-DCL-IO KEY IS NOT LESS THAN DCL-KEY
               INVALID KEY
                   MOVE 1 TO DCL-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DCL-EOF-FLAG
           END-START
           PERFORM UNTIL DCL-EOF
               READ ISAM-DCL-IO NEXT RECORD
                   AT END
                       MOVE 1 TO DCL-EOF-FLAG
                   NOT AT END
                       IF DCL-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO DCL-EOF-FLAG
                       ELSE
                           EVALUATE TRUE
                               WHEN DCL-TYPE EQUAL 'S'
                                   MOVE DCL-PROGRAM TO WS-SECOND
                               WHEN DCL-TYPE EQUAL 'N'
                                   AND DCL-SLOT EQUAL 1
                                   MOVE DCL-PROGRAM TO WS-MINOR-1
                               WHEN DCL-TYPE EQUAL 'N'
                                   AND DCL-SLOT EQUAL 2
                                   MOVE DCL-PROGRAM TO WS-MINOR-2
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       200-CHANGE-DECLARED.
           MOVE FUNCTION UPPER-CASE (WS-TYPE) TO WS-TYPE
           IF NOT ((WS-TYPE EQUAL 'S' AND WS-SLOT EQUAL 1)
               OR (WS-TYPE EQUAL 'N'
                   AND (WS-SLOT EQUAL 1 OR WS-SLOT EQUAL 2)))
               MOVE 'TYPE/SLOT MUST BE S1, N1 OR N2' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-SEM EQUAL SPACES OR WS-EFF-YR EQUAL SPACES
               MOVE 'EFFECTIVE SEM/YR REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-PROGRAM
           IF WS-NEW-CODE NOT EQUAL SPACES
               MOVE WS-NEW-CODE TO MAJ-CODE
               READ ISAM-MAJ-IN
                   INVALID KEY
                       MOVE 'CODE NOT ON MAJOR-MASTER' TO WS-MSG
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-NEW-CODE TO WS-NEW-PROGRAM (1:6)
      *        a program is declared once - not as the primary major
      *        and not in two slots
               MOVE 'N' TO WS-DUP-FOUND
               IF WS-NEW-PROGRAM EQUAL WS-PRIMARY
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
               IF WS-NEW-PROGRAM EQUAL WS-SECOND
                   AND NOT (WS-TYPE EQUAL 'S')
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
               IF WS-NEW-PROGRAM EQUAL WS-MINOR-1
                   AND NOT (WS-TYPE EQUAL 'N' AND WS-SLOT EQUAL 1)
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
               IF WS-NEW-PROGRAM EQUAL WS-MINOR-2
                   AND NOT (WS-TYPE EQUAL 'N' AND WS-SLOT EQUAL 2)
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
               IF WS-DUP-FOUND EQUAL 'Y'
                   MOVE 'ALREADY DECLARED FOR THIS STUDENT' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-STU-ID TO DCL-STUD-ID
           MOVE WS-TYPE   TO DCL-TYPE
           MOVE WS-SLOT   TO DCL-SLOT
           READ ISAM-DCL-IO
               INVALID KEY
                   MOVE SPACES TO WS-OLD-PROGRAM
               NOT INVALID KEY
                   MOVE DCL-PROGRAM TO WS-OLD-PROGRAM
           END-READ
           IF WS-OLD-PROGRAM EQUAL WS-NEW-PROGRAM
               MOVE 'NO CHANGE' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STU-ID      TO DCL-STUD-ID
           MOVE WS-TYPE        TO DCL-TYPE
           MOVE WS-SLOT        TO DCL-SLOT
           MOVE WS-NEW-PROGRAM TO DCL-PROGRAM
           MOVE WS-EFF-SEM     TO DCL-EFF-SEM
           MOVE WS-EFF-YR      TO DCL-EFF-YR
           MOVE WS-NOW-DATE    TO DCL-DATE
           MOVE WS-AUDIT-USER  TO DCL-USER
           EVALUATE TRUE
               WHEN WS-OLD-PROGRAM EQUAL SPACES
                   MOVE 'ADDED' TO WS-ACTION
                   WRITE DCL-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO ADD' TO WS-MSG
                           EXIT PARAGRAPH
                   END-WRITE
               WHEN WS-NEW-PROGRAM EQUAL SPACES
                   MOVE 'DROPPED' TO WS-ACTION
                   DELETE ISAM-DCL-IO
                       INVALID KEY
                           MOVE 'UNABLE TO DROP' TO WS-MSG
                           EXIT PARAGRAPH
                   END-DELETE
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-ACTION
                   REWRITE DCL-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE' TO WS-MSG
                           EXIT PARAGRAPH
                   END-REWRITE
           END-EVALUATE

           PERFORM 300-FIND-NEXT-SEQ
           PERFORM 400-WRITE-HISTORY
           PERFORM 500-WRITE-AUDIT
           STRING 'DECLARED PROGRAM ' WS-ACTION DELIMITED BY SIZE
               INTO WS-MSG.
      *-----------------------------------------------------------------
       300-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-NEXT-SEQ
           MOVE WS-STU-ID TO DCH-STUD-ID
           MOVE ZEROS     TO DCH-SEQ
           START ISAM-DCH-IO KEY IS NOT LESS THAN DCH-KEY
               INVALID KEY
                   MOVE 1 TO DCH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DCH-EOF-FLAG
           END-START
           PERFORM UNTIL DCH-EOF
               READ ISAM-DCH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO DCH-EOF-FLAG
                   NOT AT END
                       IF DCH-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO DCH-EOF-FLAG
                       ELSE
                           MOVE DCH-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.
      *-----------------------------------------------------------------
       400-WRITE-HISTORY.
           MOVE WS-STU-ID      TO DCH-STUD-ID
           MOVE WS-NEXT-SEQ    TO DCH-SEQ
           MOVE WS-TYPE        TO DCH-TYPE
           MOVE WS-SLOT        TO DCH-SLOT
           MOVE WS-OLD-PROGRAM TO DCH-OLD-PROGRAM
           MOVE WS-NEW-PROGRAM TO DCH-NEW-PROGRAM
           MOVE WS-EFF-SEM     TO DCH-EFF-SEM
           MOVE WS-EFF-YR      TO DCH-EFF-YR
           MOVE WS-NOW-DATE    TO DCH-DATE
           MOVE WS-AUDIT-USER  TO DCH-USER
           WRITE DCH-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'DECLARE-MAINT'            TO AUD-PROGRAM
           MOVE ISAM-STUD-KEY              TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'DECLARED ' WS-TYPE WS-SLOT ' ' WS-OLD-PROGRAM
               INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'DECLARED ' WS-TYPE WS-SLOT ' ' WS-NEW-PROGRAM
               ' EFF ' WS-EFF-SEM '/' WS-EFF-YR INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
