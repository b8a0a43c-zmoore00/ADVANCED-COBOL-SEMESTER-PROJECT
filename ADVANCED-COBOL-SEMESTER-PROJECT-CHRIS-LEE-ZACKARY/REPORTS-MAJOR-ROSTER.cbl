      *DATE    : 9/22/2015                                             *
      *ABSTRACT: This program rosters students grouped by MAJOR, with  *
      *          a student count subtotal per major and a grand total  *
      *          - a roster by minor or second major comes off the     *
      *          programs declared on DECLARED-ISAM.DAT                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTS-MAJOR-ROSTER INITIAL PROGRAM.
                               RECORD KEY    IS MJH-KEY
                               FILE STATUS   IS WS-MJH-STAT.

           SELECT OPTIONAL ISAM-DCL-IN ASSIGN TO "../DECLARED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DCL-KEY
                               ALTERNATE KEY IS DCL-PROGRAM
                                  WITH DUPLICATES
                               FILE STATUS   IS WS-DCL-STAT.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.
       FD  ISAM-MAJ-IN.
       01  MAJ-REC-IN.
           03  MAJ-CODE            PIC X(6).
           03  MJH-DATE           PIC X(8).
           03  MJH-USER           PIC X(20).

       FD  ISAM-DCL-IN.
       01  DCL-REC-IN.
           03  DCL-KEY.
               05  DCL-STUD-ID    PIC 9(6).
               05  DCL-TYPE       PIC X.
               05  DCL-SLOT       PIC 9.
           03  DCL-PROGRAM        PIC X(20).
           03  DCL-EFF-SEM        PIC X(2).
           03  DCL-EFF-YR         PIC X(4).
           03  DCL-DATE           PIC X(8).
           03  DCL-USER           PIC X(20).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
               88 MJH-EOF    VALUE '1'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  WS-DCL-STAT             PIC XX      VALUE SPACES.
           03  WS-ROSTER-BY            PIC X       VALUE 'M'.
           03  WS-HEAD-LABEL           PIC X(7)    VALUE 'MAJOR: '.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 08 COL 40 PIC X(6) TO WS-ASOF-MAJOR AUTO.
           03  LINE 09 COL 10
               VALUE '(BLANK TERM ROSTERS CURRENT MAJORS)'.
           03  LINE 10 COL 10
               VALUE 'ROSTER BY (M)AJOR (S)ECOND MAJOR (N) MINOR:'.
           03  LINE 10 COL 54 PIC X TO WS-ROSTER-BY AUTO.

       01  SCRN-DONE.
           03  LINE 23 COL 35 VALUE 'PRESS ENTER TO EXIT'.
           OPEN INPUT ISAM-STUD-IO.
           OPEN INPUT ISAM-MAJ-IN.
           OPEN INPUT ISAM-MJH-IN.
           OPEN INPUT ISAM-DCL-IN.

           DISPLAY BLANK-SCREEN
           DISPLAY SCR-TITLE
               AT LINE 12 COL 10

           MOVE 13 TO Y
           MOVE FUNCTION UPPER-CASE (WS-ROSTER-BY) TO WS-ROSTER-BY
           EVALUATE TRUE
               WHEN WS-ROSTER-BY EQUAL 'N' OR WS-ROSTER-BY EQUAL 'S'
                   PERFORM 800-LIST-DECLARED-ROSTER
                   IF WS-CUR-MAJOR NOT EQUAL SPACES
                       PERFORM 300-PRINT-MAJOR-SUBTOTAL
                   END-IF
               WHEN WS-ASOF-YR EQUAL SPACES
                   PERFORM 200-LIST-ROSTER
                   IF WS-CUR-MAJOR NOT EQUAL SPACES
                       PERFORM 300-PRINT-MAJOR-SUBTOTAL
                   END-IF
               WHEN OTHER
      *            an as-of run answers what the roster of a major
      *            looked like in a past term using the MAJOR-CHANGE
      *            history
                   PERFORM 700-LIST-ASOF-ROSTER
           END-EVALUATE

           ADD 2 TO Y
           DISPLAY 'GRAND TOTAL STUDENTS:' AT LINE Y COL 26
               PERFORM 600-PAGE-BREAK
           END-IF
           IF WS-CUR-MAJOR EQUAL SPACES
               DISPLAY WS-HEAD-LABEL '(NOT ON FILE)' AT LINE Y COL 10
           ELSE
               MOVE WS-CUR-MAJOR (1:6) TO MAJ-CODE
               READ ISAM-MAJ-IN
                       CONTINUE
               END-READ
               IF MAJ-TITLE NOT EQUAL SPACES
                   DISPLAY WS-HEAD-LABEL WS-CUR-MAJOR (1:6) ' '
                       MAJ-TITLE AT LINE Y COL 10
               ELSE
                   DISPLAY WS-HEAD-LABEL WS-CUR-MAJOR AT LINE Y COL 10
               END-IF
           END-IF
           ADD 1 TO Y.
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
      *-----------------------------------------------------------------
       800-LIST-DECLARED-ROSTER.
      *    the declared-programs file is read in program order on its
      *    alternate key - a major code keyed on the screen limits the
      *    roster to that one minor or second major - with an as-of
      *    term only programs effective by then are listed
           IF WS-ROSTER-BY EQUAL 'N'
               MOVE 'MINOR: ' TO WS-HEAD-LABEL
           ELSE
               MOVE '2ND MJ:' TO WS-HEAD-LABEL
           END-IF
           MOVE WS-ASOF-SEM TO WS-ORD-SEM
           PERFORM 730-SEM-ORDINAL
           MOVE WS-ORD-NUM TO WS-ASOF-ORD
           MOVE LOW-VALUES TO DCL-PROGRAM
           IF WS-ASOF-MAJOR NOT EQUAL SPACES
               MOVE SPACES        TO DCL-PROGRAM
               MOVE WS-ASOF-MAJOR TO DCL-PROGRAM (1:6)
           END-IF
           START ISAM-DCL-IN KEY IS NOT LESS THAN DCL-PROGRAM
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-DCL-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF WS-ASOF-MAJOR NOT EQUAL SPACES
                           AND DCL-PROGRAM (1:6) NOT EQUAL
                               WS-ASOF-MAJOR
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           IF DCL-TYPE EQUAL WS-ROSTER-BY
                               PERFORM 810-LIST-ONE-DECLARED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       810-LIST-ONE-DECLARED.
           IF WS-ASOF-YR NOT EQUAL SPACES
               MOVE DCL-EFF-SEM TO WS-ORD-SEM
               PERFORM 730-SEM-ORDINAL
               MOVE WS-ORD-NUM TO WS-ROW-ORD
               IF DCL-EFF-YR GREATER THAN WS-ASOF-YR
                   OR (DCL-EFF-YR EQUAL WS-ASOF-YR
                       AND WS-ROW-ORD GREATER THAN WS-ASOF-ORD)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE DCL-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DCL-PROGRAM NOT EQUAL WS-CUR-MAJOR
               IF WS-CUR-MAJOR NOT EQUAL SPACES
                   PERFORM 300-PRINT-MAJOR-SUBTOTAL
               END-IF
               MOVE DCL-PROGRAM TO WS-CUR-MAJOR
               MOVE ZEROS TO WS-MAJOR-COUNT
               PERFORM 400-PRINT-MAJOR-HEADING
           END-IF
           PERFORM 500-PRINT-STUDENT-LINE.
