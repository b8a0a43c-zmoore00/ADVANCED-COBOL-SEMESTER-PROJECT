      ******************************************************************
      *PROGRAM : DESC-MAINT.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Course description maintenance - one                  *
      *          COURSE-DESC-ISAM.DAT row per SUBJ/CRSE and catalog    *
      *          version (the effective SEM/YR, the same versioning    *
      *          COURSE-HIST-ISAM uses) carrying up to six lines of    *
      *          description, lecture and lab contact hours, the       *
      *          repeatability note and the grading basis text -       *
      *          a new version starts from the one before it -         *
      *          CATALOG-PRINT prints the catalog from this file -     *
      *          blank description deletes                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESC-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-CDS-IO ASSIGN TO
                              "../COURSE-DESC-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CDS-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-COURSE-IN ASSIGN TO "../COURSE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-CRSE-KEY
                               FILE STATUS   IS WS-STAT2.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-CDS-IO.
       01  CDS-REC-IO.
           03  CDS-KEY.
               05  CDS-SUBJ       PIC X(5).
               05  CDS-CRSE       PIC X(6).
               05  CDS-CAT-YR     PIC X(4).
               05  CDS-CAT-SEM    PIC X(2).
           03  CDS-DATA.
               05  CDS-LINE       PIC X(60) OCCURS 6 TIMES.
               05  CDS-LEC-HRS    PIC 9(2).
               05  CDS-LAB-HRS    PIC 9(2).
               05  CDS-REPEAT     PIC X(40).
               05  CDS-GRADING    PIC X(30).

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
           05  FILLER              PIC X(27)            VALUE SPACE.
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
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-ON-FILE              PIC X       VALUE 'N'.
           03  WS-COURSE-OK            PIC X       VALUE 'N'.
           03  CDS-EOF-FLAG            PIC X       VALUE SPACES.
               88 CDS-EOF    VALUE '1'.
           03  WS-ORD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-ORD-YR               PIC X(4)    VALUE SPACES.
           03  WS-ORD-YR-NUM           PIC 9(4)    VALUE ZEROS.
           03  WS-ORD-NUM              PIC 9       VALUE ZERO.
           03  WS-TERM-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-NEW-KEY              PIC 9(5)    VALUE ZEROS.
           03  WS-BEST-KEY             PIC 9(5)    VALUE ZEROS.

       01  WS-KEY.
           03  WS-SUBJ         PIC X(5)    VALUE SPACES.
           03  WS-CRSE         PIC X(6)    VALUE SPACES.
           03  WS-CAT-YR       PIC X(4)    VALUE SPACES.
           03  WS-CAT-SEM      PIC X(2)    VALUE SPACES.

      *    laid out byte for byte like the data part of the record
       01  WS-DATA.
           03  WS-LINE-1       PIC X(60)   VALUE SPACES.
           03  WS-LINE-2       PIC X(60)   VALUE SPACES.
           03  WS-LINE-3       PIC X(60)   VALUE SPACES.
           03  WS-LINE-4       PIC X(60)   VALUE SPACES.
           03  WS-LINE-5       PIC X(60)   VALUE SPACES.
           03  WS-LINE-6       PIC X(60)   VALUE SPACES.
           03  WS-LEC-HRS      PIC 9(2)    VALUE ZEROS.
           03  WS-LAB-HRS      PIC 9(2)    VALUE ZEROS.
           03  WS-REPEAT       PIC X(40)   VALUE SPACES.
           03  WS-GRADING      PIC X(30)   VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE "DESC-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.
           03  LINE 03 COL 26 VALUE "COURSE DESCRIPTION MAINT".

       01  SCRN-CDS-REQ.
           03  LINE 05 COL 10             VALUE '         COURSE:'.
           03  LINE 05 COL 27 PIC X(5)  TO WS-SUBJ AUTO.
           03  LINE 05 COL 33 PIC X(6)  TO WS-CRSE AUTO.
           03  LINE 06 COL 10             VALUE 'CATALOG SEM/YR:'.
           03  LINE 06 COL 27 PIC X(2)  TO WS-CAT-SEM AUTO.
           03  LINE 06 COL 29 VALUE '/'.
           03  LINE 06 COL 30 PIC X(4)  TO WS-CAT-YR AUTO.
           03  LINE 05 COL 41 PIC X(30) FROM ISAM-IO-TITLE.
           03  LINE 20 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-CDS-DATA.
           03  LINE 08 COL 5  VALUE 'DESCRIPTION:'.
           03  LINE 09 COL 5  PIC X(60) USING WS-LINE-1.
           03  LINE 10 COL 5  PIC X(60) USING WS-LINE-2.
           03  LINE 11 COL 5  PIC X(60) USING WS-LINE-3.
           03  LINE 12 COL 5  PIC X(60) USING WS-LINE-4.
           03  LINE 13 COL 5  PIC X(60) USING WS-LINE-5.
           03  LINE 14 COL 5  PIC X(60) USING WS-LINE-6.
           03  LINE 15 COL 5  VALUE '(BLANK DESCRIPTION DELETES)'.
           03  LINE 16 COL 5  VALUE 'CONTACT HOURS  LECTURE:'.
           03  LINE 16 COL 29 PIC 9(2)  USING WS-LEC-HRS AUTO.
           03  LINE 16 COL 33 VALUE 'LAB:'.
           03  LINE 16 COL 38 PIC 9(2)  USING WS-LAB-HRS AUTO.
           03  LINE 17 COL 5  VALUE '  REPEATABILITY:'.
           03  LINE 17 COL 22 PIC X(40) USING WS-REPEAT.
           03  LINE 18 COL 5  VALUE '  GRADING BASIS:'.
           03  LINE 18 COL 22 PIC X(30) USING WS-GRADING.

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

           OPEN I-O ISAM-CDS-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-CDS-IO
               CLOSE ISAM-CDS-IO
               OPEN I-O ISAM-CDS-IO
           END-IF
           OPEN INPUT ISAM-COURSE-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO ISAM-IO-TITLE
               DISPLAY SCR-TITLE
               DISPLAY SCRN-CDS-REQ
               ACCEPT  SCRN-CDS-REQ
               PERFORM 100-LOAD-DESC
               IF WS-COURSE-OK EQUAL 'Y'
                   DISPLAY SCRN-CDS-REQ
                   DISPLAY SCRN-CDS-DATA
                   ACCEPT  SCRN-CDS-DATA
                   PERFORM 200-APPLY-DESC
               END-IF
               DISPLAY SCRN-CDS-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-CDS-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-CDS-IO.
           CLOSE ISAM-COURSE-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       100-LOAD-DESC.
           MOVE 'N' TO WS-COURSE-OK
           MOVE 'N' TO WS-ON-FILE
           INITIALIZE WS-DATA
           MOVE WS-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               INVALID KEY
                   MOVE 'COURSE NOT ON COURSE-MASTER' TO WS-MSG
                   EXIT PARAGRAPH
           END-READ
           IF WS-CAT-SEM EQUAL SPACES OR WS-CAT-YR EQUAL SPACES
               MOVE 'CATALOG SEM/YR REQUIRED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-COURSE-OK
           MOVE WS-KEY TO CDS-KEY
           READ ISAM-CDS-IO
               INVALID KEY
                   PERFORM 110-COPY-PRIOR-VERSION
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE CDS-DATA TO WS-DATA
                   MOVE 'DESCRIPTION ON FILE' TO WS-MSG
           END-READ.
      *-----------------------------------------------------------------
       110-COPY-PRIOR-VERSION.
      *    a new catalog version opens with the text of the latest
      *    version before it so only the changes need typing - the
      *    file runs in alphabetical term order, so the latest is the
      *    highest term key below the new one rather than the last row
           MOVE 'NEW CATALOG VERSION' TO WS-MSG
           MOVE WS-CAT-SEM TO WS-ORD-SEM
           MOVE WS-CAT-YR  TO WS-ORD-YR
           PERFORM 120-TERM-KEY
           MOVE WS-TERM-KEY TO WS-NEW-KEY
           MOVE ZEROS TO WS-BEST-KEY
           MOVE WS-SUBJ    TO CDS-SUBJ
           MOVE WS-CRSE    TO CDS-CRSE
           MOVE LOW-VALUES TO CDS-CAT-YR
           MOVE LOW-VALUES TO CDS-CAT-SEM
           START ISAM-CDS-IO KEY IS NOT LESS THAN CDS-KEY
               INVALID KEY
                   MOVE 1 TO CDS-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CDS-EOF-FLAG
           END-START
           PERFORM UNTIL CDS-EOF
               READ ISAM-CDS-IO NEXT RECORD
                   AT END
                       MOVE 1 TO CDS-EOF-FLAG
                   NOT AT END
                       IF CDS-SUBJ NOT EQUAL WS-SUBJ
                           OR CDS-CRSE NOT EQUAL WS-CRSE
                           MOVE 1 TO CDS-EOF-FLAG
                       ELSE
                           MOVE CDS-CAT-SEM TO WS-ORD-SEM
                           MOVE CDS-CAT-YR  TO WS-ORD-YR
                           PERFORM 120-TERM-KEY
                           IF WS-TERM-KEY LESS THAN WS-NEW-KEY
                               AND WS-TERM-KEY NOT LESS THAN
                                   WS-BEST-KEY
                               MOVE WS-TERM-KEY TO WS-BEST-KEY
                               MOVE CDS-DATA TO WS-DATA
                               MOVE 'NEW VERSION - COPIED FROM PRIOR'
                                   TO WS-MSG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       120-TERM-KEY.
      *    terms within a year run spring, summer, fall - year * 10
      *    plus the term's ordinal lets two terms compare as numbers,
      *    where a raw alphabetical SEM compare would put fall first
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE
           MOVE ZEROS TO WS-TERM-KEY
           IF WS-ORD-YR NUMERIC
               MOVE WS-ORD-YR TO WS-ORD-YR-NUM
               COMPUTE WS-TERM-KEY = WS-ORD-YR-NUM * 10 + WS-ORD-NUM
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-DESC.
           MOVE WS-KEY TO CDS-KEY
           IF WS-LINE-1 EQUAL SPACES AND WS-LINE-2 EQUAL SPACES
               AND WS-LINE-3 EQUAL SPACES AND WS-LINE-4 EQUAL SPACES
               AND WS-LINE-5 EQUAL SPACES AND WS-LINE-6 EQUAL SPACES
               IF WS-ON-FILE EQUAL 'Y'
                   DELETE ISAM-CDS-IO
                       INVALID KEY
                           MOVE 'UNABLE TO DELETE' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'DESCRIPTION DELETED' TO WS-MSG
                   END-DELETE
               ELSE
                   MOVE 'NOTHING ENTERED - NOT ADDED' TO WS-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA TO CDS-DATA
           IF WS-ON-FILE EQUAL 'Y'
               REWRITE CDS-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'DESCRIPTION CHANGED' TO WS-MSG
               END-REWRITE
           ELSE
               WRITE CDS-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO ADD' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'DESCRIPTION ADDED' TO WS-MSG
               END-WRITE
           END-IF.
