      *          instructor's credit hours over the base load on the   *
      *          contract table (INSTRUC-CONTRACT.TXT: id, base load,  *
      *          overload per-credit rate) and subtotals the pay by    *
      *          the department on INSTRUCTOR-MASTER - a team-taught   *
      *          section credits each instructor their percent share   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUC-OVERLOAD IS INITIAL PROGRAM.
                          RECORD KEY    IS ISAM-CRSE-KEY
                          FILE STATUS   IS WS-STAT3.

           SELECT OPTIONAL ISAM-SI-IN ASSIGN TO
                                   "../SECT-INSTR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SI-KEY
                               ALTERNATE KEY IS SI-ID-KEY=
                                   SI-INSTRUC-ID, SI-SEM, SI-YR
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-SI-STAT.

           SELECT CONTRACT-IN ASSIGN TO "../INSTRUC-CONTRACT.TXT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-CON-STAT.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(27)            VALUE SPACE.

       FD  ISAM-SI-IN.
       01  SI-REC-IN.
           03  SI-KEY.
               05  SI-SEM         PIC X(2).
               05  SI-YR          PIC X(4).
               05  SI-CRN         PIC X(6).
               05  SI-INSTRUC-ID  PIC 9(6).
           03  SI-PCT             PIC 9(3).
           03  SI-PRIMARY         PIC X.
           03  SI-INSTRUCTOR      PIC X(22).

       FD  CONTRACT-IN.
       01  CONTRACT-LINE-IN.
           03  CON-ID              PIC 9(6).
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  WS-SECT-COUNT           PIC 9(3)    VALUE ZEROS.
           03  WS-CREDIT-TOTAL         PIC 9(4)V9  VALUE ZEROS.
           03  WS-SHARE-PCT            PIC 9(3)    VALUE 100.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  SI-EOF-FLAG             PIC X       VALUE SPACES.
               88 SI-EOF     VALUE '1'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-CON-CNT              PIC 9(3)    VALUE ZEROS.
           03  WS-CON-IX               PIC 9(3)    VALUE ZEROS.
           03  WS-CON-FOUND            PIC X       VALUE 'N'.
           03  WS-BASE-LOAD            PIC 9(2)    VALUE ZEROS.
           03  WS-OVER-RATE            PIC 9(4)V99 VALUE ZEROS.
           03  WS-OVER-HOURS           PIC 9(3)V9  VALUE ZEROS.
           03  WS-OVER-PAY             PIC 9(7)V99 VALUE ZEROS.
           03  WS-GRAND-PAY            PIC 9(7)V99 VALUE ZEROS.
           03  WS-DEPT-CNT             PIC 9(2)    VALUE ZEROS.
       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRY       OCCURS 25 TIMES.
               05  WS-DT-NAME      PIC X(20).
               05  WS-DT-HOURS     PIC 9(5)V9.
               05  WS-DT-PAY       PIC 9(7)V99.

       01  WS-REC.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-NAME         PIC X(22).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-HOURS        PIC ZZ9.9.
           03  FILLER          PIC X(1)    VALUE SPACES.
           03  RD-BASE         PIC ZZ9.
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RD-OVER         PIC ZZ9.9.
           03  FILLER          PIC X(1)    VALUE SPACES.
           03  RD-RATE         PIC Z,ZZ9.99.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-PAY          PIC Z,ZZZ,ZZ9.99.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RDL-NAME        PIC X(20).
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  RDL-HOURS       PIC ZZ,ZZ9.9.
           03  FILLER          PIC X(4)    VALUE SPACES.
           03  RDL-PAY         PIC Z,ZZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
               OPEN INPUT ISAM-INSTRUC-IN
               OPEN INPUT ISAM-SCHED-IN
               OPEN INPUT ISAM-COURSE-IN
           OPEN INPUT ISAM-SI-IN
               OPEN OUTPUT REPORT-OUT
               MOVE WS-SEM       TO RH-SEM
               MOVE WS-YR        TO RH-YR
               CLOSE ISAM-INSTRUC-IN
               CLOSE ISAM-SCHED-IN
               CLOSE ISAM-COURSE-IN
               CLOSE ISAM-SI-IN
               CLOSE REPORT-OUT
               MOVE 'REPORT WRITTEN TO OVERLOAD-PAY.RPT' TO WS-MSG
               DISPLAY SCRN-SEM-REQ
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ
           PERFORM 330-CO-TAUGHT-LOAD.
      *-----------------------------------------------------------------
       310-TALLY-ONE-SECTION.
           ADD 1 TO WS-SECT-COUNT
           PERFORM 320-FIND-SHARE
           PERFORM 315-ADD-CREDITS.
      *-----------------------------------------------------------------
       315-ADD-CREDITS.
           MOVE SUBJ TO ISAM-IO-SUBJ
           MOVE CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
               NOT INVALID KEY
                   MOVE ZEROS TO WS-CREDITS-NUM
                   MOVE ISAM-IO-CREDITS TO WS-CREDITS-NUM
                   COMPUTE WS-CREDIT-TOTAL ROUNDED = WS-CREDIT-TOTAL
                       + WS-CREDITS-NUM * WS-SHARE-PCT / 100
           END-READ.
      *-----------------------------------------------------------------
       320-FIND-SHARE.
      *    a team-taught section splits its credits by the percents on
      *    the section-instructor file - with no row the schedule's
      *    instructor carries the whole section
           MOVE 100 TO WS-SHARE-PCT
           MOVE SEMESTER   TO SI-SEM
           MOVE YEAR       TO SI-YR
           MOVE CRN        TO SI-CRN
           MOVE ISAM-IO-ID TO SI-INSTRUC-ID
           READ ISAM-SI-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SI-PCT TO WS-SHARE-PCT
           END-READ.
      *-----------------------------------------------------------------
       330-CO-TAUGHT-LOAD.
      *    sections the instructor co-teaches under another primary
      *    sit on the section-instructor file only
           MOVE ISAM-IO-ID TO SI-INSTRUC-ID
           MOVE WS-SEM     TO SI-SEM
           MOVE WS-YR      TO SI-YR
           START ISAM-SI-IN KEY IS NOT LESS THAN SI-ID-KEY
               INVALID KEY
                   MOVE 1 TO SI-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SI-EOF-FLAG
           END-START
           PERFORM UNTIL SI-EOF
               READ ISAM-SI-IN NEXT RECORD
                   AT END
                       MOVE 1 TO SI-EOF-FLAG
                   NOT AT END
                       IF SI-INSTRUC-ID NOT EQUAL ISAM-IO-ID
                           OR SI-SEM NOT EQUAL WS-SEM
                           OR SI-YR NOT EQUAL WS-YR
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           IF SI-PRIMARY NOT EQUAL 'Y'
                               PERFORM 335-TALLY-CO-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       335-TALLY-CO-SECTION.
           MOVE WS-YR  TO YEAR
           MOVE WS-SEM TO SEMESTER
           MOVE SI-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECT-COUNT
                   MOVE SI-PCT TO WS-SHARE-PCT
                   PERFORM 315-ADD-CREDITS
           END-READ.
      *-----------------------------------------------------------------
       350-PRICE-OVERLOAD.
