      *DATE    : 2/17/2015                                             *
      *ABSTRACT: This program summarizes each instructor's teaching    *
      *          load (section count, total credit hours) for a SEM/YR*
      *          - team-taught sections count for every instructor on  *
      *          them with credits split by their percent share        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTS-INSTRUC-LOAD INITIAL PROGRAM.
                          ACCESS        IS RANDOM
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
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  FILLER              PIC X                VALUE SPACE.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-SECT-COUNT           PIC 9(3)    VALUE ZEROS.
           03  WS-CREDIT-TOTAL         PIC 9(4)V9  VALUE ZEROS.
           03  WS-SHARE-PCT            PIC 9(3)    VALUE 100.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  SI-EOF-FLAG             PIC X       VALUE SPACES.
               88 SI-EOF     VALUE '1'.
           03  WS-CREDITS-NUM          PIC 9(3)    VALUE ZEROS.
           03  WS-CREDIT-EDIT          PIC ZZZ9.9.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           OPEN INPUT ISAM-INSTRUC-IN.
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-COURSE-IN.
           OPEN INPUT ISAM-SI-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
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
       400-PRINT-INSTRUC-LINE.
           DISPLAY ISAM-IO-ID AT LINE Y COL 24
           DISPLAY ISAM-IO-NAME AT LINE Y COL 31
           DISPLAY WS-SECT-COUNT AT LINE Y COL 56
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-EDIT
           DISPLAY WS-CREDIT-EDIT AT LINE Y COL 63
           ADD 1 TO Y.
