      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 2/17/2015                                             *
      *ABSTRACT: This program removes a row from SCHEDULE-MASTER.DAT   *
      *          along with the section's co-instructor rows           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-DELETE IS INITIAL PROGRAM.
                                   REG-IO-SEM, REG-IO-YR, REG-IO-CRN
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-SI-IO ASSIGN TO
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

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-SI-IO.
       01  SI-REC-IO.
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
       01  MISC-VARS.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-CONFIRM              PIC X       VALUE SPACES.
           03  WS-HAS-REG              PIC X       VALUE 'N'.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  SI-EOF-FLAG             PIC X       VALUE SPACES.
               88 SI-EOF     VALUE '1'.

       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.

           OPEN I-O ISAM-SCHED-IN.
           OPEN I-O ISAM-REG-IO.
           OPEN I-O ISAM-SI-IO.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
                                   NOT INVALID KEY
                                       STRING ISAM-IN-KEY ' DELETED'
                                           INTO WS-MSG
                                       PERFORM 300-DROP-TEAM
                               END-DELETE
                           ELSE
                               MOVE 'DELETE CANCELLED' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HAS-REG
           END-READ.
      *-----------------------------------------------------------------
       300-DROP-TEAM.
      *    a deleted section takes its co-instructor rows with it so
      *    the load reports never credit a section that is gone
           IF WS-SI-STAT NOT EQUAL '00' AND '05'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEMESTER TO SI-SEM
           MOVE WS-YEAR     TO SI-YR
           MOVE WS-CRN      TO SI-CRN
           MOVE ZEROS       TO SI-INSTRUC-ID
           START ISAM-SI-IO KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   MOVE 1 TO SI-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SI-EOF-FLAG
           END-START
           PERFORM UNTIL SI-EOF
               READ ISAM-SI-IO NEXT RECORD
                   AT END
                       MOVE 1 TO SI-EOF-FLAG
                   NOT AT END
                       IF SI-SEM NOT EQUAL WS-SEMESTER
                           OR SI-YR NOT EQUAL WS-YEAR
                           OR SI-CRN NOT EQUAL WS-CRN
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           DELETE ISAM-SI-IO RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
