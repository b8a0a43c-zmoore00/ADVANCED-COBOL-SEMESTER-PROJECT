                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-SEM-STAT.

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

       FD  IO-REC.
       01  LAST-CRN          PIC 9(6).
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.

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
           03  OUT-EOF-FLAG            PIC X       VALUE SPACES.
               88 OUT-EOF    VALUE '1'.
           03  WS-QUAL-OK              PIC X       VALUE 'Y'.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  WS-TEAM-OK              PIC X       VALUE 'Y'.
           03  WS-CO-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-CO-JX                PIC 9(2)    VALUE ZEROS.
           03  WS-CO-CNT               PIC 9(2)    VALUE ZEROS.
           03  WS-CO-SUM               PIC 9(3)    VALUE ZEROS.
           03  WS-PRIM-PCT             PIC 9(3)    VALUE 100.
           03  WS-CHK-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-CHK-NAME             PIC X(22)   VALUE SPACES.
           03  WS-MODE-OK              PIC X       VALUE 'Y'.
           03  SI-EOF-FLAG             PIC X       VALUE SPACES.
               88 SI-EOF     VALUE '1'.
           03  CONT-FLAG               PIC X       VALUE 'Y'.
           03  WS-CONT                 PIC X.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  WS-CAMPUS              PIC X(2)    VALUE SPACES.
           03  WS-PART                PIC X(2)    VALUE SPACES.
           03  WS-DELIVERY            PIC X       VALUE SPACE.
           03  WS-CAP                 PIC 9(4)    VALUE ZEROS.

       01  WS-TEAM-TABLE.
           03  WS-CO-ENTRY         OCCURS 3 TIMES.
               05  WS-CO-ID        PIC 9(6)    VALUE ZEROS.
               05  WS-CO-PCT       PIC 9(3)    VALUE ZEROS.
               05  WS-CO-NAME      PIC X(22)   VALUE SPACES.
      *----------------------------------------------------------------- 
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 10 COL 45 PIC XX TO WS-SEMESTER AUTO.
           03  LINE 11 COL 30                        VALUE '    YR:'.   
           03  LINE 11 COL 45 PIC XXXX TO WS-YEAR AUTO.
           03  LINE 10 COL 55                  VALUE 'CO-INSTRUC  PCT'.
           03  LINE 11 COL 55 PIC 9(6) TO WS-CO-ID (1) AUTO.
           03  LINE 11 COL 67 PIC 9(3) TO WS-CO-PCT (1) AUTO.
           03  LINE 12 COL 55 PIC 9(6) TO WS-CO-ID (2) AUTO.
           03  LINE 12 COL 67 PIC 9(3) TO WS-CO-PCT (2) AUTO.
           03  LINE 13 COL 55 PIC 9(6) TO WS-CO-ID (3) AUTO.
           03  LINE 13 COL 67 PIC 9(3) TO WS-CO-PCT (3) AUTO.
           03  LINE 12 COL 30                        VALUE '    SUBJ:'.
           03  LINE 12 COL 45 PIC X(5) TO WS-SUBJ.
           03  LINE 13 COL 30                        VALUE '    CRSE:'.
           03  LINE 17 COL 63 PIC X(2) TO WS-CAMPUS AUTO.
           03  LINE 16 COL 55                  VALUE 'PART:'.
           03  LINE 16 COL 61 PIC X(2) TO WS-PART AUTO.
           03  LINE 15 COL 55                  VALUE 'MODE:'.
           03  LINE 15 COL 61 PIC X TO WS-DELIVERY AUTO.
           03  LINE 15 COL 64                  VALUE 'CAP:'.
           03  LINE 15 COL 69 PIC 9(4) TO WS-CAP AUTO.
           03  LINE 18 COL 30                  VALUE '    NAME:'.
           03  LINE 18 COL 45 PIC X(22) FROM WS-INSTRUCTOR VALUE SPACES.
           03  LINE 19 COL 35 PIC X(40) FROM WS-MSG.
           OPEN INPUT ISAM-AVL-IN
           OPEN INPUT ISAM-OUT-IN
           OPEN INPUT ISAM-SEM-IN
           OPEN I-O ISAM-SI-IO
           IF WS-SI-STAT EQUAL '35'
               OPEN OUTPUT ISAM-SI-IO
               CLOSE ISAM-SI-IO
               OPEN I-O ISAM-SI-IO
           END-IF

           PERFORM UNTIL WS-CONT EQUAL "N" OR "n"
               OPEN I-O IO-REC
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               PERFORM 210-LOOKUP-INSTRUCTOR
               PERFORM 300-LOOKUP-TEAM
               DISPLAY SCRN-KEY-REQ
               PERFORM 260-CHECK-PART
               PERFORM 270-CHECK-TIMEBLOCK
               MOVE WS-INSTRUC-ID TO WS-CHK-ID
               PERFORM 280-CHECK-AVAILABILITY
               PERFORM 320-CHECK-TEAM-AVAIL
               PERFORM 290-CHECK-OUTAGE
               PERFORM 360-CHECK-DELIVERY

               PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ IO-REC
               
               IF WS-TIME-OK EQUAL 'N'
                   OR WS-OUT-OK EQUAL 'N'
                   OR WS-TEAM-OK EQUAL 'N'
                   OR WS-MODE-OK EQUAL 'N'
                   CONTINUE
               ELSE
               PERFORM 200-CHECK-ROOM-CONFLICT
                   MOVE 'ROOM ALREADY BOOKED THAT TIME' TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
               ELSE
                   PERFORM 330-CHECK-TEAM-CONFLICT
                   IF WS-INSTRUC-CONFLICT EQUAL 'Y'
                       MOVE 'INSTRUCTOR ALREADY TEACHES THAT TIME'
                           TO WS-MSG
                       DISPLAY SCRN-KEY-REQ
                   ELSE
                       PERFORM 230-CHECK-ROOM-ATTRS
                       MOVE WS-INSTRUC-ID TO WS-CHK-ID
                       PERFORM 250-CHECK-QUALIFICATION
                       PERFORM 340-CHECK-TEAM-QUAL
                       MOVE WS-REC TO ISAM-REC-IO
                       DISPLAY SCRN-CONFIRM-ADD
                       ACCEPT SCRN-CONFIRM-ADD
                       IF WS-RESP EQUAL 'Y' OR 'y'
                       WRITE ISAM-REC-IO
                       IF WS-STAT EQUAL '00'
                           PERFORM 350-WRITE-TEAM
                       END-IF
                       END-IF
                   END-IF
               END-IF

           CLOSE ISAM-SCHED-IO.
           CLOSE ISAM-INSTRUC-IO.
           CLOSE ISAM-SI-IO.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-MSG.
      *-----------------------------------------------------------------
       200-CHECK-ROOM-CONFLICT.
      *    an online section holds no room, so it can neither cause
      *    nor suffer a room conflict
           MOVE 'N' TO WS-ROOM-CONFLICT
           IF WS-DELIVERY EQUAL 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ISAM-IO-KEY
           MOVE LOW-VALUES TO CRN
           START ISAM-SCHED-IO KEY IS NOT LESS THAN CRN-KEY
                           AND BLDG EQUAL WS-BLDG
                           AND ROOM EQUAL WS-ROOM
                           AND TIME-DAY EQUAL WS-TIME-DAY
                           AND DELIVERY-MODE NOT EQUAL 'O'
                           MOVE 'Y' TO WS-ROOM-CONFLICT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       220-CHECK-INSTRUC-CONFLICT.
      *    an online section with no meeting pattern never meets, so
      *    it cannot clash with anything else the instructor teaches
           MOVE 'N' TO WS-INSTRUC-CONFLICT
           IF WS-TIME-DAY EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR TO YEAR
           MOVE WS-SEMESTER TO SEMESTER
           MOVE WS-CHK-NAME TO INSTRUCTOR
           READ ISAM-SCHED-IO KEY IS INSTRUC-KEY
               INVALID KEY
                   CONTINUE
                           AT END
                               MOVE 1 TO EOF-FLAG
                           NOT AT END
                               IF INSTRUCTOR EQUAL WS-CHK-NAME
                                   IF YEAR EQUAL WS-YEAR
                                       AND SEMESTER EQUAL WS-SEMESTER
                                       AND TIME-DAY EQUAL WS-TIME-DAY
      *    codes lack one the course requires - the add still goes
      *    through on the scheduler's judgement
           MOVE 'N' TO WS-ATTR-MISSING
           IF WS-DELIVERY EQUAL 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJ TO ISAM-IO-SUBJ
           MOVE WS-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IN
      *    for this instructor and subject - the add still goes
      *    through on the scheduler's judgement
           MOVE 'Y' TO WS-QUAL-OK
           MOVE WS-CHK-ID     TO QL-INSTRUC-ID
           MOVE WS-SUBJ       TO QL-SUBJ
           READ ISAM-QL-IN
               INVALID KEY
           IF WS-TBL-CNT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DELIVERY EQUAL 'O'
               AND WS-TIME-DAY EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TIME-DAY (1:3) EQUAL 'IRR'
               MOVE 'WARNING - IRREGULAR MEETING TIME' TO WS-MSG
               DISPLAY SCRN-KEY-REQ
           MOVE 'N' TO WS-AVL-FOUND
           MOVE WS-TIME-DAY TO WS-PARSE-IN
           PERFORM 285-PARSE-TIME
           MOVE WS-CHK-ID     TO AVL-INSTRUC-ID
           MOVE WS-SEMESTER   TO AVL-SEM
           MOVE WS-YEAR       TO AVL-YR
           MOVE ZEROS         TO AVL-SEQ
                   AT END
                       MOVE 1 TO AVL-EOF-FLAG
                   NOT AT END
                       IF AVL-INSTRUC-ID NOT EQUAL WS-CHK-ID
                           OR AVL-SEM NOT EQUAL WS-SEMESTER
                           OR AVL-YR NOT EQUAL WS-YEAR
                           MOVE 1 TO AVL-EOF-FLAG
           IF WS-OUT-STAT NOT EQUAL '00' AND '05'
               EXIT PARAGRAPH
           END-IF
           IF WS-DELIVERY EQUAL 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TRM-START
           MOVE SPACES TO WS-TRM-END
           MOVE WS-SEMESTER TO ISAM-SEM-SEM
                   MOVE 1 TO OUT-EOF-FLAG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-LOOKUP-TEAM.
      *    a team-taught section lists up to three co-instructors with
      *    their percent of the load - the primary keeps what is left,
      *    so the shares must leave the primary something
           MOVE 'Y'   TO WS-TEAM-OK
           MOVE ZEROS TO WS-CO-SUM
           MOVE ZEROS TO WS-CO-CNT
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               MOVE SPACES TO WS-CO-NAME (WS-CO-IX)
               IF WS-CO-ID (WS-CO-IX) NOT EQUAL ZEROS
                   PERFORM 305-LOOKUP-ONE-CO
               END-IF
           END-PERFORM
           IF WS-CO-SUM NOT LESS THAN 100
               MOVE 'N' TO WS-TEAM-OK
           END-IF
           IF WS-TEAM-OK EQUAL 'N'
               MOVE 'CO-INSTRUCTOR ID OR PCT NOT VALID' TO WS-MSG
               DISPLAY SCRN-KEY-REQ
           ELSE
               SUBTRACT WS-CO-SUM FROM 100 GIVING WS-PRIM-PCT
           END-IF.
      *-----------------------------------------------------------------
       305-LOOKUP-ONE-CO.
           IF WS-CO-ID (WS-CO-IX) EQUAL WS-INSTRUC-ID
               OR WS-CO-PCT (WS-CO-IX) EQUAL ZEROS
               MOVE 'N' TO WS-TEAM-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CO-JX FROM 1 BY 1
               UNTIL WS-CO-JX NOT LESS THAN WS-CO-IX
               IF WS-CO-ID (WS-CO-JX) EQUAL WS-CO-ID (WS-CO-IX)
                   MOVE 'N' TO WS-TEAM-OK
               END-IF
           END-PERFORM
           MOVE WS-CO-ID (WS-CO-IX) TO ISAM-IO-ID
           READ ISAM-INSTRUC-IO
               INVALID KEY
                   MOVE 'N' TO WS-TEAM-OK
               NOT INVALID KEY
                   MOVE ISAM-IO-NAME TO WS-CO-NAME (WS-CO-IX)
                   ADD WS-CO-PCT (WS-CO-IX) TO WS-CO-SUM
                   ADD 1 TO WS-CO-CNT
           END-READ.
      *-----------------------------------------------------------------
       320-CHECK-TEAM-AVAIL.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               IF WS-CO-NAME (WS-CO-IX) NOT EQUAL SPACES
                   MOVE WS-CO-ID (WS-CO-IX) TO WS-CHK-ID
                   PERFORM 280-CHECK-AVAILABILITY
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       330-CHECK-TEAM-CONFLICT.
      *    every instructor on the section is tested - against the
      *    sections they hold as primary and against the sections
      *    they co-teach on the section-instructor file
           MOVE WS-INSTRUCTOR TO WS-CHK-NAME
           MOVE WS-INSTRUC-ID TO WS-CHK-ID
           PERFORM 220-CHECK-INSTRUC-CONFLICT
           IF WS-INSTRUC-CONFLICT EQUAL 'N'
               PERFORM 335-CHECK-CO-TAUGHT
           END-IF
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               OR WS-INSTRUC-CONFLICT EQUAL 'Y'
               IF WS-CO-NAME (WS-CO-IX) NOT EQUAL SPACES
                   MOVE WS-CO-NAME (WS-CO-IX) TO WS-CHK-NAME
                   MOVE WS-CO-ID (WS-CO-IX)   TO WS-CHK-ID
                   PERFORM 220-CHECK-INSTRUC-CONFLICT
                   IF WS-INSTRUC-CONFLICT EQUAL 'N'
                       PERFORM 335-CHECK-CO-TAUGHT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       335-CHECK-CO-TAUGHT.
           MOVE WS-CHK-ID   TO SI-INSTRUC-ID
           MOVE WS-SEMESTER TO SI-SEM
           MOVE WS-YEAR     TO SI-YR
           START ISAM-SI-IO KEY IS NOT LESS THAN SI-ID-KEY
               INVALID KEY
                   MOVE 1 TO SI-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SI-EOF-FLAG
           END-START
           PERFORM UNTIL SI-EOF OR WS-INSTRUC-CONFLICT EQUAL 'Y'
               READ ISAM-SI-IO NEXT RECORD
                   AT END
                       MOVE 1 TO SI-EOF-FLAG
                   NOT AT END
                       IF SI-INSTRUC-ID NOT EQUAL WS-CHK-ID
                           OR SI-SEM NOT EQUAL WS-SEMESTER
                           OR SI-YR NOT EQUAL WS-YEAR
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           IF SI-PRIMARY NOT EQUAL 'Y'
                               PERFORM 337-TEST-CO-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       337-TEST-CO-SECTION.
           MOVE WS-YEAR     TO YEAR
           MOVE WS-SEMESTER TO SEMESTER
           MOVE SI-CRN      TO CRN
           READ ISAM-SCHED-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TIME-DAY EQUAL WS-TIME-DAY
                       AND TIME-DAY NOT EQUAL SPACES
                       MOVE 'Y' TO WS-INSTRUC-CONFLICT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       340-CHECK-TEAM-QUAL.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               IF WS-CO-NAME (WS-CO-IX) NOT EQUAL SPACES
                   MOVE WS-CO-ID (WS-CO-IX) TO WS-CHK-ID
                   PERFORM 250-CHECK-QUALIFICATION
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       350-WRITE-TEAM.
      *    a section taught alone keeps no rows - the schedule's own
      *    instructor carries the whole load
           IF WS-CO-CNT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEMESTER   TO SI-SEM
           MOVE WS-YEAR       TO SI-YR
           MOVE WS-CRN        TO SI-CRN
           MOVE WS-INSTRUC-ID TO SI-INSTRUC-ID
           MOVE WS-PRIM-PCT   TO SI-PCT
           MOVE 'Y'           TO SI-PRIMARY
           MOVE WS-INSTRUCTOR TO SI-INSTRUCTOR
           WRITE SI-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               IF WS-CO-NAME (WS-CO-IX) NOT EQUAL SPACES
                   MOVE WS-CO-ID (WS-CO-IX)   TO SI-INSTRUC-ID
                   MOVE WS-CO-PCT (WS-CO-IX)  TO SI-PCT
                   MOVE 'N'                   TO SI-PRIMARY
                   MOVE WS-CO-NAME (WS-CO-IX) TO SI-INSTRUCTOR
                   WRITE SI-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       360-CHECK-DELIVERY.
      *    delivery is P in person, O online or H hybrid - blank means
      *    in person - an online section takes no room and may leave
      *    the meeting pattern blank, but must carry its own cap since
      *    there are no room seats to fall back on - a section cap of
      *    zero on a room-based section means the room's seats limit
           MOVE 'Y' TO WS-MODE-OK
           IF WS-DELIVERY EQUAL SPACE
               MOVE 'P' TO WS-DELIVERY
           END-IF
           IF WS-DELIVERY NOT EQUAL 'P' AND 'O' AND 'H'
               MOVE 'N' TO WS-MODE-OK
               MOVE 'MODE MUST BE P, O OR H' TO WS-MSG
               DISPLAY SCRN-KEY-REQ
               EXIT PARAGRAPH
           END-IF
           IF WS-DELIVERY EQUAL 'O'
               MOVE SPACES TO WS-BLDG
               MOVE SPACES TO WS-ROOM
               IF WS-CAP EQUAL ZEROS
                   MOVE 'N' TO WS-MODE-OK
                   MOVE 'ONLINE SECTION NEEDS A CAP' TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
               END-IF
           ELSE
               IF WS-BLDG EQUAL SPACES
                   OR WS-ROOM EQUAL SPACES
                   MOVE 'N' TO WS-MODE-OK
                   MOVE 'BLDG AND ROOM REQUIRED UNLESS ONLINE'
                       TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
               END-IF
           END-IF.
