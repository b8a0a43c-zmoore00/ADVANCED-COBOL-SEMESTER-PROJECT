           SELECT IMPACT-OUT ASSIGN TO "../SCHED-IMPACT.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-IMP-STAT.

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

       FD  ISAM-INSTRUC-IO.
       01  ISAM-INSTRUC-REC.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-TEXT            PIC X(30).

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

       FD  IMPACT-OUT.
       01  IMPACT-LINE-OUT        PIC X(80).

           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(97).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(97).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  AVL-EOF-FLAG            PIC X       VALUE SPACES.
               88 AVL-EOF    VALUE '1'.
           03  WS-PART                PIC X(2)     VALUE SPACES.
           03  WS-DELIVERY             PIC X       VALUE SPACE.
           03  WS-CAP                  PIC 9(4)    VALUE ZEROS.
           03  WS-MODE-OK              PIC X       VALUE 'Y'.
           03  WS-QUAL-OK              PIC X       VALUE 'Y'.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  WS-TEAM-OK              PIC X       VALUE 'Y'.
           03  WS-TEAM-QUAL            PIC X       VALUE 'Y'.
           03  WS-CO-IX                PIC 9(2)    VALUE ZEROS.
           03  WS-CO-JX                PIC 9(2)    VALUE ZEROS.
           03  WS-CO-CNT               PIC 9(2)    VALUE ZEROS.
           03  WS-CO-SUM               PIC 9(3)    VALUE ZEROS.
           03  WS-PRIM-PCT             PIC 9(3)    VALUE 100.
           03  WS-CHK-ID               PIC 9(6)    VALUE ZEROS.
           03  SI-EOF-FLAG             PIC X       VALUE SPACES.
               88 SI-EOF     VALUE '1'.
           03  CONT-FLAG               PIC X       VALUE 'Y'.
           03  WS-CONT                 PIC X.
           03  WS-EOF                  PIC X       VALUE 'N'.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-OLD-REC              PIC X(97)   VALUE SPACES.
           03  WS-OLD-FIELDS REDEFINES WS-OLD-REC.
               05  WS-OLD-KEY.
                   10  WS-OLD-YEAR        PIC XXXX.
               05  WS-OLD-INSTRUCTOR      PIC X(22).
               05  WS-OLD-INSTRUC-ID      PIC 9(6).
               05  WS-OLD-ENROLLED-COUNT  PIC 9(4).
               05  WS-OLD-CAMPUS          PIC X(2).
               05  WS-OLD-PART            PIC X(2).
               05  WS-OLD-DELIVERY        PIC X.
               05  WS-OLD-CAP             PIC 9(4).
           03  WS-NEW-REC              PIC X(97)   VALUE SPACES.

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
           03  WS-INSTRUCTOR          PIC X(22)    VALUE SPACES.
           03  WS-INSTRUC-ID          PIC 9(6)     VALUE ZEROS.

       01  WS-FINAL-REC               PIC X(97)    VALUE SPACES.
       01  WS-CHECK-VARS.
           03  WS-CHECK-CRN           PIC X(6)     VALUE SPACES.
           03  WS-CHECK-YEAR          PIC XXXX     VALUE SPACES.
           03  WS-CHECK-ROOM          PIC X(6)     VALUE SPACES.
           03  WS-CHECK-TIME-DAY      PIC X(20)    VALUE SPACES.
           03  WS-CHECK-INSTRUCTOR    PIC X(22)    VALUE SPACES.
           03  WS-CHECK-INSTRUC-ID    PIC 9(6)     VALUE ZEROS.
           03  WS-CHECK-PRIM-NAME     PIC X(22)    VALUE SPACES.

       01  WS-TEAM-TABLE.
           03  WS-CO-ENTRY         OCCURS 3 TIMES.
               05  WS-CO-ID        PIC 9(6)    VALUE ZEROS.
               05  WS-CO-PCT       PIC 9(3)    VALUE ZEROS.
               05  WS-CO-NAME      PIC X(22)   VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 12 COL 03 VALUE "INSTRUC ID".
           03  LINE 12 COL 22 PIC 9(6) FROM WS-OLD-INSTRUC-ID.
           03  LINE 12 COL 50 PIC 9(6) FROM INSTRUC-ID.
           03  LINE 13 COL 03 VALUE "MODE".
           03  LINE 13 COL 22 PIC X FROM WS-OLD-DELIVERY.
           03  LINE 13 COL 50 PIC X FROM DELIVERY-MODE.
           03  LINE 14 COL 03 VALUE "SECTION CAP".
           03  LINE 14 COL 22 PIC 9(4) FROM WS-OLD-CAP.
           03  LINE 14 COL 50 PIC 9(4) FROM SECT-CAP.

       01  SCRN-CONFIRM-ADD.
           03  LINE 21 COL 35                    VALUE 
           03  LINE 16 COL 55 PIC X(6) TO WS-ROOM VALUE SPACES.
           03  LINE 18 COL 55 PIC 9(6) TO WS-INSTRUC-ID VALUE ZEROS.
           03  LINE 17 COL 55 PIC X(2) TO WS-PART VALUE SPACES.
           03  LINE 08 COL 44 VALUE 'CO-INSTRUC  PCT (ID 0 DROPS)'.
           03  LINE 09 COL 44 PIC 9(6) USING WS-CO-ID (1).
           03  LINE 09 COL 52 PIC 9(3) USING WS-CO-PCT (1).
           03  LINE 10 COL 44 PIC 9(6) USING WS-CO-ID (2).
           03  LINE 10 COL 52 PIC 9(3) USING WS-CO-PCT (2).
           03  LINE 11 COL 44 PIC 9(6) USING WS-CO-ID (3).
           03  LINE 11 COL 52 PIC 9(3) USING WS-CO-PCT (3).
           03  LINE 12 COL 63 VALUE 'MODE:'.
           03  LINE 12 COL 69 PIC X USING WS-DELIVERY.
           03  LINE 13 COL 63 VALUE 'CAP:'.
           03  LINE 13 COL 69 PIC 9(4) USING WS-CAP.

           
       01  SCRN-ADD-ANOTHER.
           PERFORM 140-LOAD-TIME-BLOCKS
           OPEN INPUT ISAM-AVL-IN
           OPEN INPUT ISAM-INSTRUC-IO.
           OPEN I-O ISAM-SI-IO
           IF WS-SI-STAT EQUAL '35'
               OPEN OUTPUT ISAM-SI-IO
               CLOSE ISAM-SI-IO
               OPEN I-O ISAM-SI-IO
           END-IF

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME.
           ACCEPT  WS-AUDIT-USER FROM ENVIRONMENT-VALUE.
                   NOT INVALID KEY
                   MOVE 'IN2' TO WS-MSG
                       MOVE ISAM-REC-IN TO WS-OLD-REC
                       PERFORM 300-LOAD-TEAM
                       MOVE DELIVERY-MODE TO WS-DELIVERY
                       MOVE SECT-CAP      TO WS-CAP
                       DISPLAY BLANK-SCREEN
                       DISPLAY SCR-TITLE
                       DISPLAY SCRN-PREV-DATA
                           MOVE CRSE TO CRSE
                       END-IF

                       IF WS-TIME-DAY EQUAL 'NONE'
                           AND WS-DELIVERY EQUAL 'O'
                           MOVE SPACES TO TIME-DAY
                       ELSE
                       IF WS-TIME-DAY NOT EQUAL SPACES
                           PERFORM 290-CHECK-TIMEBLOCK
                           IF WS-TIME-OK EQUAL 'Y'
                       ELSE
                           MOVE TIME-DAY TO TIME-DAY
                       END-IF
                       END-IF

                       IF WS-BLDG NOT EQUAL SPACES
                           MOVE WS-BLDG TO BLDG
                       IF WS-PART NOT EQUAL SPACES
                           PERFORM 270-CHECK-PART
                       END-IF
                       PERFORM 360-CHECK-DELIVERY
                       PERFORM 305-CHECK-TEAM

                       MOVE CRN         TO WS-CHECK-CRN
                       MOVE YEAR        TO WS-CHECK-YEAR
                       MOVE ROOM        TO WS-CHECK-ROOM
                       MOVE TIME-DAY    TO WS-CHECK-TIME-DAY
                       MOVE INSTRUCTOR  TO WS-CHECK-INSTRUCTOR
                       MOVE INSTRUC-ID  TO WS-CHECK-INSTRUC-ID
                       MOVE ISAM-REC-IN TO WS-FINAL-REC
                       PERFORM 200-CHECK-ROOM-CONFLICT
                       PERFORM 230-CHECK-INSTRUC-CONFLICT
                       PERFORM 330-CHECK-TEAM-CONFLICT
                       MOVE WS-FINAL-REC TO ISAM-REC-IN
                       PERFORM 260-CHECK-ROOM-ATTRS
                       MOVE INSTRUC-ID TO WS-CHK-ID
                       PERFORM 280-CHECK-QUALIFICATION
                       PERFORM 295-CHECK-AVAILABILITY
                       PERFORM 340-CHECK-TEAM-QUAL

                       IF WS-MODE-OK EQUAL 'N'
                           DISPLAY SCRN-PREV-DATA
                       ELSE
                       IF WS-TEAM-OK EQUAL 'N'
                           MOVE 'CO-INSTRUCTOR ID OR PCT NOT VALID'
                               TO WS-MSG
                           DISPLAY SCRN-PREV-DATA
                       ELSE
                       IF WS-ROOM-CONFLICT EQUAL 'Y'
                           MOVE 'ROOM ALREADY BOOKED THAT TIME'
                               TO WS-MSG
                                   MOVE ISAM-REC-IN TO WS-NEW-REC
                                   PERFORM 220-WRITE-AUDIT
                                   PERFORM 800-IMPACT-RUN
                                   PERFORM 350-SAVE-TEAM

                           END-REWRITE
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF

                       DISPLAY SPACES AT LINE 21 COL 1
                       DISPLAY SPACE AT LINE 22 COL 1
           CLOSE NOTIFY-OUT.
           CLOSE IMPACT-OUT.
           CLOSE ISAM-INSTRUC-IO.
           CLOSE ISAM-SI-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
           MOVE SPACES TO WS-MSG.
      *-----------------------------------------------------------------
       200-CHECK-ROOM-CONFLICT.
      *    an online section holds no room, so it can neither cause
      *    nor suffer a room conflict
           MOVE 'N' TO WS-ROOM-CONFLICT
           IF WS-DELIVERY EQUAL 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ISAM-IN-KEY
           MOVE LOW-VALUES TO CRN
           START ISAM-SCHED-IN KEY IS NOT LESS THAN CRN-KEY
                           AND BLDG EQUAL WS-CHECK-BLDG
                           AND ROOM EQUAL WS-CHECK-ROOM
                           AND TIME-DAY EQUAL WS-CHECK-TIME-DAY
                           AND DELIVERY-MODE NOT EQUAL 'O'
                           MOVE 'Y' TO WS-ROOM-CONFLICT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       230-CHECK-INSTRUC-CONFLICT.
      *    an online section with no meeting pattern never meets, so
      *    it cannot clash with anything else the instructor teaches
           MOVE 'N' TO WS-INSTRUC-CONFLICT
           IF WS-CHECK-TIME-DAY EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-YEAR TO YEAR
           MOVE WS-CHECK-SEM TO SEMESTER
           MOVE WS-CHECK-INSTRUCTOR TO INSTRUCTOR
      *    code the course requires - the change still goes through on
      *    the scheduler's judgement
           MOVE 'N' TO WS-ATTR-MISSING
           IF WS-DELIVERY EQUAL 'O'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-BLDG(1:7) TO ISAM-BLDG-BLDG
           MOVE WS-CHECK-ROOM(1:6) TO ISAM-BLDG-ROOM
           MOVE SUBJ TO ISAM-IO-SUBJ
      *    instructor and subject - the change still goes through on
      *    the scheduler's judgement
           MOVE 'Y' TO WS-QUAL-OK
           MOVE WS-CHK-ID  TO QL-INSTRUC-ID
           MOVE SUBJ       TO QL-SUBJ
           READ ISAM-QL-IN
               INVALID KEY
           MOVE 'N' TO WS-AVL-FOUND
           MOVE TIME-DAY    TO WS-PARSE-IN
           PERFORM 296-PARSE-TIME
           MOVE WS-CHK-ID     TO AVL-INSTRUC-ID
           MOVE SEMESTER      TO AVL-SEM
           MOVE YEAR          TO AVL-YR
           MOVE ZEROS         TO AVL-SEQ
                   AT END
                       MOVE 1 TO AVL-EOF-FLAG
                   NOT AT END
                       IF AVL-INSTRUC-ID NOT EQUAL WS-CHK-ID
                           OR AVL-SEM NOT EQUAL SEMESTER
                           OR AVL-YR NOT EQUAL YEAR
                           MOVE 1 TO AVL-EOF-FLAG
      *            a pattern that does not parse falls back to exact
      *            text against the moved section's new time
                       IF WS-CHG-TIME EQUAL WS-NEW-TIME-TEXT
                           AND WS-CHG-TIME NOT EQUAL SPACES
                           MOVE 'Y' TO WS-IMP-CONFLICT
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-LOAD-TEAM.
      *    the co-instructors on file come up on the screen so the
      *    scheduler edits the team in place - a section with no rows
      *    is taught by its schedule instructor alone
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               MOVE ZEROS  TO WS-CO-ID (WS-CO-IX)
               MOVE ZEROS  TO WS-CO-PCT (WS-CO-IX)
               MOVE SPACES TO WS-CO-NAME (WS-CO-IX)
           END-PERFORM
           MOVE ZEROS TO WS-CO-IX
           MOVE SEMESTER TO SI-SEM
           MOVE YEAR     TO SI-YR
           MOVE CRN      TO SI-CRN
           MOVE ZEROS    TO SI-INSTRUC-ID
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
                       IF SI-SEM NOT EQUAL SEMESTER
                           OR SI-YR NOT EQUAL YEAR
                           OR SI-CRN NOT EQUAL CRN
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           IF SI-PRIMARY NOT EQUAL 'Y'
                               AND WS-CO-IX LESS THAN 3
                               ADD 1 TO WS-CO-IX
                               MOVE SI-INSTRUC-ID
                                   TO WS-CO-ID (WS-CO-IX)
                               MOVE SI-PCT TO WS-CO-PCT (WS-CO-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       305-CHECK-TEAM.
      *    the keyed team is checked against the section's instructor
      *    as it will stand - a co-instructor who became the primary
      *    drops off the co list, and the shares must leave the
      *    primary something
           MOVE 'Y'   TO WS-TEAM-OK
           MOVE ZEROS TO WS-CO-SUM
           MOVE ZEROS TO WS-CO-CNT
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               MOVE SPACES TO WS-CO-NAME (WS-CO-IX)
               IF WS-CO-ID (WS-CO-IX) EQUAL INSTRUC-ID
                   MOVE ZEROS TO WS-CO-ID (WS-CO-IX)
               END-IF
               IF WS-CO-ID (WS-CO-IX) NOT EQUAL ZEROS
                   PERFORM 310-CHECK-ONE-CO
               END-IF
           END-PERFORM
           IF WS-CO-SUM NOT LESS THAN 100
               MOVE 'N' TO WS-TEAM-OK
           END-IF
           IF WS-TEAM-OK EQUAL 'Y'
               SUBTRACT WS-CO-SUM FROM 100 GIVING WS-PRIM-PCT
           END-IF.
      *-----------------------------------------------------------------
       310-CHECK-ONE-CO.
           IF WS-CO-PCT (WS-CO-IX) EQUAL ZEROS
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
       330-CHECK-TEAM-CONFLICT.
      *    every instructor on the section is tested at the new time -
      *    co-instructors against the sections they hold as primary,
      *    and everyone against the sections they co-teach
           MOVE WS-CHECK-INSTRUCTOR TO WS-CHECK-PRIM-NAME
           IF WS-INSTRUC-CONFLICT EQUAL 'N'
               MOVE WS-CHECK-INSTRUC-ID TO WS-CHK-ID
               PERFORM 335-CHECK-CO-TAUGHT
           END-IF
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               OR WS-INSTRUC-CONFLICT EQUAL 'Y'
               IF WS-CO-NAME (WS-CO-IX) NOT EQUAL SPACES
                   MOVE WS-CO-NAME (WS-CO-IX) TO WS-CHECK-INSTRUCTOR
                   PERFORM 230-CHECK-INSTRUC-CONFLICT
                   IF WS-INSTRUC-CONFLICT EQUAL 'N'
                       MOVE WS-CO-ID (WS-CO-IX) TO WS-CHK-ID
                       PERFORM 335-CHECK-CO-TAUGHT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CHECK-PRIM-NAME TO WS-CHECK-INSTRUCTOR.
      *-----------------------------------------------------------------
       335-CHECK-CO-TAUGHT.
           MOVE WS-CHK-ID     TO SI-INSTRUC-ID
           MOVE WS-CHECK-SEM  TO SI-SEM
           MOVE WS-CHECK-YEAR TO SI-YR
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
                           OR SI-SEM NOT EQUAL WS-CHECK-SEM
                           OR SI-YR NOT EQUAL WS-CHECK-YEAR
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           IF SI-PRIMARY NOT EQUAL 'Y'
                               AND SI-CRN NOT EQUAL WS-CHECK-CRN
                               PERFORM 337-TEST-CO-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       337-TEST-CO-SECTION.
           MOVE WS-CHECK-YEAR TO YEAR
           MOVE WS-CHECK-SEM  TO SEMESTER
           MOVE SI-CRN        TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TIME-DAY EQUAL WS-CHECK-TIME-DAY
                       AND TIME-DAY NOT EQUAL SPACES
                       MOVE 'Y' TO WS-INSTRUC-CONFLICT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       340-CHECK-TEAM-QUAL.
      *    co-instructors get the same credential and availability
      *    warnings as the primary - either one on anybody warns
           MOVE WS-QUAL-OK TO WS-TEAM-QUAL
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX GREATER THAN 3
               IF WS-CO-NAME (WS-CO-IX) NOT EQUAL SPACES
                   MOVE WS-CO-ID (WS-CO-IX) TO WS-CHK-ID
                   PERFORM 280-CHECK-QUALIFICATION
                   IF WS-QUAL-OK EQUAL 'N'
                       MOVE 'N' TO WS-TEAM-QUAL
                   END-IF
                   PERFORM 295-CHECK-AVAILABILITY
               END-IF
           END-PERFORM
           MOVE WS-TEAM-QUAL TO WS-QUAL-OK.
      *-----------------------------------------------------------------
       350-SAVE-TEAM.
      *    the section's rows are replaced whole - the primary's row
      *    follows the schedule instructor, and a section left with no
      *    co-instructors goes back to carrying no rows at all
           MOVE WS-SEMESTER TO SI-SEM
           MOVE WS-YEAR     TO SI-YR
           MOVE WS-CHECK-CRN TO SI-CRN
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
                           OR SI-CRN NOT EQUAL WS-CHECK-CRN
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           DELETE ISAM-SI-IO RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CO-CNT EQUAL ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEMESTER  TO SI-SEM
           MOVE WS-YEAR      TO SI-YR
           MOVE WS-CHECK-CRN TO SI-CRN
           MOVE WS-CHECK-INSTRUC-ID TO SI-INSTRUC-ID
           MOVE WS-PRIM-PCT  TO SI-PCT
           MOVE 'Y'          TO SI-PRIMARY
           MOVE WS-CHECK-INSTRUCTOR TO SI-INSTRUCTOR
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
      *    in person - going online frees the room and TIME/DAY NONE
      *    clears the meeting pattern, but an online section must
      *    carry its own cap since there are no room seats to fall
      *    back on - a room-based section needs its BLDG and ROOM
           MOVE 'Y' TO WS-MODE-OK
           IF WS-DELIVERY EQUAL SPACE
               MOVE 'P' TO WS-DELIVERY
           END-IF
           IF WS-DELIVERY NOT EQUAL 'P' AND 'O' AND 'H'
               MOVE 'N' TO WS-MODE-OK
               MOVE 'MODE MUST BE P, O OR H' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-DELIVERY EQUAL 'O'
               MOVE SPACES TO BLDG
               MOVE SPACES TO ROOM
               IF WS-CAP EQUAL ZEROS
                   MOVE 'N' TO WS-MODE-OK
                   MOVE 'ONLINE SECTION NEEDS A CAP' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF BLDG EQUAL SPACES
                   OR ROOM EQUAL SPACES
                   MOVE 'N' TO WS-MODE-OK
                   MOVE 'BLDG AND ROOM REQUIRED UNLESS ONLINE'
                       TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-DELIVERY TO DELIVERY-MODE
           MOVE WS-CAP      TO SECT-CAP.
