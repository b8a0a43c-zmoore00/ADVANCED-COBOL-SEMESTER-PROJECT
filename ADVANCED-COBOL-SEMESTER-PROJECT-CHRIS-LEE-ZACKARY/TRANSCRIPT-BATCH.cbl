      *DATE    : 2/17/2015                                             *
      *ABSTRACT: Evening fulfillment run for TRANSCRIPT-REQ.DAT -      *
      *          prints one transcript per queued request into its own *
      *          TRANSCRIPT-nnnnnn.OUT file with a cover sheet,        *
      *          undergraduate and graduate work in separate blocks,   *
      *          then marks the request fulfilled with the run date -  *
      *          the class rank from CLASS-RANK prints when requested  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-BATCH IS INITIAL PROGRAM.
           SELECT HTY-IN ASSIGN TO "../HOLD-TYPES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HTY-STAT.
           SELECT OPTIONAL ISAM-CRK-IN ASSIGN TO
                              "../CLASS-RANK-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS RANDOM
                          RECORD KEY    IS CRK-STUD-ID
                          FILE STATUS   IS WS-CRK-STAT.

           SELECT OPTIONAL ISAM-ADR-IN ASSIGN TO "../ADDR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
           03  TRQ-DELIVER         PIC X(30).
           03  TRQ-FULFILLED       PIC X.
           03  TRQ-FULL-DATE       PIC X(10).
           03  TRQ-RANK            PIC X       VALUE 'N'.

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(20)            VALUE SPACE.
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

       FD  ISAM-TC-IN.
       01  TC-REC-IN.
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.
           03  HTY-BLOCK-CONF      PIC X.
           03  FILLER              PIC X.
           03  HTY-DESC            PIC X(20).
       FD  ISAM-CRK-IN.
       01  CRK-REC-IN.
           03  CRK-STUD-ID         PIC 9(6).
           03  CRK-CLASS           PIC X(2).
           03  CRK-MAJOR           PIC X(20).
           03  CRK-RANK            PIC 9(5).
           03  CRK-SIZE            PIC 9(5).
           03  CRK-GPA             PIC 9V99.
           03  CRK-HOURS           PIC 9(4).
           03  CRK-RUN-DATE        PIC X(8).

       FD  ISAM-ADR-IN.
       01  ADR-REC-IN.
           03  ADR-KEY.

       01  MISC-VARS.
           03  WS-ADR-STAT             PIC XX      VALUE SPACES.
           03  WS-CRK-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-HTY-STAT             PIC XX      VALUE SPACES.
           03  WS-HTY-CNT              PIC 9(2)    VALUE ZEROS.
               88 EOF        VALUE '1'.
           03  EOF-FLAG2               PIC X       VALUE SPACES.
               88 EOF2       VALUE '1'.
           03  WS-BLK-IX               PIC 9       VALUE 1.
           03  WS-BLK-LEVEL            PIC X       VALUE 'U'.
           03  WS-BLK-NAME             PIC X(13)   VALUE SPACES.
           03  WS-BLK-ROWS             PIC 9(4)    VALUE ZEROS.
           03  WS-ROW-LEVEL            PIC X       VALUE SPACE.
           03  WS-LV-SUBJ              PIC X(5)    VALUE SPACES.
           03  WS-LV-CRSE              PIC X(6)    VALUE SPACES.
           03  WS-LV-SEM               PIC X(2)    VALUE SPACES.
           03  WS-LV-YR                PIC X(4)    VALUE SPACES.

      *    undergraduate then graduate - each level prints as its own
      *    block with its own totals
       01  WS-LVL-CODES                PIC X(2)    VALUE 'UG'.
       01  WS-LVL-CODE-TABLE REDEFINES WS-LVL-CODES.
           03  WS-LV-CODE              PIC X       OCCURS 2 TIMES.

       01  WS-LEVEL-CHECK.
           03  WS-LVC-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-LVC-SEM          PIC X(2)    VALUE SPACES.
           03  WS-LVC-YR           PIC X(4)    VALUE SPACES.
           03  WS-LVC-CRSE         PIC X(6)    VALUE SPACES.
           03  WS-LVC-CRSE-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-U      PIC X       VALUE SPACES.
           03  WS-LVC-HOLDS-G      PIC X       VALUE SPACES.
           03  WS-LVC-STUD-LEVEL   PIC X       VALUE SPACES.
           03  WS-LVC-GPA-LEVEL    PIC X       VALUE SPACES.
           03  WS-LVC-RESULT       PIC X       VALUE SPACES.

       01  TRANS-LINE-OUT.
           03  TL-SEM              PIC X(2).
           OPEN INPUT ISAM-HIST-IN
           OPEN INPUT ISAM-CH-IN
           OPEN INPUT ISAM-GS-IN
           OPEN INPUT ISAM-CRK-IN

           PERFORM 100-WORK-QUEUE

           CLOSE ISAM-HIST-IN
           CLOSE ISAM-CH-IN
           CLOSE ISAM-GS-IN
           CLOSE ISAM-CRK-IN

           MOVE 'FULFILLMENT RUN COMPLETE' TO WS-MSG
           DISPLAY SCRN-TOTALS
           WRITE TRANSCRIPT-LINE.
      *-----------------------------------------------------------------
       400-PRINT-TRANSCRIPT.
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING ISAM-STUD-KEY ' ' ISAM-STUD-LNAME ' '
               ISAM-SUTD-FNAME INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
      *    undergraduate and graduate work print as separate blocks
      *    as REPORTS-TRANSCRIPT prints them
           PERFORM VARYING WS-BLK-IX FROM 1 BY 1
               UNTIL WS-BLK-IX GREATER THAN 2
               PERFORM 402-PRINT-LEVEL-BLOCK
           END-PERFORM
           PERFORM 440-PRINT-DEGREES
           IF TRQ-RANK EQUAL 'Y'
               PERFORM 445-PRINT-CLASS-RANK
           END-IF.
      *-----------------------------------------------------------------
       402-PRINT-LEVEL-BLOCK.
           MOVE WS-LV-CODE (WS-BLK-IX) TO WS-BLK-LEVEL
           IF WS-BLK-LEVEL EQUAL 'G'
               MOVE 'GRADUATE'      TO WS-BLK-NAME
           ELSE
               MOVE 'UNDERGRADUATE' TO WS-BLK-NAME
           END-IF
           MOVE ZEROS TO WS-BLK-ROWS
           MOVE ZEROS TO WS-TOT-CREDITS
           MOVE ZEROS TO WS-TOT-QUALITY-PTS
           MOVE LOW-VALUES TO REG-IO-KEY
           START ISAM-REG-IO KEY IS NOT LESS THAN REG-IO-KEY
               INVALID KEY
                   NOT AT END
                       IF REG-IO-STUD-ID EQUAL TRQ-STUD-ID
                           AND REG-IO-STATUS NOT EQUAL 'W'
                           PERFORM 408-REG-ROW-LEVEL
                           IF WS-ROW-LEVEL EQUAL WS-BLK-LEVEL
                               PERFORM 410-PRINT-COURSE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *    archived terms, transfer work and conferred degrees
           PERFORM 420-PRINT-HISTORY
           PERFORM 430-PRINT-TRANSFER
           IF WS-BLK-ROWS GREATER THAN ZEROS
               MOVE ZEROS TO WS-GPA
               IF WS-TOT-CREDITS NOT EQUAL ZEROS
                   COMPUTE WS-GPA ROUNDED =
                       WS-TOT-QUALITY-PTS / WS-TOT-CREDITS
               END-IF
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING WS-BLK-NAME DELIMITED BY SPACE
                   ' CREDITS ' WS-TOT-CREDITS ' GPA ' WS-GPA
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
      *-----------------------------------------------------------------
       404-BLOCK-HEADING.
      *    the block heading prints ahead of the level's first line
           IF WS-BLK-ROWS EQUAL ZEROS
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING WS-BLK-NAME DELIMITED BY SPACE ' RECORD'
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF
           ADD 1 TO WS-BLK-ROWS.
      *-----------------------------------------------------------------
       406-SET-ROW-LEVEL.
      *    a row belongs to the level the student held in its term -
      *    one holding both that term splits by the course's level -
      *    and transfer work, carrying no term, goes by the level of
      *    its equivalent course where it has one
           MOVE SPACE TO ISAM-IO-LEVEL
           IF WS-LV-SUBJ NOT EQUAL SPACES
               MOVE WS-LV-SUBJ TO ISAM-IO-SUBJ
               MOVE WS-LV-CRSE TO ISAM-IO-CRSE
               READ ISAM-COURSE-IN
                   INVALID KEY
                       MOVE SPACE TO ISAM-IO-LEVEL
               END-READ
           END-IF
           MOVE TRQ-STUD-ID   TO WS-LVC-STUD-ID
           MOVE WS-LV-SEM     TO WS-LVC-SEM
           MOVE WS-LV-YR      TO WS-LVC-YR
           MOVE WS-LV-CRSE    TO WS-LVC-CRSE
           MOVE ISAM-IO-LEVEL TO WS-LVC-CRSE-LEVEL
           CALL 'LEVEL-CHECK' USING WS-LEVEL-CHECK
           MOVE WS-LVC-GPA-LEVEL TO WS-ROW-LEVEL
           IF WS-LV-YR EQUAL SPACES
               AND WS-LVC-CRSE-LEVEL NOT EQUAL SPACE
               MOVE WS-LVC-CRSE-LEVEL TO WS-ROW-LEVEL
           END-IF.
      *-----------------------------------------------------------------
       408-REG-ROW-LEVEL.
           MOVE REG-IO-YR  TO YEAR
           MOVE REG-IO-SEM TO SEMESTER
           MOVE REG-IO-CRN TO CRN
           READ ISAM-SCHED-IN KEY IS CRN-KEY
               INVALID KEY
                   MOVE SPACES TO WS-LV-SUBJ
                   MOVE SPACES TO WS-LV-CRSE
               NOT INVALID KEY
                   MOVE SUBJ TO WS-LV-SUBJ
                   MOVE CRSE TO WS-LV-CRSE
           END-READ
           MOVE REG-IO-SEM TO WS-LV-SEM
           MOVE REG-IO-YR  TO WS-LV-YR
           PERFORM 406-SET-ROW-LEVEL.
      *-----------------------------------------------------------------
       410-PRINT-COURSE-LINE.
           MOVE REG-IO-SEM     TO TL-SEM
                           MOVE SUBJ TO CRN-SUBJ-HOLD
                           MOVE CRSE TO CRN-CRSE-HOLD
                           PERFORM 450-FIND-VERSION
                           IF REG-IO-HOURS NUMERIC
                               AND REG-IO-HOURS GREATER THAN ZEROS
                               MOVE REG-IO-HOURS TO WS-CREDITS-NUM
                           END-IF
                           MOVE WS-CREDITS-NUM TO TL-CREDITS
                           IF REG-IO-GRADE EQUAL 'A' OR 'B' OR 'C'
                               OR 'D' OR 'F'
                           END-IF
                   END-READ
           END-READ
           PERFORM 404-BLOCK-HEADING
           WRITE TRANSCRIPT-LINE FROM TRANS-LINE-OUT.
      *-----------------------------------------------------------------
       420-PRINT-HISTORY.
                   NOT AT END
                       IF HST-STUD-ID EQUAL TRQ-STUD-ID
                           AND HST-STATUS NOT EQUAL 'W'
                           MOVE HST-SUBJ TO WS-LV-SUBJ
                           MOVE HST-CRSE TO WS-LV-CRSE
                           MOVE HST-SEM  TO WS-LV-SEM
                           MOVE HST-YR   TO WS-LV-YR
                           PERFORM 406-SET-ROW-LEVEL
                           IF WS-ROW-LEVEL EQUAL WS-BLK-LEVEL
                               PERFORM 425-PRINT-HIST-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE HST-GRADE-MOD TO WS-TP-MOD
               PERFORM 460-PRICE-ONE-GRADE
           END-IF
           PERFORM 404-BLOCK-HEADING
           WRITE TRANSCRIPT-LINE FROM TRANS-LINE-OUT.
      *-----------------------------------------------------------------
       430-PRINT-TRANSFER.
                       IF TC-STUD-ID NOT EQUAL TRQ-STUD-ID
                           MOVE 1 TO EOF-FLAG3
                       ELSE
                           MOVE TC-EQUIV-SUBJ TO WS-LV-SUBJ
                           MOVE TC-EQUIV-CRSE TO WS-LV-CRSE
                           MOVE SPACES        TO WS-LV-SEM
                           MOVE SPACES        TO WS-LV-YR
                           PERFORM 406-SET-ROW-LEVEL
                           IF WS-ROW-LEVEL EQUAL WS-BLK-LEVEL
                               PERFORM 435-PRINT-TRANSFER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       435-PRINT-TRANSFER-LINE.
           PERFORM 404-BLOCK-HEADING
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING 'TR ' TC-INSTITUTION ' ' TC-EXT-COURSE ' '
               TC-EQUIV-SUBJ ' ' TC-EQUIV-CRSE ' '
                               ' ' DG-SEM '/' DG-YR ' ' DG-DATE
                               INTO TRANSCRIPT-LINE
                           WRITE TRANSCRIPT-LINE
                           IF DG-HONORS NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               ' DG-HONORS-DESC
                                   INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                           IF DG-MAJOR-2 NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               SECOND MAJOR '
                                   DG-MAJOR-2 INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                           IF DG-MINOR-1 NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               MINOR '
                                   DG-MINOR-1 INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                           IF DG-MINOR-2 NOT EQUAL SPACES
                               MOVE SPACES TO TRANSCRIPT-LINE
                               STRING '               MINOR '
                                   DG-MINOR-2 INTO TRANSCRIPT-LINE
                               WRITE TRANSCRIPT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       445-PRINT-CLASS-RANK.
      *    quoted only when the request asked for it and only as the
      *    last CLASS-RANK run stored it - unranked prints nothing
           MOVE TRQ-STUD-ID TO CRK-STUD-ID
           READ ISAM-CRK-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING 'CLASS RANK ' CRK-RANK ' OF ' CRK-SIZE
                       ' - ' CRK-CLASS ' ' CRK-MAJOR
                       INTO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
           END-READ.
      *-----------------------------------------------------------------
       450-FIND-VERSION.
      *    the catalog is versioned by effective term - price the
