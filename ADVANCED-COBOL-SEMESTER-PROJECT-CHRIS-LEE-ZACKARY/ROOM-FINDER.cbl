      *ABSTRACT: Free-room inquiry for schedule building - takes a     *
      *          SEM/YR, a meeting pattern and a minimum seat count    *
      *          and lists every BUILDING-ISAM room with that many     *
      *          seats and no section, extra meeting, event or class   *
      *          moved in by MTG-EXCEPT booked at that time - list     *
      *          goes to FREE-ROOMS.RPT                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-FINDER IS INITIAL PROGRAM.
                               RECORD KEY    IS OUT-KEY
                               FILE STATUS   IS WS-OUT-STAT.

           SELECT OPTIONAL ISAM-MEX-IN ASSIGN TO
                               "../MTG-EXCEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEX-KEY
                               FILE STATUS   IS WS-MEX-STAT.

           SELECT REPORT-OUT ASSIGN TO "../FREE-ROOMS.RPT"
                          ORGANIZATION  IS LINE SEQUENTIAL
                          FILE STATUS   IS WS-RPT-STAT.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-MTG-IN.
       01  MTG-REC-IN.
           03  OUT-END            PIC X(8).
           03  OUT-REASON         PIC X(30).

       FD  ISAM-MEX-IN.
       01  MEX-REC-IN.
           03  MEX-KEY.
               05  MEX-SEM        PIC X(2).
               05  MEX-YR         PIC X(4).
               05  MEX-CRN        PIC X(6).
               05  MEX-DATE       PIC X(8).
           03  MEX-TYPE           PIC X.
           03  MEX-SUB-INSTRUC    PIC 9(6).
           03  MEX-BLDG           PIC X(7).
           03  MEX-ROOM           PIC X(6).
           03  MEX-TIME-DAY       PIC X(20).
           03  MEX-REASON         PIC X(30).
           03  MEX-OPER           PIC X(8).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).
      *-----------------------------------------------------------------
               88 EVT-EOF    VALUE '1'.
           03  OUT-EOF-FLAG            PIC X       VALUE SPACES.
               88 OUT-EOF    VALUE '1'.
           03  WS-MEX-STAT             PIC XX      VALUE SPACES.
           03  MEX-EOF-FLAG            PIC X       VALUE SPACES.
               88 MEX-EOF    VALUE '1'.

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
      *                an online section books no room
                       IF YEAR EQUAL WS-YR
                           AND SEMESTER EQUAL WS-SEM
                           AND WS-BOOK-CNT LESS THAN 300
                           AND DELIVERY-MODE NOT EQUAL 'O'
                           MOVE TIME-DAY TO WS-CAND-TIME
                           PERFORM 150-TIMES-CLASH
                           IF WS-CLASH EQUAL 'Y'
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 110-LOAD-EVENT-BOOKINGS
           PERFORM 120-LOAD-MOVED-ROOMS.
      *-----------------------------------------------------------------
       110-LOAD-EVENT-BOOKINGS.
      *    a promised club meeting or review session holds its room
               END-READ
           END-PERFORM
           CLOSE ISAM-EVT-IN.
      *-----------------------------------------------------------------
       120-LOAD-MOVED-ROOMS.
      *    a class MTG-EXCEPT has moved into a temporary room holds it
      *    at the section's time the way a dated event booking does
           OPEN INPUT ISAM-MEX-IN
           IF WS-MEX-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEM     TO MEX-SEM
           MOVE WS-YR      TO MEX-YR
           MOVE LOW-VALUES TO MEX-CRN
           MOVE LOW-VALUES TO MEX-DATE
           START ISAM-MEX-IN KEY IS NOT LESS THAN MEX-KEY
               INVALID KEY
                   MOVE 1 TO MEX-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO MEX-EOF-FLAG
           END-START
           PERFORM UNTIL MEX-EOF
               READ ISAM-MEX-IN NEXT RECORD
                   AT END
                       MOVE 1 TO MEX-EOF-FLAG
                   NOT AT END
                       IF MEX-SEM NOT EQUAL WS-SEM
                           OR MEX-YR NOT EQUAL WS-YR
                           MOVE 1 TO MEX-EOF-FLAG
                       ELSE
                           IF MEX-TYPE EQUAL 'R'
                               AND WS-BOOK-CNT LESS THAN 300
                               MOVE MEX-TIME-DAY TO WS-CAND-TIME
                               PERFORM 150-TIMES-CLASH
                               IF WS-CLASH EQUAL 'Y'
                                   ADD 1 TO WS-BOOK-CNT
                                   MOVE MEX-BLDG
                                       TO WS-BK-BLDG (WS-BOOK-CNT)
                                   MOVE MEX-ROOM
                                       TO WS-BK-ROOM (WS-BOOK-CNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-MEX-IN.
      *-----------------------------------------------------------------
       200-LIST-FREE-ROOMS.
           OPEN INPUT ISAM-BLDG-IN
