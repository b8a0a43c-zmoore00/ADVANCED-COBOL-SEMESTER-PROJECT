      *ABSTRACT: Daily room events sheet for the information desk -    *
      *          lists every EVENT-ISAM.DAT booking falling on the     *
      *          keyed date (dated bookings that match plus recurring  *
      *          pattern bookings with no date) grouped by building,   *
      *          then every class MTG-EXCEPT has moved into a          *
      *          temporary room that day                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-EVENTS IS INITIAL PROGRAM.
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-MEX-IN ASSIGN TO
                               "../MTG-EXCEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEX-KEY
                               FILE STATUS   IS WS-MEX-STAT.

           SELECT REPORT-OUT ASSIGN TO "../ROOM-EVENTS.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
           03  EVT-DESC           PIC X(30).
           03  EVT-OPER           PIC X(8).

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
       01  REPORT-LINE-OUT        PIC X(80).
      *-----------------------------------------------------------------
           03  WS-REQ-DATE             PIC X(8)    VALUE SPACES.
           03  WS-CUR-BLDG             PIC X(7)    VALUE SPACES.
           03  WS-EVT-COUNT            PIC 9(4)    VALUE ZEROS.
           03  WS-MEX-STAT             PIC XX      VALUE SPACES.
           03  WS-MOVE-COUNT           PIC 9(4)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

           03  RD-DESC     PIC X(30).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-OPER     PIC X(8).

       01  RPT-MOVE-HEAD.
           03  FILLER      PIC X(36)
                           VALUE 'CLASSES IN A TEMPORARY ROOM TODAY:'.

       01  RPT-MOVE-DETAIL.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RM-BLDG     PIC X(7).
           03  FILLER      PIC X       VALUE SPACE.
           03  RM-ROOM     PIC X(6).
           03  FILLER      PIC X       VALUE SPACE.
           03  RM-TIME     PIC X(20).
           03  FILLER      PIC X       VALUE SPACE.
           03  RM-DESC     PIC X(24).
           03  FILLER      PIC X       VALUE SPACE.
           03  RM-OPER     PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           END-PERFORM

           CLOSE ISAM-EVT-IN
           PERFORM 300-LIST-MOVED-CLASSES
           CLOSE REPORT-OUT

           STRING WS-EVT-COUNT ' EVENT(S) ' WS-MOVE-COUNT
               ' MOVED CLASS(ES)' INTO WS-MSG
           DISPLAY SCRN-MSG
           DISPLAY EXIT-SCREEN
           ACCEPT WS-MSG
           MOVE EVT-OPER     TO RD-OPER
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL
           ADD 1 TO WS-EVT-COUNT.
      *-----------------------------------------------------------------
       300-LIST-MOVED-CLASSES.
      *    a class MTG-EXCEPT moved into a temporary room for the day
      *    holds that room the same as a booking - the desk also needs
      *    it to send students on from the regular room
           OPEN INPUT ISAM-MEX-IN
           IF WS-MEX-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MEX-KEY
           START ISAM-MEX-IN KEY IS NOT LESS THAN MEX-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-MEX-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF MEX-DATE EQUAL WS-REQ-DATE
                           AND MEX-TYPE EQUAL 'R'
                           PERFORM 310-PRINT-MOVED-CLASS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-MEX-IN.
      *-----------------------------------------------------------------
       310-PRINT-MOVED-CLASS.
           IF WS-MOVE-COUNT EQUAL ZEROS
               MOVE SPACES TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT FROM RPT-MOVE-HEAD
           END-IF
           MOVE MEX-BLDG     TO RM-BLDG
           MOVE MEX-ROOM     TO RM-ROOM
           MOVE MEX-TIME-DAY TO RM-TIME
           MOVE SPACES       TO RM-DESC
           STRING 'CLASS CRN ' MEX-CRN ' MOVED IN'
               DELIMITED BY SIZE INTO RM-DESC
           MOVE MEX-OPER     TO RM-OPER
           WRITE REPORT-LINE-OUT FROM RPT-MOVE-DETAIL
           ADD 1 TO WS-MOVE-COUNT.
