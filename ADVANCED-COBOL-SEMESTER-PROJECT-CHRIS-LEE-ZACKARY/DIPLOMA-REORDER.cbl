      ******************************************************************
      *PROGRAM : DIPLOMA-REORDER.CBL                                   *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Keys a diploma reorder (R) or replacement (P) against *
      *          a degree on DEGREE-ISAM.DAT - a reason code and text  *
      *          are required - the order waits on DIPLOMA-ISAM.DAT    *
      *          as pending until the next DIPLOMA-ORDERS run sends it *
      *          to the vendor - every order is written to AUDIT-LOG   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIPLOMA-REORDER IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-DG-IN ASSIGN TO "../DEGREE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS DG-KEY
                               FILE STATUS   IS WS-DG-STAT.

           SELECT OPTIONAL ISAM-DIP-IO ASSIGN TO "../DIPLOMA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DIP-KEY
                               FILE STATUS   IS WS-DIP-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-DG-IN.
       01  DG-REC-IN.
           03  DG-KEY.
               05  DG-STUD-ID     PIC 9(6).
               05  DG-SEM         PIC X(2).
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

       FD  ISAM-DIP-IO.
       01  DIP-REC-IO.
           03  DIP-KEY.
               05  DIP-STUD-ID    PIC 9(6).
               05  DIP-SEM        PIC X(2).
               05  DIP-YR         PIC X(4).
               05  DIP-SEQ        PIC 9(2).
           03  DIP-TYPE           PIC X.
               88  DIP-ORIGINAL       VALUE 'O'.
               88  DIP-REORDER        VALUE 'R'.
               88  DIP-REPLACEMENT    VALUE 'P'.
           03  DIP-REASON         PIC X(2).
           03  DIP-REASON-TEXT    PIC X(30).
           03  DIP-STATUS         PIC X.
               88  DIP-PENDING        VALUE 'P'.
               88  DIP-SENT           VALUE 'S'.
               88  DIP-REJECTED       VALUE 'X'.
           03  DIP-REQ-DATE       PIC X(8).
           03  DIP-SENT-DATE      PIC X(8).
           03  DIP-USER           PIC X(20).

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-USER            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(120).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-DG-STAT              PIC XX      VALUE SPACES.
           03  WS-DIP-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-NEXT-SEQ             PIC 9(2)    VALUE ZEROS.
           03  WS-OPEN-ORDER           PIC X       VALUE 'N'.
           03  DIP-EOF-FLAG            PIC X       VALUE SPACES.
               88 DIP-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)        VALUE ZEROS.
           03  WS-SEM          PIC X(2)        VALUE SPACES.
           03  WS-YR           PIC X(4)        VALUE SPACES.
           03  WS-TYPE         PIC X           VALUE SPACE.
           03  WS-REASON       PIC X(2)        VALUE SPACES.
           03  WS-REASON-TEXT  PIC X(30)       VALUE SPACES.

      *    reason codes for a reorder or a replacement diploma
       01  WS-REASON-LIST.
           03  FILLER          PIC X(22) VALUE 'LOLOST IN MAIL        '.
           03  FILLER          PIC X(22) VALUE 'DMDAMAGED             '.
           03  FILLER          PIC X(22) VALUE 'NCNAME CHANGE         '.
           03  FILLER          PIC X(22) VALUE 'ERPRINTING ERROR      '.
           03  FILLER          PIC X(22) VALUE 'OTOTHER               '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           03  WS-RSN-ENTRY    OCCURS 5 TIMES INDEXED BY RSN-IX.
               05  WS-RSN-CODE     PIC X(2).
               05  WS-RSN-DESC     PIC X(20).

       01  WS-AUDIT-DATA.
           03  FILLER          PIC X(5)    VALUE 'TYPE='.
           03  WA-TYPE         PIC X.
           03  FILLER          PIC X(8)    VALUE ' REASON='.
           03  WA-REASON       PIC X(2).
           03  FILLER          PIC X       VALUE SPACE.
           03  WA-REASON-TEXT  PIC X(30).
           03  FILLER          PIC X(5)    VALUE ' SEQ='.
           03  WA-SEQ          PIC 9(2).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 07 COL 28 VALUE "DIPLOMA REORDER".
           03  LINE 1  COL 1  VALUE "DIPLOMA-REORDER".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-KEY-REQ.
           03  LINE 09 COL 25  VALUE '     STUDENT ID:'.
           03  LINE 09 COL 43 PIC X(6)  TO WS-STU-ID AUTO.
           03  LINE 10 COL 25  VALUE 'CONFERRAL SEM/YR:'.
           03  LINE 10 COL 43 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 10 COL 45 VALUE '/'.
           03  LINE 10 COL 46 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ORDER.
           03  LINE 11 COL 25  VALUE '         DEGREE:'.
           03  LINE 11 COL 43 PIC X(20) FROM DG-MAJOR.
           03  LINE 12 COL 25  VALUE '  TYPE (R OR P):'.
           03  LINE 12 COL 43 PIC X     TO WS-TYPE AUTO.
           03  LINE 12 COL 46           VALUE 'R=REORDER P=REPLACE'.
           03  LINE 13 COL 25  VALUE '    REASON CODE:'.
           03  LINE 13 COL 43 PIC X(2)  TO WS-REASON AUTO.
           03  LINE 13 COL 46           VALUE 'LO DM NC ER OT'.
           03  LINE 14 COL 25  VALUE '    REASON TEXT:'.
           03  LINE 14 COL 43 PIC X(30) TO WS-REASON-TEXT.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           03  LINE 19 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           OPEN INPUT ISAM-DG-IN
           OPEN I-O ISAM-DIP-IO
           IF WS-DIP-STAT EQUAL '35'
               OPEN OUTPUT ISAM-DIP-IO
               CLOSE ISAM-DIP-IO
               OPEN I-O ISAM-DIP-IO
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               MOVE WS-STU-ID TO DG-STUD-ID
               MOVE WS-SEM    TO DG-SEM
               MOVE WS-YR     TO DG-YR
               READ ISAM-DG-IN
                   INVALID KEY
                       MOVE 'NO DEGREE CONFERRED FOR THAT TERM'
                           TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 200-TAKE-ORDER
               END-READ
               DISPLAY SCRN-KEY-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-DG-IN.
           CLOSE ISAM-DIP-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-TAKE-ORDER.
      *    one order at a time - a diploma still waiting to go to the
      *    vendor must be sent before another is keyed
           PERFORM 210-FIND-NEXT-SEQ
           IF WS-OPEN-ORDER EQUAL 'Y'
               MOVE 'AN ORDER IS ALREADY PENDING' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-SEQ EQUAL 01
               MOVE 'ORIGINAL NOT YET ORDERED' TO WS-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TYPE
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 'N' TO WS-OPEN-ORDER
           PERFORM UNTIL WS-OPEN-ORDER EQUAL 'Y'
               DISPLAY SCRN-ORDER
               ACCEPT  SCRN-ORDER
               MOVE SPACES TO WS-MSG
               MOVE FUNCTION UPPER-CASE (WS-TYPE)   TO WS-TYPE
               MOVE FUNCTION UPPER-CASE (WS-REASON) TO WS-REASON
               SET RSN-IX TO 1
               SEARCH WS-RSN-ENTRY
                   AT END
                       MOVE 'INVALID REASON CODE' TO WS-MSG
                   WHEN WS-RSN-CODE (RSN-IX) EQUAL WS-REASON
                       IF WS-REASON-TEXT EQUAL SPACES
                           MOVE WS-RSN-DESC (RSN-IX) TO WS-REASON-TEXT
                       END-IF
               END-SEARCH
               IF WS-TYPE NOT EQUAL 'R' AND WS-TYPE NOT EQUAL 'P'
                   MOVE 'TYPE MUST BE R OR P' TO WS-MSG
               END-IF
               IF WS-MSG EQUAL SPACES
                   MOVE 'Y' TO WS-OPEN-ORDER
               END-IF
           END-PERFORM

           MOVE WS-STU-ID      TO DIP-STUD-ID
           MOVE WS-SEM         TO DIP-SEM
           MOVE WS-YR          TO DIP-YR
           MOVE WS-NEXT-SEQ    TO DIP-SEQ
           MOVE WS-TYPE        TO DIP-TYPE
           MOVE WS-REASON      TO DIP-REASON
           MOVE WS-REASON-TEXT TO DIP-REASON-TEXT
           MOVE 'P'            TO DIP-STATUS
           MOVE WS-NOW-DATE    TO DIP-REQ-DATE
           MOVE SPACES         TO DIP-SENT-DATE
           MOVE WS-AUDIT-USER  TO DIP-USER
           WRITE DIP-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO WRITE ORDER' TO WS-MSG
               NOT INVALID KEY
                   PERFORM 220-WRITE-AUDIT
                   MOVE 'ORDER QUEUED FOR NEXT VENDOR RUN' TO WS-MSG
           END-WRITE.
      *-----------------------------------------------------------------
       210-FIND-NEXT-SEQ.
           MOVE 01  TO WS-NEXT-SEQ
           MOVE 'N' TO WS-OPEN-ORDER
           MOVE WS-STU-ID TO DIP-STUD-ID
           MOVE WS-SEM    TO DIP-SEM
           MOVE WS-YR     TO DIP-YR
           MOVE ZEROS     TO DIP-SEQ
           START ISAM-DIP-IO KEY IS NOT LESS THAN DIP-KEY
               INVALID KEY
                   MOVE 1 TO DIP-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DIP-EOF-FLAG
           END-START
           PERFORM UNTIL DIP-EOF
               READ ISAM-DIP-IO NEXT RECORD
                   AT END
                       MOVE 1 TO DIP-EOF-FLAG
                   NOT AT END
                       IF DIP-STUD-ID NOT EQUAL WS-STU-ID
                           OR DIP-SEM NOT EQUAL WS-SEM
                           OR DIP-YR NOT EQUAL WS-YR
                           MOVE 1 TO DIP-EOF-FLAG
                       ELSE
                           COMPUTE WS-NEXT-SEQ = DIP-SEQ + 1
                           IF DIP-PENDING
                               MOVE 'Y' TO WS-OPEN-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       220-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-LINE-OUT
           MOVE DIP-TYPE        TO WA-TYPE
           MOVE DIP-REASON      TO WA-REASON
           MOVE DIP-REASON-TEXT TO WA-REASON-TEXT
           MOVE DIP-SEQ         TO WA-SEQ
           MOVE DISPLAY-DATE     TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER    TO AUD-USER
           MOVE 'DIPLOMA-REORDE' TO AUD-PROGRAM
           STRING DIP-STUD-ID ' ' DIP-SEM DIP-YR DELIMITED BY SIZE
               INTO AUD-KEY
           MOVE SPACES           TO AUD-OLD
           MOVE WS-AUDIT-DATA    TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
