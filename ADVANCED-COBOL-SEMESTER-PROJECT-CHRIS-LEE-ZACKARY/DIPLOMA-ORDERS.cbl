      ******************************************************************
      *PROGRAM : DIPLOMA-ORDERS.CBL                                    *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Diploma vendor order batch - for a conferral SEM/YR   *
      *          opens an original order on DIPLOMA-ISAM.DAT for every *
      *          degree GRAD-CONFER wrote to DEGREE-ISAM.DAT that has  *
      *          none yet, then sends every pending order (originals,  *
      *          reorders and replacements keyed in DIPLOMA-REORDER)   *
      *          to DIPLOMA-ORDER.TXT - diploma name, degree, major    *
      *          title from MAJOR-MASTER, honors and mailing address   *
      *          from ADDR-ISAM - each sent order is stamped with the  *
      *          send date so it never goes twice - DIPLOMA-CONTROL    *
      *          .RPT lists the batch with counts by order type        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIPLOMA-ORDERS IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-DG-IN ASSIGN TO "../DEGREE-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DG-KEY
                               FILE STATUS   IS WS-DG-STAT.

           SELECT OPTIONAL ISAM-DIP-IO ASSIGN TO "../DIPLOMA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS DIP-KEY
                               FILE STATUS   IS WS-DIP-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-STUD-KEY
                                FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-MAJ-IN ASSIGN TO "../MAJOR-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS MAJ-CODE
                               FILE STATUS   IS WS-MAJ-STAT.

           SELECT OPTIONAL ISAM-ADR-IN ASSIGN TO "../ADDR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-ADR-STAT.

           SELECT ORDER-OUT ASSIGN TO "../DIPLOMA-ORDER.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-ORD-STAT.

           SELECT REPORT-OUT ASSIGN TO "../DIPLOMA-CONTROL.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT PARM-IN ASSIGN TO "../RUN-PARMS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-PRM-STAT.
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

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-SUTD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20)   VALUE SPACES.
           03  ISAM-STUD-HOLD      PIC X       VALUE 'N'.
           03  ISAM-STUD-STANDING  PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RES       PIC X       VALUE 'Y'.
           03  ISAM-STUD-GPA       PIC 9V99    VALUE ZEROS.
           03  ISAM-STUD-EARNED    PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-ATTEMPT   PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-PRIVACY   PIC X       VALUE 'N'.
           03  ISAM-STUD-CLASS     PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-SAP       PIC X       VALUE SPACE.
           03  ISAM-STUD-ENR-STAT  PIC X       VALUE 'A'.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-MAJ-IN.
       01  MAJ-REC-IN.
           03  MAJ-CODE            PIC X(6).
           03  MAJ-TITLE           PIC X(30).
           03  MAJ-DEPT            PIC X(20).

       FD  ISAM-ADR-IN.
       01  ADR-REC-IN.
           03  ADR-KEY.
               05  ADR-STUD-ID    PIC 9(6).
               05  ADR-TYPE       PIC X.
           03  ADR-STREET         PIC X(25).
           03  ADR-CITY           PIC X(20).
           03  ADR-STATE          PIC X(2).
           03  ADR-ZIP            PIC X(5).

       FD  ORDER-OUT.
       01  ORDER-LINE-OUT.
           03  ORD-TYPE            PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-NAME            PIC X(31).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-DEGREE          PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-MAJOR-TITLE     PIC X(30).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-HONORS          PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-CONF-SEM        PIC X(2).
           03  ORD-CONF-YR         PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-STREET          PIC X(25).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-CITY            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-STATE           PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-ZIP             PIC X(5).
           03  FILLER              PIC X       VALUE SPACE.
           03  ORD-REASON          PIC X(30).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  PRM-YR              PIC X(4).
           03  FILLER              PIC X.
           03  PRM-EXTRA           PIC X(20).
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
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-DG-STAT              PIC XX      VALUE SPACES.
           03  WS-DIP-STAT             PIC XX      VALUE SPACES.
           03  WS-MAJ-STAT             PIC XX      VALUE SPACES.
           03  WS-ADR-STAT             PIC XX      VALUE SPACES.
           03  WS-ORD-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'DIPLOMA-ORDERS'.
           03  WS-HAS-ORIGINAL         PIC X       VALUE 'N'.
           03  WS-ORIG-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-REORD-COUNT          PIC 9(5)    VALUE ZEROS.
           03  WS-REPL-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-REJECT-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-OPENED-COUNT         PIC 9(5)    VALUE ZEROS.
           03  WS-REJECT-WHY           PIC X(20)   VALUE SPACES.
           03  DG-EOF-FLAG             PIC X       VALUE SPACES.
               88 DG-EOF     VALUE '1'.
           03  DIP-EOF-FLAG            PIC X       VALUE SPACES.
               88 DIP-EOF    VALUE '1'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.

       01  WS-KEY.
           05  WS-SEM      PIC X(2)        VALUE SPACES.
           05  WS-YR       PIC X(4)        VALUE SPACES.

       01  RPT-HEAD-1.
           03  FILLER          PIC X(24)
                   VALUE 'DIPLOMA ORDER BATCH     '.
           03  FILLER          PIC X(9)    VALUE 'CONFERRAL'.
           03  FILLER          PIC X       VALUE SPACE.
           03  RH-SEM          PIC X(2).
           03  FILLER          PIC X       VALUE '/'.
           03  RH-YR           PIC X(4).
           03  FILLER          PIC X(8)    VALUE SPACES.
           03  RH-DATE         PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER          PIC X(4)    VALUE 'TYPE'.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  FILLER          PIC X(8)    VALUE 'ID'.
           03  FILLER          PIC X(32)   VALUE 'DIPLOMA NAME'.
           03  FILLER          PIC X(8)    VALUE 'TERM'.
           03  FILLER          PIC X(26)   VALUE 'RESULT / REASON'.

       01  RPT-DETAIL.
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-TYPE         PIC X.
           03  FILLER          PIC X(3)    VALUE SPACES.
           03  RD-ID           PIC 9(6).
           03  FILLER          PIC X(2)    VALUE SPACES.
           03  RD-NAME         PIC X(31).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-SEM          PIC X(2).
           03  FILLER          PIC X       VALUE '/'.
           03  RD-YR           PIC X(4).
           03  FILLER          PIC X       VALUE SPACE.
           03  RD-RESULT       PIC X(26).

       01  RPT-TOTAL.
           03  FILLER          PIC X(22).
           03  RT-COUNT        PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "DIPLOMA-ORDERS".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 27 VALUE "DIPLOMA VENDOR ORDER FILE".

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 25             VALUE 'CONFERRAL SEM/YR:'.
           03  LINE 09 COL 43 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 45 VALUE '/'.
           03  LINE 09 COL 46 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 16 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               ACCEPT  SCRN-SEM-REQ
           END-IF

           OPEN INPUT ISAM-DG-IN
           OPEN I-O ISAM-DIP-IO
           IF WS-DIP-STAT EQUAL '35'
               OPEN OUTPUT ISAM-DIP-IO
               CLOSE ISAM-DIP-IO
               OPEN I-O ISAM-DIP-IO
           END-IF
           OPEN INPUT ISAM-STUD-IN
           OPEN INPUT ISAM-MAJ-IN
           OPEN INPUT ISAM-ADR-IN
           OPEN OUTPUT ORDER-OUT
           OPEN OUTPUT REPORT-OUT

           MOVE WS-SEM       TO RH-SEM
           MOVE WS-YR        TO RH-YR
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           PERFORM 200-OPEN-ORIGINALS
           PERFORM 300-SEND-PENDING
           PERFORM 500-WRITE-TOTALS

           CLOSE ISAM-DG-IN
           CLOSE ISAM-DIP-IO
           CLOSE ISAM-STUD-IN
           CLOSE ISAM-MAJ-IN
           CLOSE ISAM-ADR-IN
           CLOSE ORDER-OUT
           CLOSE REPORT-OUT

           COMPUTE WS-OPENED-COUNT =
               WS-ORIG-COUNT + WS-REORD-COUNT + WS-REPL-COUNT
           STRING WS-OPENED-COUNT ' DIPLOMA(S) ORDERED' INTO WS-MSG
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-SEM-REQ
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program answers its screen
      *    questions from RUN-PARMS.TXT and never touches the keyboard
      *    - started from a menu the screens work as always
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARM-IN
           IF WS-PRM-STAT EQUAL '00'
               MOVE SPACES TO PRM-EOF-FLAG
               PERFORM UNTIL PRM-EOF
                   READ PARM-IN
                       AT END
                           MOVE 1 TO PRM-EOF-FLAG
                       NOT AT END
                           IF PRM-PROGRAM EQUAL WS-OWN-NAME
                               MOVE PRM-SEM TO WS-SEM
                               MOVE PRM-YR  TO WS-YR
                               MOVE 1 TO PRM-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
           END-IF.
      *-----------------------------------------------------------------
       200-OPEN-ORIGINALS.
      *    every degree conferred in the term gets one original order -
      *    a rerun finds the order already open and leaves it alone
           MOVE LOW-VALUES TO DG-KEY
           START ISAM-DG-IN KEY IS NOT LESS THAN DG-KEY
               INVALID KEY
                   MOVE 1 TO DG-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO DG-EOF-FLAG
           END-START
           PERFORM UNTIL DG-EOF
               READ ISAM-DG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO DG-EOF-FLAG
                   NOT AT END
                       IF DG-SEM EQUAL WS-SEM
                           AND DG-YR EQUAL WS-YR
                           PERFORM 210-OPEN-ONE-ORIGINAL
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       210-OPEN-ONE-ORIGINAL.
           MOVE DG-STUD-ID TO DIP-STUD-ID
           MOVE DG-SEM     TO DIP-SEM
           MOVE DG-YR      TO DIP-YR
           MOVE 01         TO DIP-SEQ
           READ ISAM-DIP-IO
               INVALID KEY
                   MOVE 'O'          TO DIP-TYPE
                   MOVE SPACES       TO DIP-REASON
                   MOVE SPACES       TO DIP-REASON-TEXT
                   MOVE 'P'          TO DIP-STATUS
                   MOVE WS-NOW-DATE  TO DIP-REQ-DATE
                   MOVE SPACES       TO DIP-SENT-DATE
                   MOVE 'DIPLOMA-ORDERS'  TO DIP-USER
                   WRITE DIP-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      *-----------------------------------------------------------------
       300-SEND-PENDING.
      *    originals, reorders and replacements all wait as pending
      *    rows - whatever is pending tonight goes to the vendor
           MOVE LOW-VALUES TO DIP-KEY
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
                       IF DIP-PENDING
                           PERFORM 310-SEND-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       310-SEND-ONE-ORDER.
           MOVE SPACES TO WS-REJECT-WHY
           MOVE DIP-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'NO STUDENT MASTER' TO WS-REJECT-WHY
                   MOVE SPACES TO ISAM-STUD-LNAME
                   MOVE SPACES TO ISAM-SUTD-FNAME
           END-READ
           IF WS-REJECT-WHY EQUAL SPACES
               MOVE DIP-STUD-ID TO DG-STUD-ID
               MOVE DIP-SEM     TO DG-SEM
               MOVE DIP-YR      TO DG-YR
               READ ISAM-DG-IN
                   INVALID KEY
                       MOVE 'NO DEGREE CONFERRED' TO WS-REJECT-WHY
               END-READ
           END-IF

           MOVE SPACES TO ORDER-LINE-OUT
           MOVE DIP-TYPE    TO ORD-TYPE
           MOVE DIP-STUD-ID TO ORD-STUD-ID
      *    the diploma always carries the legal name off the master
           STRING ISAM-SUTD-FNAME DELIMITED BY '  '
               ' '             DELIMITED BY SIZE
               ISAM-STUD-LNAME DELIMITED BY '  '
               INTO ORD-NAME

           IF WS-REJECT-WHY NOT EQUAL SPACES
               MOVE 'X' TO DIP-STATUS
               REWRITE DIP-REC-IO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE WS-REJECT-WHY TO RD-RESULT
               PERFORM 400-WRITE-DETAIL
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE DG-MAJOR       TO ORD-DEGREE
           MOVE DG-HONORS-DESC TO ORD-HONORS
           MOVE DG-SEM         TO ORD-CONF-SEM
           MOVE DG-YR          TO ORD-CONF-YR
           MOVE DIP-REASON-TEXT TO ORD-REASON
           MOVE DG-MAJOR (1:6) TO MAJ-CODE
           READ ISAM-MAJ-IN
               INVALID KEY
                   MOVE DG-MAJOR TO ORD-MAJOR-TITLE
               NOT INVALID KEY
                   MOVE MAJ-TITLE TO ORD-MAJOR-TITLE
           END-READ
      *    the structured mailing address carries city and state - the
      *    bare master line stands in when no address row exists
           MOVE DIP-STUD-ID TO ADR-STUD-ID
           MOVE 'M'         TO ADR-TYPE
           READ ISAM-ADR-IN
               INVALID KEY
                   MOVE ISAM-STUD-ADDRESS TO ORD-STREET
                   MOVE SPACES            TO ORD-CITY
                   MOVE SPACES            TO ORD-STATE
                   MOVE ISAM-STUD-ZIP     TO ORD-ZIP
               NOT INVALID KEY
                   MOVE ADR-STREET TO ORD-STREET
                   MOVE ADR-CITY   TO ORD-CITY
                   MOVE ADR-STATE  TO ORD-STATE
                   MOVE ADR-ZIP    TO ORD-ZIP
           END-READ
           WRITE ORDER-LINE-OUT

           MOVE 'S'         TO DIP-STATUS
           MOVE WS-NOW-DATE TO DIP-SENT-DATE
           REWRITE DIP-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           EVALUATE TRUE
               WHEN DIP-ORIGINAL
                   MOVE 'ORDERED' TO RD-RESULT
                   ADD 1 TO WS-ORIG-COUNT
               WHEN DIP-REORDER
                   MOVE DIP-REASON-TEXT TO RD-RESULT
                   ADD 1 TO WS-REORD-COUNT
               WHEN OTHER
                   MOVE DIP-REASON-TEXT TO RD-RESULT
                   ADD 1 TO WS-REPL-COUNT
           END-EVALUATE
           PERFORM 400-WRITE-DETAIL.
      *-----------------------------------------------------------------
       400-WRITE-DETAIL.
           MOVE DIP-TYPE    TO RD-TYPE
           MOVE DIP-STUD-ID TO RD-ID
           MOVE ORD-NAME    TO RD-NAME
           MOVE DIP-SEM     TO RD-SEM
           MOVE DIP-YR      TO RD-YR
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'ORIGINALS ORDERED:    ' TO RPT-TOTAL (1:22)
           MOVE WS-ORIG-COUNT   TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'REORDERS:             ' TO RPT-TOTAL (1:22)
           MOVE WS-REORD-COUNT  TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'REPLACEMENTS:         ' TO RPT-TOTAL (1:22)
           MOVE WS-REPL-COUNT   TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'REJECTED - NOT SENT:  ' TO RPT-TOTAL (1:22)
           MOVE WS-REJECT-COUNT TO RT-COUNT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
