      ******************************************************************
      *PROGRAM : CHARGE-LOAD.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Batch loader for the departmental charge feeds the    *
      *          library, parking office and science labs send in      *
      *          place of keying CHARGE-POST (CHARGE-FEED.TXT) - the   *
      *          header names the office and its feed reference, a     *
      *          feed already on CHARGE-FEED-ISAM.DAT is turned away   *
      *          whole, and the lines must prove to the office's       *
      *          trailer count and total before anything posts - each  *
      *          line is then checked against STUDENT-MASTER and the   *
      *          office's allowed codes on CHARGE-CODES.TXT and posted *
      *          the way CHARGE-POST posts a charge - rejects go back  *
      *          to the office on CHARGE-EXCEPT.TXT and                *
      *          CHARGE-LOAD.RPT registers every line                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-LOAD IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-IN ASSIGN TO "../CHARGE-FEED.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-FEED-STAT.

           SELECT CODE-IN ASSIGN TO "../CHARGE-CODES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-CODE-STAT.

           SELECT OPTIONAL ISAM-FDL-IO ASSIGN TO
                               "../CHARGE-FEED-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS FDL-KEY
                               FILE STATUS   IS WS-FDL-STAT.

           SELECT OPTIONAL ISAM-ACCT-IO ASSIGN TO "../ACCT-BALANCE.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ACB-IO-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-ACD-IO ASSIGN TO "../ACCT-DETAIL.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ACD-IO-KEY
                               FILE STATUS   IS WS-ACD-STAT.

           SELECT ISAM-STUD-IN  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STU-STAT.

           SELECT EXC-OUT ASSIGN TO "../CHARGE-EXCEPT.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-EXC-STAT.

           SELECT REPORT-OUT ASSIGN TO "../CHARGE-LOAD.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.

           SELECT BCTL-OUT ASSIGN TO "../BATCH-CONTROL.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-BCT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *    H = the office and its own reference for the feed, D = one
      *    charge, T = the office's trailer carrying the line count and
      *    charge total - the line reference is the office's ticket or
      *    fine number and rides back on an exception
       FD  FEED-IN.
       01  FEED-LINE-IN.
           03  FED-TYPE            PIC X.
           03  FILLER              PIC X.
           03  FED-ITEM.
               05  FED-STUD-ID     PIC 9(6).
               05  FILLER          PIC X.
               05  FED-SEM         PIC X(2).
               05  FILLER          PIC X.
               05  FED-YR          PIC X(4).
               05  FILLER          PIC X.
               05  FED-CODE        PIC X(4).
               05  FILLER          PIC X.
               05  FED-AMOUNT      PIC 9(5)V99.
               05  FILLER          PIC X.
               05  FED-DESC        PIC X(30).
               05  FILLER          PIC X.
               05  FED-LINE-REF    PIC X(12).
       01  FEED-HEADER-IN.
           03  FED-H-TYPE          PIC X.
           03  FILLER              PIC X.
           03  FED-H-OFFICE        PIC X(8).
           03  FILLER              PIC X.
           03  FED-H-REF           PIC X(12).
           03  FILLER              PIC X.
           03  FED-H-DATE          PIC X(8).
       01  FEED-TRAILER-IN.
           03  FED-T-TYPE          PIC X.
           03  FILLER              PIC X.
           03  FED-T-COUNT         PIC 9(6).
           03  FILLER              PIC X.
           03  FED-T-TOTAL         PIC 9(9)V99.

      *    one line per code an office may charge - LIBRARY LIBF, say,
      *    or PARKING PARK
       FD  CODE-IN.
       01  CODE-LINE-IN.
           03  CDL-OFFICE          PIC X(8).
           03  FILLER              PIC X.
           03  CDL-CODE            PIC X(4).
           03  FILLER              PIC X.
           03  CDL-DESC            PIC X(30).

      *    one row per feed loaded - the office's reference is what
      *    turns a second copy of the same feed away
       FD  ISAM-FDL-IO.
       01  FDL-REC-IO.
           03  FDL-KEY.
               05  FDL-OFFICE     PIC X(8).
               05  FDL-REF        PIC X(12).
           03  FDL-LOAD-DATE      PIC X(8).
           03  FDL-FEED-DATE      PIC X(8).
           03  FDL-COUNT          PIC 9(6).
           03  FDL-TOTAL          PIC 9(9)V99.
           03  FDL-POSTED         PIC 9(6).
           03  FDL-POST-TOTAL     PIC 9(9)V99.
           03  FDL-USER           PIC X(20).

       FD  ISAM-ACCT-IO.
       01  ACCT-REC-IO.
           03  ACB-IO-KEY.
               05  ACB-IO-STUD-ID PIC 9(6).
               05  ACB-IO-SEM     PIC X(2).
               05  ACB-IO-YR      PIC X(4).
           03  ACB-IO-BILLED      PIC 9(7)V99.
           03  ACB-IO-PAID        PIC 9(7)V99.

       FD  ISAM-ACD-IO.
       01  ACD-REC-IO.
           03  ACD-IO-KEY.
               05  ACD-IO-STUD-ID PIC 9(6).
               05  ACD-IO-SEM     PIC X(2).
               05  ACD-IO-YR      PIC X(4).
               05  ACD-IO-SEQ     PIC 9(4).
           03  ACD-IO-CODE        PIC X(4).
           03  ACD-IO-DESC        PIC X(30).
           03  ACD-IO-AMOUNT      PIC S9(7)V99.
           03  ACD-IO-DATE        PIC X(8).
           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.

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

      *    the exception line keeps the office's charge exactly as sent
      *    so the office can correct it and send it again on a new feed
       FD  EXC-OUT.
       01  EXC-LINE-OUT.
           03  EXC-RUN-DATE       PIC X(8).
           03  FILLER             PIC X       VALUE SPACE.
           03  EXC-OFFICE         PIC X(8).
           03  FILLER             PIC X       VALUE SPACE.
           03  EXC-REF            PIC X(12).
           03  FILLER             PIC X       VALUE SPACE.
           03  EXC-ITEM           PIC X(71).
           03  FILLER             PIC X       VALUE SPACE.
           03  EXC-REASON         PIC X(24).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT        PIC X(80).

       FD  BCTL-OUT.
       01  BCTL-LINE-OUT.
           03  BCT-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-READ            PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-WRITTEN         PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-REJECTED        PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  BCT-AMOUNT          PIC 9(9)V99.
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
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-FEED-STAT            PIC XX      VALUE SPACES.
           03  WS-CODE-STAT            PIC XX      VALUE SPACES.
           03  WS-FDL-STAT             PIC XX      VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-ACD-STAT             PIC XX      VALUE SPACES.
           03  WS-STU-STAT             PIC XX      VALUE SPACES.
           03  WS-EXC-STAT             PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-BCT-STAT             PIC XX      VALUE SPACES.
           03  WS-CTL-READ             PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-WRITTEN          PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-REJECTED         PIC 9(7)    VALUE ZEROS.
           03  WS-CTL-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-STU-ID               PIC 9(6)    VALUE ZEROS.
           03  WS-SEM                  PIC X(2)    VALUE SPACES.
           03  WS-YR                   PIC X(4)    VALUE SPACES.
           03  WS-CHG-AMT              PIC 9(5)V99 VALUE ZEROS.
           03  WS-ACD-NEXT-SEQ         PIC 9(4)    VALUE ZEROS.
           03  WS-EXC-REASON           PIC X(24)   VALUE SPACES.
           03  WS-FEED-REASON          PIC X(40)   VALUE SPACES.
           03  WS-HDR-FOUND            PIC X       VALUE 'N'.
           03  WS-TRL-FOUND            PIC X       VALUE 'N'.
           03  WS-PROOF-OK             PIC X       VALUE 'N'.
           03  WS-OFFICE               PIC X(8)    VALUE SPACES.
           03  WS-FEED-REF             PIC X(12)   VALUE SPACES.
           03  WS-FEED-DATE            PIC X(8)    VALUE SPACES.
           03  WS-LINE-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-LINE-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           03  WS-OFFICE-COUNT         PIC 9(6)    VALUE ZEROS.
           03  WS-OFFICE-TOTAL         PIC 9(9)V99 VALUE ZEROS.
           03  WS-POST-COUNT           PIC 9(6)    VALUE ZEROS.
           03  WS-POST-TOTAL           PIC 9(9)V99 VALUE ZEROS.
           03  WS-EXC-COUNT            PIC 9(6)    VALUE ZEROS.
           03  WS-EXC-TOTAL            PIC 9(9)V99 VALUE ZEROS.
           03  WS-CODE-IX              PIC 9(3)    VALUE ZEROS.
           03  WS-CODE-MAX             PIC 9(3)    VALUE ZEROS.
           03  WS-CODE-OK              PIC X       VALUE 'N'.
           03  WS-OFFICE-KNOWN         PIC X       VALUE 'N'.
           03  FEED-EOF-FLAG           PIC X       VALUE SPACES.
               88 FEED-EOF   VALUE '1'.
           03  CODE-EOF-FLAG           PIC X       VALUE SPACES.
               88 CODE-EOF   VALUE '1'.
           03  ACD-EOF-FLAG            PIC X       VALUE SPACES.
               88 ACD-EOF    VALUE '1'.

       01  WS-CODE-TABLE.
           03  WS-CODE-ENTRY       OCCURS 100 TIMES.
               05  WS-CT-OFFICE    PIC X(8).
               05  WS-CT-CODE      PIC X(4).

       01  RPT-HEAD-1.
           03  FILLER      PIC X(20)   VALUE 'CHARGE FEED LOAD    '.
           03  RH-OFFICE   PIC X(9).
           03  FILLER      PIC X(5)    VALUE 'REF  '.
           03  RH-REF      PIC X(13).
           03  FILLER      PIC X(5)    VALUE 'SENT '.
           03  RH-FEED-DATE PIC X(10).
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(8)    VALUE 'STUD-ID '.
           03  FILLER      PIC X(9)    VALUE 'TERM'.
           03  FILLER      PIC X(6)    VALUE 'CODE'.
           03  FILLER      PIC X(13)   VALUE 'LINE REF'.
           03  FILLER      PIC X(10)   VALUE '    AMOUNT'.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  FILLER      PIC X(6)    VALUE 'RESULT'.

       01  RPT-DETAIL.
           03  RD-STUD-ID  PIC X(6).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RD-YR       PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-CODE     PIC X(4).
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-REF      PIC X(12).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-AMT      PIC ZZZ,ZZ9.99.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RD-RESULT   PIC X(24).

       01  RPT-NOTE.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RN-TEXT     PIC X(60).

       01  RPT-TOTAL.
           03  FILLER      PIC X(28).
           03  RT-COUNT    PIC ZZZ,ZZ9.
           03  FILLER      PIC X(2)    VALUE SPACES.
           03  RT-AMT      PIC ZZZ,ZZZ,ZZ9.99.

      *    the posting date is handed to PERIOD-CHECK first - a date in
      *    a month the business office has closed comes back moved to
      *    an open one
       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "CHARGE-LOAD".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 25 VALUE "LOAD DEPARTMENTAL CHARGE FEED".

       01  SCRN-CONFIRM.
           03  LINE 09 COL 25  VALUE 'POST CHARGE-FEED.TXT? (Y/N):'.
           03  LINE 09 COL 54 PIC X TO WS-RESP AUTO.

       01  SCRN-MSG.
           03  LINE 11 COL 25 VALUE '    POSTED:'.
           03  LINE 11 COL 37 PIC 9(6) FROM WS-POST-COUNT.
           03  LINE 12 COL 25 VALUE 'EXCEPTIONS:'.
           03  LINE 12 COL 37 PIC 9(6) FROM WS-EXC-COUNT.
           03  LINE 14 COL 25 PIC X(40) FROM WS-MSG.

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

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE EQUAL 'Y'
               MOVE 'Y' TO WS-RESP
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               DISPLAY SCRN-CONFIRM
               ACCEPT  SCRN-CONFIRM
           END-IF

           IF WS-RESP NOT EQUAL 'Y' AND WS-RESP NOT EQUAL 'y'
               MOVE 'FEED NOT LOADED' TO WS-MSG
           ELSE
               PERFORM 100-PROVE-FEED
               IF WS-FEED-STAT NOT EQUAL '00'
                   MOVE 'CHARGE-FEED.TXT NOT FOUND' TO WS-MSG
               ELSE
                   OPEN OUTPUT REPORT-OUT
                   OPEN EXTEND EXC-OUT
                   IF WS-EXC-STAT NOT EQUAL '00'
                       OPEN OUTPUT EXC-OUT
                       CLOSE EXC-OUT
                       OPEN EXTEND EXC-OUT
                   END-IF
                   OPEN I-O ISAM-FDL-IO
                   IF WS-FDL-STAT EQUAL '35'
                       OPEN OUTPUT ISAM-FDL-IO
                       CLOSE ISAM-FDL-IO
                       OPEN I-O ISAM-FDL-IO
                   END-IF
                   PERFORM 120-LOAD-CODES
                   PERFORM 130-CHECK-FEED
                   IF WS-FEED-REASON EQUAL SPACES
                       PERFORM 200-POST-FEED
                       MOVE SPACES TO WS-MSG
                       STRING WS-POST-COUNT ' CHARGE(S) POSTED'
                           INTO WS-MSG
                   ELSE
                       PERFORM 150-WRITE-FEED-REJECT
                   END-IF
                   CLOSE ISAM-FDL-IO
                   CLOSE EXC-OUT
                   CLOSE REPORT-OUT
                   PERFORM 060-WRITE-CONTROL
               END-IF
           END-IF

           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    started by BATCH-DRIVER the program loads the week's feed
      *    without asking - there is nothing on RUN-PARMS.TXT for it,
      *    the feed header names its own office
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
           END-IF.
      *-----------------------------------------------------------------
       060-WRITE-CONTROL.
      *    every run leaves its control totals on the shared batch
      *    control file so the morning balancing report can compare
      *    tonight against the prior run - read counts the feed's
      *    charge lines, written the charges posted, rejected the
      *    lines sent back to the office, amount the dollars posted
           OPEN EXTEND BCTL-OUT
           IF WS-BCT-STAT NOT EQUAL '00'
               OPEN OUTPUT BCTL-OUT
               CLOSE BCTL-OUT
               OPEN EXTEND BCTL-OUT
           END-IF
           MOVE WS-DATE         TO BCT-DATE
           MOVE 'CHARGE-LOAD'   TO BCT-PROGRAM
           MOVE WS-CTL-READ     TO BCT-READ
           MOVE WS-CTL-WRITTEN  TO BCT-WRITTEN
           MOVE WS-CTL-REJECTED TO BCT-REJECTED
           MOVE WS-CTL-AMOUNT   TO BCT-AMOUNT
           WRITE BCTL-LINE-OUT
           CLOSE BCTL-OUT.
      *-----------------------------------------------------------------
       100-PROVE-FEED.
      *    the first pass only counts and adds - the charge lines must
      *    agree with the office's trailer to the line and the cent
      *    before a single charge touches an account
           MOVE ZEROS  TO WS-LINE-COUNT
           MOVE ZEROS  TO WS-LINE-TOTAL
           MOVE 'N'    TO WS-HDR-FOUND
           MOVE 'N'    TO WS-TRL-FOUND
           MOVE 'N'    TO WS-PROOF-OK
           OPEN INPUT FEED-IN
           IF WS-FEED-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FEED-EOF-FLAG
           PERFORM UNTIL FEED-EOF
               READ FEED-IN
                   AT END
                       MOVE 1 TO FEED-EOF-FLAG
                   NOT AT END
                       PERFORM 110-PROVE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE FEED-IN
           MOVE WS-LINE-COUNT TO WS-CTL-READ
           IF WS-TRL-FOUND EQUAL 'Y'
               AND WS-LINE-COUNT EQUAL WS-OFFICE-COUNT
               AND WS-LINE-TOTAL EQUAL WS-OFFICE-TOTAL
               MOVE 'Y' TO WS-PROOF-OK
           END-IF.
      *-----------------------------------------------------------------
       110-PROVE-ONE-LINE.
      *    only the first header counts - a feed is one office's list
           EVALUATE FED-TYPE
               WHEN 'H'
                   IF WS-HDR-FOUND EQUAL 'N'
                       MOVE 'Y'          TO WS-HDR-FOUND
                       MOVE FED-H-OFFICE TO WS-OFFICE
                       MOVE FED-H-REF    TO WS-FEED-REF
                       MOVE FED-H-DATE   TO WS-FEED-DATE
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-LINE-COUNT
                   IF FED-AMOUNT NUMERIC
                       ADD FED-AMOUNT TO WS-LINE-TOTAL
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-TRL-FOUND
                   MOVE ZEROS TO WS-OFFICE-COUNT
                   MOVE ZEROS TO WS-OFFICE-TOTAL
                   IF FED-T-COUNT NUMERIC
                       MOVE FED-T-COUNT TO WS-OFFICE-COUNT
                   END-IF
                   IF FED-T-TOTAL NUMERIC
                       MOVE FED-T-TOTAL TO WS-OFFICE-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       120-LOAD-CODES.
           MOVE ZEROS TO WS-CODE-MAX
           OPEN INPUT CODE-IN
           IF WS-CODE-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CODE-EOF-FLAG
           PERFORM UNTIL CODE-EOF OR WS-CODE-MAX = 100
               READ CODE-IN
                   AT END
                       MOVE 1 TO CODE-EOF-FLAG
                   NOT AT END
                       IF CDL-OFFICE NOT EQUAL SPACES
                           AND CDL-CODE NOT EQUAL SPACES
                           ADD 1 TO WS-CODE-MAX
                           MOVE CDL-OFFICE TO WS-CT-OFFICE(WS-CODE-MAX)
                           MOVE CDL-CODE   TO WS-CT-CODE(WS-CODE-MAX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CODE-IN.
      *-----------------------------------------------------------------
       130-CHECK-FEED.
      *    the whole feed goes back when it cannot be proved, names an
      *    office with no codes, or carries a reference already loaded
           MOVE SPACES TO WS-FEED-REASON
           MOVE 'N' TO WS-OFFICE-KNOWN
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
               UNTIL WS-CODE-IX GREATER THAN WS-CODE-MAX
               IF WS-CT-OFFICE(WS-CODE-IX) EQUAL WS-OFFICE
                   MOVE 'Y' TO WS-OFFICE-KNOWN
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HDR-FOUND EQUAL 'N'
                   MOVE 'NO FEED HEADER' TO WS-FEED-REASON
               WHEN WS-FEED-REF EQUAL SPACES
                   MOVE 'NO OFFICE REFERENCE' TO WS-FEED-REASON
               WHEN WS-OFFICE-KNOWN EQUAL 'N'
                   MOVE 'OFFICE HAS NO CHARGE CODES' TO WS-FEED-REASON
               WHEN WS-TRL-FOUND EQUAL 'N'
                   MOVE 'NO OFFICE TRAILER' TO WS-FEED-REASON
               WHEN WS-PROOF-OK EQUAL 'N'
                   MOVE 'OUT OF BALANCE' TO WS-FEED-REASON
               WHEN OTHER
                   MOVE WS-OFFICE   TO FDL-OFFICE
                   MOVE WS-FEED-REF TO FDL-REF
                   READ ISAM-FDL-IO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-FEED-REASON
                           STRING 'FEED ALREADY LOADED ' FDL-LOAD-DATE
                               DELIMITED BY SIZE INTO WS-FEED-REASON
                   END-READ
           END-EVALUATE.
      *-----------------------------------------------------------------
       150-WRITE-FEED-REJECT.
      *    a feed turned away whole goes back as one exception line
      *    carrying the reason, with the counts on the report so the
      *    office can see what it sent
           MOVE WS-OFFICE    TO RH-OFFICE
           MOVE WS-FEED-REF  TO RH-REF
           MOVE WS-FEED-DATE TO RH-FEED-DATE
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'CHARGE LINES ON FILE:' TO RPT-TOTAL
           MOVE WS-LINE-COUNT TO RT-COUNT
           MOVE WS-LINE-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           IF WS-TRL-FOUND EQUAL 'Y'
               MOVE 'OFFICE TRAILER:' TO RPT-TOTAL
               MOVE WS-OFFICE-COUNT TO RT-COUNT
               MOVE WS-OFFICE-TOTAL TO RT-AMT
               WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           END-IF
           MOVE SPACES TO RN-TEXT
           STRING WS-FEED-REASON DELIMITED BY '  '
               ' - NOTHING POSTED' DELIMITED BY SIZE INTO RN-TEXT
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-NOTE
           MOVE WS-NOW-DATE    TO EXC-RUN-DATE
           MOVE WS-OFFICE      TO EXC-OFFICE
           MOVE WS-FEED-REF    TO EXC-REF
           MOVE 'ENTIRE FEED'  TO EXC-ITEM
           MOVE WS-FEED-REASON TO EXC-REASON
           WRITE EXC-LINE-OUT
           MOVE WS-FEED-REASON TO WS-MSG
           MOVE WS-LINE-COUNT  TO WS-CTL-REJECTED.
      *-----------------------------------------------------------------
       200-POST-FEED.
           OPEN I-O ISAM-ACCT-IO
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACCT-IO
               CLOSE ISAM-ACCT-IO
               OPEN I-O ISAM-ACCT-IO
           END-IF
           OPEN I-O ISAM-ACD-IO
           IF WS-ACD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-ACD-IO
               CLOSE ISAM-ACD-IO
               OPEN I-O ISAM-ACD-IO
           END-IF
           OPEN INPUT ISAM-STUD-IN

           MOVE WS-OFFICE    TO RH-OFFICE
           MOVE WS-FEED-REF  TO RH-REF
           MOVE WS-FEED-DATE TO RH-FEED-DATE
           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT

           OPEN INPUT FEED-IN
           MOVE SPACES TO FEED-EOF-FLAG
           PERFORM UNTIL FEED-EOF
               READ FEED-IN
                   AT END
                       MOVE 1 TO FEED-EOF-FLAG
                   NOT AT END
                       IF FED-TYPE EQUAL 'D'
                           PERFORM 300-POST-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-IN

           PERFORM 700-LOG-FEED
           PERFORM 900-WRITE-TOTALS
           MOVE WS-POST-COUNT TO WS-CTL-WRITTEN
           MOVE WS-EXC-COUNT  TO WS-CTL-REJECTED
           MOVE WS-POST-TOTAL TO WS-CTL-AMOUNT

           CLOSE ISAM-ACCT-IO
           CLOSE ISAM-ACD-IO
           CLOSE ISAM-STUD-IN.
      *-----------------------------------------------------------------
       300-POST-ONE-LINE.
           PERFORM 310-VALIDATE-LINE
           IF WS-EXC-REASON EQUAL SPACES
               PERFORM 400-POST-CHARGE
           END-IF
           IF WS-EXC-REASON EQUAL SPACES
               ADD 1 TO WS-POST-COUNT
               ADD WS-CHG-AMT TO WS-POST-TOTAL
           ELSE
               PERFORM 600-WRITE-EXCEPTION
           END-IF
           PERFORM 650-WRITE-REGISTER-LINE.
      *-----------------------------------------------------------------
       310-VALIDATE-LINE.
           MOVE SPACES TO WS-EXC-REASON
           MOVE ZEROS  TO WS-CHG-AMT
           IF FED-AMOUNT NOT NUMERIC
               MOVE 'BAD AMOUNT' TO WS-EXC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FED-AMOUNT TO WS-CHG-AMT
           IF WS-CHG-AMT NOT GREATER THAN ZEROS
               MOVE 'BAD AMOUNT' TO WS-EXC-REASON
               EXIT PARAGRAPH
           END-IF
           IF FED-SEM EQUAL SPACES OR FED-YR NOT NUMERIC
               MOVE 'BAD TERM' TO WS-EXC-REASON
               EXIT PARAGRAPH
           END-IF
           IF FED-STUD-ID NOT NUMERIC
               MOVE 'STUDENT NOT ON FILE' TO WS-EXC-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FED-STUD-ID TO ISAM-IO-ID
           READ ISAM-STUD-IN
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE' TO WS-EXC-REASON
           END-READ
           IF WS-EXC-REASON NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CODE-OK
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
               UNTIL WS-CODE-IX GREATER THAN WS-CODE-MAX
               IF WS-CT-OFFICE(WS-CODE-IX) EQUAL WS-OFFICE
                   AND WS-CT-CODE(WS-CODE-IX) EQUAL FED-CODE
                   MOVE 'Y' TO WS-CODE-OK
               END-IF
           END-PERFORM
           IF WS-CODE-OK EQUAL 'N'
               MOVE 'CODE NOT ALLOWED' TO WS-EXC-REASON
           END-IF.
      *-----------------------------------------------------------------
       400-POST-CHARGE.
      *    the posting itself is CHARGE-POST's - the balance record
      *    carries the running billed total, and a student with no
      *    billing yet gets a fresh account so the charge has
      *    somewhere to land before BILLING-RUN
           MOVE FED-STUD-ID TO WS-STU-ID
           MOVE FED-SEM     TO WS-SEM
           MOVE FED-YR      TO WS-YR
           MOVE WS-STU-ID TO ACB-IO-STUD-ID
           MOVE WS-SEM    TO ACB-IO-SEM
           MOVE WS-YR     TO ACB-IO-YR
           READ ISAM-ACCT-IO
               INVALID KEY
                   MOVE WS-CHG-AMT TO ACB-IO-BILLED
                   MOVE ZEROS      TO ACB-IO-PAID
                   WRITE ACCT-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO POST' TO WS-EXC-REASON
                       NOT INVALID KEY
                           PERFORM 410-WRITE-CHARGE-DETAIL
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CHG-AMT TO ACB-IO-BILLED
                   REWRITE ACCT-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO POST' TO WS-EXC-REASON
                       NOT INVALID KEY
                           PERFORM 410-WRITE-CHARGE-DETAIL
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       410-WRITE-CHARGE-DETAIL.
           PERFORM 450-FIND-NEXT-SEQ
           MOVE WS-STU-ID       TO ACD-IO-STUD-ID
           MOVE WS-SEM          TO ACD-IO-SEM
           MOVE WS-YR           TO ACD-IO-YR
           MOVE WS-ACD-NEXT-SEQ TO ACD-IO-SEQ
           MOVE FED-CODE        TO ACD-IO-CODE
           MOVE FED-DESC        TO ACD-IO-DESC
           MOVE WS-CHG-AMT      TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE     TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE     TO ACD-IO-DATE
           MOVE ZEROS           TO ACD-IO-RECEIPT
           MOVE ZEROS           TO ACD-IO-SESSION
           MOVE 'CHARGE-LOAD'   TO ACD-IO-PROGRAM
           MOVE SPACES          TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       450-FIND-NEXT-SEQ.
           MOVE ZEROS TO WS-ACD-NEXT-SEQ
           MOVE WS-STU-ID  TO ACD-IO-STUD-ID
           MOVE WS-SEM     TO ACD-IO-SEM
           MOVE WS-YR      TO ACD-IO-YR
           MOVE ZEROS      TO ACD-IO-SEQ
           START ISAM-ACD-IO KEY IS NOT LESS THAN ACD-IO-KEY
               INVALID KEY
                   MOVE 1 TO ACD-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO ACD-EOF-FLAG
           END-START
           PERFORM UNTIL ACD-EOF
               READ ISAM-ACD-IO NEXT RECORD
                   AT END
                       MOVE 1 TO ACD-EOF-FLAG
                   NOT AT END
                       IF ACD-IO-STUD-ID NOT EQUAL WS-STU-ID
                           OR ACD-IO-SEM NOT EQUAL WS-SEM
                           OR ACD-IO-YR NOT EQUAL WS-YR
                           MOVE 1 TO ACD-EOF-FLAG
                       ELSE
                           IF ACD-IO-SEQ GREATER THAN WS-ACD-NEXT-SEQ
                               MOVE ACD-IO-SEQ TO WS-ACD-NEXT-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-ACD-NEXT-SEQ.
      *-----------------------------------------------------------------
       600-WRITE-EXCEPTION.
           MOVE WS-NOW-DATE   TO EXC-RUN-DATE
           MOVE WS-OFFICE     TO EXC-OFFICE
           MOVE WS-FEED-REF   TO EXC-REF
           MOVE FED-ITEM      TO EXC-ITEM
           MOVE WS-EXC-REASON TO EXC-REASON
           WRITE EXC-LINE-OUT
           ADD 1 TO WS-EXC-COUNT
           IF FED-AMOUNT NUMERIC
               ADD FED-AMOUNT TO WS-EXC-TOTAL
           END-IF.
      *-----------------------------------------------------------------
       650-WRITE-REGISTER-LINE.
           MOVE FED-ITEM (1:6)  TO RD-STUD-ID
           MOVE FED-SEM         TO RD-SEM
           MOVE FED-YR          TO RD-YR
           MOVE FED-CODE        TO RD-CODE
           MOVE FED-LINE-REF    TO RD-REF
           MOVE ZEROS           TO RD-AMT
           IF FED-AMOUNT NUMERIC
               MOVE FED-AMOUNT  TO RD-AMT
           END-IF
           IF WS-EXC-REASON EQUAL SPACES
               MOVE 'POSTED'    TO RD-RESULT
           ELSE
               MOVE WS-EXC-REASON TO RD-RESULT
           END-IF
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL.
      *-----------------------------------------------------------------
       700-LOG-FEED.
      *    the feed is logged once it has posted, rejects and all - the
      *    office sends corrected lines on a feed of their own
           MOVE WS-OFFICE       TO FDL-OFFICE
           MOVE WS-FEED-REF     TO FDL-REF
           MOVE WS-NOW-DATE     TO FDL-LOAD-DATE
           MOVE WS-FEED-DATE    TO FDL-FEED-DATE
           MOVE WS-LINE-COUNT   TO FDL-COUNT
           MOVE WS-LINE-TOTAL   TO FDL-TOTAL
           MOVE WS-POST-COUNT   TO FDL-POSTED
           MOVE WS-POST-TOTAL   TO FDL-POST-TOTAL
           MOVE WS-AUDIT-USER   TO FDL-USER
           WRITE FDL-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
      *    posted plus exceptions has to come back to the office's
      *    trailer total
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE 'CHARGES POSTED:' TO RPT-TOTAL
           MOVE WS-POST-COUNT TO RT-COUNT
           MOVE WS-POST-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'RETURNED TO OFFICE:' TO RPT-TOTAL
           MOVE WS-EXC-COUNT TO RT-COUNT
           MOVE WS-EXC-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL
           MOVE 'OFFICE TRAILER TOTAL:' TO RPT-TOTAL
           MOVE WS-OFFICE-COUNT TO RT-COUNT
           MOVE WS-OFFICE-TOTAL TO RT-AMT
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL.
