      ******************************************************************
      *PROGRAM : MTG-EXCEPT.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains MTG-EXCEPT-ISAM.DAT - one exception per     *
      *          SEM/YR/CRN and meeting date: C the meeting is         *
      *          cancelled, S a substitute INSTRUC-ID covers it, R it  *
      *          meets in a temporary room for the day - a temporary   *
      *          room must be on BUILDING-ISAM and is refused when a   *
      *          section, an extra meeting, an event or another moved  *
      *          class holds it at the section's time the same way     *
      *          EVENT-MAINT tests a booking - a cancellation or a     *
      *          moved room drops a NOTIFY-EVENTS.TXT row for every    *
      *          enrolled student for LETTER-GEN - ATTEND-ENTRY,       *
      *          ATTEND-REPORT and NOSHOW-VERIFY treat a cancelled     *
      *          date as no class day, ROOM-EVENTS and ROOM-FINDER     *
      *          see the temporary rooms - every change is written to  *
      *          AUDIT-LOG.TXT - blank type deletes                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG-EXCEPT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-MEX-IO ASSIGN TO
                               "../MTG-EXCEPT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MEX-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                          FILE STATUS   IS WS-STAT2.

           SELECT ISAM-BLDG-IN ASSIGN TO "../BUILDING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-IO-KEY
                               FILE STATUS   IS WS-STAT3.

           SELECT ISAM-INSTRUC-IN ASSIGN TO
                               "../INSTRUCTOR-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-INSTRUC-KEY
                               FILE STATUS   IS WS-STAT4.

           SELECT OPTIONAL ISAM-MTG-IN ASSIGN TO "../MEETING-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS MTG-KEY
                               FILE STATUS   IS WS-MTG-STAT.

           SELECT OPTIONAL ISAM-EVT-IN ASSIGN TO "../EVENT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS EVT-KEY
                               FILE STATUS   IS WS-EVT-STAT.

           SELECT OPTIONAL ISAM-TBL-IN ASSIGN TO
                               "../TIME-BLOCK-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS TBL-CODE
                               FILE STATUS   IS WS-TBL-STAT.

           SELECT OPTIONAL ISAM-REG-IN ASSIGN TO "../REG-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS REG-IO-KEY
                                ALTERNATE KEY IS REG-CRN-KEY=
                                   REG-IO-SEM, REG-IO-YR, REG-IO-CRN
                                   WITH DUPLICATES
                                FILE STATUS   IS WS-REG-STAT.

           SELECT NOTIFY-OUT ASSIGN TO "../NOTIFY-EVENTS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-NTF-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-MEX-IO.
       01  MEX-REC-IO.
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

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ISAM-IN-KEY.
               05  YEAR            PIC XXXX.
               05  SEMESTER        PIC XX.
           03  CRN                 PIC X(6).
           03  SUBJ                PIC X(5).
           03  CRSE                PIC X(6).
           03  TIME-DAY            PIC X(20).
           03  BLDG                PIC X(7).
           03  ROOM                PIC X(6).
           03  INSTRUCTOR          PIC X(22).
           03  INSTRUC-ID          PIC 9(6)    VALUE ZEROS.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-BLDG-IN.
       01  BLDG-REC-IN.
           03  ISAM-IO-KEY.
               05  ISAM-IO-BLDG PIC X(7).
               05  ISAM-IO-ROOM PIC X(6).
           03  ISAM-IO-SEATS    PIC X(4).
           03  ISAM-IO-ATTRS    PIC X(8)    VALUE SPACES.
           03  ISAM-IO-CAMPUS   PIC X(2)    VALUE SPACES.

       FD  ISAM-INSTRUC-IN.
       01  ISAM-INSTRUC-REC.
           03  ISAM-INSTRUC-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X           VALUE SPACES.
           03  ISAM-IO-NAME        PIC X(22).
           03  ISAM-IO-DEPT   PIC X(20)   VALUE SPACES.
           03  ISAM-IO-OFFICE PIC X(10)   VALUE SPACES.
           03  ISAM-IO-PHONE  PIC X(10)   VALUE SPACES.
           03  ISAM-IO-EMAIL  PIC X(30)   VALUE SPACES.

       FD  ISAM-MTG-IN.
       01  MTG-REC-IN.
           03  MTG-KEY.
               05  MTG-YR         PIC X(4).
               05  MTG-SEM        PIC X(2).
               05  MTG-CRN        PIC X(6).
               05  MTG-SEQ        PIC 9(2).
           03  MTG-TIME-DAY       PIC X(20).
           03  MTG-BLDG           PIC X(7).
           03  MTG-ROOM           PIC X(6).

       FD  ISAM-EVT-IN.
       01  EVT-REC-IN.
           03  EVT-KEY.
               05  EVT-BLDG       PIC X(7).
               05  EVT-ROOM       PIC X(6).
               05  EVT-SEQ        PIC 9(3).
           03  EVT-DATE           PIC X(8).
           03  EVT-TIME-DAY       PIC X(20).
           03  EVT-DESC           PIC X(30).
           03  EVT-OPER           PIC X(8).

       FD  ISAM-TBL-IN.
       01  TBL-REC-IN.
           03  TBL-CODE           PIC X(4).
           03  TBL-DAYS           PIC X(8).
           03  TBL-START          PIC 9(4).
           03  TBL-END            PIC 9(4).
           03  TBL-TEXT           PIC X(20).

       FD  ISAM-REG-IN.
       01  REG-REC-IN.
           03  REG-IO-KEY.
               05  REG-IO-SEM     PIC X(2).
               05  REG-IO-YR      PIC X(4).
               05  REG-IO-CRN     PIC X(6).
               05  REG-IO-STUD-ID PIC 9(6).
           03  REG-IO-GRADE       PIC X.
           03  REG-IO-STATUS       PIC X.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  NTF-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-EVENT           PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-STUD-ID         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-SEM             PIC X(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-YR              PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-CRN             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  NTF-TEXT            PIC X(30).

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
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-STAT4                PIC XX      VALUE SPACES.
           03  WS-MTG-STAT             PIC XX      VALUE SPACES.
           03  WS-EVT-STAT             PIC XX      VALUE SPACES.
           03  WS-REG-STAT             PIC XX      VALUE SPACES.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-OPER                 PIC X(8)    VALUE SPACES.
           03  WS-ENVNAME              PIC X(4)    VALUE "USER".
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-CLASH                PIC X       VALUE 'N'.
           03  WS-EDIT-OK              PIC X       VALUE 'Y'.
           03  WS-AWAY                 PIC X       VALUE 'N'.
           03  WS-OLD-FOUND            PIC X       VALUE 'N'.
           03  WS-OLD-TYPE             PIC X       VALUE SPACE.
           03  WS-OLD-SUB              PIC 9(6)    VALUE ZEROS.
           03  WS-OLD-BLDG             PIC X(7)    VALUE SPACES.
           03  WS-OLD-ROOM             PIC X(6)    VALUE SPACES.
           03  WS-NTF-CNT              PIC 9(4)    VALUE ZEROS.
           03  WS-TBL-STAT             PIC XX      VALUE SPACES.
           03  WS-TBL-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-TBL-IX               PIC 9(2)    VALUE ZEROS.
           03  WS-PARSE-IN             PIC X(20)   VALUE SPACES.
           03  WS-PARSE-DAYS           PIC X(8)    VALUE SPACES.
           03  WS-PARSE-START          PIC 9(4)    VALUE ZEROS.
           03  WS-PARSE-END            PIC 9(4)    VALUE ZEROS.
           03  WS-P-I                  PIC 9(2)    VALUE ZEROS.
           03  WS-P-POS                PIC 9(2)    VALUE ZEROS.
           03  WS-D-I                  PIC 9(2)    VALUE ZEROS.
           03  WS-DAY-CNT              PIC 9(2)    VALUE ZEROS.
           03  WS-DAY-HIT              PIC X       VALUE 'N'.
           03  WS-REQ-DAYS             PIC X(8)    VALUE SPACES.
           03  WS-REQ-START            PIC 9(4)    VALUE ZEROS.
           03  WS-REQ-END              PIC 9(4)    VALUE ZEROS.
           03  WS-CAND-TIME            PIC X(20)   VALUE SPACES.
           03  WS-CAND-CRN             PIC X(6)    VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  REG-EOF-FLAG            PIC X       VALUE SPACES.
               88 REG-EOF    VALUE '1'.
           03  TBL-EOF-FLAG            PIC X       VALUE SPACES.
               88 TBL-EOF    VALUE '1'.

       01  WS-TBL-TABLE.
           03  WS-TBT-ENTRY        OCCURS 50 TIMES.
               05  WS-TBT-TEXT     PIC X(20).
               05  WS-TBT-DAYS     PIC X(8).
               05  WS-TBT-START    PIC 9(4).
               05  WS-TBT-END      PIC 9(4).

       01  WS-REC.
           03  WS-KEY.
               05  WS-SEM      PIC X(2)        VALUE SPACES.
               05  WS-YR       PIC X(4)        VALUE SPACES.
               05  WS-CRN      PIC X(6)        VALUE SPACES.
               05  WS-MEX-DATE PIC X(8)        VALUE SPACES.
           03  WS-TYPE         PIC X           VALUE SPACE.
           03  WS-SUB-INSTRUC  PIC 9(6)        VALUE ZEROS.
           03  WS-BLDG         PIC X(7)        VALUE SPACES.
           03  WS-ROOM         PIC X(6)        VALUE SPACES.
           03  WS-REASON       PIC X(30)       VALUE SPACES.
           03  WS-TIME-DAY     PIC X(20)       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 07 COL 24 VALUE "CLASS MEETING EXCEPTIONS".
           03  LINE 1  COL 1  VALUE "MTG-EXCEPT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-SEM-REQ.
           03  LINE 09 COL 30                       VALUE '    SEM/YR:'.
           03  LINE 09 COL 45 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 47 VALUE '/'.
           03  LINE 09 COL 48 PIC X(4)  TO WS-YR   AUTO.
           03  LINE 20 COL 25 PIC X(40) FROM WS-MSG.

       01  SCRN-CRN-REQ.
           03  LINE 10 COL 30                       VALUE '       CRN:'.
           03  LINE 10 COL 45 PIC X(6)  TO WS-CRN   AUTO.
           03  LINE 11 COL 27                  VALUE 'DATE YYYYMMDD:'.
           03  LINE 11 COL 45 PIC X(8)  TO WS-MEX-DATE AUTO.

       01  SCRN-MEX-REQ.
           03  LINE 12 COL 30                  VALUE '      TYPE:'.
           03  LINE 12 COL 45 PIC X     TO WS-TYPE     AUTO.
           03  LINE 12 COL 48 VALUE '(C CANCEL S SUB R ROOM)'.
           03  LINE 13 COL 30                  VALUE 'SUB INSTRUC:'.
           03  LINE 13 COL 45 PIC 9(6)  TO WS-SUB-INSTRUC AUTO.
           03  LINE 14 COL 30                  VALUE ' TEMP BLDG:'.
           03  LINE 14 COL 45 PIC X(7)  TO WS-BLDG.
           03  LINE 15 COL 30                  VALUE ' TEMP ROOM:'.
           03  LINE 15 COL 45 PIC X(6)  TO WS-ROOM.
           03  LINE 16 COL 30                  VALUE '    REASON:'.
           03  LINE 16 COL 45 PIC X(30) TO WS-REASON.
           03  LINE 17 COL 30 VALUE '(BLANK TYPE DELETES)'.

       01  SCRN-ADD-ANOTHER.
           03  LINE 22 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 23 COL 33                     VALUE '(Y/N)'.
           03  LINE 23 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-OPER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-MEX-IO.
           IF WS-STAT EQUAL '35'
               OPEN OUTPUT ISAM-MEX-IO
               CLOSE ISAM-MEX-IO
               OPEN I-O ISAM-MEX-IO
           END-IF
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-BLDG-IN.
           OPEN INPUT ISAM-INSTRUC-IN.
           OPEN INPUT ISAM-MTG-IN.
           OPEN INPUT ISAM-REG-IN.
           PERFORM 140-LOAD-TIME-BLOCKS

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE SPACES TO WS-MEX-DATE
               MOVE SPACE  TO WS-TYPE
               MOVE ZEROS  TO WS-SUB-INSTRUC
               MOVE SPACES TO WS-BLDG
               MOVE SPACES TO WS-ROOM
               MOVE SPACES TO WS-REASON
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               DISPLAY SCRN-CRN-REQ
               ACCEPT  SCRN-SEM-REQ
               ACCEPT  SCRN-CRN-REQ
               MOVE WS-SEM TO SEMESTER
               MOVE WS-YR  TO YEAR
               MOVE WS-CRN TO CRN
               READ ISAM-SCHED-IN
                   INVALID KEY
                       MOVE 'INVALID SCHEDULE ID' TO WS-MSG
                       DISPLAY SCRN-SEM-REQ
                   NOT INVALID KEY
                       IF WS-MEX-DATE NOT NUMERIC
                           MOVE 'DATE MUST BE YYYYMMDD' TO WS-MSG
                       ELSE
                           MOVE TIME-DAY TO WS-TIME-DAY
                           DISPLAY SCRN-MEX-REQ
                           ACCEPT  SCRN-MEX-REQ
                           PERFORM 200-APPLY-EXCEPTION
                       END-IF
                       DISPLAY SCRN-SEM-REQ
               END-READ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-SEM-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-MEX-IO.
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-BLDG-IN.
           CLOSE ISAM-INSTRUC-IN.
           CLOSE ISAM-MTG-IN.
           CLOSE ISAM-REG-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-APPLY-EXCEPTION.
      *    whatever is already on file for the date is kept aside so
      *    the audit shows the before image and a repeated entry does
      *    not notify the roster twice
           MOVE WS-KEY TO MEX-KEY
           MOVE 'N' TO WS-OLD-FOUND
           MOVE SPACE  TO WS-OLD-TYPE
           MOVE ZEROS  TO WS-OLD-SUB
           MOVE SPACES TO WS-OLD-BLDG
           MOVE SPACES TO WS-OLD-ROOM
           READ ISAM-MEX-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'             TO WS-OLD-FOUND
                   MOVE MEX-TYPE        TO WS-OLD-TYPE
                   MOVE MEX-SUB-INSTRUC TO WS-OLD-SUB
                   MOVE MEX-BLDG        TO WS-OLD-BLDG
                   MOVE MEX-ROOM        TO WS-OLD-ROOM
           END-READ
           IF WS-TYPE EQUAL SPACE
               IF WS-OLD-FOUND EQUAL 'N'
                   MOVE 'EXCEPTION NOT ON FILE' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               DELETE ISAM-MEX-IO
                   INVALID KEY
                       MOVE 'UNABLE TO DELETE EXCEPTION' TO WS-MSG
                   NOT INVALID KEY
                       MOVE 'EXCEPTION DELETED' TO WS-MSG
                       PERFORM 800-WRITE-AUDIT
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EDIT-OK
           EVALUATE WS-TYPE
               WHEN 'C'
                   MOVE ZEROS  TO WS-SUB-INSTRUC
                   MOVE SPACES TO WS-BLDG
                   MOVE SPACES TO WS-ROOM
               WHEN 'S'
                   PERFORM 250-CHECK-SUBSTITUTE
                   MOVE SPACES TO WS-BLDG
                   MOVE SPACES TO WS-ROOM
               WHEN 'R'
                   MOVE ZEROS  TO WS-SUB-INSTRUC
                   PERFORM 260-CHECK-TEMP-ROOM
               WHEN OTHER
                   MOVE 'TYPE MUST BE C, S OR R' TO WS-MSG
                   MOVE 'N' TO WS-EDIT-OK
           END-EVALUATE
           IF WS-EDIT-OK EQUAL 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM 400-WRITE-EXCEPTION.
      *-----------------------------------------------------------------
       250-CHECK-SUBSTITUTE.
           IF WS-SUB-INSTRUC EQUAL ZEROS
               MOVE 'SUBSTITUTE INSTRUC ID REQUIRED' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-SUB-INSTRUC EQUAL INSTRUC-ID
               MOVE 'SUBSTITUTE IS THE INSTRUCTOR' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUB-INSTRUC TO ISAM-IO-ID
           READ ISAM-INSTRUC-IN
               INVALID KEY
                   MOVE 'SUBSTITUTE NOT ON INSTRUCTOR FILE'
                       TO WS-MSG
                   MOVE 'N' TO WS-EDIT-OK
           END-READ.
      *-----------------------------------------------------------------
       260-CHECK-TEMP-ROOM.
           MOVE WS-BLDG TO ISAM-IO-BLDG
           MOVE WS-ROOM TO ISAM-IO-ROOM
           READ ISAM-BLDG-IN
               INVALID KEY
                   MOVE 'ROOM NOT ON BUILDING FILE' TO WS-MSG
                   MOVE 'N' TO WS-EDIT-OK
                   EXIT PARAGRAPH
           END-READ
           IF WS-BLDG EQUAL BLDG AND WS-ROOM EQUAL ROOM
               MOVE 'THAT IS THE SECTION''S OWN ROOM' TO WS-MSG
               MOVE 'N' TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 300-CHECK-CLASHES
           IF WS-CLASH EQUAL 'Y'
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
      *-----------------------------------------------------------------
       300-CHECK-CLASHES.
      *    the temporary room must be clear at the section's own time
      *    on that date - sections and extra meetings of the term in
      *    the room, events dated that day or recurring, and any other
      *    class moved into the room that day all count, on the same
      *    structured day/time-range overlap test EVENT-MAINT makes -
      *    a section that is itself cancelled or moved out that day
      *    leaves the room free
           MOVE 'N' TO WS-CLASH
           MOVE WS-TIME-DAY TO WS-PARSE-IN
           PERFORM 345-PARSE-TIME
           MOVE WS-PARSE-DAYS  TO WS-REQ-DAYS
           MOVE WS-PARSE-START TO WS-REQ-START
           MOVE WS-PARSE-END   TO WS-REQ-END
           MOVE LOW-VALUES TO ISAM-IN-KEY
           MOVE LOW-VALUES TO CRN
           START ISAM-SCHED-IN KEY IS NOT LESS THAN CRN-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-SCHED-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF YEAR EQUAL WS-YR
                           AND SEMESTER EQUAL WS-SEM
                           AND BLDG EQUAL WS-BLDG
                           AND ROOM EQUAL WS-ROOM
                           AND CRN NOT EQUAL WS-CRN
                           AND DELIVERY-MODE NOT EQUAL 'O'
                           MOVE TIME-DAY TO WS-CAND-TIME
                           PERFORM 150-TIMES-CLASH
                           IF WS-CLASH EQUAL 'Y'
                               MOVE CRN TO WS-CAND-CRN
                               PERFORM 310-CHECK-AWAY
                               IF WS-AWAY EQUAL 'Y'
                                   MOVE 'N' TO WS-CLASH
                               ELSE
                                   MOVE 'ROOM HAS A CLASS THAT TIME'
                                       TO WS-MSG
                                   MOVE 1 TO EOF-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLASH EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MTG-KEY
           START ISAM-MTG-IN KEY IS NOT LESS THAN MTG-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-MTG-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF MTG-YR EQUAL WS-YR
                           AND MTG-SEM EQUAL WS-SEM
                           AND MTG-BLDG EQUAL WS-BLDG
                           AND MTG-ROOM EQUAL WS-ROOM
                           AND MTG-CRN NOT EQUAL WS-CRN
                           MOVE MTG-TIME-DAY TO WS-CAND-TIME
                           PERFORM 150-TIMES-CLASH
                           IF WS-CLASH EQUAL 'Y'
                               MOVE MTG-CRN TO WS-CAND-CRN
                               PERFORM 310-CHECK-AWAY
                               IF WS-AWAY EQUAL 'Y'
                                   MOVE 'N' TO WS-CLASH
                               ELSE
                                   MOVE 'ROOM HAS A MEETING THAT TIME'
                                       TO WS-MSG
                                   MOVE 1 TO EOF-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLASH EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 320-CHECK-EVENTS
           IF WS-CLASH EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MEX-KEY
           START ISAM-MEX-IO KEY IS NOT LESS THAN MEX-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-MEX-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF MEX-SEM EQUAL WS-SEM
                           AND MEX-YR EQUAL WS-YR
                           AND MEX-DATE EQUAL WS-MEX-DATE
                           AND MEX-TYPE EQUAL 'R'
                           AND MEX-BLDG EQUAL WS-BLDG
                           AND MEX-ROOM EQUAL WS-ROOM
                           AND MEX-CRN NOT EQUAL WS-CRN
                           MOVE MEX-TIME-DAY TO WS-CAND-TIME
                           PERFORM 150-TIMES-CLASH
                           IF WS-CLASH EQUAL 'Y'
                               MOVE 'ANOTHER CLASS MOVED IN THAT TIME'
                                   TO WS-MSG
                               MOVE 1 TO EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       310-CHECK-AWAY.
           MOVE 'N' TO WS-AWAY
           MOVE WS-SEM      TO MEX-SEM
           MOVE WS-YR       TO MEX-YR
           MOVE WS-CAND-CRN TO MEX-CRN
           MOVE WS-MEX-DATE TO MEX-DATE
           READ ISAM-MEX-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MEX-TYPE EQUAL 'C' OR 'R'
                       MOVE 'Y' TO WS-AWAY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       320-CHECK-EVENTS.
           OPEN INPUT ISAM-EVT-IN
           IF WS-EVT-STAT NOT EQUAL '00' AND '05'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BLDG TO EVT-BLDG
           MOVE WS-ROOM TO EVT-ROOM
           MOVE ZEROS   TO EVT-SEQ
           START ISAM-EVT-IN KEY IS NOT LESS THAN EVT-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-EVT-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF EVT-BLDG NOT EQUAL WS-BLDG
                           OR EVT-ROOM NOT EQUAL WS-ROOM
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           IF EVT-DATE EQUAL WS-MEX-DATE
                               OR EVT-DATE EQUAL SPACES
                               MOVE EVT-TIME-DAY TO WS-CAND-TIME
                               PERFORM 150-TIMES-CLASH
                               IF WS-CLASH EQUAL 'Y'
                                   MOVE 'AN EVENT HOLDS THAT TIME'
                                       TO WS-MSG
                                   MOVE 1 TO EOF-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-EVT-IN.
      *-----------------------------------------------------------------
       140-LOAD-TIME-BLOCKS.
           MOVE ZEROS TO WS-TBL-CNT
           OPEN INPUT ISAM-TBL-IN
           IF WS-TBL-STAT EQUAL '00' OR '05'
               MOVE LOW-VALUES TO TBL-CODE
               START ISAM-TBL-IN KEY IS NOT LESS THAN TBL-CODE
                   INVALID KEY
                       MOVE 1 TO TBL-EOF-FLAG
                   NOT INVALID KEY
                       MOVE SPACES TO TBL-EOF-FLAG
               END-START
               PERFORM UNTIL TBL-EOF
                   READ ISAM-TBL-IN NEXT RECORD
                       AT END
                           MOVE 1 TO TBL-EOF-FLAG
                       NOT AT END
                           IF WS-TBL-CNT LESS THAN 50
                               ADD 1 TO WS-TBL-CNT
                               MOVE TBL-TEXT
                                   TO WS-TBT-TEXT (WS-TBL-CNT)
                               MOVE TBL-DAYS
                                   TO WS-TBT-DAYS (WS-TBL-CNT)
                               MOVE TBL-START
                                   TO WS-TBT-START (WS-TBL-CNT)
                               MOVE TBL-END
                                   TO WS-TBT-END (WS-TBL-CNT)
                           ELSE
                               MOVE 1 TO TBL-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISAM-TBL-IN
           END-IF.
      *-----------------------------------------------------------------
       345-PARSE-TIME.
      *    a pattern matching a published time block resolves straight
      *    to that block's days and range - otherwise the pattern is
      *    free text like MWF 0800-0850 - a pattern that resolves no
      *    way at all opts out of the structured tests
           MOVE SPACES TO WS-PARSE-DAYS
           MOVE ZEROS  TO WS-PARSE-START
           MOVE ZEROS  TO WS-PARSE-END
           MOVE ZEROS  TO WS-P-POS
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
               UNTIL WS-TBL-IX GREATER THAN WS-TBL-CNT
               IF WS-PARSE-IN EQUAL WS-TBT-TEXT (WS-TBL-IX)
                   MOVE WS-TBT-DAYS (WS-TBL-IX)  TO WS-PARSE-DAYS
                   MOVE WS-TBT-START (WS-TBL-IX) TO WS-PARSE-START
                   MOVE WS-TBT-END (WS-TBL-IX)   TO WS-PARSE-END
                   MOVE WS-TBL-CNT TO WS-TBL-IX
               END-IF
           END-PERFORM
           IF WS-PARSE-START GREATER THAN ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P-I FROM 1 BY 1
               UNTIL WS-P-I GREATER THAN 17
               OR WS-P-POS GREATER THAN ZEROS
               IF WS-PARSE-IN (WS-P-I:4) NUMERIC
                   MOVE WS-PARSE-IN (WS-P-I:4) TO WS-PARSE-START
                   MOVE WS-P-I TO WS-P-POS
               END-IF
           END-PERFORM
           IF WS-P-POS GREATER THAN ZEROS
               AND WS-P-POS LESS THAN 13
               IF WS-PARSE-IN (WS-P-POS + 5:4) NUMERIC
                   MOVE WS-PARSE-IN (WS-P-POS + 5:4)
                       TO WS-PARSE-END
               END-IF
           END-IF
           IF WS-PARSE-START GREATER THAN ZEROS
               AND WS-PARSE-END NOT GREATER THAN WS-PARSE-START
               COMPUTE WS-PARSE-END = WS-PARSE-START + 100
           END-IF
           IF WS-P-POS GREATER THAN 1
               IF WS-P-POS GREATER THAN 9
                   MOVE WS-PARSE-IN (1:8) TO WS-PARSE-DAYS
               ELSE
                   SUBTRACT 1 FROM WS-P-POS
                   MOVE WS-PARSE-IN (1:WS-P-POS) TO WS-PARSE-DAYS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       150-TIMES-CLASH.
           MOVE 'N' TO WS-CLASH
           MOVE WS-CAND-TIME TO WS-PARSE-IN
           PERFORM 345-PARSE-TIME
           IF WS-REQ-START GREATER THAN ZEROS
               AND WS-PARSE-START GREATER THAN ZEROS
               PERFORM 155-DAYS-INTERSECT
               IF WS-DAY-HIT EQUAL 'Y'
                   AND WS-REQ-START LESS THAN WS-PARSE-END
                   AND WS-PARSE-START LESS THAN WS-REQ-END
                   MOVE 'Y' TO WS-CLASH
               END-IF
           ELSE
               IF WS-CAND-TIME EQUAL WS-TIME-DAY
                   MOVE 'Y' TO WS-CLASH
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       155-DAYS-INTERSECT.
           MOVE 'N' TO WS-DAY-HIT
           PERFORM VARYING WS-D-I FROM 1 BY 1
               UNTIL WS-D-I GREATER THAN 8
               IF WS-REQ-DAYS (WS-D-I:1) NOT EQUAL SPACE
                   MOVE ZEROS TO WS-DAY-CNT
                   INSPECT WS-PARSE-DAYS TALLYING WS-DAY-CNT
                       FOR ALL WS-REQ-DAYS (WS-D-I:1)
                   IF WS-DAY-CNT GREATER THAN ZEROS
                       MOVE 'Y' TO WS-DAY-HIT
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       400-WRITE-EXCEPTION.
      *    the clash scan read the exception file sequentially and left
      *    MEX-KEY on the last record - the record is rebuilt whole
           MOVE WS-KEY         TO MEX-KEY
           MOVE WS-TYPE        TO MEX-TYPE
           MOVE WS-SUB-INSTRUC TO MEX-SUB-INSTRUC
           MOVE WS-BLDG        TO MEX-BLDG
           MOVE WS-ROOM        TO MEX-ROOM
           MOVE WS-TIME-DAY    TO MEX-TIME-DAY
           MOVE WS-REASON      TO MEX-REASON
           MOVE WS-OPER        TO MEX-OPER
           IF WS-OLD-FOUND EQUAL 'Y'
               REWRITE MEX-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE EXCEPTION' TO WS-MSG
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'EXCEPTION CHANGED' TO WS-MSG
           ELSE
               WRITE MEX-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO ADD EXCEPTION' TO WS-MSG
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'EXCEPTION ADDED' TO WS-MSG
           END-IF
           PERFORM 800-WRITE-AUDIT
      *    students hear about a cancelled meeting or a new room the
      *    day it is keyed - a substitute changes nothing for them
           IF (WS-TYPE EQUAL 'C' AND WS-OLD-TYPE NOT EQUAL 'C')
               OR (WS-TYPE EQUAL 'R'
                   AND (WS-OLD-TYPE NOT EQUAL 'R'
                       OR WS-OLD-BLDG NOT EQUAL WS-BLDG
                       OR WS-OLD-ROOM NOT EQUAL WS-ROOM))
               PERFORM 500-NOTIFY-ROSTER
               MOVE SPACES TO WS-MSG
               STRING 'SAVED - ' WS-NTF-CNT ' STUDENTS NOTIFIED'
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       500-NOTIFY-ROSTER.
           MOVE ZEROS TO WS-NTF-CNT
           OPEN EXTEND NOTIFY-OUT
           IF WS-NTF-STAT NOT EQUAL '00'
               OPEN OUTPUT NOTIFY-OUT
               CLOSE NOTIFY-OUT
               OPEN EXTEND NOTIFY-OUT
           END-IF
           MOVE WS-SEM TO REG-IO-SEM
           MOVE WS-YR  TO REG-IO-YR
           MOVE WS-CRN TO REG-IO-CRN
           READ ISAM-REG-IN KEY IS REG-CRN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 510-NOTIFY-ONE-ROW
                   MOVE SPACES TO REG-EOF-FLAG
                   PERFORM UNTIL REG-EOF
                       READ ISAM-REG-IN NEXT RECORD
                           AT END
                               MOVE 1 TO REG-EOF-FLAG
                           NOT AT END
                               IF REG-IO-SEM NOT EQUAL WS-SEM
                                   OR REG-IO-YR NOT EQUAL WS-YR
                                   OR REG-IO-CRN NOT EQUAL WS-CRN
                                   MOVE 1 TO REG-EOF-FLAG
                               ELSE
                                   PERFORM 510-NOTIFY-ONE-ROW
                               END-IF
                       END-READ
                   END-PERFORM
           END-READ
           CLOSE NOTIFY-OUT.
      *-----------------------------------------------------------------
       510-NOTIFY-ONE-ROW.
      *    waitlisted seats and students already withdrawn with a W
      *    are no longer meeting with the class
           IF REG-IO-STATUS EQUAL 'W'
               OR REG-IO-GRADE EQUAL 'W'
               EXIT PARAGRAPH
           END-IF
           MOVE DISPLAY-DATE   TO NTF-DATE
           MOVE REG-IO-STUD-ID TO NTF-STUD-ID
           MOVE WS-SEM         TO NTF-SEM
           MOVE WS-YR          TO NTF-YR
           MOVE WS-CRN         TO NTF-CRN
           MOVE SPACES         TO NTF-TEXT
           IF WS-TYPE EQUAL 'C'
               MOVE 'CLASS-CANC' TO NTF-EVENT
               STRING 'CLASS CANCELLED ' WS-MEX-DATE
                   DELIMITED BY SIZE INTO NTF-TEXT
           ELSE
               MOVE 'SCHED-CHG'  TO NTF-EVENT
               STRING 'MOVED ' WS-MEX-DATE ' ' WS-BLDG ' ' WS-ROOM
                   DELIMITED BY SIZE INTO NTF-TEXT
           END-IF
           WRITE NOTIFY-LINE-OUT
           ADD 1 TO WS-NTF-CNT.
      *-----------------------------------------------------------------
       800-WRITE-AUDIT.
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OPER                    TO AUD-USER
           MOVE 'MTG-EXCEPT'               TO AUD-PROGRAM
           MOVE WS-KEY                     TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           IF WS-OLD-FOUND EQUAL 'Y'
               STRING 'TYPE ' WS-OLD-TYPE ' SUB ' WS-OLD-SUB
                   ' ROOM ' WS-OLD-BLDG ' ' WS-OLD-ROOM
                   DELIMITED BY SIZE INTO AUD-OLD
           END-IF
           MOVE SPACES                     TO AUD-NEW
           IF WS-TYPE EQUAL SPACE
               MOVE 'EXCEPTION DELETED'    TO AUD-NEW
           ELSE
               STRING 'TYPE ' WS-TYPE ' SUB ' WS-SUB-INSTRUC
                   ' ROOM ' WS-BLDG ' ' WS-ROOM ' - ' WS-REASON
                   DELIMITED BY SIZE INTO AUD-NEW
           END-IF
           WRITE AUDIT-LINE-OUT
           CLOSE AUDIT-OUT.
