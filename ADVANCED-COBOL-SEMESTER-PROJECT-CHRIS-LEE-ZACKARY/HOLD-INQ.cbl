      ******************************************************************
      *PROGRAM : HOLD-INQ.CBL                                          *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Active hold inquiry - lists every HOLD-ISAM.DAT hold  *
      *          on a student with its HOLD-TYPES.TXT description,     *
      *          what it blocks (registration, transcript, conferral)  *
      *          and the office that placed it and must lift it -      *
      *          read-only, and a student self-service session sees    *
      *          only the student's own holds through STUDENT-CHECK    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-INQ IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-HLD-IN ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT HTY-IN ASSIGN TO "../HOLD-TYPES.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HTY-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-HLD-IN.
       01  HLD-REC-IN.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

       FD  HTY-IN.
       01  HTY-LINE-IN.
           03  HTY-CODE            PIC X(2).
           03  FILLER              PIC X.
           03  HTY-BLOCK-REG       PIC X.
           03  FILLER              PIC X.
           03  HTY-BLOCK-TRN       PIC X.
           03  FILLER              PIC X.
           03  HTY-BLOCK-CONF      PIC X.
           03  FILLER              PIC X.
           03  HTY-DESC            PIC X(20).
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
           03  Y                       PIC 99      VALUE 12.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-HTY-STAT             PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-LINE-CNT             PIC 9(4)    VALUE ZEROS.
           03  WS-DESC                 PIC X(20)   VALUE SPACES.
           03  WS-BLOCKS               PIC X(11)   VALUE SPACES.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  HTY-EOF-FLAG            PIC X       VALUE SPACES.
               88 HTY-EOF    VALUE '1'.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.

      *    the student keyed is handed to STUDENT-CHECK first - a
      *    student session gets back only the student's own ID, and
      *    the look is logged the way a restricted lookup is
       01  WS-STUDENT-CHECK.
           03  WS-SCK-PROGRAM      PIC X(14)   VALUE 'HOLD-INQ'.
           03  WS-SCK-VIEW         PIC X(30)   VALUE SPACES.
           03  WS-SCK-STUD-ID      PIC 9(6)    VALUE ZEROS.
           03  WS-SCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "HOLD-INQ".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 29 VALUE "ACTIVE HOLD INQUIRY".

       01  SCRN-KEY-REQ.
           03  LINE 09 COL 30                       VALUE 'STUDENT ID:'.
           03  LINE 09 COL 42 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 10 COL 25 PIC X(40) FROM WS-MSG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           OPEN INPUT ISAM-HLD-IN.

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-MSG
               MOVE 12     TO Y
               MOVE ZEROS  TO WS-LINE-CNT
               DISPLAY SCR-TITLE
               DISPLAY SCRN-KEY-REQ
               ACCEPT  SCRN-KEY-REQ
               PERFORM 150-CHECK-STUDENT
               DISPLAY 'TY DESCRIPTION          BLOCKS'
                   AT LINE 11 COL 05
               DISPLAY 'CONTACT    PLACED'
                   AT LINE 11 COL 45
               PERFORM 200-LIST-HOLDS
               IF WS-LINE-CNT EQUAL ZEROS
                   MOVE 'NO ACTIVE HOLDS' TO WS-MSG
                   DISPLAY SCRN-KEY-REQ
               END-IF
               ADD 1 TO Y
               DISPLAY 'CHECK ANOTHER?:' AT LINE Y COL 35
               ADD 1 TO Y
               DISPLAY '(Y/N)'         AT LINE Y COL 35
               SUBTRACT 1 FROM Y
               ACCEPT  WS-CONT AT LINE Y COL 52 AUTO
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   DISPLAY 'PLEASE ENTER Y OR N' AT LINE Y COL 35
                   ACCEPT  WS-CONT AT LINE Y COL 52 AUTO
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-HLD-IN.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-STUDENT.
      *    a student session sees only the student's own holds
           MOVE WS-STU-ID TO WS-SCK-STUD-ID
           MOVE 'ACTIVE HOLDS' TO WS-SCK-VIEW
           CALL 'STUDENT-CHECK' USING WS-STUDENT-CHECK
           IF WS-SCK-RESULT EQUAL 'Y'
               MOVE WS-SCK-STUD-ID TO WS-STU-ID
               DISPLAY WS-STU-ID AT LINE 09 COL 42
           END-IF.
      *-----------------------------------------------------------------
       200-LIST-HOLDS.
           MOVE WS-STU-ID  TO HLD-STUD-ID
           MOVE LOW-VALUES TO HLD-TYPE
           START ISAM-HLD-IN KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-HLD-IN NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF HLD-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO EOF-FLAG
                       ELSE
                           PERFORM 300-PRINT-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-PRINT-HOLD-LINE.
      *    two lines a hold - the office's comment goes underneath
           IF Y > 19
               DISPLAY 'MORE - PRESS ENTER' AT LINE 23 COL 35
               ACCEPT WS-MSG AT LINE 23 COL 55
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
               MOVE 12 TO Y
           END-IF

           PERFORM 400-FIND-TYPE
           ADD 1 TO WS-LINE-CNT
           DISPLAY HLD-TYPE          AT LINE Y COL 05
           DISPLAY WS-DESC           AT LINE Y COL 08
           DISPLAY WS-BLOCKS         AT LINE Y COL 29
           DISPLAY HLD-OFFICE        AT LINE Y COL 45
           DISPLAY HLD-DATE          AT LINE Y COL 56
           ADD 1 TO Y
           IF HLD-COMMENT NOT EQUAL SPACES
               DISPLAY HLD-COMMENT   AT LINE Y COL 08
               ADD 1 TO Y
           END-IF.
      *-----------------------------------------------------------------
       400-FIND-TYPE.
      *    a code since dropped from HOLD-TYPES.TXT still shows, with
      *    the office to ask about it
           MOVE 'UNKNOWN HOLD TYPE' TO WS-DESC
           MOVE SPACES              TO WS-BLOCKS
           OPEN INPUT HTY-IN
           IF WS-HTY-STAT EQUAL '00'
               MOVE SPACES TO HTY-EOF-FLAG
               PERFORM UNTIL HTY-EOF
                   READ HTY-IN
                       AT END
                           MOVE 1 TO HTY-EOF-FLAG
                       NOT AT END
                           IF HTY-CODE EQUAL HLD-TYPE
                               MOVE HTY-DESC TO WS-DESC
                               IF HTY-BLOCK-REG EQUAL 'Y'
                                   MOVE 'REG' TO WS-BLOCKS(1:3)
                               END-IF
                               IF HTY-BLOCK-TRN EQUAL 'Y'
                                   MOVE 'TRN' TO WS-BLOCKS(5:3)
                               END-IF
                               IF HTY-BLOCK-CONF EQUAL 'Y'
                                   MOVE 'CNF' TO WS-BLOCKS(9:3)
                               END-IF
                               MOVE 1 TO HTY-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HTY-IN
           END-IF.
