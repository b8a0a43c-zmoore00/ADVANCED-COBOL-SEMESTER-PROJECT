      ******************************************************************
      *PROGRAM : LEVEL-CHECK.CBL                                       *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Academic level check, CALLed by REG-ADD, REG-CART,    *
      *          GPA-POST, the transcripts and the term rule batches - *
      *          resolves a catalog course's level (U undergraduate, G *
      *          graduate - a blank catalog level follows the course   *
      *          number, a leading 5 or higher graduate), reads the    *
      *          levels the student holds for a SEM/YR off             *
      *          STUD-LEVEL-ISAM.DAT (no rows at all is an             *
      *          undergraduate), and answers the level a grade counts  *
      *          in and whether the student may take the course        *
      *          without a level override                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVEL-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-SLV-IN ASSIGN TO
                              "../STUD-LEVEL-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS SLV-KEY
                                FILE STATUS   IS WS-SLV-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-SLV-IN.
       01  SLV-REC-IN.
           03  SLV-KEY.
               05  SLV-STUD-ID    PIC 9(6).
               05  SLV-LEVEL      PIC X.
           03  SLV-START-SEM      PIC X(2).
           03  SLV-START-YR       PIC X(4).
           03  SLV-END-SEM        PIC X(2).
           03  SLV-END-YR         PIC X(4).
           03  SLV-PROGRAM        PIC X(20).
           03  SLV-GPA            PIC 9V99.
           03  SLV-EARNED         PIC 9(4).
           03  SLV-ATTEMPT        PIC 9(4).
           03  SLV-POST-DATE      PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-SLV-STAT             PIC XX      VALUE SPACES.
           03  SLV-EOF-FLAG            PIC X       VALUE SPACES.
               88 SLV-EOF    VALUE '1'.
           03  WS-ORD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-ORD-NUM              PIC 9       VALUE ZERO.
           03  WS-ORD-YR               PIC 9(4)    VALUE ZEROS.
           03  WS-TERM-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-START-KEY            PIC 9(5)    VALUE ZEROS.
           03  WS-END-KEY              PIC 9(5)    VALUE ZEROS.
           03  WS-BEST-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-BEST-LEVEL           PIC X       VALUE SPACE.
           03  WS-LAST-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-LAST-LEVEL           PIC X       VALUE SPACE.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LEVEL-CHECK-AREA.
           03  LVC-STUD-ID         PIC 9(6).
           03  LVC-SEM             PIC X(2).
           03  LVC-YR              PIC X(4).
           03  LVC-CRSE            PIC X(6).
           03  LVC-CRSE-LEVEL      PIC X.
           03  LVC-HOLDS-U         PIC X.
           03  LVC-HOLDS-G         PIC X.
           03  LVC-STUD-LEVEL      PIC X.
           03  LVC-GPA-LEVEL       PIC X.
           03  LVC-RESULT          PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LEVEL-CHECK-AREA.
       000-MAIN-MODULE.
      *    a blank SEM/YR asks about the levels held now - the rows
      *    still open - and the file is opened on every call so a
      *    level added mid-session is honored at once
           PERFORM 100-RESOLVE-COURSE-LEVEL
           MOVE 'N'    TO LVC-HOLDS-U
           MOVE 'N'    TO LVC-HOLDS-G
           MOVE SPACE  TO LVC-STUD-LEVEL
           MOVE SPACE  TO LVC-GPA-LEVEL
           MOVE 'Y'    TO LVC-RESULT
           IF LVC-YR NUMERIC
               MOVE LVC-SEM TO WS-ORD-SEM
               PERFORM 190-SEM-ORDINAL
               MOVE LVC-YR  TO WS-ORD-YR
               COMPUTE WS-TERM-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           ELSE
               MOVE 99999 TO WS-TERM-KEY
           END-IF
           MOVE ZEROS TO WS-BEST-KEY
           MOVE SPACE TO WS-BEST-LEVEL
           MOVE ZEROS TO WS-LAST-KEY
           MOVE SPACE TO WS-LAST-LEVEL

           OPEN INPUT ISAM-SLV-IN
           MOVE LVC-STUD-ID TO SLV-STUD-ID
           MOVE LOW-VALUES  TO SLV-LEVEL
           START ISAM-SLV-IN KEY IS NOT LESS THAN SLV-KEY
               INVALID KEY
                   MOVE 1 TO SLV-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SLV-EOF-FLAG
           END-START
           PERFORM UNTIL SLV-EOF
               READ ISAM-SLV-IN NEXT RECORD
                   AT END
                       MOVE 1 TO SLV-EOF-FLAG
                   NOT AT END
                       IF SLV-STUD-ID NOT EQUAL LVC-STUD-ID
                           MOVE 1 TO SLV-EOF-FLAG
                       ELSE
                           PERFORM 200-WEIGH-LEVEL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-SLV-IN

      *    a term no row covers answers as the level most recently
      *    begun before it - a student never given a level row, or a
      *    term before the first one, is an undergraduate
           EVALUATE TRUE
               WHEN WS-BEST-LEVEL NOT EQUAL SPACE
                   MOVE WS-BEST-LEVEL TO LVC-STUD-LEVEL
               WHEN WS-LAST-LEVEL NOT EQUAL SPACE
                   MOVE WS-LAST-LEVEL TO LVC-STUD-LEVEL
               WHEN OTHER
                   MOVE 'U' TO LVC-STUD-LEVEL
           END-EVALUATE
           IF LVC-STUD-LEVEL EQUAL 'G'
               MOVE 'Y' TO LVC-HOLDS-G
           ELSE
               MOVE 'Y' TO LVC-HOLDS-U
           END-IF

      *    work counts at the level the student held that term - only
      *    a student holding both at once is split by the course
           MOVE LVC-STUD-LEVEL TO LVC-GPA-LEVEL
           IF LVC-HOLDS-U EQUAL 'Y' AND LVC-HOLDS-G EQUAL 'Y'
               AND LVC-CRSE-LEVEL NOT EQUAL SPACE
               MOVE LVC-CRSE-LEVEL TO LVC-GPA-LEVEL
           END-IF

           IF (LVC-CRSE-LEVEL EQUAL 'U' AND LVC-HOLDS-U NOT EQUAL 'Y')
               OR (LVC-CRSE-LEVEL EQUAL 'G'
                   AND LVC-HOLDS-G NOT EQUAL 'Y')
               MOVE 'N' TO LVC-RESULT
           END-IF

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-RESOLVE-COURSE-LEVEL.
      *    the catalog level wins - a course never given one takes the
      *    level its number implies, and no course at all stays blank
           IF LVC-CRSE-LEVEL EQUAL 'U' OR 'G'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO LVC-CRSE-LEVEL
           IF LVC-CRSE (1:1) NUMERIC
               IF LVC-CRSE (1:1) NOT LESS THAN '5'
                   MOVE 'G' TO LVC-CRSE-LEVEL
               ELSE
                   MOVE 'U' TO LVC-CRSE-LEVEL
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-WEIGH-LEVEL-ROW.
      *    a blank start reaches back to the first term and a blank
      *    end leaves the level open
           MOVE ZEROS TO WS-START-KEY
           IF SLV-START-YR NUMERIC
               MOVE SLV-START-SEM TO WS-ORD-SEM
               PERFORM 190-SEM-ORDINAL
               MOVE SLV-START-YR  TO WS-ORD-YR
               COMPUTE WS-START-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           END-IF
           MOVE 99999 TO WS-END-KEY
           IF SLV-END-YR NUMERIC
               MOVE SLV-END-SEM TO WS-ORD-SEM
               PERFORM 190-SEM-ORDINAL
               MOVE SLV-END-YR  TO WS-ORD-YR
               COMPUTE WS-END-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           END-IF
           IF WS-START-KEY NOT GREATER THAN WS-TERM-KEY
               AND WS-START-KEY NOT LESS THAN WS-LAST-KEY
               MOVE WS-START-KEY TO WS-LAST-KEY
               MOVE SLV-LEVEL    TO WS-LAST-LEVEL
           END-IF
           IF WS-START-KEY NOT GREATER THAN WS-TERM-KEY
               AND WS-END-KEY NOT LESS THAN WS-TERM-KEY
               IF SLV-LEVEL EQUAL 'G'
                   MOVE 'Y' TO LVC-HOLDS-G
               ELSE
                   MOVE 'Y' TO LVC-HOLDS-U
               END-IF
               IF WS-START-KEY NOT LESS THAN WS-BEST-KEY
                   MOVE WS-START-KEY TO WS-BEST-KEY
                   MOVE SLV-LEVEL    TO WS-BEST-LEVEL
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       190-SEM-ORDINAL.
      *    terms within a year run spring, summer, fall - the ordinal
      *    lets level spans compare as year then term
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
