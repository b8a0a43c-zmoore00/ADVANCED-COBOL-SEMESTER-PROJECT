           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X                VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  FILLER              PIC X(8)             VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  FILLER              PIC X(6)             VALUE SPACE.
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

       FD  ISAM-DPT-IN.
       01  DPT-REC-IN.
           05  WS-DPT-STAT             PIC XX      VALUE SPACES.
           05  WS-SUBJ-OK              PIC X       VALUE 'Y'.
           05  WS-SUBJ-IX              PIC 9(2)    VALUE ZEROS.
           05  WS-RANGE-OK             PIC X       VALUE 'Y'.
           05  WS-LEVEL-OK             PIC X       VALUE 'Y'.
           05  DPT-EOF-FLAG            PIC X       VALUE SPACES.
               88 DPT-EOF    VALUE '1'.
               
               10  WS-COURSE-CREDITS  PIC X(3)         VALUE SPACES.
               10  WS-FILLER2           PIC X          VALUE SPACE.
               10  WS-COURSE-PREREQ   PIC X(6)         VALUE SPACES.
               10  WS-FILLER3           PIC X(8)       VALUE SPACES.
               10  WS-COURSE-CR-MIN   PIC X(3)         VALUE SPACES.
               10  WS-COURSE-CR-MAX   PIC X(3)         VALUE SPACES.
               10  WS-FILLER4           PIC X(6)       VALUE SPACES.
               10  WS-COURSE-LEVEL    PIC X            VALUE SPACE.
               10  WS-FILLER5           PIC X(6)       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
       01  SCR-CREDITS.
           05  LINE 12 COL 32 VALUE 'CREDIT:'.
           05  LINE 12 COL 40 PIC X(3) TO WS-COURSE-CREDITS  AUTO.
           05  LINE 12 COL 45 VALUE 'RANGE (BLANK=FIXED):'.
           05  LINE 12 COL 66 PIC X(3) TO WS-COURSE-CR-MIN  AUTO.
           05  LINE 12 COL 69 VALUE '-'.
           05  LINE 12 COL 70 PIC X(3) TO WS-COURSE-CR-MAX  AUTO.

       01  SCR-PREREQ.
           05  LINE 13 COL 32 VALUE 'PREREQ (BLANK=NONE):'.
           05  LINE 13 COL 53 PIC X(6) TO WS-COURSE-PREREQ  AUTO.
           05  LINE 13 COL 61 VALUE 'LEVEL:'.
           05  LINE 13 COL 68 PIC X TO WS-COURSE-LEVEL  AUTO.
           05  LINE 18 COL 35 PIC X(40) FROM WS-MSG.

       01  SCRN-CONFIRM-ADD.
               ACCEPT SCR-CREDITS
               ACCEPT SCR-PREREQ

               PERFORM 400-CHECK-LEVEL
               MOVE WS-KEY TO ISAM-REC-IO
               PERFORM 200-CHECK-SUBJ
               PERFORM 300-CHECK-RANGE
               IF WS-SUBJ-OK EQUAL 'N'
                   MOVE 'SUBJ NOT OWNED BY ANY DEPARTMENT' TO WS-MSG
                   DISPLAY SCR-PREREQ
               ELSE IF WS-RANGE-OK EQUAL 'N'
                   MOVE 'CREDIT RANGE NOT VALID' TO WS-MSG
                   DISPLAY SCR-PREREQ
               ELSE IF WS-LEVEL-OK EQUAL 'N'
                   MOVE 'LEVEL MUST BE U OR G' TO WS-MSG
                   DISPLAY SCR-PREREQ
               ELSE
               DISPLAY SCRN-CONFIRM-ADD
               ACCEPT SCRN-CONFIRM-ADD
               WRITE ISAM-REC-IO
               END-IF
               END-IF
               END-IF
               END-IF
               
               DISPLAY SPACES AT LINE 14 COL 1
               DISPLAY SPACE AT LINE 15 COL 1
                       END-PERFORM
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       300-CHECK-RANGE.
      *    a variable-credit course keys a minimum and maximum - both
      *    blank is a fixed-credit course - the catalog credit is the
      *    default hours at registration so it must fall in the range
           MOVE 'Y' TO WS-RANGE-OK
           IF WS-COURSE-CR-MIN EQUAL SPACES
               AND WS-COURSE-CR-MAX EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-COURSE-CR-MIN NOT NUMERIC
               OR WS-COURSE-CR-MAX NOT NUMERIC
               OR WS-COURSE-CREDITS NOT NUMERIC
               MOVE 'N' TO WS-RANGE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-COURSE-CR-MIN NOT LESS THAN WS-COURSE-CR-MAX
               OR WS-COURSE-CREDITS LESS THAN WS-COURSE-CR-MIN
               OR WS-COURSE-CREDITS GREATER THAN WS-COURSE-CR-MAX
               MOVE 'N' TO WS-RANGE-OK
           END-IF.
      *-----------------------------------------------------------------
       400-CHECK-LEVEL.
      *    U undergraduate or G graduate - left blank the level follows
      *    the course number, a leading 5 or higher being graduate
           MOVE 'Y' TO WS-LEVEL-OK
           IF WS-COURSE-LEVEL EQUAL 'u'
               MOVE 'U' TO WS-COURSE-LEVEL
           END-IF
           IF WS-COURSE-LEVEL EQUAL 'g'
               MOVE 'G' TO WS-COURSE-LEVEL
           END-IF
           IF WS-COURSE-LEVEL EQUAL SPACE
               IF WS-COURSE-CRSE (1:1) NUMERIC
                   AND WS-COURSE-CRSE (1:1) NOT LESS THAN '5'
                   MOVE 'G' TO WS-COURSE-LEVEL
               ELSE
                   MOVE 'U' TO WS-COURSE-LEVEL
               END-IF
           END-IF
           IF WS-COURSE-LEVEL NOT EQUAL 'U' AND 'G'
               MOVE 'N' TO WS-LEVEL-OK
           END-IF.
            
       
      *-----------------------------------------------------------------
