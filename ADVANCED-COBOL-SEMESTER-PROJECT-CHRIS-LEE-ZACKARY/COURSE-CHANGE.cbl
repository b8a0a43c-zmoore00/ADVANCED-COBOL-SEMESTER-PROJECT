           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  ISAM-IO-REQ-ATTRS PIC X(8)            VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  FILLER              PIC X(6)             VALUE SPACE.
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           05  CH-EOF-FLAG             PIC X       VALUE SPACES.
               88 CH-EOF     VALUE '1'.
           05  WS-HAVE-HIST            PIC X       VALUE 'N'.
           05  WS-RANGE-OK             PIC X       VALUE 'Y'.
           05  WS-LEVEL-OK             PIC X       VALUE 'Y'.
           05  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           05  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           05  WS-OLD-REC              PIC X(80)   VALUE SPACES.
               10  WS-COURSE-ATTRS    PIC X(8)         VALUE SPACES.
               10  WS-EFF-SEM         PIC X(2)         VALUE SPACES.
               10  WS-EFF-YR          PIC X(4)         VALUE SPACES.
               10  WS-COURSE-CR-MIN   PIC X(3)         VALUE SPACES.
               10  WS-COURSE-CR-MAX   PIC X(3)         VALUE SPACES.
               10  WS-COURSE-LEVEL    PIC X            VALUE SPACE.
               10  WS-FILLER3           PIC X(20)      VALUE SPACES.
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

       01  SCR-REQ-ATTRS.
           05  LINE 14 COL 32 VALUE 'ROOM ATTRS NEEDED:'.
                       ACCEPT SCR-PREREQ
                       ACCEPT SCR-REQ-ATTRS
                       ACCEPT SCR-EFF-TERM
                       PERFORM 320-CHECK-RANGE
                       PERFORM 330-CHECK-LEVEL
                       IF WS-RANGE-OK EQUAL 'N'
                           MOVE 'CREDIT RANGE NOT VALID' TO WS-MSG
                           DISPLAY SCRN-MSG
                       ELSE IF WS-LEVEL-OK EQUAL 'N'
                           MOVE 'LEVEL MUST BE U OR G' TO WS-MSG
                           DISPLAY SCRN-MSG
                       ELSE
      *                    versioned catalog - the values being replaced
      *                    stay reachable for terms before the change
                           PERFORM 300-SAVE-OLD-VERSION
                           MOVE WS-COURSE-TITLE TO ISAM-IO-TITLE
                           MOVE WS-COURSE-CREDITS TO ISAM-IO-CREDITS
                           MOVE WS-COURSE-PREREQ TO ISAM-IO-PREREQ
                           MOVE WS-COURSE-ATTRS TO ISAM-IO-REQ-ATTRS
                           MOVE WS-COURSE-CR-MIN TO ISAM-IO-CR-MIN
                           MOVE WS-COURSE-CR-MAX TO ISAM-IO-CR-MAX
                           MOVE WS-COURSE-LEVEL TO ISAM-IO-LEVEL
                           PERFORM 310-WRITE-NEW-VERSION
                           REWRITE ISAM-REC-IO
                               INVALID KEY
                                   MOVE   'INVALID ID' TO WS-MSG
                                   DISPLAY SCRN-MSG
                               NOT INVALID KEY
                                   STRING ISAM-IN-KEY ' UPDATED' INTO
                                   WS-MSG
                                   DISPLAY SCRN-MSG
                                   MOVE ISAM-REC-IO TO WS-NEW-REC
                                   PERFORM 220-WRITE-AUDIT

                           END-REWRITE
                       END-IF
                       END-IF
                       DISPLAY SCRN-INSTRUC-ANOTHER
                       ACCEPT  SCRN-INSTRUC-ANOTHER
           END-PERFORM.
                           CONTINUE
                   END-REWRITE
           END-WRITE.
      *-----------------------------------------------------------------
       320-CHECK-RANGE.
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
       330-CHECK-LEVEL.
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
