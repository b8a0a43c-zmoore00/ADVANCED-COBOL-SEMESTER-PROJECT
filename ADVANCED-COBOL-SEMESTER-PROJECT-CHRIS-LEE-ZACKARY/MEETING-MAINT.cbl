           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  NOTIFY-OUT.
       01  NOTIFY-LINE-OUT.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
                           AND BLDG EQUAL WS-BLDG
                           AND ROOM EQUAL WS-ROOM
                           AND TIME-DAY EQUAL WS-TIME-DAY
                           AND DELIVERY-MODE NOT EQUAL 'O'
                           MOVE 'Y' TO WS-ROOM-CONFLICT
                       END-IF
               END-READ
      *            a pattern that does not parse falls back to exact
      *            text against the moved meeting's new time
                       IF WS-CHG-TIME EQUAL WS-NEW-TIME-TEXT
                           AND WS-CHG-TIME NOT EQUAL SPACES
                           MOVE 'Y' TO WS-IMP-CONFLICT
                       END-IF
                   END-IF
