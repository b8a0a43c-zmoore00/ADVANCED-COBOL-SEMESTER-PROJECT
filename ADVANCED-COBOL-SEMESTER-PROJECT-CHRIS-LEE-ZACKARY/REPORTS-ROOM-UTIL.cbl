           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-BLDG-IO.
       01  BLDG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
                           OR SEMESTER NOT EQUAL WS-SEM
                           MOVE 1 TO EOF-FLAG
                       ELSE
      *                    an online section holds no room to use
                           IF (WS-CAMPUS-FILT EQUAL SPACES
                               OR CAMPUS EQUAL WS-CAMPUS-FILT)
                               AND DELIVERY-MODE NOT EQUAL 'O'
                               PERFORM 300-PRINT-ROOM-LINE
                           END-IF
                       END-IF
