           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-SCHED-IO.
       01  SCHED-REC-IO.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-APPLY-REG.
           MOVE JRN-IMAGE (1:27) TO REG-REC-IO
           EVALUATE JRN-ACTION
               WHEN 'D'
                   DELETE ISAM-REG-IO
           END-EVALUATE.
      *-----------------------------------------------------------------
       400-APPLY-SCHED.
           MOVE JRN-IMAGE (1:97) TO SCHED-REC-IO
           EVALUATE JRN-ACTION
               WHEN 'D'
                   DELETE ISAM-SCHED-IO
