           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  IO-REC.
       01  LAST-CRN          PIC 9(6).
           03  WS-TAKE                 PIC X       VALUE SPACES.

       01  WS-SECT-TABLE.
           03  WS-SECT-ENTRY       PIC X(97)   OCCURS 200 TIMES.

       01  WS-MTG-TABLE.
           03  WS-MTG-ENTRY        PIC X(47)   OCCURS 10 TIMES.
           03  WS-H-INSTRUC-ID     PIC 9(6).
           03  WS-H-ENROLLED       PIC 9(4).
           03  WS-H-CAMPUS         PIC X(2).
           03  WS-H-PART           PIC X(2).
           03  WS-H-DELIVERY       PIC X.
           03  WS-H-CAP            PIC 9(4).

       01  WS-REC.
           03  WS-FROM-SEM     PIC X(2)        VALUE SPACES.
               MOVE WS-TO-SEM    TO WS-H-SEM
               MOVE WS-LAST-CRN  TO WS-H-CRN
               MOVE ZEROS        TO WS-H-ENROLLED
               MOVE SPACES       TO WS-H-PART
               MOVE WS-HOLD-REC  TO ISAM-REC-IO
               WRITE ISAM-REC-IO
                   INVALID KEY
