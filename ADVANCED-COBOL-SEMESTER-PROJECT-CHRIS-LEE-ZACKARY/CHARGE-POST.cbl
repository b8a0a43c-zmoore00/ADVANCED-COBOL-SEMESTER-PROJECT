           03  ACD-IO-RECEIPT     PIC 9(6).
           03  ACD-IO-SESSION     PIC 9(6).
           03  ACD-IO-PROGRAM     PIC X(14).
           03  ACD-IO-GL-DATE     PIC X(8)    VALUE SPACES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  WS-CHG-CODE     PIC X(4)        VALUE SPACES.
           03  WS-CHG-DESC     PIC X(30)       VALUE SPACES.
           03  WS-CHG-AMT      PIC 9(5)V99     VALUE ZEROS.

      *    the posting date is handed to PERIOD-CHECK first - a date in
      *    a month the business office has closed comes back moved to
      *    an open one
       01  WS-PERIOD-CHECK.
           03  WS-PCK-DATE         PIC X(8)    VALUE SPACES.
           03  WS-PCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           MOVE WS-CHG-CODE    TO ACD-IO-CODE
           MOVE WS-CHG-DESC    TO ACD-IO-DESC
           MOVE WS-CHG-AMT     TO ACD-IO-AMOUNT
           MOVE WS-NOW-DATE    TO WS-PCK-DATE
           CALL 'PERIOD-CHECK' USING WS-PERIOD-CHECK
           MOVE WS-PCK-DATE    TO ACD-IO-DATE
           MOVE ZEROS          TO ACD-IO-RECEIPT
           MOVE ZEROS          TO ACD-IO-SESSION
           MOVE 'CHARGE-POST'  TO ACD-IO-PROGRAM
           MOVE SPACES         TO ACD-IO-GL-DATE
           WRITE ACD-REC-IO
               INVALID KEY
                   CONTINUE
