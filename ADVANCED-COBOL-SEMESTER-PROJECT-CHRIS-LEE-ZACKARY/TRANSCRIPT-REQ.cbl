      *ABSTRACT: Queues transcript requests on TRANSCRIPT-REQ.DAT for  *
      *          the evening TRANSCRIPT-BATCH run - request numbers    *
      *          come from TRN-LAST-REQ.TXT the same way STUDENT-ADD   *
      *          assigns student IDs - a request can ask for the       *
      *          student's class rank to be quoted                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-REQ IS INITIAL PROGRAM.
           03  TRQ-DELIVER         PIC X(30).
           03  TRQ-FULFILLED       PIC X.
           03  TRQ-FULL-DATE       PIC X(10).
           03  TRQ-RANK            PIC X       VALUE 'N'.

       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  LAST-REQ-IO.
       01  LAST-REQ            PIC 9(6).
           03  WS-STU-ID       PIC 9(6)        VALUE ZEROS.
           03  WS-COPIES       PIC 9(2)        VALUE 01.
           03  WS-DELIVER      PIC X(30)       VALUE SPACES.
           03  WS-QUOTE-RANK   PIC X           VALUE 'N'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 11 COL 47 PIC 9(2)  TO WS-COPIES AUTO.
           03  LINE 12 COL 35                       VALUE '  DELIVERY:'.
           03  LINE 12 COL 47 PIC X(30) TO WS-DELIVER AUTO.
           03  LINE 13 COL 35                       VALUE 'QUOTE RANK:'.
           03  LINE 13 COL 47 PIC X     TO WS-QUOTE-RANK AUTO.
           03  LINE 13 COL 49                       VALUE '(Y/N)'.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                VALUE 'QUEUE ANOTHER?:'.
               MOVE SPACES TO WS-MSG
               MOVE 01     TO WS-COPIES
               MOVE SPACES TO WS-DELIVER
               MOVE 'N'    TO WS-QUOTE-RANK
               DISPLAY SCR-TITLE
               DISPLAY SCRN-STUD-ID-REQ
               ACCEPT  SCRN-STUD-ID-REQ
           MOVE WS-DELIVER     TO TRQ-DELIVER
           MOVE 'N'            TO TRQ-FULFILLED
           MOVE SPACES         TO TRQ-FULL-DATE
           IF WS-QUOTE-RANK EQUAL 'Y' OR 'y'
               MOVE 'Y'        TO TRQ-RANK
           ELSE
               MOVE 'N'        TO TRQ-RANK
           END-IF
           WRITE TRQ-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO QUEUE REQUEST' TO WS-MSG
