      *AUTHOR  : CHRIS JEONG                                           *
      *DATE    : 4/5/2015                                              *
      *ABSTRACT: This program adds to the STUDENT-MASTER FILE          *
      *          - a preferred first name may be keyed beside the      *
      *          legal name                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ADD AS "STUDENT-ADD" IS INITIAL PROGRAM.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  STUD-LAST-ID.
           01 LAST-ID              PIC 9(6).
               05  WS-STUD-ACTIVE       PIC X.
               05  WS-STUD-MAJOR        PIC X(20)    VALUE SPACES.
               05  WS-STUD-HOLD         PIC X        VALUE 'N'.
           03  WS-STUD-PREF-NAME        PIC X(15)    VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
           03  LINE 07 COL 32 VALUE "ADD STUDENT".
      *     03  LINE 08 COL 32 VALUE 'ID           :'.
      *     03  LINE 08 COL 47 PIC X(6) TO WS-STUD-ID AUTO.
           03  LINE 08 COL 32 VALUE 'PREFERRED    :'.
           03  LINE 08 COL 47 PIC X(15) TO WS-STUD-PREF-NAME AUTO.
           03  LINE 09 COL 32 VALUE 'FIRST NAME   :'.
           03  LINE 09 COL 47 PIC X(15) TO WS-SUTD-FNAME  AUTO.
           03  LINE 10 COL 32 VALUE 'LAST NAME    :'.
                   MOVE ZEROS  TO ISAM-STUD-EARNED
                   MOVE ZEROS  TO ISAM-STUD-ATTEMPT
                   MOVE 'N'    TO ISAM-STUD-PRIVACY
                   MOVE WS-STUD-PREF-NAME TO ISAM-STUD-PREF-NAME
                   WRITE ISAM-REC-IO
                   PERFORM 250-WRITE-ADDRESSES
               END-IF
