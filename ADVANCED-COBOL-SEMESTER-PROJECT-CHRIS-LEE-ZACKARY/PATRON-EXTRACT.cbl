      *          replaces the old when the run completes so the next   *
      *          night compares against tonight - add a                *
      *          RUN-CONTROL.TXT step to run it from BATCH-DRIVER      *
      *          - the card carries the preferred first name when one  *
      *          is on file                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATRON-EXTRACT IS INITIAL PROGRAM.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  SNAP-IN.
       01  SNAP-LINE-IN.
                           MOVE ISAM-IO-ID        TO WS-CUR-ID
                           MOVE ISAM-STUD-LNAME   TO WS-CUR-LNAME
                           MOVE ISAM-SUTD-FNAME   TO WS-CUR-FNAME
                           IF ISAM-STUD-PREF-NAME NOT EQUAL SPACES
                               MOVE ISAM-STUD-PREF-NAME
                                   TO WS-CUR-FNAME
                           END-IF
                           MOVE ISAM-STUD-CLASS   TO WS-CUR-CLASS
                           MOVE ISAM-STUD-PRIVACY TO WS-CUR-PRIVACY
                           MOVE 'N' TO WS-CUR-DONE
