           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  STUD-LAST-ID.
           01 LAST-ID              PIC 9(6).

       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
               VALUE 'ADMIT-LOAD'.
           03  PRM-EOF-FLAG            PIC X       VALUE SPACES.
               88 PRM-EOF    VALUE '1'.
           MOVE SPACES         TO ISAM-STUD-RET-SEM
           MOVE SPACES         TO ISAM-STUD-RET-YR
           MOVE WS-NOW-DATE    TO ISAM-STUD-STAT-DATE
           MOVE SPACES         TO ISAM-STUD-PREF-NAME
           MOVE SPACES         TO ISAM-STUD-EMAIL-CMP
           MOVE SPACES         TO ISAM-STUD-EMAIL-PER
           WRITE ISAM-REC-IO
               INVALID KEY
                   SUBTRACT 1 FROM WS-NEXT-ID
