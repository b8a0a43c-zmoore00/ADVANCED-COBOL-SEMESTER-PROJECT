           03  OUT-RET-SEM         PIC X(2)    VALUE SPACES.
           03  OUT-RET-YR          PIC X(4)    VALUE SPACES.
           03  OUT-STAT-DATE       PIC X(8)    VALUE SPACES.
           03  OUT-PREF-NAME       PIC X(15)   VALUE SPACES.
           03  OUT-EMAIL-CMP       PIC X(30)   VALUE SPACES.
           03  OUT-EMAIL-PER       PIC X(30)   VALUE SPACES.
       FD  STUD-LAST-ID.
           01 OUT-REC              PIC X(6).
           
                       MOVE SPACES        TO     OUT-RET-SEM
                       MOVE SPACES        TO     OUT-RET-YR
                       MOVE SPACES        TO     OUT-STAT-DATE
                       MOVE SPACES        TO     OUT-PREF-NAME
                       MOVE SPACES        TO     OUT-EMAIL-CMP
                       MOVE SPACES        TO     OUT-EMAIL-PER
                       WRITE STU-OUT
                           INVALID KEY
                               REWRITE STU-OUT
