           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-REG-IO.
       01  REG-REC-IO.
           03  REG-IO-WL-SEQ       PIC 9(2).
           03  REG-IO-GRADE-MOD    PIC X       VALUE SPACE.
           03  REG-IO-BASIS        PIC X       VALUE SPACE.
           03  REG-IO-HOURS        PIC 9(3)    VALUE ZEROS.

       FD  ISAM-HIST-IO.
       01  HIST-REC-IO.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
       01  WS-ROW-TABLE.
           03  WS-ROW-ENTRY        PIC X(100)  OCCURS 300 TIMES.

       01  WS-SURV-REC             PIC X(228)  VALUE SPACES.

       01  WS-REC.
           03  WS-SURV-ID      PIC 9(6)    VALUE ZEROS.
      *    record area from the read
      *    byte offsets follow the master layout - id 1-6 filler 7
      *    lname 8 fname 23 address 38 zip 63 hphone 68 cphone 78
      *    wphone 88 gender 98 active 99 major 100 preferred
      *    first name 154
           IF WS-SURV-REC (8:15) EQUAL SPACES
               MOVE ISAM-STUD-LNAME TO WS-SURV-REC (8:15)
           END-IF
           IF WS-SURV-REC (100:20) EQUAL SPACES
               MOVE ISAM-STUD-MAJOR TO WS-SURV-REC (100:20)
           END-IF
           IF WS-SURV-REC (154:15) EQUAL SPACES
               MOVE ISAM-STUD-PREF-NAME TO WS-SURV-REC (154:15)
           END-IF
           IF WS-SURV-REC (169:30) EQUAL SPACES
               MOVE ISAM-STUD-EMAIL-CMP TO WS-SURV-REC (169:30)
           END-IF
           IF WS-SURV-REC (199:30) EQUAL SPACES
               MOVE ISAM-STUD-EMAIL-PER TO WS-SURV-REC (199:30)
           END-IF
           MOVE WS-SURV-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IO
               INVALID KEY
           END-PERFORM
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX GREATER THAN WS-ROW-CNT
               MOVE WS-ROW-ENTRY (WS-ROW-IX) (1:27) TO REG-REC-IO
               DELETE ISAM-REG-IO
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-ROW-ENTRY (WS-ROW-IX) (1:27) TO REG-REC-IO
               MOVE WS-SURV-ID TO REG-IO-STUD-ID
               WRITE REG-REC-IO
                   INVALID KEY
           END-PERFORM
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX GREATER THAN WS-ROW-CNT
               MOVE WS-ROW-ENTRY (WS-ROW-IX) (1:34) TO SC-REC-IO
               DELETE ISAM-SC-IO
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-ROW-ENTRY (WS-ROW-IX) (1:34) TO SC-REC-IO
               MOVE WS-SURV-ID TO SC-STUD-ID
               WRITE SC-REC-IO
                   INVALID KEY
