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

       FD  ISAM-SC-IO.
       01  SC-REC-IO.
           03  SC-CRSE            PIC X(6).
           03  SC-GRADE           PIC X.
           03  SC-STATUS          PIC X.
           03  SC-HOURS           PIC 9(3)    VALUE ZEROS.

       FD  ISAM-HIST-IN.
       01  HIST-REC-IN.
           03  FILLER              PIC X       VALUE SPACE.
           03  PRG-DATE            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  PRG-IMAGE           PIC X(228).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).
               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ID-IX                PIC 9(3)    VALUE ZEROS.

       01  WS-ROW-TABLE.
           03  WS-ROW-ENTRY        PIC X(34)   OCCURS 300 TIMES.

       01  RPT-HEAD-1.
           03  FILLER          PIC X(26)   VALUE SPACES.
               MOVE 'C'         TO PRG-TYPE
               MOVE WS-NOW-DATE TO PRG-DATE
               MOVE SPACES      TO PRG-IMAGE
               MOVE WS-ROW-ENTRY (WS-ROW-IX) TO PRG-IMAGE (1:34)
               WRITE ARCHIVE-LINE-OUT
               MOVE WS-ROW-ENTRY (WS-ROW-IX) (1:18) TO SC-REC-IO
               DELETE ISAM-SC-IO
