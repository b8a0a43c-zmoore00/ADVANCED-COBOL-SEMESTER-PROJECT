                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-OUT-STAT.

       SELECT OPTIONAL ISAM-SI-IN ASSIGN TO "../SECT-INSTR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS SI-KEY
                               ALTERNATE KEY IS SI-ID-KEY=
                                   SI-INSTRUC-ID, SI-SEM, SI-YR
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-SI-STAT.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *----------------------------------------------------------------- 
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.
           
       FD ISAM-INSTRUC-IN.
       01  ISAM-REC-IO.
           03  ISAM-IO-PHONE  PIC X(10)   VALUE SPACES.
           03  ISAM-IO-EMAIL  PIC X(30)   VALUE SPACES.

       FD  ISAM-SI-IN.
       01  SI-REC-IN.
           03  SI-KEY.
               05  SI-SEM         PIC X(2).
               05  SI-YR          PIC X(4).
               05  SI-CRN         PIC X(6).
               05  SI-INSTRUC-ID  PIC 9(6).
           03  SI-PCT             PIC 9(3).
           03  SI-PRIMARY         PIC X.
           03  SI-INSTRUCTOR      PIC X(22).

       FD  INSTRUC-SCHED-OUT.
       01  INSTRUC-SCHED-LINE      PIC X(80).
      *-----------------------------------------------------------------
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  EOF-FLAG                PIC X.
               88 EOF        VALUE '1'.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  SI-EOF-FLAG             PIC X       VALUE SPACES.
               88 SI-EOF     VALUE '1'.

       01  WS-REC.
           03  WS-KEY.

           OPEN I-O ISAM-SCHED-IN.
           OPEN I-O ISAM-INSTRUC-IN.
           OPEN INPUT ISAM-SI-IN.
           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE 13 TO Y
                               END-IF
                       END-READ
                  END-PERFORM
                  PERFORM 300-CO-TAUGHT-SECTIONS
                  CLOSE INSTRUC-SCHED-OUT
               DISPLAY SPACES
               ADD 2 TO Y
           MOVE INSTRUCTOR     TO IS-INSTRUCTOR
           MOVE IS-LINE-OUT    TO INSTRUC-SCHED-LINE
           WRITE INSTRUC-SCHED-LINE.
      *-----------------------------------------------------------------
       300-CO-TAUGHT-SECTIONS.
      *    sections the instructor co-teaches under another primary
      *    sit on the section-instructor file only
           MOVE ISAM-IO-ID TO SI-INSTRUC-ID
           MOVE WS-SEM     TO SI-SEM
           MOVE WS-YR      TO SI-YR
           START ISAM-SI-IN KEY IS NOT LESS THAN SI-ID-KEY
               INVALID KEY
                   MOVE 1 TO SI-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO SI-EOF-FLAG
           END-START
           PERFORM UNTIL SI-EOF
               READ ISAM-SI-IN NEXT RECORD
                   AT END
                       MOVE 1 TO SI-EOF-FLAG
                   NOT AT END
                       IF SI-INSTRUC-ID NOT EQUAL ISAM-IO-ID
                           OR SI-SEM NOT EQUAL WS-SEM
                           OR SI-YR NOT EQUAL WS-YR
                           MOVE 1 TO SI-EOF-FLAG
                       ELSE
                           IF SI-PRIMARY NOT EQUAL 'Y'
                               PERFORM 310-SHOW-CO-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       310-SHOW-CO-SECTION.
           MOVE WS-YR  TO YEAR
           MOVE WS-SEM TO SEMESTER
           MOVE SI-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Y > 20
                       DISPLAY 'MORE - PRESS ENTER'
                           AT LINE 23 COL 35
                       ACCEPT WS-MSG AT LINE 23 COL 55
                       DISPLAY BLANK-SCREEN
                       DISPLAY SCR-TITLE
                       MOVE 13 TO Y
                   END-IF
                   DISPLAY SCHED-REC-IN AT LINE Y COL 10
                   PERFORM 200-WRITE-SCHED-LINE
                   ADD 1 TO Y
           END-READ.
