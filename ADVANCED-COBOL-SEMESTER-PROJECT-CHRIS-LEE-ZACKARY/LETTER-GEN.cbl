      *          copy verbatim except directive lines starting with &  *
      *          (&DATE &NAME &ADDRESS &SECTION &BODY) which fill from *
      *          STUDENT-MASTER and SCHEDULE-MASTER - letters spool to *
      *          LETTER-SPOOL.TXT with a log in LETTER-LOG.TXT - an    *
      *          F-1 under-load notice goes to the sponsoring official *
      *          at the international office and an athlete's          *
      *          under-load notice to the athletic compliance office   *
      *          - students are addressed by preferred first name      *
      *          when one is on file                                   *
      *          - in electronic mode a student letter is mailed       *
      *          instead, to the campus address or else the personal   *
      *          one, as a TO/SUBJECT header, the filled template and  *
      *          a closing . line on MAIL-OUT.TXT for the mail gateway *
      *          - a student with no address, an event code listed on  *
      *          PAPER-EVENTS.TXT and every office or instructor       *
      *          letter still go to paper - DELIVERY-LOG.TXT keeps     *
      *          each letter's channel and where it was sent           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-GEN IS INITIAL PROGRAM.
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-ADR-STAT.

           SELECT OPTIONAL ISAM-VSA-IN ASSIGN TO "../VISA-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS VSA-KEY
                               FILE STATUS   IS WS-VSA-STAT.

           SELECT PAPER-IN ASSIGN TO "../PAPER-EVENTS.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-PPR-STAT.

           SELECT MAIL-OUT ASSIGN TO "../MAIL-OUT.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-MAIL-STAT.

           SELECT DLV-OUT ASSIGN TO "../DELIVERY-LOG.TXT"
                                ORGANIZATION  IS LINE SEQUENTIAL
                                FILE STATUS   IS WS-DLV-STAT.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  SPOOL-OUT.
       01  SPOOL-LINE-OUT          PIC X(80).
           03  ADR-STATE          PIC X(2).
           03  ADR-ZIP            PIC X(5).

       FD  ISAM-VSA-IN.
       01  VSA-REC-IN.
           03  VSA-KEY.
               05  VSA-STUD-ID    PIC 9(6).
           03  VSA-TYPE           PIC X(2).
           03  VSA-PROG-END       PIC X(8).
           03  VSA-DSO            PIC X(22).
           03  VSA-DATE           PIC X(8).
           03  VSA-USER           PIC X(20).

       FD  PAPER-IN.
       01  PAPER-LINE-IN.
           03  PPR-EVENT           PIC X(10).
           03  FILLER              PIC X.
           03  PPR-DESC            PIC X(30).

       FD  MAIL-OUT.
       01  MAIL-LINE-OUT           PIC X(80).

       FD  DLV-OUT.
       01  DLV-LINE-OUT.
           03  DLV-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  DLV-EVENT           PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  DLV-ID              PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  DLV-CHANNEL         PIC X(5).
           03  FILLER              PIC X       VALUE SPACE.
           03  DLV-ADDRESS         PIC X(30).
           03  FILLER              PIC X       VALUE SPACE.
           03  DLV-REASON          PIC X(12).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.

       01  MISC-VARS.
           03  WS-ADR-STAT             PIC XX      VALUE SPACES.
           03  WS-VSA-STAT             PIC XX      VALUE SPACES.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-NTF-STAT             PIC XX      VALUE SPACES.
           03  WS-TPL-STAT             PIC XX      VALUE SPACES.
           03  WS-INS-STAT             PIC XX      VALUE SPACES.
           03  WS-RCP-NAME             PIC X(40)   VALUE SPACES.
           03  WS-RCP-INSTR            PIC X       VALUE 'N'.
           03  WS-PPR-STAT             PIC XX      VALUE SPACES.
           03  WS-MAIL-STAT            PIC XX      VALUE SPACES.
           03  WS-DLV-STAT             PIC XX      VALUE SPACES.
           03  WS-MODE                 PIC X       VALUE 'P'.
           03  WS-CHANNEL              PIC X(5)    VALUE 'PAPER'.
           03  WS-RCP-EMAIL            PIC X(30)   VALUE SPACES.
           03  WS-DLV-REASON           PIC X(12)   VALUE SPACES.
           03  WS-MAIL-COUNT           PIC 9(5)    VALUE ZEROS.
           03  WS-PPR-CNT              PIC 99      VALUE ZEROS.
           03  WS-PPR-IX               PIC 99      VALUE ZEROS.

      *    event codes that must go on paper whatever the mode
       01  WS-PPR-TABLE.
           03  WS-PPR-EVENT        PIC X(10)   OCCURS 30 TIMES.

       01  WS-TPL-TABLE.
           03  WS-TPL-LINE         PIC X(80)   OCCURS 60 TIMES.
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 07 COL 24 VALUE "GENERATE NOTIFICATION LETTERS".

       01  SCRN-MODE-REQ.
           03  LINE 10 COL 20 VALUE "DELIVERY (E=ELECTRONIC P=PAPER):".
           03  LINE 10 COL 54 PIC X TO WS-MODE AUTO.

       01  SCRN-MSG.
           03  LINE 12 COL 25 PIC X(40) FROM WS-MSG.

           ELSE
               PERFORM 100-LOAD-TEMPLATE
               CLOSE TEMPLATE-IN
               PERFORM 110-LOAD-PAPER-EVENTS
               MOVE 'P' TO WS-MODE
               DISPLAY SCRN-MODE-REQ
               ACCEPT  SCRN-MODE-REQ
               MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE
               OPEN INPUT NOTIFY-IN
               IF WS-NTF-STAT NOT EQUAL '00'
                   MOVE 'NOTIFY-EVENTS.TXT NOT FOUND' TO WS-MSG
                   OPEN INPUT ISAM-STUD-IN
                   OPEN INPUT ISAM-INS-IN
                   OPEN INPUT ISAM-ADR-IN
                   OPEN INPUT ISAM-VSA-IN
                   OPEN INPUT ISAM-SCHED-IN
                   OPEN OUTPUT SPOOL-OUT
                   OPEN OUTPUT LOG-OUT
                   OPEN OUTPUT MAIL-OUT
                   OPEN EXTEND DLV-OUT
                   IF WS-DLV-STAT NOT EQUAL '00'
                       OPEN OUTPUT DLV-OUT
                       CLOSE DLV-OUT
                       OPEN EXTEND DLV-OUT
                   END-IF
                   MOVE SPACES TO EOF-FLAG
                   PERFORM UNTIL EOF
                       READ NOTIFY-IN
                   CLOSE ISAM-STUD-IN
                   CLOSE ISAM-INS-IN
                   CLOSE ISAM-ADR-IN
                   CLOSE ISAM-VSA-IN
                   CLOSE ISAM-SCHED-IN
                   CLOSE SPOOL-OUT
                   CLOSE LOG-OUT
                   CLOSE MAIL-OUT
                   CLOSE DLV-OUT
                   CLOSE NOTIFY-IN
                   STRING WS-LETTER-COUNT ' LETTERS SPOOLED '
                       WS-MAIL-COUNT ' MAILED'
                       INTO WS-MSG
                   DISPLAY SCRN-MSG
               END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       110-LOAD-PAPER-EVENTS.
      *    the list is optional - with no file every student letter
      *    may go electronically
           MOVE ZEROS TO WS-PPR-CNT
           OPEN INPUT PAPER-IN
           IF WS-PPR-STAT NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EOF-FLAG
           PERFORM UNTIL EOF
               READ PAPER-IN
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF WS-PPR-CNT LESS THAN 30
                           AND PPR-EVENT NOT EQUAL SPACES
                           ADD 1 TO WS-PPR-CNT
                           MOVE PPR-EVENT TO WS-PPR-EVENT (WS-PPR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAPER-IN.
      *-----------------------------------------------------------------
       200-WRITE-ONE-LETTER.
      *    a grade reminder addresses the section's instructor - its
      *    event row carries the INSTRUC-ID where the student id
      *    rides on every other event
           MOVE 'N' TO WS-RCP-INSTR
           MOVE 'PAPER'  TO WS-CHANNEL
           MOVE 'OFFICE' TO WS-DLV-REASON
           IF NTF-EVENT EQUAL 'GRD-REMIND'
               PERFORM 250-WRITE-INSTRUC-LETTER
               EXIT PARAGRAPH
           END-IF
           IF NTF-EVENT EQUAL 'F1-UNDER' OR 'ATH-UNDER'
               PERFORM 260-WRITE-OFFICE-LETTER
               EXIT PARAGRAPH
           END-IF
           MOVE NTF-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IN
               INVALID KEY
                   WRITE LOG-LINE-OUT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 270-PICK-CHANNEL
      *            letters greet the student by preferred name
                   MOVE SPACES TO WS-RCP-NAME
                   IF ISAM-STUD-PREF-NAME NOT EQUAL SPACES
                       STRING ISAM-STUD-PREF-NAME ' ' ISAM-STUD-LNAME
                           INTO WS-RCP-NAME
                   ELSE
                       STRING ISAM-SUTD-FNAME ' ' ISAM-STUD-LNAME
                           INTO WS-RCP-NAME
                   END-IF
                   MOVE NTF-YR  TO YEAR
                   MOVE NTF-SEM TO SEMESTER
                   MOVE NTF-CRN TO CRN
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-CHANNEL EQUAL 'EMAIL'
                       PERFORM 275-WRITE-MAIL-HEADER
                   END-IF
                   PERFORM VARYING WS-TPL-IX FROM 1 BY 1
                       UNTIL WS-TPL-IX GREATER THAN WS-TPL-CNT
                       PERFORM 300-WRITE-TEMPLATE-LINE
                   END-PERFORM
                   MOVE DISPLAY-DATE TO LOG-DATE
                   MOVE NTF-EVENT    TO LOG-EVENT
                   MOVE NTF-STUD-ID  TO LOG-STUD-ID
                   IF WS-CHANNEL EQUAL 'EMAIL'
                       MOVE '.' TO MAIL-LINE-OUT
                       WRITE MAIL-LINE-OUT
                       MOVE 'MAILED'     TO LOG-RESULT
                       ADD 1 TO WS-MAIL-COUNT
                   ELSE
                       MOVE ALL '-' TO SPOOL-LINE-OUT
                       WRITE SPOOL-LINE-OUT
                       MOVE 'SPOOLED'    TO LOG-RESULT
                       ADD 1 TO WS-LETTER-COUNT
                   END-IF
                   WRITE LOG-LINE-OUT
                   PERFORM 280-WRITE-DELIVERY
           END-READ.
      *-----------------------------------------------------------------
       250-WRITE-INSTRUC-LETTER.
                   MOVE 'SPOOLED'    TO LOG-RESULT
                   WRITE LOG-LINE-OUT
                   ADD 1 TO WS-LETTER-COUNT
                   PERFORM 280-WRITE-DELIVERY
           END-READ.
      *-----------------------------------------------------------------
       260-WRITE-OFFICE-LETTER.
      *    these notices are the school's reports about a student, not
      *    letters to one - the student's id rides in the body text -
      *    an F-1 notice goes to the sponsoring official named on the
      *    visa row at the international office and an athlete's to
      *    the athletic compliance office
           MOVE 'Y' TO WS-RCP-INSTR
           MOVE SPACES TO WS-RCP-NAME
           MOVE SPACES TO ISAM-STUD-ADDRESS
           MOVE SPACES TO ISAM-STUD-ZIP
           IF NTF-EVENT EQUAL 'ATH-UNDER'
               MOVE 'ATHLETIC COMPLIANCE'        TO WS-RCP-NAME
               MOVE 'ATHLETIC COMPLIANCE OFFICE' TO ISAM-STUD-ADDRESS
           ELSE
               MOVE NTF-STUD-ID TO VSA-STUD-ID
               READ ISAM-VSA-IN
                   INVALID KEY
                       MOVE SPACES TO VSA-DSO
               END-READ
               IF VSA-DSO EQUAL SPACES
                   MOVE 'INTERNATIONAL OFFICE' TO WS-RCP-NAME
               ELSE
                   MOVE VSA-DSO TO WS-RCP-NAME
               END-IF
               MOVE 'INTERNATIONAL OFFICE' TO ISAM-STUD-ADDRESS
           END-IF
           MOVE NTF-YR  TO YEAR
           MOVE NTF-SEM TO SEMESTER
           MOVE NTF-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE SPACES TO SUBJ
                   MOVE SPACES TO CRSE
                   MOVE SPACES TO TIME-DAY
               NOT INVALID KEY
                   CONTINUE
           END-READ
           PERFORM VARYING WS-TPL-IX FROM 1 BY 1
               UNTIL WS-TPL-IX GREATER THAN WS-TPL-CNT
               PERFORM 300-WRITE-TEMPLATE-LINE
           END-PERFORM
           MOVE ALL '-' TO SPOOL-LINE-OUT
           WRITE SPOOL-LINE-OUT
           MOVE DISPLAY-DATE TO LOG-DATE
           MOVE NTF-EVENT    TO LOG-EVENT
           MOVE NTF-STUD-ID  TO LOG-STUD-ID
           MOVE 'SPOOLED'    TO LOG-RESULT
           WRITE LOG-LINE-OUT
           ADD 1 TO WS-LETTER-COUNT
           PERFORM 280-WRITE-DELIVERY.
      *-----------------------------------------------------------------
       270-PICK-CHANNEL.
      *    electronic mode mails a student at the campus address first
      *    and the personal one after it - no address on file or an
      *    event that must go on paper leaves the letter in the spool
           MOVE 'PAPER'      TO WS-CHANNEL
           MOVE 'PAPER MODE' TO WS-DLV-REASON
           MOVE SPACES       TO WS-RCP-EMAIL
           IF WS-MODE NOT EQUAL 'E'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PPR-IX FROM 1 BY 1
               UNTIL WS-PPR-IX GREATER THAN WS-PPR-CNT
               IF WS-PPR-EVENT (WS-PPR-IX) EQUAL NTF-EVENT
                   MOVE 'PAPER EVENT' TO WS-DLV-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF ISAM-STUD-EMAIL-CMP NOT EQUAL SPACES
               MOVE ISAM-STUD-EMAIL-CMP TO WS-RCP-EMAIL
               MOVE 'CAMPUS'            TO WS-DLV-REASON
           ELSE
               IF ISAM-STUD-EMAIL-PER NOT EQUAL SPACES
                   MOVE ISAM-STUD-EMAIL-PER TO WS-RCP-EMAIL
                   MOVE 'PERSONAL'          TO WS-DLV-REASON
               ELSE
                   MOVE 'NO ADDRESS' TO WS-DLV-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'EMAIL' TO WS-CHANNEL.
      *-----------------------------------------------------------------
       275-WRITE-MAIL-HEADER.
           MOVE SPACES TO MAIL-LINE-OUT
           STRING 'TO:      ' WS-RCP-EMAIL INTO MAIL-LINE-OUT
           WRITE MAIL-LINE-OUT
           MOVE SPACES TO MAIL-LINE-OUT
           STRING 'SUBJECT: UAFS NOTICE ' NTF-EVENT ' '
               NTF-SEM '/' NTF-YR INTO MAIL-LINE-OUT
           WRITE MAIL-LINE-OUT
           MOVE SPACES TO MAIL-LINE-OUT
           WRITE MAIL-LINE-OUT.
      *-----------------------------------------------------------------
       280-WRITE-DELIVERY.
           MOVE DISPLAY-DATE  TO DLV-DATE
           MOVE NTF-EVENT     TO DLV-EVENT
           MOVE NTF-STUD-ID   TO DLV-ID
           MOVE WS-CHANNEL    TO DLV-CHANNEL
           MOVE WS-DLV-REASON TO DLV-REASON
           IF WS-CHANNEL EQUAL 'EMAIL'
               MOVE WS-RCP-EMAIL TO DLV-ADDRESS
           ELSE
               MOVE ISAM-STUD-ADDRESS TO DLV-ADDRESS
           END-IF
           WRITE DLV-LINE-OUT.
      *-----------------------------------------------------------------
       300-WRITE-TEMPLATE-LINE.
           EVALUATE WS-TPL-LINE (WS-TPL-IX) (1:8)
      *            state - the bare master line stands in only when
      *            no address row exists yet - an instructor letter
      *            routes by campus office and never reads the
      *            student address file, whose ids are students -
      *            a mailed letter shows the address it was sent to
                   MOVE SPACES TO SPOOL-LINE-OUT
                   EVALUATE TRUE
                       WHEN WS-CHANNEL EQUAL 'EMAIL'
                           MOVE WS-RCP-EMAIL TO SPOOL-LINE-OUT
                       WHEN WS-RCP-INSTR EQUAL 'Y'
                           STRING ISAM-STUD-ADDRESS '  '
                               ISAM-STUD-ZIP INTO SPOOL-LINE-OUT
                       WHEN OTHER
                           MOVE NTF-STUD-ID TO ADR-STUD-ID
                           MOVE 'M'         TO ADR-TYPE
                           READ ISAM-ADR-IN
                               INVALID KEY
                                   STRING ISAM-STUD-ADDRESS '  '
                                       ISAM-STUD-ZIP
                                       INTO SPOOL-LINE-OUT
                               NOT INVALID KEY
                                   STRING ADR-STREET ' ' ADR-CITY ' '
                                       ADR-STATE ' ' ADR-ZIP
                                       INTO SPOOL-LINE-OUT
                           END-READ
                   END-EVALUATE
               WHEN '&SECTION'
                   MOVE SPACES TO SPOOL-LINE-OUT
                   STRING NTF-SEM '/' NTF-YR ' ' NTF-CRN ' '
               WHEN OTHER
                   MOVE WS-TPL-LINE (WS-TPL-IX) TO SPOOL-LINE-OUT
           END-EVALUATE
      *    a mailed letter is filled the same way and written to the
      *    gateway file in place of the spool
           IF WS-CHANNEL EQUAL 'EMAIL'
               MOVE SPOOL-LINE-OUT TO MAIL-LINE-OUT
               WRITE MAIL-LINE-OUT
           ELSE
               WRITE SPOOL-LINE-OUT
           END-IF.
