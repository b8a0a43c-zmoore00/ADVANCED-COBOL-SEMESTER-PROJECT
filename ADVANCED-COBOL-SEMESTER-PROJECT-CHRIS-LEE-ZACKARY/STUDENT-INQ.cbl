      *AUTHOR  : CHRIS JEONG                                           *
      *DATE    : 4/5/2015                                              *
      *ABSTRACT: This program retrieve info. of STUDENT-MASTER FILE     *
      *          - a last-name search also finds students by a former  *
      *          legal name on NAME-HIST-ISAM.DAT                      *
      *          - the TAXID-ISAM.DAT taxpayer ID shows masked to its  *
      *          last four digits and each showing is logged           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-INQ  IS INITIAL PROGRAM.
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.
           SELECT OPTIONAL ISAM-NMH-IN ASSIGN TO "../NAME-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NMH-KEY
                               FILE STATUS   IS WS-NMH-STAT.
           SELECT OPTIONAL ISAM-TXI-IN ASSIGN TO "../TAXID-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TXI-STUD-ID
                               FILE STATUS   IS WS-TXI-STAT.
           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-NMH-IN.
       01  NMH-REC-IN.
           03  NMH-KEY.
               05  NMH-STUD-ID    PIC 9(6).
               05  NMH-SEQ        PIC 9(3).
           03  NMH-LNAME          PIC X(15).
           03  NMH-FNAME          PIC X(15).
           03  NMH-EFF-DATE       PIC X(8).
           03  NMH-DOC            PIC X(10).
           03  NMH-USER           PIC X(20).

       FD  ISAM-TXI-IN.
       01  TXI-REC-IN.
           03  TXI-STUD-ID        PIC 9(6).
           03  TXI-TIN            PIC X(9).
           03  TXI-TYPE           PIC X.
           03  TXI-DATE           PIC X(8).
           03  TXI-USER           PIC X(20).

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-SEARCH-LNAME         PIC X(15)   VALUE SPACES.
           03  WS-FOUND-ANY            PIC X       VALUE 'N'.
           03  WS-NMH-STAT             PIC XX      VALUE SPACES.
           03  WS-TXI-STAT             PIC XX      VALUE SPACES.
           03  WS-LAST-HIT-ID          PIC 9(6)    VALUE ZEROS.
           03  NMH-EOF-FLAG            PIC X       VALUE SPACES.
               88 NMH-EOF    VALUE '1'.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.

           03  WS-STUD-GPA          PIC 9.99.
           03  WS-STUD-EARNED       PIC ZZZ9.
           03  WS-STUD-ATTEMPT      PIC ZZZ9.
           03  WS-STUD-PREF-NAME    PIC X(15)    VALUE SPACES.
           03  WS-STUD-TIN          PIC X(11)    VALUE SPACES.
           03  WS-TIN-MASKED REDEFINES WS-STUD-TIN.
               05  WS-TIN-MASK      PIC X(7).
               05  WS-TIN-LAST4     PIC X(4).

       01  WS-DELIMITER.
           03  WS-HIPEN             PIC X      VALUE '-'.
           03  LINE 07 COL 32 VALUE "INQ STUDENT".
           03  LINE 08 COL 32 VALUE 'ID           :'.
           03  LINE 08 COL 47 PIC X(6) FROM WS-STUD-ID AUTO.
           03  LINE 08 COL 55 VALUE 'PREFERRED:'.
           03  LINE 08 COL 66 PIC X(15) FROM WS-STUD-PREF-NAME.
           03  LINE 09 COL 32 VALUE 'FIRST NAME   :'.
           03  LINE 09 COL 47 PIC X(15) FROM WS-SUTD-FNAME  AUTO.
           03  LINE 10 COL 32 VALUE 'LAST NAME    :'.
           03  LINE 19 COL 70 PIC X(2) FROM WS-STUD-STANDING AUTO.
           03  LINE 20 COL 32 VALUE 'Class Level  :'.
           03  LINE 20 COL 47 PIC X(2) FROM WS-STUD-CLASS AUTO.
           03  LINE 20 COL 55 VALUE 'TAX ID:'.
           03  LINE 20 COL 63 PIC X(11) FROM WS-STUD-TIN.
           03  LINE 21 COL 35 PIC X(40) FROM WS-MSG.
           03  LINE 22 COL 35 VALUE 'ENTER ANOTHER Y/N?'.
           03  LINE 22 COL 55 PIC X TO WS-CONT  AUTO.
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY
           
           OPEN INPUT ISAM-STUD-IO.
           OPEN INPUT ISAM-NMH-IN.
           OPEN INPUT ISAM-TXI-IN.

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE
           
           
           CLOSE ISAM-STUD-IO.
           CLOSE ISAM-NMH-IN.
           CLOSE ISAM-TXI-IN.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 250-SEARCH-FORMER-NAMES
           IF WS-FOUND-ANY EQUAL 'N'
               MOVE 'NO STUDENT FOUND WITH THAT LAST NAME'
                   TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       250-SEARCH-FORMER-NAMES.
      *    a student who has since changed name is shown once, with
      *    the former name that matched - one still carrying the name
      *    was already shown by the master pass
           MOVE ZEROS TO WS-LAST-HIT-ID
           MOVE ZEROS TO NMH-STUD-ID
           MOVE ZEROS TO NMH-SEQ
           START ISAM-NMH-IN KEY IS NOT LESS THAN NMH-KEY
               INVALID KEY
                   MOVE 1 TO NMH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO NMH-EOF-FLAG
           END-START
           PERFORM UNTIL NMH-EOF
               READ ISAM-NMH-IN NEXT RECORD
                   AT END
                       MOVE 1 TO NMH-EOF-FLAG
                   NOT AT END
                       IF NMH-LNAME EQUAL WS-SEARCH-LNAME
                           AND NMH-STUD-ID NOT EQUAL WS-LAST-HIT-ID
                           MOVE NMH-STUD-ID TO WS-LAST-HIT-ID
                           PERFORM 260-SHOW-FORMER-MATCH
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       260-SHOW-FORMER-MATCH.
           MOVE NMH-STUD-ID TO ISAM-STUD-KEY
           READ ISAM-STUD-IO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ISAM-STUD-LNAME EQUAL WS-SEARCH-LNAME
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND-ANY
           MOVE SPACES TO WS-MSG
           STRING 'FORMERLY ' NMH-FNAME ' ' NMH-LNAME
               DELIMITED BY SIZE INTO WS-MSG
           PERFORM 300-SHOW-STUDENT
           MOVE SPACES TO WS-MSG.
      *-----------------------------------------------------------------
       300-SHOW-STUDENT.
           IF ISAM-STUD-PRIVACY EQUAL 'Y'
           MOVE  ISAM-STUD-GPA      TO   WS-STUD-GPA
           MOVE  ISAM-STUD-EARNED   TO   WS-STUD-EARNED
           MOVE  ISAM-STUD-ATTEMPT  TO   WS-STUD-ATTEMPT
           MOVE  ISAM-STUD-PREF-NAME TO  WS-STUD-PREF-NAME
           PERFORM 100-DIS-FORMAT
           PERFORM 410-MASK-TAXID

           DISPLAY SCR-TITLE
           DISPLAY SCR-STUD-DATA
           MOVE 'RESTRICTED RECORD VIEWED' TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
      *-----------------------------------------------------------------
       410-MASK-TAXID.
      *    only TAXID-MAINT shows the number in full - here it is cut
      *    to its last four digits, and even that showing is logged
           MOVE SPACES TO WS-STUD-TIN
           MOVE ISAM-IO-ID TO TXI-STUD-ID
           READ ISAM-TXI-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE '***-**-'    TO WS-TIN-MASK
           MOVE TXI-TIN(6:4) TO WS-TIN-LAST4
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'STUDENT-INQ'              TO AUD-PROGRAM
           MOVE ISAM-STUD-KEY              TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'TAX ID VIEWED MASKED ' WS-STUD-TIN
               DELIMITED BY SIZE INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
