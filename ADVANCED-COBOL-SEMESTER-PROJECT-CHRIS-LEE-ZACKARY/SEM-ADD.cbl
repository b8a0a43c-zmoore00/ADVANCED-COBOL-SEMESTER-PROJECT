      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 2/17/2015                                             *
      *ABSTRACT: This program adds to the SEMESTER-MASTER.DAT FILE     *
      *          - the term's dates include the immunization deadline  *
      *          IMMUN-COMPLY holds first-term students to and the     *
      *          first day of classes late registration is measured    *
      *          from, and the grading deadline after which faculty    *
      *          self-service grade entry closes - a term already on   *
      *          file may have a missing term-begins or immunization   *
      *          date filled in and its grading deadline set or moved, *
      *          unless the term has been closed                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEM-ADD AS "SEM-ADD" IS INITIAL PROGRAM.
           03  ISAM-IO-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-IO-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-IO-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-IO-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-IO-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-IO-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-IO-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-IO-CLOSED-DT PIC X(8)    VALUE SPACES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RESP                 PIC X       VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-CHK-DATE.
               05  WS-CHK-YYYY         PIC 9(4).
               05  WS-CHK-MM           PIC 99.
               05  WS-CHK-DD           PIC 99.
           03  WS-CHK-NAME             PIC X(18)   VALUE SPACES.

       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           03  WS-DROP-DL      PIC X(8)        VALUE SPACES.
           03  WS-WD-DL        PIC X(8)        VALUE SPACES.
           03  WS-TERM-END     PIC X(8)        VALUE SPACES.
           03  WS-IMM-DL       PIC X(8)        VALUE SPACES.
           03  WS-TERM-BEG     PIC X(8)        VALUE SPACES.
           03  WS-GRADE-DL     PIC X(8)        VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 09 COL 46 PIC X(2)  TO WS-SEM   AUTO.
           03  LINE 09 COL 48 VALUE '/'.
           03  LINE 09 COL 49 PIC X(4)  TO WS-YR    AUTO.
           03  LINE 24 COL 35 PIC X(40) FROM WS-MSG.

       01  SCRN-SEM-DATA.
           03  LINE 10 COL 30             VALUE 'REG OPEN (Y/N):'.
           03  LINE 14 COL 51 PIC X(8) TO WS-DROP-DL AUTO.
           03  LINE 15 COL 30             VALUE 'WITHDRAW DEADLINE:'.
           03  LINE 15 COL 51 PIC X(8) TO WS-WD-DL AUTO.
           03  LINE 16 COL 30             VALUE 'TERM BEGINS:'.
           03  LINE 16 COL 51 PIC X(8) TO WS-TERM-BEG AUTO.
           03  LINE 17 COL 30             VALUE 'TERM ENDS:'.
           03  LINE 17 COL 51 PIC X(8) TO WS-TERM-END AUTO.
           03  LINE 18 COL 30             VALUE 'IMMUNIZATIONS DUE:'.
           03  LINE 18 COL 51 PIC X(8) TO WS-IMM-DL AUTO.
           03  LINE 17 COL 62             VALUE 'GRADES DUE:'.
           03  LINE 17 COL 73 PIC X(8) TO WS-GRADE-DL AUTO.

       01  SCRN-TERM-BEG.
           03  LINE 16 COL 30             VALUE 'TERM BEGINS:'.
           03  LINE 16 COL 51 PIC X(8) USING WS-TERM-BEG AUTO.

       01  SCRN-IMM-DL.
           03  LINE 18 COL 30             VALUE 'IMMUNIZATIONS DUE:'.
           03  LINE 18 COL 51 PIC X(8) USING WS-IMM-DL AUTO.

       01  SCRN-GRADE-DL.
           03  LINE 17 COL 62             VALUE 'GRADES DUE:'.
           03  LINE 17 COL 73 PIC X(8) USING WS-GRADE-DL AUTO.

       01  SCRN-CONFIRM-ADD.
           03  LINE 19 COL 35                    VALUE
               MOVE SPACES TO WS-DROP-DL
               MOVE SPACES TO WS-WD-DL
               MOVE SPACES TO WS-TERM-END
               MOVE SPACES TO WS-IMM-DL
               MOVE SPACES TO WS-TERM-BEG
               MOVE SPACES TO WS-GRADE-DL
               DISPLAY SCR-TITLE
               DISPLAY SCRN-SEM-REQ
               DISPLAY SCRN-SEM-DATA
               READ ISAM-SEM-IO
                   INVALID KEY
                       ACCEPT  SCRN-SEM-DATA
                       PERFORM 210-CHECK-DATES
                       IF WS-MSG EQUAL SPACES
                       MOVE WS-OPEN-FLAG TO ISAM-IO-OPEN-FLAG
                       MOVE WS-REG-OPEN  TO ISAM-IO-REG-OPEN
                       MOVE WS-REG-CLOSE TO ISAM-IO-REG-CLOSE
                       MOVE WS-DROP-DL   TO ISAM-IO-DROP-DL
                       MOVE WS-WD-DL     TO ISAM-IO-WD-DL
                       MOVE WS-TERM-END  TO ISAM-IO-TERM-END
                       MOVE WS-IMM-DL    TO ISAM-IO-IMM-DL
                       MOVE WS-TERM-BEG  TO ISAM-IO-TERM-BEG
                       MOVE WS-GRADE-DL  TO ISAM-IO-GRADE-DL
                       MOVE 'N'          TO ISAM-IO-CLOSED
                       MOVE SPACES       TO ISAM-IO-CLOSED-DT
                       DISPLAY SCRN-CONFIRM-ADD
                       ACCEPT SCRN-CONFIRM-ADD
                       IF WS-RESP EQUAL 'Y' OR 'y'
                               STRING ISAM-IO-KEY ' ADDED' INTO WS-MSG
                       END-WRITE
                       END-IF
                       END-IF
                       DISPLAY SPACES AT LINE 19 COL 1
                       DISPLAY SPACE AT LINE 20 COL 1
                       DISPLAY SPACE AT LINE 21 COL 1
                   NOT INVALID KEY
                       PERFORM 200-CHANGE-TERM
               END-READ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
           CLOSE ISAM-SEM-IO.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-CHANGE-TERM.
      *    the term's dates are fixed once it is added - a term on file
      *    may still have a term-begins or immunization date that was
      *    never keyed filled in, and its grading deadline set or
      *    moved.  a closed term is not changed at all
           IF ISAM-IO-CLOSED EQUAL 'Y'
               MOVE 'TERM IS CLOSED - NO CHANGES' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-IO-TERM-BEG TO WS-TERM-BEG
           MOVE ISAM-IO-IMM-DL   TO WS-IMM-DL
           MOVE ISAM-IO-GRADE-DL TO WS-GRADE-DL
           MOVE 'TERM EXISTS - MISSING DATES MAY BE SET' TO WS-MSG
           DISPLAY SCRN-SEM-REQ
           DISPLAY SCRN-TERM-BEG
           DISPLAY SCRN-IMM-DL
           DISPLAY SCRN-GRADE-DL
           IF ISAM-IO-TERM-BEG EQUAL SPACES
               ACCEPT SCRN-TERM-BEG
           END-IF
           IF ISAM-IO-IMM-DL EQUAL SPACES
               ACCEPT SCRN-IMM-DL
           END-IF
           ACCEPT  SCRN-GRADE-DL
           PERFORM 210-CHECK-DATES
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-BEG EQUAL ISAM-IO-TERM-BEG
               AND WS-IMM-DL EQUAL ISAM-IO-IMM-DL
               AND WS-GRADE-DL EQUAL ISAM-IO-GRADE-DL
               MOVE 'TERM ALREADY EXISTS' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM-BEG TO ISAM-IO-TERM-BEG
           MOVE WS-IMM-DL   TO ISAM-IO-IMM-DL
           MOVE WS-GRADE-DL TO ISAM-IO-GRADE-DL
           REWRITE ISAM-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO CHANGE TERM' TO WS-MSG
               NOT INVALID KEY
                   STRING ISAM-IO-KEY ' DATES CHANGED'
                       DELIMITED BY SIZE INTO WS-MSG
           END-REWRITE.
      *-----------------------------------------------------------------
       210-CHECK-DATES.
      *    the dates billing, refunds and aging count days from may be
      *    left blank but, once keyed, must be a real YYYYMMDD
           MOVE SPACES TO WS-MSG
           MOVE WS-TERM-BEG TO WS-CHK-DATE
           MOVE 'TERM BEGINS'  TO WS-CHK-NAME
           PERFORM 220-CHECK-ONE-DATE
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMM-DL TO WS-CHK-DATE
           MOVE 'IMMUNIZATIONS DUE' TO WS-CHK-NAME
           PERFORM 220-CHECK-ONE-DATE
           IF WS-MSG NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRADE-DL TO WS-CHK-DATE
           MOVE 'GRADES DUE'   TO WS-CHK-NAME
           PERFORM 220-CHECK-ONE-DATE.
      *-----------------------------------------------------------------
       220-CHECK-ONE-DATE.
           IF WS-CHK-DATE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-DATE NOT NUMERIC
               OR WS-CHK-YYYY LESS THAN 1900
               OR WS-CHK-MM LESS THAN 1 OR WS-CHK-MM GREATER THAN 12
               OR WS-CHK-DD LESS THAN 1 OR WS-CHK-DD GREATER THAN 31
               STRING WS-CHK-NAME DELIMITED BY '  '
                   ' DATE NOT VALID' DELIMITED BY SIZE INTO WS-MSG
           END-IF.
