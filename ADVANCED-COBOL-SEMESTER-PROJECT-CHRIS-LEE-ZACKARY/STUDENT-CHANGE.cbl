      *PROGRAM : STUDENT-CHANGE.CBL                                    *
      *AUTHOR  : CHRIS JEONG                                           *
      *DATE    : 4/5/2015                                              *
      *ABSTRACT: This program changes info. of STUDENT-MASTER FILE - a *
      *          legal name change needs the document seen and files   *
      *          the prior name on NAME-HIST-ISAM.DAT with its         *
      *          effective date and operator - the preferred first     *
      *          name is kept beside it, '*' clears it - the           *
      *          TAXID-ISAM.DAT taxpayer ID shows masked to its last   *
      *          four digits and each showing is logged - residency    *
      *          shows but changes only through an approved            *
      *          RES-PETITION                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-CHANGE  IS INITIAL PROGRAM.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ADR-KEY
                               FILE STATUS   IS WS-ADR-STAT.

           SELECT OPTIONAL ISAM-NMH-IO ASSIGN TO "../NAME-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS NMH-KEY
                               FILE STATUS   IS WS-NMH-STAT.

           SELECT OPTIONAL ISAM-TXI-IN ASSIGN TO "../TAXID-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS TXI-STUD-ID
                               FILE STATUS   IS WS-TXI-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------        
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  ADR-STATE          PIC X(2).
           03  ADR-ZIP            PIC X(5).

       FD  ISAM-NMH-IO.
       01  NMH-REC-IO.
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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  YEAR-DISPLAY        PIC 9999.
       01  MISC-VARS.
           03  WS-ADR-STAT             PIC XX      VALUE SPACES.
           03  WS-NMH-STAT             PIC XX      VALUE SPACES.
           03  WS-TXI-STAT             PIC XX      VALUE SPACES.
           03  WS-STUD-TIN             PIC X(11)   VALUE SPACES.
           03  WS-TIN-MASKED REDEFINES WS-STUD-TIN.
               05  WS-TIN-MASK         PIC X(7).
               05  WS-TIN-LAST4        PIC X(4).
           03  WS-NEXT-SEQ             PIC 9(3)    VALUE ZEROS.
           03  WS-NAME-DOC             PIC X(10)   VALUE SPACES.
           03  WS-OLD-PREF             PIC X(15)   VALUE SPACES.
           03  NMH-EOF-FLAG            PIC X       VALUE SPACES.
               88 NMH-EOF    VALUE '1'.
           03  WS-ADR-CITY             PIC X(14)   VALUE SPACES.
           03  WS-ADR-TYPE             PIC X       VALUE 'M'.
           03  WS-ADR-STATE            PIC X(2)    VALUE SPACES.
               05  WS-STUD-MAJOR        PIC X(20)    VALUE SPACES.
               05  WS-STUD-HOLD         PIC X        VALUE SPACE.
               05  WS-STUD-PRIVACY      PIC X        VALUE SPACE.
           03  WS-STUD-PREF-NAME        PIC X(15)    VALUE SPACES.

      *-----------------------------------------------------------------        
       SCREEN SECTION.
           
       01  SCR-STUD-DATA.
           03  LINE 06 COL 22 VALUE "CHANGE STUDENT".
           03  LINE 06 COL 50 VALUE 'TAX ID:'.
           03  LINE 06 COL 58 PIC X(11) FROM WS-STUD-TIN.
           03  LINE 07 COL 22 VALUE "ENTER ID     :".
           03  LINE 07 COL 37 PIC X(6) TO WS-STUD-ID AUTO.
           03  LINE 08 COL 22 VALUE 'PREFERRED    :'.
           03  LINE 08 COL 37 PIC X(15) FROM ISAM-STUD-PREF-NAME.
           03  LINE 09 COL 22 VALUE 'FIRST NAME   :'.
           03  LINE 09 COL 37 PIC X(15) FROM ISAM-STUD-FNAME.
           03  LINE 10 COL 22 VALUE 'LAST NAME    :'.
           03  LINE 18 COL 74 PIC X    FROM ISAM-STUD-HOLD.
           03  LINE 17 COL 68 VALUE 'PRIV:'.
           03  LINE 17 COL 74 PIC X    FROM ISAM-STUD-PRIVACY.
           03  LINE 15 COL 68 VALUE 'RES:'.
           03  LINE 15 COL 74 PIC X    FROM ISAM-STUD-RES.
           03  LINE 19 COL 25 PIC X(40) FROM WS-MSG.
      *     03  LINE 20 COL 32 VALUE "ENTER ID OR X TO EXIT".
            
       01  SCR-STUD-CHANGE.

           03  LINE 08 COL 55 PIC X(15) TO WS-STUD-PREF-NAME.
           03  LINE 09 COL 55 PIC X(15) TO WS-STUD-FNAME.
           03  LINE 10 COL 55 PIC X(15) TO WS-STUD-LNAME.
           03  LINE 07 COL 50 VALUE 'NAME DOC SEEN:'.
           03  LINE 07 COL 65 PIC X(10) TO WS-NAME-DOC.
           03  LINE 11 COL 55 PIC X(25) TO WS-STUD-ADDRESS.
           03  LINE 12 COL 55 PIC X(5) TO WS-STUD-ZIP.
           03  LINE 12 COL 61 PIC X(14) TO WS-ADR-CITY.
           03  LINE 16 COL 03 VALUE "HOLD".
           03  LINE 16 COL 22 PIC X FROM WS-OLD-HOLD.
           03  LINE 16 COL 50 PIC X FROM ISAM-STUD-HOLD.
           03  LINE 17 COL 03 VALUE "PREFERRED".
           03  LINE 17 COL 22 PIC X(15) FROM WS-OLD-PREF.
           03  LINE 17 COL 50 PIC X(15) FROM ISAM-STUD-PREF-NAME.

       01  SCRN-CONFIRM-ADD.
           03  LINE 20 COL 35                    VALUE 
               CLOSE ISAM-ADR-IO
               OPEN I-O ISAM-ADR-IO
           END-IF
           OPEN I-O ISAM-NMH-IO
           IF WS-NMH-STAT EQUAL '35'
               OPEN OUTPUT ISAM-NMH-IO
               CLOSE ISAM-NMH-IO
               OPEN I-O ISAM-NMH-IO
           END-IF
           OPEN INPUT ISAM-MAJ-IN
           OPEN INPUT ISAM-TXI-IN
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT

           PERFORM 100-READ-LOOP UNTIL WS-ANOTHER EQUAL "N" OR "n"
           CLOSE ISAM-STUDENT-IO.
           CLOSE ISAM-NMH-IO.
           CLOSE ISAM-TXI-IN.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
               NOT INVALID KEY
                   READ ISAM-STUDENT-IO
                   MOVE ISAM-REC-IO TO WS-OLD-REC
                   MOVE ISAM-STUD-PREF-NAME TO WS-OLD-PREF
                   MOVE SPACES TO WS-STUD-PREF-NAME
                   MOVE SPACES TO WS-NAME-DOC
                   PERFORM 260-MASK-TAXID
                   DISPLAY SCR-STUD-DATA
                   DISPLAY SCR-STUD-CHANGE
                   ACCEPT SCR-STUD-CHANGE
                   ELSE
                       MOVE WS-STUD-PRIVACY     TO  ISAM-STUD-PRIVACY
                   END-IF

                   IF WS-STUD-PREF-NAME = WS-FILLER15
                   ELSE
                       IF WS-STUD-PREF-NAME EQUAL '*'
                           MOVE SPACES TO ISAM-STUD-PREF-NAME
                       ELSE
                           MOVE WS-STUD-PREF-NAME
                               TO  ISAM-STUD-PREF-NAME
                       END-IF
                   END-IF
                   PERFORM 215-CHECK-NAME-DOC
                   DISPLAY SCR-STUD-DIFF
                   DISPLAY SCRN-CONFIRM-ADD
                   ACCEPT SCRN-CONFIRM-ADD
                           MOVE ISAM-REC-IO TO WS-NEW-REC
                           PERFORM 220-WRITE-AUDIT
                           PERFORM 230-SYNC-MAIL-ADDRESS
                           PERFORM 240-WRITE-NAME-HIST
                           PERFORM 250-WRITE-PREF-AUDIT

                   END-REWRITE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MSGS.
      *-----------------------------------------------------------------
       215-CHECK-NAME-DOC.
      *    a legal name is only changed on sight of a document -
      *    without one the names on file are put back
           IF ISAM-STUD-LNAME EQUAL WS-OLD-LNAME
               AND ISAM-STUD-FNAME EQUAL WS-OLD-FNAME
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-DOC EQUAL SPACES
               MOVE WS-OLD-LNAME TO ISAM-STUD-LNAME
               MOVE WS-OLD-FNAME TO ISAM-STUD-FNAME
               MOVE 'NAME NOT CHANGED - KEY DOC SEEN' TO WS-MSGS
           END-IF.
      *-----------------------------------------------------------------
       220-WRITE-AUDIT.
           MOVE DISPLAY-DATE             TO AUD-DATE
           IF WS-STUD-ZIP NOT EQUAL WS-FILLER05
               MOVE WS-STUD-ZIP TO ADR-ZIP
           END-IF.
      *-----------------------------------------------------------------
       240-WRITE-NAME-HIST.
      *    the name being replaced is filed under the next sequence
      *    for the student, dated the day the new name took effect
           IF ISAM-STUD-LNAME EQUAL WS-OLD-LNAME
               AND ISAM-STUD-FNAME EQUAL WS-OLD-FNAME
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS         TO WS-NEXT-SEQ
           MOVE ISAM-IO-ID    TO NMH-STUD-ID
           MOVE ZEROS         TO NMH-SEQ
           START ISAM-NMH-IO KEY IS NOT LESS THAN NMH-KEY
               INVALID KEY
                   MOVE 1 TO NMH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO NMH-EOF-FLAG
           END-START
           PERFORM UNTIL NMH-EOF
               READ ISAM-NMH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO NMH-EOF-FLAG
                   NOT AT END
                       IF NMH-STUD-ID NOT EQUAL ISAM-IO-ID
                           MOVE 1 TO NMH-EOF-FLAG
                       ELSE
                           MOVE NMH-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ
           MOVE ISAM-IO-ID    TO NMH-STUD-ID
           MOVE WS-NEXT-SEQ   TO NMH-SEQ
           MOVE WS-OLD-LNAME  TO NMH-LNAME
           MOVE WS-OLD-FNAME  TO NMH-FNAME
           MOVE WS-DATE       TO NMH-EFF-DATE
           MOVE WS-NAME-DOC   TO NMH-DOC
           MOVE WS-AUDIT-USER TO NMH-USER
           WRITE NMH-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       250-WRITE-PREF-AUDIT.
      *    the preferred name sits past the end of the record image
      *    the main audit line carries, so it gets its own line
           IF ISAM-STUD-PREF-NAME EQUAL WS-OLD-PREF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES                    TO AUD-OLD
           STRING 'PREFERRED NAME ' WS-OLD-PREF INTO AUD-OLD
           MOVE SPACES                    TO AUD-NEW
           STRING 'PREFERRED NAME ' ISAM-STUD-PREF-NAME INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
      *-----------------------------------------------------------------
       260-MASK-TAXID.
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
           MOVE 'STUDENT-CHANGE'           TO AUD-PROGRAM
           MOVE ISAM-STUD-KEY              TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'TAX ID VIEWED MASKED ' WS-STUD-TIN
               DELIMITED BY SIZE INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
