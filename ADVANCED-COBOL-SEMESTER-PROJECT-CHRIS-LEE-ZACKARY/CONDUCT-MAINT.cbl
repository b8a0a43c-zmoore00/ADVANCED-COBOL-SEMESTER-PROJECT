      ******************************************************************
      *PROGRAM : CONDUCT-MAINT.CBL                                     *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains CONDUCT-ISAM.DAT - the dean of students'    *
      *          disciplinary cases, numbered per student, with the    *
      *          incident date, charge code, hearing outcome (P        *
      *          pending, R responsible, N not responsible, D          *
      *          dismissed), sanction and sanction end date - after    *
      *          every change the student's cases are weighed again:   *
      *          each sanction in force places its HOLD-ISAM.DAT hold  *
      *          (office CONDUCT) and one no longer in force lifts it, *
      *          and a suspension in force sets the STATUS-MAINT       *
      *          enrollment status to S, restoring A once the last     *
      *          suspension ends - case 000 opens a new case, blank    *
      *          charge deletes - CONDUCT-SWEEP lifts sanctions that   *
      *          run out between visits                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDUCT-MAINT IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-CND-IO ASSIGN TO "../CONDUCT-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS CND-KEY
                               FILE STATUS   IS WS-CND-STAT.

           SELECT ISAM-STUD-IO  ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-HLD-IO ASSIGN TO "../HOLD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS HLD-KEY
                               FILE STATUS   IS WS-HLD-STAT.

           SELECT OPTIONAL ISAM-STH-IO ASSIGN TO
                               "../STATUS-HIST-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS STH-KEY
                               FILE STATUS   IS WS-STH-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-CND-IO.
       01  CND-REC-IO.
           03  CND-KEY.
               05  CND-STUD-ID    PIC 9(6).
               05  CND-CASE-NO    PIC 9(3).
           03  CND-INCIDENT-DATE  PIC X(8).
           03  CND-CHARGE         PIC X(4).
           03  CND-OUTCOME        PIC X.
               88  CND-PENDING             VALUE 'P'.
               88  CND-RESPONSIBLE         VALUE 'R'.
               88  CND-NOT-RESPONSIBLE     VALUE 'N'.
               88  CND-DISMISSED           VALUE 'D'.
           03  CND-SANCTION       PIC X(2).
           03  CND-SANC-END       PIC X(8).
           03  CND-STAT-SET       PIC X       VALUE 'N'.
           03  CND-DATE           PIC X(8).
           03  CND-USER           PIC X(20).

       FD  ISAM-STUD-IO.
       01  ISAM-REC-IO.
           03  ISAM-STUD-KEY.
               05  ISAM-IO-ID      PIC 9(6).
           03  FILLER              PIC X.
           03  ISAM-STUD-LNAME     PIC X(15).
           03  ISAM-SUTD-FNAME     PIC X(15).
           03  ISAM-STUD-ADDRESS   PIC X(25).
           03  ISAM-STUD-ZIP       PIC X(5).
           03  ISAM-STUD-HPHONE    PIC X(10).
           03  ISAM-STUD-CPHONE    PIC X(10).
           03  ISAM-STUD-WPHONE    PIC X(10).
           03  ISAM-STUD-GENDER    PIC X.
           03  ISAM-STUD-ACTIVE    PIC X.
           03  ISAM-STUD-MAJOR     PIC X(20)   VALUE SPACES.
           03  ISAM-STUD-HOLD      PIC X       VALUE 'N'.
           03  ISAM-STUD-STANDING  PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RES       PIC X       VALUE 'Y'.
           03  ISAM-STUD-GPA       PIC 9V99    VALUE ZEROS.
           03  ISAM-STUD-EARNED    PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-ATTEMPT   PIC 9(4)    VALUE ZEROS.
           03  ISAM-STUD-PRIVACY   PIC X       VALUE 'N'.
           03  ISAM-STUD-CLASS     PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-SAP       PIC X       VALUE SPACE.
           03  ISAM-STUD-ENR-STAT  PIC X       VALUE 'A'.
           03  ISAM-STUD-RET-SEM   PIC X(2)    VALUE SPACES.
           03  ISAM-STUD-RET-YR    PIC X(4)    VALUE SPACES.
           03  ISAM-STUD-STAT-DATE PIC X(8)    VALUE SPACES.
           03  ISAM-STUD-PREF-NAME PIC X(15)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-CMP PIC X(30)   VALUE SPACES.
           03  ISAM-STUD-EMAIL-PER PIC X(30)   VALUE SPACES.

       FD  ISAM-HLD-IO.
       01  HLD-REC-IO.
           03  HLD-KEY.
               05  HLD-STUD-ID    PIC 9(6).
               05  HLD-TYPE       PIC X(2).
           03  HLD-OFFICE         PIC X(10).
           03  HLD-DATE           PIC X(8).
           03  HLD-COMMENT        PIC X(30).

       FD  ISAM-STH-IO.
       01  STH-REC-IO.
           03  STH-KEY.
               05  STH-STUD-ID    PIC 9(6).
               05  STH-SEQ        PIC 9(3).
           03  STH-OLD-STAT       PIC X.
           03  STH-NEW-STAT       PIC X.
           03  STH-RET-SEM        PIC X(2).
           03  STH-RET-YR         PIC X(4).
           03  STH-DATE           PIC X(8).
           03  STH-USER           PIC X(20).

       FD  AUDIT-OUT.
       01  AUDIT-LINE-OUT.
           03  AUD-DATE            PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-TIME            PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-USER            PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-PROGRAM         PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-KEY             PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-OLD             PIC X(120).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-CND-STAT             PIC XX      VALUE SPACES.
           03  WS-HLD-STAT             PIC XX      VALUE SPACES.
           03  WS-STH-STAT             PIC XX      VALUE SPACES.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-CASE-ACTION          PIC X(8)    VALUE SPACES.
           03  WS-SAVED                PIC X       VALUE 'N'.
           03  WS-OLD-STAT             PIC X       VALUE SPACE.
           03  WS-NEW-STAT             PIC X       VALUE SPACE.
           03  WS-NEXT-SEQ             PIC 9(3)    VALUE ZEROS.
           03  WS-SUSPEND-NEED         PIC X       VALUE 'N'.
           03  WS-CND-SUSPENDED        PIC X       VALUE 'N'.
           03  WS-MARK-VALUE           PIC X       VALUE 'N'.
           03  WS-CHANGE-CNT           PIC 9(3)    VALUE ZEROS.
           03  WS-ACTION               PIC X(40)   VALUE SPACES.
           03  CND-EOF-FLAG            PIC X       VALUE SPACES.
               88 CND-EOF    VALUE '1'.
           03  STH-EOF-FLAG            PIC X       VALUE SPACES.
               88 STH-EOF    VALUE '1'.

      *    sanction codes with the hold each one places while in force
      *    and the enrollment status it drives - only a suspension
      *    changes the status
       01  WS-SANCTION-LIST.
           03  FILLER          PIC X(19) VALUE 'WAWARNING          '.
           03  FILLER          PIC X(19) VALUE 'PRPROBATION     CP '.
           03  FILLER          PIC X(19) VALUE 'SUSUSPENSION    CSS'.
           03  FILLER          PIC X(19) VALUE 'EXEXPULSION     CX '.
           03  FILLER          PIC X(19) VALUE 'RSRESTITUTION   CR '.
       01  WS-SANCTION-TABLE REDEFINES WS-SANCTION-LIST.
           03  WS-SAN-ENTRY    OCCURS 5 TIMES INDEXED BY SAN-IX.
               05  WS-SAN-CODE     PIC X(2).
               05  WS-SAN-DESC     PIC X(14).
               05  WS-SAN-HOLD     PIC X(2).
               05  WS-SAN-STAT     PIC X.
       01  WS-SAN-NEED-TABLE.
           03  WS-SAN-NEED     PIC X       OCCURS 5 TIMES.
       01  WS-SAN-MAX          PIC 9       VALUE 5.
       01  WS-SAN-SUB          PIC 9       VALUE ZERO.

       01  WS-REC.
           03  WS-STU-ID       PIC 9(6)    VALUE ZEROS.
           03  WS-CASE-NO      PIC 9(3)    VALUE ZEROS.
           03  WS-INCIDENT     PIC X(8)    VALUE SPACES.
           03  WS-CHARGE       PIC X(4)    VALUE SPACES.
           03  WS-OUTCOME      PIC X       VALUE SPACES.
           03  WS-SANCTION     PIC X(2)    VALUE SPACES.
           03  WS-SANC-END     PIC X(8)    VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           05  LINE 04 COL 25 VALUE "STUDENT CONDUCT CASE MAINT".
           03  LINE 1  COL 1  VALUE "CONDUCT-MAINT".
           03  LINE 1  COL 37 VALUE "UAFS".
           03  LINE 1  COL 71 FROM DISPLAY-DATE.

       01  SCRN-CND-REQ.
           03  LINE 06 COL 20             VALUE 'STUDENT ID:'.
           03  LINE 06 COL 50 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 07 COL 20             VALUE 'CASE NO (000 = NEW):'.
           03  LINE 07 COL 50 PIC 9(3)  TO WS-CASE-NO AUTO.
           03  LINE 08 COL 20     VALUE 'INCIDENT DATE (YYYYMMDD):'.
           03  LINE 08 COL 50 PIC X(8)  TO WS-INCIDENT AUTO.
           03  LINE 09 COL 20             VALUE 'CHARGE CODE:'.
           03  LINE 09 COL 50 PIC X(4)  TO WS-CHARGE AUTO.
           03  LINE 10 COL 20             VALUE 'OUTCOME (P/R/N/D):'.
           03  LINE 10 COL 50 PIC X     TO WS-OUTCOME AUTO.
           03  LINE 11 COL 20     VALUE 'SANCTION (WA/PR/SU/EX/RS):'.
           03  LINE 11 COL 50 PIC X(2)  TO WS-SANCTION AUTO.
           03  LINE 12 COL 20     VALUE 'SANCTION END (YYYYMMDD):'.
           03  LINE 12 COL 50 PIC X(8)  TO WS-SANC-END AUTO.
           03  LINE 13 COL 20
               VALUE '(BLANK END - IN FORCE UNTIL CLOSED)'.
           03  LINE 14 COL 20 VALUE '(BLANK CHARGE DELETES THE CASE)'.
           03  LINE 16 COL 20 PIC X(40) FROM WS-MSG.

       01  SCRN-ADD-ANOTHER.
           03  LINE 18 COL 33                     VALUE 'DO ANOTHER?:'.
           03  LINE 19 COL 33                     VALUE '(Y/N)'.
           03  LINE 19 COL 45 PIC X  TO WS-CONT   AUTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT   WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-CND-IO
           IF WS-CND-STAT EQUAL '35'
               OPEN OUTPUT ISAM-CND-IO
               CLOSE ISAM-CND-IO
               OPEN I-O ISAM-CND-IO
           END-IF
           OPEN I-O ISAM-STUD-IO.
           OPEN I-O ISAM-HLD-IO
           IF WS-HLD-STAT EQUAL '35'
               OPEN OUTPUT ISAM-HLD-IO
               CLOSE ISAM-HLD-IO
               OPEN I-O ISAM-HLD-IO
           END-IF
           OPEN I-O ISAM-STH-IO
           IF WS-STH-STAT EQUAL '35'
               OPEN OUTPUT ISAM-STH-IO
               CLOSE ISAM-STH-IO
               OPEN I-O ISAM-STH-IO
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               MOVE SPACES TO WS-CONT
               MOVE SPACES TO WS-MSG
               MOVE ZEROS  TO WS-CASE-NO
               MOVE SPACES TO WS-INCIDENT
               MOVE SPACES TO WS-CHARGE
               MOVE SPACES TO WS-OUTCOME
               MOVE SPACES TO WS-SANCTION
               MOVE SPACES TO WS-SANC-END
               DISPLAY SCR-TITLE
               DISPLAY SCRN-CND-REQ
               ACCEPT  SCRN-CND-REQ
               MOVE FUNCTION UPPER-CASE (WS-CHARGE)   TO WS-CHARGE
               MOVE FUNCTION UPPER-CASE (WS-OUTCOME)  TO WS-OUTCOME
               MOVE FUNCTION UPPER-CASE (WS-SANCTION) TO WS-SANCTION
               MOVE WS-STU-ID TO ISAM-STUD-KEY
               READ ISAM-STUD-IO
                   INVALID KEY
                       MOVE 'STUDENT NOT ON FILE' TO WS-MSG
                   NOT INVALID KEY
                       PERFORM 200-APPLY-CASE
               END-READ
               DISPLAY SCRN-CND-REQ
               DISPLAY SCRN-ADD-ANOTHER
               ACCEPT  SCRN-ADD-ANOTHER
               PERFORM UNTIL WS-CONT='y' OR 'Y' OR 'n' OR 'N'
                   MOVE 'PLEASE ENTER Y OR N' TO WS-MSG
                   DISPLAY SCRN-CND-REQ
                   DISPLAY SCRN-ADD-ANOTHER
                   ACCEPT  SCRN-ADD-ANOTHER
               END-PERFORM

           END-PERFORM.

           CLOSE ISAM-CND-IO.
           CLOSE ISAM-STUD-IO.
           CLOSE ISAM-HLD-IO.
           CLOSE ISAM-STH-IO.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       200-APPLY-CASE.
           MOVE 'N' TO WS-SAVED
           IF WS-CHARGE EQUAL SPACES
               PERFORM 250-DELETE-CASE
           ELSE
               PERFORM 210-VALIDATE-CASE
               IF WS-MSG NOT EQUAL SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WS-CASE-NO EQUAL ZEROS
                   PERFORM 300-FIND-NEXT-CASE
                   PERFORM 230-ADD-CASE
               ELSE
                   PERFORM 240-CHANGE-CASE
               END-IF
           END-IF
           IF WS-SAVED EQUAL 'Y'
               PERFORM 600-WRITE-CASE-AUDIT
               MOVE ZEROS TO WS-CHANGE-CNT
               PERFORM 400-SYNC-SANCTIONS
               MOVE SPACES TO WS-MSG
               STRING 'CASE ' WS-CASE-NO ' ' WS-CASE-ACTION ' - '
                   WS-CHANGE-CNT ' HOLD/STATUS CHG'
                   DELIMITED BY SIZE INTO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       210-VALIDATE-CASE.
           IF WS-INCIDENT NOT NUMERIC
               MOVE 'INCIDENT DATE MUST BE YYYYMMDD' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-OUTCOME NOT EQUAL 'P' AND 'R' AND 'N' AND 'D'
               MOVE 'OUTCOME MUST BE P R N OR D' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-SANCTION NOT EQUAL SPACES
               AND WS-OUTCOME NOT EQUAL 'R'
               MOVE 'SANCTION ONLY ON OUTCOME R' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-SANCTION NOT EQUAL SPACES
               SET SAN-IX TO 1
               SEARCH WS-SAN-ENTRY
                   AT END
                       MOVE 'INVALID SANCTION CODE' TO WS-MSG
                   WHEN WS-SAN-CODE (SAN-IX) EQUAL WS-SANCTION
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-MSG EQUAL SPACES
               AND WS-SANC-END NOT EQUAL SPACES
               AND WS-SANC-END NOT NUMERIC
               MOVE 'SANCTION END MUST BE YYYYMMDD' TO WS-MSG
           END-IF.
      *-----------------------------------------------------------------
       230-ADD-CASE.
           MOVE WS-STU-ID      TO CND-STUD-ID
           MOVE WS-CASE-NO     TO CND-CASE-NO
           PERFORM 260-MOVE-CASE-FIELDS
           MOVE 'N'            TO CND-STAT-SET
           WRITE CND-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO OPEN CASE' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'OPENED'  TO WS-CASE-ACTION
                   MOVE 'Y'       TO WS-SAVED
           END-WRITE.
      *-----------------------------------------------------------------
       240-CHANGE-CASE.
      *    the suspension marker stays with the case - only the
      *    weighing in 400 may move it
           MOVE WS-STU-ID  TO CND-STUD-ID
           MOVE WS-CASE-NO TO CND-CASE-NO
           READ ISAM-CND-IO
               INVALID KEY
                   MOVE 'CASE NOT ON FILE' TO WS-MSG
               NOT INVALID KEY
                   PERFORM 260-MOVE-CASE-FIELDS
                   REWRITE CND-REC-IO
                       INVALID KEY
                           MOVE 'UNABLE TO CHANGE CASE' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'CHANGED' TO WS-CASE-ACTION
                           MOVE 'Y'       TO WS-SAVED
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       250-DELETE-CASE.
      *    a deleted case that had suspended the student is treated as
      *    ended - the weighing afterward restores the status when no
      *    other suspension remains
           MOVE WS-STU-ID  TO CND-STUD-ID
           MOVE WS-CASE-NO TO CND-CASE-NO
           READ ISAM-CND-IO
               INVALID KEY
                   MOVE 'CASE NOT ON FILE' TO WS-MSG
               NOT INVALID KEY
                   MOVE CND-STAT-SET TO WS-CND-SUSPENDED
                   DELETE ISAM-CND-IO
                       INVALID KEY
                           MOVE 'UNABLE TO DELETE CASE' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'DELETED' TO WS-CASE-ACTION
                           MOVE 'Y'       TO WS-SAVED
                   END-DELETE
           END-READ.
      *-----------------------------------------------------------------
       260-MOVE-CASE-FIELDS.
           MOVE WS-INCIDENT    TO CND-INCIDENT-DATE
           MOVE WS-CHARGE      TO CND-CHARGE
           MOVE WS-OUTCOME     TO CND-OUTCOME
           MOVE WS-SANCTION    TO CND-SANCTION
           MOVE WS-SANC-END    TO CND-SANC-END
           MOVE WS-NOW-DATE    TO CND-DATE
           MOVE WS-AUDIT-USER  TO CND-USER.
      *-----------------------------------------------------------------
       300-FIND-NEXT-CASE.
           MOVE ZEROS TO WS-CASE-NO
           MOVE WS-STU-ID TO CND-STUD-ID
           MOVE ZEROS     TO CND-CASE-NO
           START ISAM-CND-IO KEY IS NOT LESS THAN CND-KEY
               INVALID KEY
                   MOVE 1 TO CND-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CND-EOF-FLAG
           END-START
           PERFORM UNTIL CND-EOF
               READ ISAM-CND-IO NEXT RECORD
                   AT END
                       MOVE 1 TO CND-EOF-FLAG
                   NOT AT END
                       IF CND-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO CND-EOF-FLAG
                       ELSE
                           MOVE CND-CASE-NO TO WS-CASE-NO
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CASE-NO.
      *-----------------------------------------------------------------
       400-SYNC-SANCTIONS.
      *    every case on file for the student is weighed - a sanction
      *    is in force when the outcome is responsible and the end
      *    date is blank or not yet past
           MOVE 'N' TO WS-SUSPEND-NEED
           IF WS-CASE-ACTION NOT EQUAL 'DELETED'
               MOVE 'N' TO WS-CND-SUSPENDED
           END-IF
           MOVE ALL 'N' TO WS-SAN-NEED-TABLE
           MOVE WS-STU-ID TO CND-STUD-ID
           MOVE ZEROS     TO CND-CASE-NO
           START ISAM-CND-IO KEY IS NOT LESS THAN CND-KEY
               INVALID KEY
                   MOVE 1 TO CND-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CND-EOF-FLAG
           END-START
           PERFORM UNTIL CND-EOF
               READ ISAM-CND-IO NEXT RECORD
                   AT END
                       MOVE 1 TO CND-EOF-FLAG
                   NOT AT END
                       IF CND-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO CND-EOF-FLAG
                       ELSE
                           PERFORM 410-WEIGH-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 420-SET-ONE-HOLD
               VARYING WS-SAN-SUB FROM 1 BY 1
               UNTIL WS-SAN-SUB GREATER THAN WS-SAN-MAX
           PERFORM 430-SET-STATUS.
      *-----------------------------------------------------------------
       410-WEIGH-ONE-CASE.
           IF CND-STAT-SET EQUAL 'Y'
               MOVE 'Y' TO WS-CND-SUSPENDED
           END-IF
           IF NOT CND-RESPONSIBLE
               OR CND-SANCTION EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF CND-SANC-END NOT EQUAL SPACES
               AND CND-SANC-END LESS THAN WS-NOW-DATE
               EXIT PARAGRAPH
           END-IF
           SET SAN-IX TO 1
           SEARCH WS-SAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SAN-CODE (SAN-IX) EQUAL CND-SANCTION
                   SET WS-SAN-SUB TO SAN-IX
                   MOVE 'Y' TO WS-SAN-NEED (WS-SAN-SUB)
                   IF WS-SAN-STAT (SAN-IX) EQUAL 'S'
                       MOVE 'Y' TO WS-SUSPEND-NEED
                   END-IF
           END-SEARCH.
      *-----------------------------------------------------------------
       420-SET-ONE-HOLD.
      *    only a hold this office placed is ever lifted here - a hold
      *    of the same type keyed in HOLD-MAINT by another office is
      *    left for that office
           IF WS-SAN-HOLD (WS-SAN-SUB) EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STU-ID                TO HLD-STUD-ID
           MOVE WS-SAN-HOLD (WS-SAN-SUB) TO HLD-TYPE
           READ ISAM-HLD-IO
               INVALID KEY
                   IF WS-SAN-NEED (WS-SAN-SUB) EQUAL 'Y'
                       MOVE WS-STU-ID                TO HLD-STUD-ID
                       MOVE WS-SAN-HOLD (WS-SAN-SUB) TO HLD-TYPE
                       MOVE 'CONDUCT'                TO HLD-OFFICE
                       MOVE WS-NOW-DATE              TO HLD-DATE
                       MOVE SPACES                   TO HLD-COMMENT
                       STRING 'CONDUCT ' WS-SAN-DESC (WS-SAN-SUB)
                           DELIMITED BY SIZE INTO HLD-COMMENT
                       WRITE HLD-REC-IO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-ACTION
                               STRING 'HOLD ' HLD-TYPE ' PLACED'
                                   DELIMITED BY SIZE INTO WS-ACTION
                               PERFORM 700-NOTE-ACTION
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-SAN-NEED (WS-SAN-SUB) NOT EQUAL 'Y'
                       AND HLD-OFFICE EQUAL 'CONDUCT'
                       DELETE ISAM-HLD-IO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-ACTION
                               STRING 'HOLD ' HLD-TYPE ' LIFTED'
                                   DELIMITED BY SIZE INTO WS-ACTION
                               PERFORM 700-NOTE-ACTION
                       END-DELETE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       430-SET-STATUS.
      *    a suspension in force sets status S and marks its cases;
      *    when the last marked suspension ends the student returns
      *    to A - a status someone else has since changed is left
      *    alone and only the marks are cleared
           IF WS-SUSPEND-NEED EQUAL 'Y'
               IF ISAM-STUD-ENR-STAT NOT EQUAL 'S'
                   MOVE 'S' TO WS-NEW-STAT
                   PERFORM 440-CHANGE-STATUS
               END-IF
               MOVE 'Y' TO WS-MARK-VALUE
               PERFORM 450-MARK-CASES
           ELSE
               IF WS-CND-SUSPENDED EQUAL 'Y'
                   IF ISAM-STUD-ENR-STAT EQUAL 'S'
                       MOVE 'A' TO WS-NEW-STAT
                       PERFORM 440-CHANGE-STATUS
                   END-IF
                   MOVE 'N' TO WS-MARK-VALUE
                   PERFORM 450-MARK-CASES
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       440-CHANGE-STATUS.
      *    the same change STATUS-MAINT makes - the legacy active
      *    flag in step, a history row and an audit line
           MOVE ISAM-STUD-ENR-STAT TO WS-OLD-STAT
           MOVE WS-NEW-STAT        TO ISAM-STUD-ENR-STAT
           MOVE SPACES             TO ISAM-STUD-RET-SEM
           MOVE SPACES             TO ISAM-STUD-RET-YR
           MOVE WS-NOW-DATE        TO ISAM-STUD-STAT-DATE
           IF WS-NEW-STAT EQUAL 'A'
               MOVE 'Y' TO ISAM-STUD-ACTIVE
           ELSE
               MOVE 'N' TO ISAM-STUD-ACTIVE
           END-IF
           REWRITE ISAM-REC-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 460-WRITE-HISTORY
                   PERFORM 610-WRITE-STATUS-AUDIT
                   MOVE SPACES TO WS-ACTION
                   STRING 'STATUS ' WS-OLD-STAT ' TO ' WS-NEW-STAT
                       DELIMITED BY SIZE INTO WS-ACTION
                   PERFORM 700-NOTE-ACTION
           END-REWRITE.
      *-----------------------------------------------------------------
       450-MARK-CASES.
      *    marking sets the flag on each suspension in force;
      *    clearing takes it off every case the student has
           MOVE WS-STU-ID TO CND-STUD-ID
           MOVE ZEROS     TO CND-CASE-NO
           START ISAM-CND-IO KEY IS NOT LESS THAN CND-KEY
               INVALID KEY
                   MOVE 1 TO CND-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CND-EOF-FLAG
           END-START
           PERFORM UNTIL CND-EOF
               READ ISAM-CND-IO NEXT RECORD
                   AT END
                       MOVE 1 TO CND-EOF-FLAG
                   NOT AT END
                       IF CND-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO CND-EOF-FLAG
                       ELSE
                           PERFORM 455-MARK-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       455-MARK-ONE-CASE.
           IF WS-MARK-VALUE EQUAL 'Y'
               IF CND-RESPONSIBLE
                   AND CND-SANCTION EQUAL 'SU'
                   AND (CND-SANC-END EQUAL SPACES
                       OR CND-SANC-END NOT LESS THAN WS-NOW-DATE)
                   AND CND-STAT-SET NOT EQUAL 'Y'
                   MOVE 'Y' TO CND-STAT-SET
                   REWRITE CND-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           ELSE
               IF CND-STAT-SET EQUAL 'Y'
                   MOVE 'N' TO CND-STAT-SET
                   REWRITE CND-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       460-WRITE-HISTORY.
           MOVE ZEROS TO WS-NEXT-SEQ
           MOVE WS-STU-ID TO STH-STUD-ID
           MOVE ZEROS     TO STH-SEQ
           START ISAM-STH-IO KEY IS NOT LESS THAN STH-KEY
               INVALID KEY
                   MOVE 1 TO STH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO STH-EOF-FLAG
           END-START
           PERFORM UNTIL STH-EOF
               READ ISAM-STH-IO NEXT RECORD
                   AT END
                       MOVE 1 TO STH-EOF-FLAG
                   NOT AT END
                       IF STH-STUD-ID NOT EQUAL WS-STU-ID
                           MOVE 1 TO STH-EOF-FLAG
                       ELSE
                           MOVE STH-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-STU-ID     TO STH-STUD-ID
           MOVE WS-NEXT-SEQ   TO STH-SEQ
           MOVE WS-OLD-STAT   TO STH-OLD-STAT
           MOVE WS-NEW-STAT   TO STH-NEW-STAT
           MOVE SPACES        TO STH-RET-SEM
           MOVE SPACES        TO STH-RET-YR
           MOVE WS-NOW-DATE   TO STH-DATE
           MOVE WS-AUDIT-USER TO STH-USER
           WRITE STH-REC-IO
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       600-WRITE-CASE-AUDIT.
      *    the log records that a case moved, never its charge or
      *    sanction - those stay behind the level-3 listing
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'CONDUCT-MAINT'            TO AUD-PROGRAM
           MOVE SPACES                     TO AUD-KEY
           STRING WS-STU-ID '/' WS-CASE-NO DELIMITED BY SIZE
               INTO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'CONDUCT CASE ' WS-CASE-ACTION
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
      *-----------------------------------------------------------------
       610-WRITE-STATUS-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER              TO AUD-USER
           MOVE 'CONDUCT-MAINT'            TO AUD-PROGRAM
           MOVE ISAM-STUD-KEY              TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'STATUS ' WS-OLD-STAT INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'STATUS ' WS-NEW-STAT ' EFF ' WS-NOW-DATE
               ' CONDUCT SANCTION' INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
      *-----------------------------------------------------------------
       700-NOTE-ACTION.
           ADD 1 TO WS-CHANGE-CNT.
