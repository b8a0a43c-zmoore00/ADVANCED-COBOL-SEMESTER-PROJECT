      *DATE    : 09/01/2026                                            *
      *ABSTRACT: Maintains PERMIT-ISAM.DAT - instructor permission     *
      *          override codes (P prerequisite, C capacity, Q         *
      *          co-requisite, L academic level) a section's           *
      *          instructor issues for one student with an expiry date *
      *          - the issuing id must match the section's INSTRUC-ID  *
      *          or a co-instructor on SECT-INSTR-ISAM.DAT - REG-ADD   *
      *          consumes a matching unexpired permission at the       *
      *          corresponding check and marks it used - blank expiry  *
      *          deletes - on the faculty menu the issuing instructor  *
      *          is the one signed on, and every permission added,     *
      *          changed or deleted is written to AUDIT-LOG.TXT        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMIT-MAINT IS INITIAL PROGRAM.
                                ACCESS        IS RANDOM
                               RECORD KEY    IS CRN-KEY=ISAM-IN-KEY CRN
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-SI-IN ASSIGN TO
                                   "../SECT-INSTR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS SI-KEY
                               ALTERNATE KEY IS SI-ID-KEY=
                                   SI-INSTRUC-ID, SI-SEM, SI-YR
                                   WITH DUPLICATES
                               FILE STATUS   IS WS-SI-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

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
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-CONT                 PIC X       VALUE 'Y'.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  WS-ON-SECTION           PIC X       VALUE 'N'.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-PMT-ACTION           PIC X(7)    VALUE SPACES.

       01  WS-REC.
           03  WS-SEM          PIC X(2)    VALUE SPACES.
           03  WS-TYPE         PIC X       VALUE SPACES.
           03  WS-INSTRUC      PIC 9(6)    VALUE ZEROS.
           03  WS-EXPIRY       PIC X(8)    VALUE SPACES.

      *    the section is handed to FACULTY-CHECK first - a faculty
      *    session gets only the instructor's own sections, and the
      *    name the audit trail is written under comes back with it
       01  WS-FACULTY-CHECK.
           03  WS-FCK-SEM          PIC X(2)    VALUE SPACES.
           03  WS-FCK-YR           PIC X(4)    VALUE SPACES.
           03  WS-FCK-CRN          PIC X(6)    VALUE SPACES.
           03  WS-FCK-GRADING      PIC X       VALUE 'N'.
           03  WS-FCK-INSTRUC      PIC 9(6)    VALUE ZEROS.
           03  WS-FCK-AUDIT-USER   PIC X(20)   VALUE SPACES.
           03  WS-FCK-RESULT       PIC X       VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  LINE 08 COL 50 PIC X(6)  TO WS-CRN AUTO.
           03  LINE 09 COL 25             VALUE 'STUDENT ID:'.
           03  LINE 09 COL 50 PIC 9(6)  TO WS-STU-ID AUTO.
           03  LINE 10 COL 25     VALUE 'TYPE (P/C/Q/L):'.
           03  LINE 10 COL 50 PIC X     TO WS-TYPE AUTO.
           03  LINE 11 COL 25     VALUE 'ISSUING INSTRUCTOR ID:'.
           03  LINE 11 COL 50 PIC 9(6)  TO WS-INSTRUC AUTO.
               OPEN I-O ISAM-PMT-IO
           END-IF
           OPEN INPUT ISAM-SCHED-IN.
           OPEN INPUT ISAM-SI-IN.
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF

           DISPLAY BLANK-SCREEN
           PERFORM UNTIL WS-CONT='n' OR 'N'
               DISPLAY SCR-TITLE
               DISPLAY SCRN-PMT-REQ
               ACCEPT  SCRN-PMT-REQ
               PERFORM 150-CHECK-FACULTY
               MOVE WS-SEM TO SEMESTER
               MOVE WS-YR  TO YEAR
               MOVE WS-CRN TO CRN

           CLOSE ISAM-PMT-IO.
           CLOSE ISAM-SCHED-IN.
           CLOSE ISAM-SI-IN.
           CLOSE AUDIT-OUT.
           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       150-CHECK-FACULTY.
      *    a faculty session issues as the signed-on instructor
      *    whatever id was keyed - the section check then holds the
      *    instructor to the instructor's own sections
           MOVE WS-SEM TO WS-FCK-SEM
           MOVE WS-YR  TO WS-FCK-YR
           MOVE SPACES TO WS-FCK-CRN
           MOVE 'N'    TO WS-FCK-GRADING
           CALL 'FACULTY-CHECK' USING WS-FACULTY-CHECK
           IF WS-FCK-RESULT NOT EQUAL 'S'
               MOVE WS-FCK-INSTRUC TO WS-INSTRUC
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-PERMIT.
           MOVE WS-SEM    TO PMT-SEM
           IF WS-TYPE EQUAL SPACES
               MOVE 'TYPE MUST BE KEYED' TO WS-MSG
           ELSE
               IF WS-TYPE NOT EQUAL 'P' AND 'C' AND 'Q' AND 'L'
                   MOVE 'TYPE MUST BE P C Q OR L' TO WS-MSG
               ELSE
      *        the screen is tied to the section - only an instructor
      *        assigned to it may issue a permission for it
               PERFORM 250-CHECK-ON-SECTION
               IF WS-ON-SECTION EQUAL 'N'
                   MOVE 'NOT AN INSTRUCTOR ON THE SECTION' TO WS-MSG
               ELSE
                   MOVE WS-TYPE TO PMT-TYPE
                   IF WS-EXPIRY EQUAL SPACES
               END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       250-CHECK-ON-SECTION.
      *    the schedule carries the primary - co-instructors of a
      *    team-taught section are on the section-instructor file
           MOVE 'N' TO WS-ON-SECTION
           IF WS-INSTRUC EQUAL INSTRUC-ID
               MOVE 'Y' TO WS-ON-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEM     TO SI-SEM
           MOVE WS-YR      TO SI-YR
           MOVE WS-CRN     TO SI-CRN
           MOVE WS-INSTRUC TO SI-INSTRUC-ID
           READ ISAM-SI-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-SECTION
           END-READ.
      *-----------------------------------------------------------------
       300-DELETE-PERMIT.
           DELETE ISAM-PMT-IO
                   MOVE 'PERMISSION NOT ON FILE' TO WS-MSG
               NOT INVALID KEY
                   MOVE 'PERMISSION DELETED' TO WS-MSG
                   MOVE 'DELETED' TO WS-PMT-ACTION
                   PERFORM 500-WRITE-AUDIT
           END-DELETE.
      *-----------------------------------------------------------------
       400-WRITE-PERMIT.
                           MOVE 'UNABLE TO ADD' TO WS-MSG
                       NOT INVALID KEY
                           MOVE 'PERMISSION ADDED' TO WS-MSG
                           MOVE 'ADDED' TO WS-PMT-ACTION
                           PERFORM 500-WRITE-AUDIT
                   END-WRITE
               NOT INVALID KEY
                   IF PMT-USED EQUAL 'Y'
                               MOVE 'UNABLE TO CHANGE' TO WS-MSG
                           NOT INVALID KEY
                               MOVE 'PERMISSION CHANGED' TO WS-MSG
                               MOVE 'CHANGED' TO WS-PMT-ACTION
                               PERFORM 500-WRITE-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       500-WRITE-AUDIT.
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-FCK-AUDIT-USER          TO AUD-USER
           MOVE 'PERMIT-MAINT'             TO AUD-PROGRAM
           MOVE PMT-KEY                    TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           STRING 'PERMIT ' WS-PMT-ACTION ' EXPIRES ' WS-EXPIRY
               ' INSTRUCTOR ' WS-INSTRUC
               DELIMITED BY SIZE INTO AUD-NEW
           WRITE AUDIT-LINE-OUT.
