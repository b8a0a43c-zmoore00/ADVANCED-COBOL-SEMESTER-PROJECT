      ******************************************************************
      *PROGRAM : FACULTY-CHECK.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Faculty self-service guard CALLed by every program on *
      *          the faculty menu - SIGNON leaves the signed-on        *
      *          operator's linked INSTRUCTOR-MASTER ID in the         *
      *          FACULTY environment variable, and a faculty session   *
      *          may only touch a SEM/YR/CRN where that instructor is  *
      *          the SCHEDULE-MASTER instructor or a co-instructor on  *
      *          SECT-INSTR-ISAM.DAT - with grading asked for, entry   *
      *          also closes after the term's grading deadline on      *
      *          SEMESTER-MASTER - result S staff session (no limit),  *
      *          Y allowed, N not the instructor's section, D grading  *
      *          deadline passed, X section not on the schedule - the  *
      *          caller also gets back the name the audit trail is to  *
      *          be written under                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-SCHED-IN ASSIGN TO "../SCHEDULE-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
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

           SELECT OPTIONAL ISAM-SEM-IN ASSIGN TO
                                   "../SEMESTER-MASTER.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS RANDOM
                                RECORD KEY    IS ISAM-SEM-KEY
                                FILE STATUS   IS WS-STAT3.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-SCHED-IN.
       01  SCHED-REC-IN.
           03  ISAM-IN-KEY.
               05  YEAR            PIC XXXX.
               05  SEMESTER        PIC XX.
           03  CRN                 PIC X(6).
           03  SUBJ                PIC X(5).
           03  CRSE                PIC X(6).
           03  TIME-DAY            PIC X(20).
           03  BLDG                PIC X(7).
           03  ROOM                PIC X(6).
           03  INSTRUCTOR          PIC X(22).
           03  INSTRUC-ID          PIC 9(6)    VALUE ZEROS.
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

       FD  ISAM-SEM-IN.
       01  SEM-REC-IN.
           03  ISAM-SEM-KEY.
               05  ISAM-SEM-SEM PIC X(2).
               05  ISAM-SEM-YR  PIC X(4).
           03  ISAM-SEM-OPEN-FLAG PIC X.
           03  ISAM-SEM-REG-OPEN  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-REG-CLOSE PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-DROP-DL   PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-WD-DL     PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-END  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-IMM-DL    PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-TERM-BEG  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-GRADE-DL  PIC X(8)    VALUE SPACES.
           03  ISAM-SEM-CLOSED    PIC X       VALUE 'N'.
           03  ISAM-SEM-CLOSED-DT PIC X(8)    VALUE SPACES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).

       01  MISC-VARS.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-STAT3                PIC XX      VALUE SPACES.
           03  WS-SI-STAT              PIC XX      VALUE SPACES.
           03  WS-ENVNAME              PIC X(7)    VALUE SPACES.
           03  WS-FACULTY-ENV          PIC X(6)    VALUE SPACES.
           03  WS-USER-ENV             PIC X(20)   VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  FACULTY-CHECK-AREA.
           03  FCK-SEM             PIC X(2).
           03  FCK-YR              PIC X(4).
           03  FCK-CRN             PIC X(6).
           03  FCK-GRADING         PIC X.
           03  FCK-INSTRUC         PIC 9(6).
           03  FCK-AUDIT-USER      PIC X(20).
           03  FCK-RESULT          PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING FACULTY-CHECK-AREA.
       000-MAIN-MODULE.
      *    the files are opened on every call rather than held open,
      *    so a deadline moved or a section reassigned mid-session is
      *    honored at once
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE ZEROS  TO FCK-INSTRUC
           MOVE SPACES TO FCK-AUDIT-USER

           MOVE SPACES TO WS-FACULTY-ENV
           MOVE 'FACULTY' TO WS-ENVNAME
           DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-FACULTY-ENV FROM ENVIRONMENT-VALUE

      *    an operator with no instructor link is office staff and
      *    keeps the unrestricted access the programs always had
           IF WS-FACULTY-ENV NOT NUMERIC
              OR WS-FACULTY-ENV EQUAL ZEROS
               MOVE SPACES TO WS-USER-ENV
               MOVE 'USER' TO WS-ENVNAME
               DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
               ACCEPT  WS-USER-ENV FROM ENVIRONMENT-VALUE
               MOVE WS-USER-ENV TO FCK-AUDIT-USER
               MOVE 'S' TO FCK-RESULT
               EXIT PROGRAM
           END-IF

           MOVE WS-FACULTY-ENV TO FCK-INSTRUC
           STRING 'INSTRUCTOR ' WS-FACULTY-ENV DELIMITED BY SIZE
               INTO FCK-AUDIT-USER
           MOVE 'Y' TO FCK-RESULT
           IF FCK-CRN EQUAL SPACES
               EXIT PROGRAM
           END-IF

           OPEN INPUT ISAM-SCHED-IN
           OPEN INPUT ISAM-SI-IN
           PERFORM 100-CHECK-ON-SECTION
           CLOSE ISAM-SCHED-IN
           CLOSE ISAM-SI-IN

           IF FCK-RESULT EQUAL 'Y' AND FCK-GRADING EQUAL 'Y'
               OPEN INPUT ISAM-SEM-IN
               PERFORM 200-CHECK-DEADLINE
               CLOSE ISAM-SEM-IN
           END-IF

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-CHECK-ON-SECTION.
      *    the primary on the schedule or any co-instructor of a
      *    team-taught section may work the section
           MOVE FCK-YR  TO YEAR
           MOVE FCK-SEM TO SEMESTER
           MOVE FCK-CRN TO CRN
           READ ISAM-SCHED-IN
               INVALID KEY
                   MOVE 'X' TO FCK-RESULT
                   EXIT PARAGRAPH
           END-READ
           IF INSTRUC-ID EQUAL FCK-INSTRUC
               EXIT PARAGRAPH
           END-IF
           MOVE FCK-SEM     TO SI-SEM
           MOVE FCK-YR      TO SI-YR
           MOVE FCK-CRN     TO SI-CRN
           MOVE FCK-INSTRUC TO SI-INSTRUC-ID
           READ ISAM-SI-IN
               INVALID KEY
                   MOVE 'N' TO FCK-RESULT
           END-READ.
      *-----------------------------------------------------------------
       200-CHECK-DEADLINE.
      *    a term with no grading deadline on file never closes
           MOVE FCK-SEM TO ISAM-SEM-SEM
           MOVE FCK-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ISAM-SEM-GRADE-DL NUMERIC
              AND WS-NOW-DATE GREATER THAN ISAM-SEM-GRADE-DL
               MOVE 'D' TO FCK-RESULT
           END-IF.
