      ******************************************************************
      *PROGRAM : TERM-CHECK.CBL                                        *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Term close guard CALLed by REG-SWAP, REG-GRADE,       *
      *          GRADE-POST and SECTION-CANCEL - once TERM-CLOSE has   *
      *          stamped a SEM/YR closed on SEMESTER-MASTER its grades *
      *          and registrations are frozen and only GRADE-CHANGE    *
      *          may touch its rows - result C closed, O open (a term  *
      *          not on file is left to the caller's own edits)        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01  MISC-VARS.
           03  WS-STAT3                PIC XX      VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  TERM-CHECK-AREA.
           03  TCK-SEM             PIC X(2).
           03  TCK-YR              PIC X(4).
           03  TCK-RESULT          PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TERM-CHECK-AREA.
       000-MAIN-MODULE.
      *    the file is opened on every call rather than held open, so
      *    a term closed or reopened mid-session is honored at once
           MOVE 'O' TO TCK-RESULT
           OPEN INPUT ISAM-SEM-IN
           MOVE TCK-SEM TO ISAM-SEM-SEM
           MOVE TCK-YR  TO ISAM-SEM-YR
           READ ISAM-SEM-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ISAM-SEM-CLOSED EQUAL 'Y'
                       MOVE 'C' TO TCK-RESULT
                   END-IF
           END-READ
           CLOSE ISAM-SEM-IN

           EXIT PROGRAM.
