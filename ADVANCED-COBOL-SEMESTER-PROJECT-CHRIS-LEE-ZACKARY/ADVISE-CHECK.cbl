      ******************************************************************
      *PROGRAM : ADVISE-CHECK.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Advising clearance guard CALLed by REG-ADD, REG-CART, *
      *          REG-SWAP and ADVISOR-ROSTER - the student populations *
      *          that must see their advisor before registering are    *
      *          named in ADVISE-POPS.TXT (FY first-year, PR academic  *
      *          probation, UD undeclared major), and a student in a   *
      *          named population may not register for a SEM/YR until  *
      *          the advisor has set the clearance flag on             *
      *          ADVISE-CLEAR-ISAM.DAT - result C cleared, R clearance *
      *          required and not set, X no named population fits the  *
      *          student - the population code is handed back for the  *
      *          caller's message                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISE-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISAM-STUD-IN ASSIGN TO "../STUDENT-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-STUD-KEY
                               FILE STATUS   IS WS-STAT2.

           SELECT OPTIONAL ISAM-CLR-IN ASSIGN TO
                                   "../ADVISE-CLEAR-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS CLR-KEY
                               FILE STATUS   IS WS-CLR-STAT.

           SELECT APP-IN ASSIGN TO "../ADVISE-POPS.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-APP-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-STUD-IN.
       01  STUD-REC-IN.
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

       FD  ISAM-CLR-IN.
       01  CLR-REC-IN.
           03  CLR-KEY.
               05  CLR-STUD-ID     PIC 9(6).
               05  CLR-SEM         PIC X(2).
               05  CLR-YR          PIC X(4).
           03  CLR-FLAG            PIC X.
           03  CLR-ADVISOR         PIC 9(6).
           03  CLR-VISIT-NO        PIC 9(3).
           03  CLR-DATE            PIC X(8).
           03  CLR-USER            PIC X(20).

       FD  APP-IN.
       01  APP-LINE-IN.
           03  APP-CODE            PIC X(2).
           03  FILLER              PIC X.
           03  APP-REQUIRED        PIC X.
           03  FILLER              PIC X.
           03  APP-DESC            PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-STAT2                PIC XX      VALUE SPACES.
           03  WS-CLR-STAT             PIC XX      VALUE SPACES.
           03  WS-APP-STAT             PIC XX      VALUE SPACES.
           03  WS-APP-EOF              PIC X       VALUE 'N'.
           03  WS-APP-FITS             PIC X       VALUE 'N'.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  ADVISE-CHECK-AREA.
           03  ACK-SEM             PIC X(2).
           03  ACK-YR              PIC X(4).
           03  ACK-STUD-ID         PIC 9(6).
           03  ACK-POP             PIC X(2).
           03  ACK-RESULT          PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ADVISE-CHECK-AREA.
       000-MAIN-MODULE.
      *    the files are opened on every call rather than held open,
      *    so a clearance set by the advisor down the hall is honored
      *    at once
           MOVE 'X'    TO ACK-RESULT
           MOVE SPACES TO ACK-POP

           OPEN INPUT ISAM-STUD-IN
           MOVE ACK-STUD-ID TO ISAM-IO-ID
           READ ISAM-STUD-IN
               INVALID KEY
                   CLOSE ISAM-STUD-IN
                   EXIT PROGRAM
           END-READ
           CLOSE ISAM-STUD-IN

      *    with no population table on file nobody needs clearance,
      *    so registration runs as it always has
           OPEN INPUT APP-IN
           IF WS-APP-STAT NOT EQUAL '00'
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-APP-EOF
           PERFORM UNTIL WS-APP-EOF EQUAL 'Y'
                      OR ACK-POP NOT EQUAL SPACES
               READ APP-IN
                   AT END
                       MOVE 'Y' TO WS-APP-EOF
                   NOT AT END
                       IF APP-REQUIRED EQUAL 'Y'
                           PERFORM 100-CHECK-POPULATION
                           IF WS-APP-FITS EQUAL 'Y'
                               MOVE APP-CODE TO ACK-POP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APP-IN

           IF ACK-POP EQUAL SPACES
               EXIT PROGRAM
           END-IF

           MOVE 'R' TO ACK-RESULT
           OPEN INPUT ISAM-CLR-IN
           MOVE ACK-STUD-ID TO CLR-STUD-ID
           MOVE ACK-SEM     TO CLR-SEM
           MOVE ACK-YR      TO CLR-YR
           READ ISAM-CLR-IN
               INVALID KEY
                   MOVE 'N' TO CLR-FLAG
           END-READ
           IF CLR-FLAG EQUAL 'Y'
               MOVE 'C' TO ACK-RESULT
           END-IF
           CLOSE ISAM-CLR-IN

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-CHECK-POPULATION.
      *    class is blank until GPA-POST first classifies a new admit,
      *    so a blank class counts as first-year
           MOVE 'N' TO WS-APP-FITS
           EVALUATE APP-CODE
               WHEN 'FY'
                   IF ISAM-STUD-CLASS EQUAL 'FR'
                      OR ISAM-STUD-CLASS EQUAL SPACES
                       MOVE 'Y' TO WS-APP-FITS
                   END-IF
               WHEN 'PR'
                   IF ISAM-STUD-STANDING EQUAL 'PR'
                       MOVE 'Y' TO WS-APP-FITS
                   END-IF
               WHEN 'UD'
                   IF ISAM-STUD-MAJOR EQUAL SPACES
                       MOVE 'Y' TO WS-APP-FITS
                   END-IF
           END-EVALUATE.
