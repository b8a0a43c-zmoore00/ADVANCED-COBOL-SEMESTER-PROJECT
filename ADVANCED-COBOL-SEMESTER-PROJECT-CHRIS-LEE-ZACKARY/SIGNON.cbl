      *          resets it, an aged or first-use password forces a     *
      *          change before the level is granted - the signed-on id *
      *          is placed in the USER environment value so the audit  *
      *          writers record a real operator, and the instructor id *
      *          an operator is linked to goes in the FACULTY value so *
      *          MENU-MAIN can hand a faculty member the faculty menu, *
      *          as the linked student id goes in the STUDENT value    *
      *          for the student self-service menu - every sign-on,    *
      *          refusal, lockout and forced password change is        *
      *          written to SIGNON-HIST.TXT and the last good sign-on  *
      *          date kept on the operator for ACCESS-REVIEW           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
                               ACCESS        IS RANDOM
                               RECORD KEY    IS USR-ID
                               FILE STATUS   IS WS-STAT.

           SELECT HIST-OUT ASSIGN TO "../SIGNON-HIST.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-HIST-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           03  USR-LOCKED          PIC X.
           03  USR-CHG-DATE        PIC X(8).
           03  USR-FORCE           PIC X.
           03  USR-INSTRUC-ID      PIC 9(6).
           03  USR-STUD-ID         PIC 9(6).
           03  USR-LAST-SIGNON     PIC X(8).

       FD  HIST-OUT.
       01  HIST-LINE-OUT.
           03  SH-DATE             PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-TIME             PIC X(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-OP-ID            PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-OUTCOME          PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  SH-PROGRAM          PIC X(14).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-HIST-STAT            PIC XX      VALUE SPACES.
           03  WS-HIST-OUTCOME         PIC X(20)   VALUE SPACES.
           03  WS-TRIES                PIC 9       VALUE ZEROS.
           03  WS-DONE                 PIC X       VALUE 'N'.
           03  WS-ENVNAME              PIC X(4)    VALUE "USER".
           03  WS-FAC-ENVNAME          PIC X(7)    VALUE "FACULTY".
           03  WS-FACULTY-ID           PIC 9(6)    VALUE ZEROS.
           03  WS-STU-ENVNAME          PIC X(7)    VALUE "STUDENT".
           03  WS-STUDENT-ID           PIC 9(6)    VALUE ZEROS.
           03  WS-SCR-PW               PIC X(8)    VALUE SPACES.
           03  WS-EXPIRE-DAYS          PIC 9(3)    VALUE 90.
           03  WS-TODAY-INT            PIC 9(7)    VALUE ZEROS.
           MOVE ZERO   TO SIGNON-LEVEL

           OPEN I-O ISAM-USER-IO
           OPEN EXTEND HIST-OUT
           IF WS-HIST-STAT NOT EQUAL '00'
               OPEN OUTPUT HIST-OUT
               CLOSE HIST-OUT
               OPEN EXTEND HIST-OUT
           END-IF

           MOVE 'N' TO WS-DONE
           MOVE ZEROS TO WS-TRIES
                   INVALID KEY
                       ADD 1 TO WS-TRIES
                       MOVE 'SIGN-ON REFUSED' TO WS-MSG
                       MOVE 'UNKNOWN OPERATOR' TO WS-HIST-OUTCOME
                       PERFORM 600-WRITE-HISTORY
                   NOT INVALID KEY
                       PERFORM 200-JUDGE-ATTEMPT
               END-READ
           END-PERFORM

           CLOSE ISAM-USER-IO
           CLOSE HIST-OUT

           IF WS-DONE EQUAL 'Y'
      *        the audit writers read the USER environment value -
      *        stamp it with the signed-on operator
               DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
               DISPLAY SIGNON-OP-ID UPON ENVIRONMENT-VALUE
      *        zeros here mean office staff - the faculty programs
      *        limit a linked instructor to the instructor's sections
               DISPLAY WS-FAC-ENVNAME UPON ENVIRONMENT-NAME
               DISPLAY WS-FACULTY-ID UPON ENVIRONMENT-VALUE
      *        and likewise a linked student sees only that student
               DISPLAY WS-STU-ENVNAME UPON ENVIRONMENT-NAME
               DISPLAY WS-STUDENT-ID UPON ENVIRONMENT-VALUE
           END-IF

           EXIT PROGRAM.
           IF USR-LOCKED EQUAL 'Y'
               ADD 1 TO WS-TRIES
               MOVE 'OPERATOR LOCKED - SEE USER-MAINT' TO WS-MSG
               MOVE 'REFUSED - LOCKED' TO WS-HIST-OUTCOME
               PERFORM 600-WRITE-HISTORY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-PASSWORD TO WS-SCR-PW
               PERFORM 400-CHECK-EXPIRY
               IF WS-MUST-CHANGE EQUAL 'Y'
                   PERFORM 500-FORCE-CHANGE
                   MOVE 'PASSWORD CHANGED' TO WS-HIST-OUTCOME
                   PERFORM 600-WRITE-HISTORY
               END-IF
               MOVE WS-NOW-DATE TO USR-LAST-SIGNON
               REWRITE USER-REC-IO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'Y' TO WS-DONE
               MOVE 'SIGNED ON' TO WS-HIST-OUTCOME
               PERFORM 600-WRITE-HISTORY
               MOVE USR-ID    TO SIGNON-OP-ID
               MOVE USR-LEVEL TO SIGNON-LEVEL
               IF USR-INSTRUC-ID NUMERIC
                   MOVE USR-INSTRUC-ID TO WS-FACULTY-ID
               END-IF
               IF USR-STUD-ID NUMERIC
                   MOVE USR-STUD-ID TO WS-STUDENT-ID
               END-IF
           ELSE
               ADD 1 TO WS-TRIES
               ADD 1 TO USR-FAILS
      *            only a USER-MAINT reset opens it again
                   MOVE 'Y' TO USR-LOCKED
                   MOVE 'OPERATOR LOCKED - SEE USER-MAINT' TO WS-MSG
                   MOVE 'LOCKED OUT' TO WS-HIST-OUTCOME
               ELSE
                   MOVE 'SIGN-ON REFUSED' TO WS-MSG
                   MOVE 'BAD PASSWORD' TO WS-HIST-OUTCOME
               END-IF
               PERFORM 600-WRITE-HISTORY
               REWRITE USER-REC-IO
                   INVALID KEY
                       CONTINUE
           MOVE WS-SCR-PW   TO USR-PASSWORD
           MOVE WS-NOW-DATE TO USR-CHG-DATE
           MOVE 'N'         TO USR-FORCE.
      *-----------------------------------------------------------------
       600-WRITE-HISTORY.
      *    one line per event under the operator id as keyed, so a
      *    guessed id shows up in the history as well as a real one
           MOVE SPACES                     TO HIST-LINE-OUT
           MOVE WS-NOW-DATE                TO SH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO SH-TIME
           MOVE WS-OP-ID                   TO SH-OP-ID
           MOVE WS-HIST-OUTCOME            TO SH-OUTCOME
           MOVE 'SIGNON'                   TO SH-PROGRAM
           WRITE HIST-LINE-OUT.
