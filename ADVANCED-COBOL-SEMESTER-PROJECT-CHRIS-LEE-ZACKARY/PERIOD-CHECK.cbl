      ******************************************************************
      *PROGRAM : PERIOD-CHECK.CBL                                      *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Accounting period guard CALLed by every program that  *
      *          writes ACCT-DETAIL.DAT - the caller hands over the    *
      *          date it means to post with, and a date in a month     *
      *          FISCAL-PERIOD-ISAM.DAT shows closed comes back as     *
      *          today (or, if this month is closed too, the first day *
      *          of the next open month) so nothing lands in a month   *
      *          the business office has already reported - result O   *
      *          the month is open and the date stands, R redated      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-FPR-IN ASSIGN TO
                               "../FISCAL-PERIOD-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS FPR-PERIOD
                               FILE STATUS   IS WS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-FPR-IN.
       01  FPR-REC-IN.
           03  FPR-PERIOD         PIC X(6).
           03  FPR-STATUS         PIC X.
           03  FPR-CLOSE-DATE     PIC X(8).
           03  FPR-CLOSE-USER     PIC X(20).
           03  FPR-END-BAL        PIC S9(9)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-NOW.
           05  WS-NOW-DATE         PIC X(8).
           05  WS-NOW-TIME         PIC X(4).

       01  MISC-VARS.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-CLOSED               PIC X       VALUE 'N'.
           03  WS-TRIES                PIC 9(2)    VALUE ZEROS.

       01  WS-PERIOD.
           03  WS-PER-YYYY             PIC 9(4)    VALUE ZEROS.
           03  WS-PER-MM               PIC 9(2)    VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  PERIOD-CHECK-AREA.
           03  PCK-POST-DATE       PIC X(8).
           03  PCK-RESULT          PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PERIOD-CHECK-AREA.
       000-MAIN-MODULE.
      *    the file is opened on every call rather than held open, so
      *    a month PERIOD-CLOSE locks mid-session is honored at once
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE 'O' TO PCK-RESULT
           IF PCK-POST-DATE NOT NUMERIC
               EXIT PROGRAM
           END-IF

           OPEN INPUT ISAM-FPR-IN
           MOVE PCK-POST-DATE (1:6) TO WS-PERIOD
           PERFORM 100-READ-PERIOD
           IF WS-CLOSED EQUAL 'Y'
               MOVE 'R' TO PCK-RESULT
               MOVE WS-NOW-DATE (1:6) TO WS-PERIOD
               PERFORM 100-READ-PERIOD
               IF WS-CLOSED EQUAL 'N'
                   MOVE WS-NOW-DATE TO PCK-POST-DATE
               ELSE
                   PERFORM 200-NEXT-OPEN-PERIOD
                   MOVE SPACES TO PCK-POST-DATE
                   STRING WS-PERIOD '01' DELIMITED BY SIZE
                       INTO PCK-POST-DATE
               END-IF
           END-IF
           CLOSE ISAM-FPR-IN

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-READ-PERIOD.
      *    a month with no row has never been closed
           MOVE 'N' TO WS-CLOSED
           MOVE WS-PERIOD TO FPR-PERIOD
           READ ISAM-FPR-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FPR-STATUS EQUAL 'C'
                       MOVE 'Y' TO WS-CLOSED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-NEXT-OPEN-PERIOD.
      *    two years of closed months ahead of today cannot happen in
      *    practice - the search stops there rather than run on
           MOVE ZEROS TO WS-TRIES
           PERFORM UNTIL WS-CLOSED EQUAL 'N'
                      OR WS-TRIES NOT LESS THAN 24
               ADD 1 TO WS-TRIES
               IF WS-PER-MM EQUAL 12
                   MOVE 1 TO WS-PER-MM
                   ADD 1 TO WS-PER-YYYY
               ELSE
                   ADD 1 TO WS-PER-MM
               END-IF
               PERFORM 100-READ-PERIOD
           END-PERFORM.
