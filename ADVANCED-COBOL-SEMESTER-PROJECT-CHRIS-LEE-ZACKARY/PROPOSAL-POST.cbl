      ******************************************************************
      *PROGRAM : PROPOSAL-POST.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Posts every fully approved PROPOSAL-ISAM.DAT          *
      *          curriculum proposal - a new course is added to        *
      *          COURSE-MASTER.DAT, a changed course is rewritten      *
      *          with its prior values banked the way COURSE-CHANGE    *
      *          banks them, and both get a COURSE-HIST-ISAM version   *
      *          at the proposal's effective SEM/YR - an inactivated   *
      *          course is marked inactive from that term - a          *
      *          requirement change adds, changes or deletes the       *
      *          REQ-MASTER.DAT row - every post goes to               *
      *          AUDIT-LOG.TXT and PROPOSAL-POST.RPT and the proposal  *
      *          is marked posted - one that no longer fits the files  *
      *          is reported and left approved                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPOSAL-POST IS INITIAL PROGRAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-PRP-IO ASSIGN TO
                              "../PROPOSAL-ISAM.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS DYNAMIC
                               RECORD KEY    IS PRP-KEY
                               FILE STATUS   IS WS-PRP-STAT.

           SELECT ISAM-COURSE-IO ASSIGN TO "../COURSE-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS ISAM-IN-KEY
                               FILE STATUS   IS WS-STAT.

           SELECT OPTIONAL ISAM-CH-IO ASSIGN TO
                              "../COURSE-HIST-ISAM.DAT"
                          ORGANIZATION  IS INDEXED
                          ACCESS        IS DYNAMIC
                          RECORD KEY    IS CH-KEY
                          FILE STATUS   IS WS-CH-STAT.

           SELECT ISAM-REQ-IO  ASSIGN TO "../REQ-MASTER.DAT"
                               ORGANIZATION  IS INDEXED
                               ACCESS        IS RANDOM
                               RECORD KEY    IS REQ-IO-KEY
                               FILE STATUS   IS WS-REQ-STAT.

           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUDIT-STAT.

           SELECT REPORT-OUT ASSIGN TO "../PROPOSAL-POST.RPT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-RPT-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-PRP-IO.
       01  PRP-REC-IO.
           03  PRP-KEY.
               05  PRP-ID         PIC 9(6).
           03  PRP-DATA.
               05  PRP-TYPE       PIC X.
               05  PRP-STATUS     PIC X.
               05  PRP-DEPT       PIC X(4).
               05  PRP-EFF-SEM    PIC X(2).
               05  PRP-EFF-YR     PIC X(4).
               05  PRP-SUBJ       PIC X(5).
               05  PRP-CRSE       PIC X(6).
               05  PRP-TITLE      PIC X(30).
               05  PRP-CREDITS    PIC X(3).
               05  PRP-PREREQ     PIC X(6).
               05  PRP-ATTRS      PIC X(8).
               05  PRP-CR-MIN     PIC X(3).
               05  PRP-CR-MAX     PIC X(3).
               05  PRP-REQ-MAJOR  PIC X(20).
               05  PRP-REQ-SEQ    PIC X(3).
               05  PRP-REQ-ACTION PIC X.
               05  PRP-RATIONALE  PIC X(60) OCCURS 3 TIMES.
               05  PRP-STEP       OCCURS 3 TIMES.
                   07  PRP-STP-APPROVER PIC X(20).
                   07  PRP-STP-DATE     PIC X(8).
                   07  PRP-STP-DECISION PIC X.
                   07  PRP-STP-COMMENT  PIC X(30).
               05  PRP-SUBMIT-USER PIC X(20).
               05  PRP-SUBMIT-DATE PIC X(8).
               05  PRP-POST-DATE   PIC X(8).
               05  PRP-LEVEL       PIC X.

       FD  ISAM-COURSE-IO.
       01  ISAM-REC-IO.
           05  ISAM-IN-KEY.
               10  ISAM-IO-SUBJ PIC X(5).
               10  ISAM-IO-CRSE PIC X(6).
           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-TITLE     PIC X(30).
           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-CREDITS  PIC X(3).
           05  FILLER              PIC X            VALUE SPACE.
           05  ISAM-IO-PREREQ   PIC X(6).
           05  ISAM-IO-REQ-ATTRS PIC X(8)            VALUE SPACE.
           05  ISAM-IO-CR-MIN   PIC X(3).
           05  ISAM-IO-CR-MAX   PIC X(3).
           05  ISAM-IO-INACT-YR PIC X(4).
           05  ISAM-IO-INACT-SEM PIC X(2).
           05  ISAM-IO-LEVEL    PIC X.
           05  FILLER              PIC X(6)             VALUE SPACE.

       FD  ISAM-CH-IO.
       01  CH-REC-IO.
           03  CH-KEY.
               05  CH-SUBJ        PIC X(5).
               05  CH-CRSE        PIC X(6).
               05  CH-EFF-YR      PIC X(4).
               05  CH-EFF-SEM     PIC X(2).
           03  CH-TITLE           PIC X(30).
           03  CH-CREDITS         PIC X(3).
           03  CH-PREREQ          PIC X(6).

       FD  ISAM-REQ-IO.
       01  REQ-REC-IO.
           03  REQ-IO-KEY.
               05  REQ-IO-MAJOR PIC X(20).
               05  REQ-IO-SEQ   PIC X(3).
           03  REQ-IO-SUBJ      PIC X(5).
           03  REQ-IO-CRSE      PIC X(6).
           03  REQ-IO-CREDITS   PIC X(3).

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
           03  AUD-OLD             PIC X(80).
           03  FILLER              PIC X       VALUE SPACE.
           03  AUD-NEW             PIC X(80).

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-CURRENT-YEAR     PIC 9999.
           05  WS-CURRENT-MONTH    PIC 99.
           05  WS-CURRENT-DAY      PIC 99.
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-MSG                  PIC X(40)   VALUE SPACES.
           03  WS-STAT                 PIC XX      VALUE SPACES.
           03  WS-PRP-STAT             PIC XX      VALUE SPACES.
           03  WS-CH-STAT              PIC XX      VALUE SPACES.
           03  WS-REQ-STAT             PIC XX      VALUE SPACES.
           03  WS-AUDIT-STAT           PIC XX      VALUE SPACES.
           03  WS-RPT-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-AUDIT-ENVNAME        PIC X(4)    VALUE "USER".
           03  WS-AUDIT-USER           PIC X(20)   VALUE SPACES.
           03  WS-OLD-REC              PIC X(80)   VALUE SPACES.
           03  WS-NEW-REC              PIC X(80)   VALUE SPACES.
           03  WS-AUDIT-KEY            PIC X(20)   VALUE SPACES.
           03  WS-RESULT               PIC X(30)   VALUE SPACES.
           03  WS-POSTED               PIC X       VALUE 'N'.
           03  WS-HAVE-HIST            PIC X       VALUE 'N'.
           03  WS-POST-CNT             PIC 9(5)    VALUE ZEROS.
           03  WS-FAIL-CNT             PIC 9(5)    VALUE ZEROS.
           03  EOF-FLAG                PIC X       VALUE SPACES.
               88 EOF        VALUE '1'.
           03  CH-EOF-FLAG             PIC X       VALUE SPACES.
               88 CH-EOF     VALUE '1'.

       01  RPT-HEAD-1.
           03  FILLER      PIC X(33)
               VALUE 'CURRICULUM PROPOSALS POSTED      '.
           03  RH-DATE     PIC X(10).

       01  RPT-HEAD-2.
           03  FILLER      PIC X(40)
               VALUE 'PROPOSAL TYPE COURSE/REQUIREMENT       '.
           03  FILLER      PIC X(40)
               VALUE 'EFFECTIVE  RESULT'.

       01  RPT-DETAIL.
           03  RD-ID       PIC 9(6).
           03  FILLER      PIC X(3)    VALUE SPACES.
           03  RD-TYPE     PIC X.
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RD-ITEM     PIC X(26).
           03  FILLER      PIC X       VALUE SPACE.
           03  RD-SEM      PIC X(2).
           03  FILLER      PIC X       VALUE '/'.
           03  RD-YR       PIC X(4).
           03  FILLER      PIC X(4)    VALUE SPACES.
           03  RD-RESULT   PIC X(30).

       01  RPT-TOTAL.
           03  FILLER      PIC X(8)    VALUE 'POSTED: '.
           03  RT-POSTED   PIC ZZZZ9.
           03  FILLER      PIC X(16)   VALUE '   NOT POSTED: '.
           03  RT-FAILED   PIC ZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.

       01  SCR-TITLE.
           03  BLANK SCREEN.
           03  LINE 1 COL 1  VALUE "PROPOSAL-POST".
           03  LINE 1 COL 37 VALUE "UAFS".
           03  LINE 1 COL 71 FROM DISPLAY-DATE.
           03  LINE 05 COL 23 VALUE "POST APPROVED CURRICULUM CHANGES".

       01  SCRN-MSG.
           03  LINE 12 COL 25 PIC X(40) FROM WS-MSG.

       01  EXIT-SCREEN.
           03  LINE 20 COL 33 "PRESS ENTER TO RETURN".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           PERFORM 050-CHECK-BATCH-MODE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY BLANK-SCREEN
               DISPLAY SCR-TITLE
           END-IF

           DISPLAY WS-AUDIT-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-AUDIT-USER FROM ENVIRONMENT-VALUE

           OPEN I-O ISAM-PRP-IO
           IF WS-PRP-STAT EQUAL '35'
               OPEN OUTPUT ISAM-PRP-IO
               CLOSE ISAM-PRP-IO
               OPEN I-O ISAM-PRP-IO
           END-IF
           OPEN I-O ISAM-COURSE-IO
           OPEN I-O ISAM-CH-IO
           IF WS-CH-STAT EQUAL '35'
               OPEN OUTPUT ISAM-CH-IO
               CLOSE ISAM-CH-IO
               OPEN I-O ISAM-CH-IO
           END-IF
           OPEN I-O ISAM-REQ-IO
           IF WS-REQ-STAT EQUAL '35'
               OPEN OUTPUT ISAM-REQ-IO
               CLOSE ISAM-REQ-IO
               OPEN I-O ISAM-REQ-IO
           END-IF
           OPEN EXTEND AUDIT-OUT
           IF WS-AUDIT-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF
           OPEN OUTPUT REPORT-OUT

           MOVE DISPLAY-DATE TO RH-DATE
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-1
           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT FROM RPT-HEAD-2

           MOVE LOW-VALUES TO PRP-KEY
           START ISAM-PRP-IO KEY IS NOT LESS THAN PRP-KEY
               INVALID KEY
                   MOVE 1 TO EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF
               READ ISAM-PRP-IO NEXT RECORD
                   AT END
                       MOVE 1 TO EOF-FLAG
                   NOT AT END
                       IF PRP-STATUS EQUAL 'A'
                           PERFORM 100-POST-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT
           MOVE WS-POST-CNT TO RT-POSTED
           MOVE WS-FAIL-CNT TO RT-FAILED
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL

           CLOSE ISAM-PRP-IO
           CLOSE ISAM-COURSE-IO
           CLOSE ISAM-CH-IO
           CLOSE ISAM-REQ-IO
           CLOSE AUDIT-OUT
           CLOSE REPORT-OUT

           STRING WS-POST-CNT ' POSTED - PROPOSAL-POST.RPT'
               DELIMITED BY SIZE INTO WS-MSG
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               DISPLAY SCRN-MSG
               DISPLAY EXIT-SCREEN
               ACCEPT WS-MSG
           END-IF

           EXIT PROGRAM.
           STOP RUN.
      *-----------------------------------------------------------------
       050-CHECK-BATCH-MODE.
      *    nothing to ask for - unattended it simply skips the screens
           DISPLAY WS-BATCH-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-BATCH-MODE FROM ENVIRONMENT-VALUE
           IF WS-BATCH-MODE NOT EQUAL 'Y'
               MOVE 'N' TO WS-BATCH-MODE
           END-IF.
      *-----------------------------------------------------------------
       100-POST-PROPOSAL.
           MOVE 'N' TO WS-POSTED
           MOVE SPACES TO WS-RESULT
           MOVE SPACES TO WS-OLD-REC
           MOVE SPACES TO WS-NEW-REC
           EVALUATE PRP-TYPE
               WHEN 'N'
                   PERFORM 200-POST-NEW-COURSE
               WHEN 'C'
                   PERFORM 210-POST-COURSE-CHANGE
               WHEN 'I'
                   PERFORM 220-POST-INACTIVATION
               WHEN 'R'
                   PERFORM 230-POST-REQUIREMENT
               WHEN OTHER
                   MOVE 'UNKNOWN PROPOSAL TYPE' TO WS-RESULT
           END-EVALUATE

           MOVE SPACES TO RD-ITEM
           MOVE PRP-ID       TO RD-ID
           MOVE PRP-TYPE     TO RD-TYPE
           IF PRP-TYPE EQUAL 'R'
               STRING PRP-REQ-MAJOR ' ' PRP-REQ-SEQ
                   DELIMITED BY SIZE INTO RD-ITEM
           ELSE
               STRING PRP-SUBJ ' ' PRP-CRSE
                   DELIMITED BY SIZE INTO RD-ITEM
           END-IF
           MOVE PRP-EFF-SEM  TO RD-SEM
           MOVE PRP-EFF-YR   TO RD-YR
           MOVE WS-RESULT    TO RD-RESULT
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL

           IF WS-POSTED EQUAL 'N'
               ADD 1 TO WS-FAIL-CNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POST-CNT
           PERFORM 400-WRITE-AUDIT
           MOVE 'T'     TO PRP-STATUS
           MOVE WS-DATE TO PRP-POST-DATE
           REWRITE PRP-REC-IO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *-----------------------------------------------------------------
       200-POST-NEW-COURSE.
           MOVE PRP-SUBJ TO ISAM-IO-SUBJ
           MOVE PRP-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IO
               NOT INVALID KEY
                   MOVE 'COURSE ALREADY ON COURSE-MASTER' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO ISAM-REC-IO
           MOVE PRP-SUBJ TO ISAM-IO-SUBJ
           MOVE PRP-CRSE TO ISAM-IO-CRSE
           PERFORM 240-MOVE-COURSE-VALUES
           WRITE ISAM-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO ADD COURSE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-WRITE
      *    the only version on file is the proposal's, so catalogs
      *    for earlier terms leave the course out
           PERFORM 310-WRITE-NEW-VERSION
           MOVE ISAM-REC-IO TO WS-NEW-REC
           MOVE ISAM-IN-KEY TO WS-AUDIT-KEY
           MOVE 'Y' TO WS-POSTED
           MOVE 'COURSE ADDED' TO WS-RESULT.
      *-----------------------------------------------------------------
       210-POST-COURSE-CHANGE.
           MOVE PRP-SUBJ TO ISAM-IO-SUBJ
           MOVE PRP-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IO
               INVALID KEY
                   MOVE 'COURSE NOT ON COURSE-MASTER' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ
           MOVE ISAM-REC-IO TO WS-OLD-REC
           PERFORM 300-SAVE-OLD-VERSION
           PERFORM 240-MOVE-COURSE-VALUES
           PERFORM 310-WRITE-NEW-VERSION
           REWRITE ISAM-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO CHANGE COURSE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE ISAM-REC-IO TO WS-NEW-REC
           MOVE ISAM-IN-KEY TO WS-AUDIT-KEY
           MOVE 'Y' TO WS-POSTED
           MOVE 'COURSE CHANGED' TO WS-RESULT.
      *-----------------------------------------------------------------
       220-POST-INACTIVATION.
      *    the course stays on file for the transcripts and the older
      *    catalogs - it is only left out from the effective term on
           MOVE PRP-SUBJ TO ISAM-IO-SUBJ
           MOVE PRP-CRSE TO ISAM-IO-CRSE
           READ ISAM-COURSE-IO
               INVALID KEY
                   MOVE 'COURSE NOT ON COURSE-MASTER' TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ
           IF ISAM-IO-INACT-YR NOT EQUAL SPACES
               MOVE 'COURSE ALREADY INACTIVATED' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE ISAM-REC-IO TO WS-OLD-REC
           MOVE PRP-EFF-YR  TO ISAM-IO-INACT-YR
           MOVE PRP-EFF-SEM TO ISAM-IO-INACT-SEM
           REWRITE ISAM-REC-IO
               INVALID KEY
                   MOVE 'UNABLE TO INACTIVATE COURSE' TO WS-RESULT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE ISAM-REC-IO TO WS-NEW-REC
           MOVE ISAM-IN-KEY TO WS-AUDIT-KEY
           MOVE 'Y' TO WS-POSTED
           MOVE 'COURSE INACTIVATED' TO WS-RESULT.
      *-----------------------------------------------------------------
       230-POST-REQUIREMENT.
      *    REQ-MASTER carries no effective term - the requirement
      *    takes effect when it posts
           MOVE PRP-REQ-MAJOR TO REQ-IO-MAJOR
           MOVE PRP-REQ-SEQ   TO REQ-IO-SEQ
           MOVE REQ-IO-KEY    TO WS-AUDIT-KEY
           READ ISAM-REQ-IO
               INVALID KEY
                   IF PRP-REQ-ACTION NOT EQUAL 'A'
                       MOVE 'REQUIREMENT NOT ON FILE' TO WS-RESULT
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   IF PRP-REQ-ACTION EQUAL 'A'
                       MOVE 'REQUIREMENT ALREADY ON FILE'
                           TO WS-RESULT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE REQ-REC-IO TO WS-OLD-REC
           END-READ
           IF PRP-REQ-ACTION EQUAL 'D'
               DELETE ISAM-REQ-IO
                   INVALID KEY
                       MOVE 'UNABLE TO DELETE REQUIREMENT'
                           TO WS-RESULT
                       EXIT PARAGRAPH
               END-DELETE
               MOVE 'Y' TO WS-POSTED
               MOVE 'REQUIREMENT DELETED' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE PRP-REQ-MAJOR TO REQ-IO-MAJOR
           MOVE PRP-REQ-SEQ   TO REQ-IO-SEQ
           MOVE PRP-SUBJ      TO REQ-IO-SUBJ
           MOVE PRP-CRSE      TO REQ-IO-CRSE
           MOVE PRP-CREDITS   TO REQ-IO-CREDITS
           IF PRP-REQ-ACTION EQUAL 'A'
               WRITE REQ-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO ADD REQUIREMENT' TO WS-RESULT
                       EXIT PARAGRAPH
               END-WRITE
               MOVE 'REQUIREMENT ADDED' TO WS-RESULT
           ELSE
               REWRITE REQ-REC-IO
                   INVALID KEY
                       MOVE 'UNABLE TO CHANGE REQUIREMENT'
                           TO WS-RESULT
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'REQUIREMENT CHANGED' TO WS-RESULT
           END-IF
           MOVE REQ-REC-IO TO WS-NEW-REC
           MOVE 'Y' TO WS-POSTED.
      *-----------------------------------------------------------------
       240-MOVE-COURSE-VALUES.
           MOVE PRP-TITLE   TO ISAM-IO-TITLE
           MOVE PRP-CREDITS TO ISAM-IO-CREDITS
           MOVE PRP-PREREQ  TO ISAM-IO-PREREQ
           MOVE PRP-ATTRS   TO ISAM-IO-REQ-ATTRS
           MOVE PRP-CR-MIN  TO ISAM-IO-CR-MIN
           MOVE PRP-CR-MAX  TO ISAM-IO-CR-MAX
      *    a proposal keyed before it carried a level leaves the
      *    course's level as it stands
           IF PRP-LEVEL EQUAL 'U' OR PRP-LEVEL EQUAL 'G'
               MOVE PRP-LEVEL TO ISAM-IO-LEVEL
           END-IF.
      *-----------------------------------------------------------------
       300-SAVE-OLD-VERSION.
      *    the first change a course ever gets also banks the original
      *    values at the low effective term so old registrations keep
      *    pricing at what the catalog said back then
           MOVE 'N' TO WS-HAVE-HIST
           MOVE ISAM-IO-SUBJ TO CH-SUBJ
           MOVE ISAM-IO-CRSE TO CH-CRSE
           MOVE LOW-VALUES   TO CH-EFF-YR
           MOVE LOW-VALUES   TO CH-EFF-SEM
           START ISAM-CH-IO KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 1 TO CH-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO CH-EOF-FLAG
           END-START
           IF NOT CH-EOF
               READ ISAM-CH-IO NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CH-SUBJ EQUAL ISAM-IO-SUBJ
                           AND CH-CRSE EQUAL ISAM-IO-CRSE
                           MOVE 'Y' TO WS-HAVE-HIST
                       END-IF
               END-READ
           END-IF
           IF WS-HAVE-HIST EQUAL 'N'
               MOVE ISAM-IO-SUBJ    TO CH-SUBJ
               MOVE ISAM-IO-CRSE    TO CH-CRSE
               MOVE '0000'          TO CH-EFF-YR
               MOVE SPACES          TO CH-EFF-SEM
               MOVE ISAM-IO-TITLE   TO CH-TITLE
               MOVE ISAM-IO-CREDITS TO CH-CREDITS
               MOVE ISAM-IO-PREREQ  TO CH-PREREQ
               WRITE CH-REC-IO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       310-WRITE-NEW-VERSION.
           MOVE ISAM-IO-SUBJ    TO CH-SUBJ
           MOVE ISAM-IO-CRSE    TO CH-CRSE
           MOVE PRP-EFF-YR      TO CH-EFF-YR
           MOVE PRP-EFF-SEM     TO CH-EFF-SEM
           MOVE ISAM-IO-TITLE   TO CH-TITLE
           MOVE ISAM-IO-CREDITS TO CH-CREDITS
           MOVE ISAM-IO-PREREQ  TO CH-PREREQ
           WRITE CH-REC-IO
               INVALID KEY
                   REWRITE CH-REC-IO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
      *-----------------------------------------------------------------
       400-WRITE-AUDIT.
           MOVE DISPLAY-DATE     TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUDIT-USER    TO AUD-USER
           MOVE 'PROPOSAL-POST'  TO AUD-PROGRAM
           MOVE WS-AUDIT-KEY     TO AUD-KEY
           MOVE WS-OLD-REC       TO AUD-OLD
           MOVE WS-NEW-REC       TO AUD-NEW
           WRITE AUDIT-LINE-OUT.
