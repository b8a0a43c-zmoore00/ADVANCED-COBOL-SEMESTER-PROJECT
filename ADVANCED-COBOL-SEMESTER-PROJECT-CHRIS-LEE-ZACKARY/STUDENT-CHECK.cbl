      ******************************************************************
      *PROGRAM : STUDENT-CHECK.CBL                                     *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Student self-service guard CALLed by every program on *
      *          the student self-service menu - SIGNON leaves the     *
      *          signed-on operator's linked student ID in the STUDENT *
      *          environment variable, and a student session may only  *
      *          look at that student's own record - the caller hands  *
      *          over the ID keyed and gets back the ID to use, and    *
      *          each student look is logged to AUDIT-LOG.TXT the way  *
      *          a restricted-record lookup is - result S staff        *
      *          session (ID as keyed, nothing logged), Y student      *
      *          session                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-OUT ASSIGN TO "../AUDIT-LOG.TXT"
                               ORGANIZATION  IS LINE SEQUENTIAL
                               FILE STATUS   IS WS-AUD-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
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
       01  DISPLAY-DATE.
           03  MONTH-DISPLAY       PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  DAY-DISPLAY         PIC 99.
           03  FILLER              PIC X           VALUE "/".
           03  YEAR-DISPLAY        PIC 9999.

       01  MISC-VARS.
           03  WS-AUD-STAT             PIC XX      VALUE SPACES.
           03  WS-ENVNAME              PIC X(7)    VALUE "STUDENT".
           03  WS-STUDENT-ENV          PIC X(6)    VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  STUDENT-CHECK-AREA.
           03  SCK-PROGRAM         PIC X(14).
           03  SCK-VIEW            PIC X(30).
           03  SCK-STUD-ID         PIC 9(6).
           03  SCK-RESULT          PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING STUDENT-CHECK-AREA.
       000-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-CURRENT-MONTH TO MONTH-DISPLAY
           MOVE WS-CURRENT-DAY   TO DAY-DISPLAY
           MOVE WS-CURRENT-YEAR  TO YEAR-DISPLAY

           MOVE SPACES TO WS-STUDENT-ENV
           DISPLAY WS-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-STUDENT-ENV FROM ENVIRONMENT-VALUE

      *    an operator with no student link is office staff and looks
      *    up whichever student was keyed, as always
           IF WS-STUDENT-ENV NOT NUMERIC
              OR WS-STUDENT-ENV EQUAL ZEROS
               MOVE 'S' TO SCK-RESULT
               EXIT PROGRAM
           END-IF

      *    a student session sees its own record whatever was keyed
           MOVE WS-STUDENT-ENV TO SCK-STUD-ID
           MOVE 'Y' TO SCK-RESULT
           PERFORM 100-LOG-ACCESS

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-LOG-ACCESS.
      *    the log is opened on every call so each look is on disk
      *    before the record is shown
           OPEN EXTEND AUDIT-OUT
           IF WS-AUD-STAT NOT EQUAL '00'
               OPEN OUTPUT AUDIT-OUT
               CLOSE AUDIT-OUT
               OPEN EXTEND AUDIT-OUT
           END-IF
           MOVE DISPLAY-DATE               TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE SPACES                     TO AUD-USER
           STRING 'STUDENT ' WS-STUDENT-ENV DELIMITED BY SIZE
               INTO AUD-USER
           MOVE SCK-PROGRAM                TO AUD-PROGRAM
           MOVE SCK-STUD-ID                TO AUD-KEY
           MOVE SPACES                     TO AUD-OLD
           STRING 'SELF-SERVICE VIEWED ' SCK-VIEW
               DELIMITED BY SIZE INTO AUD-OLD
           MOVE SPACES                     TO AUD-NEW
           WRITE AUDIT-LINE-OUT
           CLOSE AUDIT-OUT.
