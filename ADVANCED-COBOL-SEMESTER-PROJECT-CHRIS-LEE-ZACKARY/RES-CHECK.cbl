      ******************************************************************
      *PROGRAM : RES-CHECK.CBL                                         *
      *AUTHOR  : Lee Hawthorne                                         *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Residency in force for a student and SEM/YR, CALLed   *
      *          by BILLING-RUN, RES-PETITION and the refund programs  *
      *          - an approved RES-PETITION lays a RES-HIST-ISAM.DAT   *
      *          row with its effective term, so a term on or after    *
      *          the latest such row takes that row's new residency    *
      *          and a term before the first one keeps its old one -   *
      *          with no history the master flag passed in stands      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RES-CHECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ISAM-RHS-IN ASSIGN TO "../RES-HIST-ISAM.DAT"
                                ORGANIZATION  IS INDEXED
                                ACCESS        IS DYNAMIC
                                RECORD KEY    IS RHS-KEY
                                FILE STATUS   IS WS-RHS-STAT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ISAM-RHS-IN.
       01  RHS-REC-IN.
           03  RHS-KEY.
               05  RHS-STUD-ID    PIC 9(6).
               05  RHS-SEQ        PIC 9(3).
           03  RHS-EFF-SEM        PIC X(2).
           03  RHS-EFF-YR         PIC X(4).
           03  RHS-OLD-RES        PIC X.
           03  RHS-NEW-RES        PIC X.
           03  RHS-PET-SEQ        PIC 9(3).
           03  RHS-DATE           PIC X(8).
           03  RHS-OPER           PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MISC-VARS.
           03  WS-RHS-STAT             PIC XX      VALUE SPACES.
           03  RHS-EOF-FLAG            PIC X       VALUE SPACES.
               88 RHS-EOF    VALUE '1'.
           03  WS-ORD-SEM              PIC X(2)    VALUE SPACES.
           03  WS-ORD-NUM              PIC 9       VALUE ZERO.
           03  WS-ORD-YR               PIC 9(4)    VALUE ZEROS.
           03  WS-TERM-KEY             PIC 9(5)    VALUE ZEROS.
           03  WS-ROW-KEY              PIC 9(5)    VALUE ZEROS.
           03  WS-BEFORE-KEY           PIC 9(5)    VALUE ZEROS.
           03  WS-BEFORE-RES           PIC X       VALUE SPACE.
           03  WS-AFTER-KEY            PIC 9(5)    VALUE ZEROS.
           03  WS-AFTER-RES            PIC X       VALUE SPACE.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  RES-CHECK-AREA.
           03  RCK-STUD-ID         PIC 9(6).
           03  RCK-SEM             PIC X(2).
           03  RCK-YR              PIC X(4).
           03  RCK-RES             PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RES-CHECK-AREA.
       000-MAIN-MODULE.
      *    RCK-RES comes in as the master flag and goes back as the
      *    residency in force for the term - the history is opened on
      *    every call so an approval mid-session is honored at once
           IF RCK-YR NOT NUMERIC
               EXIT PROGRAM
           END-IF
           MOVE RCK-SEM TO WS-ORD-SEM
           PERFORM 190-SEM-ORDINAL
           MOVE RCK-YR  TO WS-ORD-YR
           COMPUTE WS-TERM-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           MOVE ZEROS  TO WS-BEFORE-KEY
           MOVE SPACE  TO WS-BEFORE-RES
           MOVE 99999  TO WS-AFTER-KEY
           MOVE SPACE  TO WS-AFTER-RES

           OPEN INPUT ISAM-RHS-IN
           MOVE RCK-STUD-ID TO RHS-STUD-ID
           MOVE ZEROS       TO RHS-SEQ
           START ISAM-RHS-IN KEY IS NOT LESS THAN RHS-KEY
               INVALID KEY
                   MOVE 1 TO RHS-EOF-FLAG
               NOT INVALID KEY
                   MOVE SPACES TO RHS-EOF-FLAG
           END-START
           PERFORM UNTIL RHS-EOF
               READ ISAM-RHS-IN NEXT RECORD
                   AT END
                       MOVE 1 TO RHS-EOF-FLAG
                   NOT AT END
                       IF RHS-STUD-ID NOT EQUAL RCK-STUD-ID
                           MOVE 1 TO RHS-EOF-FLAG
                       ELSE
                           PERFORM 100-WEIGH-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISAM-RHS-IN

           IF WS-BEFORE-RES NOT EQUAL SPACE
               MOVE WS-BEFORE-RES TO RCK-RES
           ELSE
               IF WS-AFTER-RES NOT EQUAL SPACE
                   MOVE WS-AFTER-RES TO RCK-RES
               END-IF
           END-IF

           EXIT PROGRAM.
      *-----------------------------------------------------------------
       100-WEIGH-HISTORY-ROW.
      *    rows come in sequence order, so of two approvals taking
      *    effect the same term the later one wins
           IF RHS-EFF-YR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RHS-EFF-SEM TO WS-ORD-SEM
           PERFORM 190-SEM-ORDINAL
           MOVE RHS-EFF-YR  TO WS-ORD-YR
           COMPUTE WS-ROW-KEY = WS-ORD-YR * 10 + WS-ORD-NUM
           IF WS-ROW-KEY NOT GREATER THAN WS-TERM-KEY
               IF WS-ROW-KEY NOT LESS THAN WS-BEFORE-KEY
                   MOVE WS-ROW-KEY  TO WS-BEFORE-KEY
                   MOVE RHS-NEW-RES TO WS-BEFORE-RES
               END-IF
           ELSE
               IF WS-ROW-KEY LESS THAN WS-AFTER-KEY
                   MOVE WS-ROW-KEY  TO WS-AFTER-KEY
                   MOVE RHS-OLD-RES TO WS-AFTER-RES
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       190-SEM-ORDINAL.
      *    terms within a year run spring, summer, fall - the ordinal
      *    lets effective terms compare as year then term
           EVALUATE WS-ORD-SEM
               WHEN 'SP'  MOVE 1 TO WS-ORD-NUM
               WHEN 'SU'  MOVE 2 TO WS-ORD-NUM
               WHEN 'FA'  MOVE 3 TO WS-ORD-NUM
               WHEN OTHER MOVE 9 TO WS-ORD-NUM
           END-EVALUATE.
