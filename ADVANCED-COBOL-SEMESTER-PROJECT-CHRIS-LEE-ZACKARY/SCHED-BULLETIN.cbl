      *ABSTRACT: Publication bulletin for a SEM/YR - sections joined   *
      *          to COURSE-MASTER and BUILDING-ISAM and printed by     *
      *          subject and course with title, credits, prereq,       *
      *          meeting pattern, room, instructor, seats remaining    *
      *          and delivery method - page break per subject with a   *
      *          table of contents - output BULLETIN.RPT               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHED-BULLETIN IS INITIAL PROGRAM.
           03  ENROLLED-COUNT      PIC 9(4)    VALUE ZEROS.
           03  CAMPUS              PIC X(2)    VALUE SPACES.
           03  PART-OF-TERM        PIC X(2)    VALUE SPACES.
           03  DELIVERY-MODE       PIC X       VALUE SPACE.
           03  SECT-CAP            PIC 9(4)    VALUE ZEROS.

       FD  ISAM-COURSE-IN.
       01  ISAM-COURSE-REC.
           03  ISAM-IO-CAMPUS   PIC X(2)    VALUE SPACES.

       FD  REPORT-OUT.
       01  REPORT-LINE-OUT         PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
           03  RS2-REMAIN      PIC ZZZ9-.
           03  FILLER          PIC X(4)    VALUE ' PT '.
           03  RS2-PART        PIC X(2).
           03  FILLER          PIC X       VALUE SPACE.
           03  RS2-DELIVERY    PIC X(9).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  BLANK-SCREEN.
           MOVE ROOM       TO RS2-ROOM
           MOVE INSTRUCTOR TO RS2-INSTRUCTOR
           MOVE PART-OF-TERM TO RS2-PART
           EVALUATE DELIVERY-MODE
               WHEN 'O'
                   MOVE 'ONLINE'    TO RS2-DELIVERY
               WHEN 'H'
                   MOVE 'HYBRID'    TO RS2-DELIVERY
               WHEN OTHER
                   MOVE 'IN PERSON' TO RS2-DELIVERY
           END-EVALUATE
           MOVE ZEROS TO WS-SEATS-NUM
           MOVE BLDG(1:7) TO ISAM-IO-BLDG
           MOVE ROOM(1:6) TO ISAM-IO-ROOM
                       MOVE ISAM-IO-SEATS TO WS-SEATS-NUM
                   END-IF
           END-READ
      *    a section's own cap wins over the room's seats
           IF SECT-CAP GREATER THAN ZEROS
               MOVE SECT-CAP TO WS-SEATS-NUM
           END-IF
           SUBTRACT ENROLLED-COUNT FROM WS-SEATS-NUM
               GIVING WS-REMAIN
           MOVE WS-REMAIN TO RS2-REMAIN
