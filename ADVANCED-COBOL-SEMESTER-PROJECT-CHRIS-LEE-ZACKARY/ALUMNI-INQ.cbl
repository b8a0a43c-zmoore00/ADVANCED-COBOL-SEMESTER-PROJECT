               05  DG-YR          PIC X(4).
           03  DG-MAJOR           PIC X(20).
           03  DG-DATE            PIC X(8).
           03  DG-HONORS          PIC X(2)    VALUE SPACES.
           03  DG-HONORS-DESC     PIC X(20)   VALUE SPACES.
           03  DG-MAJOR-2         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-1         PIC X(20)   VALUE SPACES.
           03  DG-MINOR-2         PIC X(20)   VALUE SPACES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DATE.
                           DISPLAY DG-YR    AT LINE Y COL 52
                           DISPLAY DG-DATE  AT LINE Y COL 58
                           ADD 1 TO Y
                           IF DG-HONORS NOT EQUAL SPACES
                               DISPLAY DG-HONORS-DESC AT LINE Y COL 29
                               ADD 1 TO Y
                           END-IF
                           IF DG-MAJOR-2 NOT EQUAL SPACES
                               DISPLAY 'SECOND MAJOR' AT LINE Y COL 15
                               DISPLAY DG-MAJOR-2 AT LINE Y COL 29
                               ADD 1 TO Y
                           END-IF
                           IF DG-MINOR-1 NOT EQUAL SPACES
                               DISPLAY 'MINOR' AT LINE Y COL 15
                               DISPLAY DG-MINOR-1 AT LINE Y COL 29
                               ADD 1 TO Y
                           END-IF
                           IF DG-MINOR-2 NOT EQUAL SPACES
                               DISPLAY 'MINOR' AT LINE Y COL 15
                               DISPLAY DG-MINOR-2 AT LINE Y COL 29
                               ADD 1 TO Y
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
