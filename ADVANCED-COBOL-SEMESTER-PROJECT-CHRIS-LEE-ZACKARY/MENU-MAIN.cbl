      *PROGRAM : MAIN-MENU                                             *
      *AUTHOR  : ZACKARY MOORE                                         *
      *DATE    : 02/24/2015                                            *
      *ABSTRACT: MAIN MENU FOR SEMESTER PROJECT - AN OPERATOR LINKED   *
      *          TO AN INSTRUCTOR GETS THE FACULTY MENU ONLY, AND ONE  *
      *          LINKED TO A STUDENT THE STUDENT SELF-SERVICE MENU     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN-MENU.
           03  WS-SELECTION                PIC X.
           03  WS-EXIT                     PIC X       VALUE 'N'.
           03  WS-MSG                      PIC X(30)   VALUE SPACES.
           03  WS-FAC-ENVNAME              PIC X(7)    VALUE 'FACULTY'.
           03  WS-FACULTY-ENV              PIC X(6)    VALUE SPACES.
           03  WS-STU-ENVNAME              PIC X(7)    VALUE 'STUDENT'.
           03  WS-STUDENT-ENV              PIC X(6)    VALUE SPACES.

       01  WS-OPERATOR.
           03  WS-OP-ID            PIC X(8)    VALUE SPACES.
               STOP RUN
           END-IF

      *    SIGNON leaves the linked instructor id behind - faculty
      *    work their own sections and never see the office menus
           DISPLAY WS-FAC-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-FACULTY-ENV FROM ENVIRONMENT-VALUE
           IF WS-FACULTY-ENV NUMERIC
              AND WS-FACULTY-ENV NOT EQUAL ZEROS
               CALL 'MENU-FACULTY'
               STOP RUN
           END-IF

      *    a student signs on to look at the student's own record only
           DISPLAY WS-STU-ENVNAME UPON ENVIRONMENT-NAME
           ACCEPT  WS-STUDENT-ENV FROM ENVIRONMENT-VALUE
           IF WS-STUDENT-ENV NUMERIC
              AND WS-STUDENT-ENV NOT EQUAL ZEROS
               CALL 'MENU-SELF'
               STOP RUN
           END-IF

           MOVE SPACES TO WS-SELECTION.
           PERFORM UNTIL WS-SELECTION = 'X' OR 'x'
               MOVE SPACES TO WS-MSG
