       01  CONTROL-LINE-IN.
           03  CTL-SEQ             PIC 9(2).
           03  FILLER              PIC X.
           03  CTL-PROGRAM         PIC X(20).

       FD  STATUS-IO.
       01  STATUS-LINE-IO.
           03  STS-SEQ             PIC 9(2).
           03  FILLER              PIC X       VALUE SPACE.
           03  STS-PROGRAM         PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  STS-START           PIC X(12).
           03  FILLER              PIC X       VALUE SPACE.
       01  WS-STEP-TABLE.
           03  WS-STEP-ENTRY       OCCURS 20 TIMES.
               05  WS-SE-SEQ       PIC 9(2).
               05  WS-SE-PROGRAM   PIC X(20).
               05  WS-SE-START     PIC X(12).
               05  WS-SE-END       PIC X(12).
               05  WS-SE-STATUS    PIC X(3).
