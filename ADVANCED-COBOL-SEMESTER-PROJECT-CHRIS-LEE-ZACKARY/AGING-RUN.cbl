
       FD  PARM-IN.
       01  PARM-LINE-IN.
           03  PRM-PROGRAM         PIC X(20).
           03  FILLER              PIC X.
           03  PRM-SEM             PIC X(2).
           03  FILLER              PIC X.
           03  WS-PRM-STAT             PIC XX      VALUE SPACES.
           03  WS-BATCH-ENVNAME        PIC X(8)    VALUE "BATCHRUN".
           03  WS-BATCH-MODE           PIC X       VALUE 'N'.
           03  WS-OWN-NAME             PIC X(20)
                                       VALUE 'AGING-RUN'.
           03  WS-OPEN-AMT             PIC S9(7)V99 VALUE ZEROS.
           03  WS-DAYS-LATE            PIC S9(5)   VALUE ZEROS.
