      *>****************************************************************
      *> RUNSTEPS - the nightly job stream, in running order.  Each
      *> step may only start once the step before it has completed
      *> for the same business date.  Shared by RUNCTL (which
      *> enforces the order) and RUNHIST (which reports against it),
      *> so a step added to the stream is added here once.
      *>****************************************************************
       01  RUN-STREAM-TABLE.
           05  FILLER                PIC X(8) VALUE "ACHINTK ".
           05  FILLER                PIC X(8) VALUE "TRANWREL".
           05  FILLER                PIC X(8) VALUE "TRANPOST".
           05  FILLER                PIC X(8) VALUE "CTRMON  ".
           05  FILLER                PIC X(8) VALUE "INTACCR ".
           05  FILLER                PIC X(8) VALUE "DORMAGE ".
           05  FILLER                PIC X(8) VALUE "MNTFEE  ".
           05  FILLER                PIC X(8) VALUE "ESCHNOTF".
           05  FILLER                PIC X(8) VALUE "ESCHEAT ".
           05  FILLER                PIC X(8) VALUE "BALPROOF".
           05  FILLER                PIC X(8) VALUE "BUSDTADV".
       01  RUN-STREAM-STEPS REDEFINES RUN-STREAM-TABLE.
           05  RUN-STREAM-PROGRAM    PIC X(8) OCCURS 11 TIMES.
       01  RUN-STREAM-COUNT          PIC 9(2) COMP VALUE 11.
