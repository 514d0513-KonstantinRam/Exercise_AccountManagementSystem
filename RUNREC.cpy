      *>****************************************************************
      *> RUNREC - nightly job-stream run-control record layout.
      *> One record per stream step per business date, keyed by the
      *> date and the step's position in the stream (see RUNSTEPS),
      *> so the file reads back date by date in running order.
      *> Written at the start of a step and completed at its end by
      *> RUNCTL, on behalf of every nightly program; listed for the
      *> shift supervisor by RUNHIST.  A step whose record still
      *> shows started after the stream has moved on ended without
      *> reaching its end-of-run logging - an abend.
      *>****************************************************************
       01  RUNLOG-RECORD.
           05  RUN-KEY.
               10  RUN-BUSINESS-DATE    PIC 9(8).
               10  RUN-STEP-NUMBER      PIC 9(2).
           05  RUN-PROGRAM              PIC X(8).
           05  RUN-STATUS               PIC X(1).
               88  RUN-STATUS-STARTED       VALUE 'S'.
               88  RUN-STATUS-COMPLETED     VALUE 'C'.
               88  RUN-STATUS-FAILED        VALUE 'F'.
      *>   Wall-clock date and time (HHMMSS) of the latest attempt's
      *>   start and end; the end fields are zero while it runs.
           05  RUN-START-DATE           PIC 9(8).
           05  RUN-START-TIME           PIC 9(6).
           05  RUN-END-DATE             PIC 9(8).
           05  RUN-END-TIME             PIC 9(6).
           05  RUN-RETURN-CODE          PIC 9(4).
           05  RUN-RECORDS-READ         PIC 9(9).
           05  RUN-RECORDS-WRITTEN      PIC 9(9).
      *>   How many times the step has been started for the date,
      *>   and whether the latest start was let through on a rerun
      *>   override after an earlier completion.
           05  RUN-ATTEMPTS             PIC 9(3).
           05  RUN-RERUN-FLAG           PIC X(1).
               88  RUN-RERUN-OVERRIDDEN     VALUE 'Y'.
