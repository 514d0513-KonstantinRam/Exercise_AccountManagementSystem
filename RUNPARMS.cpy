      *>****************************************************************
      *> RUNPARMS - calling interface for RUNCTL's main entry point.
      *> COPY this into WORKING-STORAGE (callers) or LINKAGE SECTION
      *> (RUNCTL itself) instead of hand-declaring these fields, so
      *> every caller picks up interface changes automatically.
      *> A step calls once with the start action before it touches
      *> anything, and once with the end action as its last act,
      *> passing its return code and record counts.
      *>****************************************************************
       01  RC-ACTION-CODE         PIC X(1).
           88  RC-ACTION-START            VALUE 'S'.
           88  RC-ACTION-END              VALUE 'E'.
       01  RC-PROGRAM             PIC X(8).

      *> Handed back by the start action - the business date the
      *> step has been logged under, read from BUSDATE.
       01  RC-BUSINESS-DATE       PIC 9(8).

      *> End action only - 16 for a run that abended on its own
      *> checks, otherwise the RETURN-CODE the step is ending with.
       01  RC-JOB-RETURN-CODE     PIC S9(4) COMP.
       01  RC-RECORDS-READ        PIC 9(9).
       01  RC-RECORDS-WRITTEN     PIC 9(9).

      *> 0 = go ahead (start) or logged (end); 8 = the step may not
      *> run - already completed for the business date with no
      *> rerun override, or the step before it has not completed;
      *> 99 = the run-control file could not be read or written -
      *> the caller must not run, since an unlogged step defeats
      *> the sequencing of every step after it.
       01  RC-RETURN-CODE         PIC S9(4) COMP.
           88  RC-RUN-ALLOWED             VALUE 0.
           88  RC-RUN-REFUSED             VALUE 8.
           88  RC-FATAL-ERROR             VALUE 99.
