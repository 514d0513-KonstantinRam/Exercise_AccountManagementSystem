       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
      *>****************************************************************
      *> Nightly job-stream run control.  Every step of the nightly
      *> stream (see RUNSTEPS) calls here before it touches anything
      *> and again as its last act, and RUNCTL keeps the step's
      *> record on the shared RUNLOG file for the business date in
      *> BUSDATE: start and end wall-clock times, completion status,
      *> return code and record counts.  At start it refuses the
      *> step - so the caller ends without running - when:
      *>   - the step before it in the stream has not completed for
      *>     the business date, or
      *>   - the step itself already completed for the date and no
      *>     rerun override is on file for it.
      *> A rerun override is a line in the RUNOVRD file naming the
      *> program and the business date it may run again on; the
      *> operator supplies it for the one rerun and removes it.  A
      *> step that started but never logged its end (an abend) may
      *> simply be rerun.  An end with a return code of 8 or more is
      *> logged as failed, which holds the next step just as a
      *> missing one does.  RUNLOG is opened and closed within each
      *> call, so no terminate entry is needed.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT RUNOVRD-FILE ASSIGN TO "RUNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNOVRD-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
           COPY RUNREC.

      *> Rerun overrides - one line per step allowed to run again on
      *> a business date it has already completed.
       FD  RUNOVRD-FILE.
       01  RUNOVRD-RECORD.
           05  OVR-PROGRAM              PIC X(8).
           05  OVR-BUSINESS-DATE        PIC 9(8).

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RUNOVRD-STATUS         PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-RECORD-FOUND           VALUE 'Y'.
           05  WS-OVERRIDE-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-FOUND         VALUE 'Y'.
           05  WS-OVERRIDE-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-EOF           VALUE 'Y'.

           COPY RUNSTEPS.
       01  WS-STEP-NUMBER            PIC 9(2) COMP.
       01  WS-STEP-SUB               PIC 9(2) COMP.
       01  WS-PRIOR-STEP             PIC 9(2) COMP.

       01  WS-CLOCK                  PIC X(21).
       01  WS-PRIOR-ATTEMPTS         PIC 9(3).

       LINKAGE SECTION.
      *> Pointers from a caller - see RUNPARMS.
           COPY RUNPARMS.

       PROCEDURE DIVISION USING RC-ACTION-CODE
                                RC-PROGRAM
                                RC-BUSINESS-DATE
                                RC-JOB-RETURN-CODE
                                RC-RECORDS-READ
                                RC-RECORDS-WRITTEN
                                RC-RETURN-CODE.

       LOG-STREAM-STEP.
           MOVE ZERO TO RC-RETURN-CODE

           PERFORM FIND-STREAM-STEP
           IF WS-STEP-NUMBER = ZERO
               DISPLAY "RUNCTL: " RC-PROGRAM
                       " IS NOT A NIGHTLY STREAM STEP"
               MOVE 99 TO RC-RETURN-CODE
               GOBACK
           END-IF

           IF RC-ACTION-START
               PERFORM READ-BUSINESS-DATE
               IF RC-FATAL-ERROR
                   GOBACK
               END-IF
           END-IF

           PERFORM OPEN-RUN-LOG
           IF RC-FATAL-ERROR
               GOBACK
           END-IF

           IF RC-ACTION-START
               PERFORM START-STREAM-STEP
           ELSE
               PERFORM END-STREAM-STEP
           END-IF
           CLOSE RUNLOG-FILE

           GOBACK
           .

       FIND-STREAM-STEP.
           MOVE ZERO TO WS-STEP-NUMBER
           PERFORM MATCH-STREAM-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > RUN-STREAM-COUNT
                   OR WS-STEP-NUMBER NOT = ZERO
           .

       MATCH-STREAM-STEP.
           IF RUN-STREAM-PROGRAM(WS-STEP-SUB) = RC-PROGRAM
               MOVE WS-STEP-SUB TO WS-STEP-NUMBER
           END-IF
           .

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "RUNCTL: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               MOVE 99 TO RC-RETURN-CODE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "RUNCTL: BUSDATE IS EMPTY"
                       MOVE 99 TO RC-RETURN-CODE
                   NOT AT END
                       MOVE BUS-DATE TO RC-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       OPEN-RUN-LOG.
      *>   The log is permanent and shared by every step; the first
      *>   step ever run creates it.
           OPEN I-O RUNLOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
               CLOSE RUNLOG-FILE
               OPEN I-O RUNLOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RUNCTL: RUNLOG NOT AVAILABLE, STATUS = "
                       WS-RUNLOG-STATUS
               MOVE 99 TO RC-RETURN-CODE
           END-IF
           .

       START-STREAM-STEP.
           IF WS-STEP-NUMBER > 1
               PERFORM CHECK-PRIOR-STEP
           END-IF

           IF RC-RUN-ALLOWED
               MOVE RC-BUSINESS-DATE TO RUN-BUSINESS-DATE
               MOVE WS-STEP-NUMBER   TO RUN-STEP-NUMBER
               PERFORM READ-RUN-RECORD
               MOVE 'N' TO WS-OVERRIDE-SWITCH
               IF WS-RECORD-FOUND AND RUN-STATUS-COMPLETED
                   PERFORM CHECK-RERUN-OVERRIDE
                   IF NOT WS-OVERRIDE-FOUND
                       DISPLAY "RUNCTL: " RC-PROGRAM
                               " ALREADY COMPLETED FOR "
                               RC-BUSINESS-DATE
                               " - RERUN NEEDS AN OVERRIDE"
                       MOVE 8 TO RC-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF RC-RUN-ALLOWED
               PERFORM LOG-STEP-START
           END-IF
           .

       CHECK-PRIOR-STEP.
           COMPUTE WS-PRIOR-STEP = WS-STEP-NUMBER - 1
           MOVE RC-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE WS-PRIOR-STEP    TO RUN-STEP-NUMBER
           PERFORM READ-RUN-RECORD
           IF NOT WS-RECORD-FOUND OR NOT RUN-STATUS-COMPLETED
               DISPLAY "RUNCTL: " RC-PROGRAM " REFUSED - "
                       RUN-STREAM-PROGRAM(WS-PRIOR-STEP)
                       " HAS NOT COMPLETED FOR " RC-BUSINESS-DATE
               MOVE 8 TO RC-RETURN-CODE
           END-IF
           .

       READ-RUN-RECORD.
           MOVE 'Y' TO WS-FOUND-SWITCH
           READ RUNLOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
           END-READ
           .

       CHECK-RERUN-OVERRIDE.
      *>   No override file is the normal case - nothing may rerun.
           OPEN INPUT RUNOVRD-FILE
           IF WS-RUNOVRD-STATUS = "00"
               MOVE 'N' TO WS-OVERRIDE-EOF-SWITCH
               PERFORM READ-RERUN-OVERRIDE
                   UNTIL WS-OVERRIDE-EOF
                       OR WS-OVERRIDE-FOUND
               CLOSE RUNOVRD-FILE
           END-IF
           IF WS-OVERRIDE-FOUND
               DISPLAY "RUNCTL: RERUN OVERRIDE ACCEPTED FOR "
                       RC-PROGRAM " ON " RC-BUSINESS-DATE
           END-IF
           .

       READ-RERUN-OVERRIDE.
           READ RUNOVRD-FILE
               AT END
                   SET WS-OVERRIDE-EOF TO TRUE
               NOT AT END
                   IF OVR-PROGRAM = RC-PROGRAM
                           AND OVR-BUSINESS-DATE = RC-BUSINESS-DATE
                       SET WS-OVERRIDE-FOUND TO TRUE
                   END-IF
           END-READ
           .

       LOG-STEP-START.
           IF WS-RECORD-FOUND
               MOVE RUN-ATTEMPTS TO WS-PRIOR-ATTEMPTS
           ELSE
               MOVE ZERO TO WS-PRIOR-ATTEMPTS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           MOVE RC-BUSINESS-DATE  TO RUN-BUSINESS-DATE
           MOVE WS-STEP-NUMBER    TO RUN-STEP-NUMBER
           MOVE RC-PROGRAM        TO RUN-PROGRAM
           SET RUN-STATUS-STARTED TO TRUE
           MOVE WS-CLOCK(1:8)     TO RUN-START-DATE
           MOVE WS-CLOCK(9:6)     TO RUN-START-TIME
           MOVE ZERO              TO RUN-END-DATE
           MOVE ZERO              TO RUN-END-TIME
           MOVE ZERO              TO RUN-RETURN-CODE
           MOVE ZERO              TO RUN-RECORDS-READ
           MOVE ZERO              TO RUN-RECORDS-WRITTEN
           ADD 1 WS-PRIOR-ATTEMPTS GIVING RUN-ATTEMPTS
           IF WS-OVERRIDE-FOUND
               SET RUN-RERUN-OVERRIDDEN TO TRUE
           ELSE
               MOVE 'N' TO RUN-RERUN-FLAG
           END-IF

           IF WS-RECORD-FOUND
               REWRITE RUNLOG-RECORD
           ELSE
               WRITE RUNLOG-RECORD
           END-IF
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RUNCTL: RUNLOG WRITE FAILED, STATUS = "
                       WS-RUNLOG-STATUS
               MOVE 99 TO RC-RETURN-CODE
           END-IF
           .

       END-STREAM-STEP.
           MOVE RC-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE WS-STEP-NUMBER   TO RUN-STEP-NUMBER
           PERFORM READ-RUN-RECORD
           IF NOT WS-RECORD-FOUND
               DISPLAY "RUNCTL: NO START LOGGED FOR " RC-PROGRAM
                       " ON " RC-BUSINESS-DATE
               MOVE 99 TO RC-RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
               MOVE WS-CLOCK(1:8)      TO RUN-END-DATE
               MOVE WS-CLOCK(9:6)      TO RUN-END-TIME
               MOVE RC-JOB-RETURN-CODE TO RUN-RETURN-CODE
               MOVE RC-RECORDS-READ    TO RUN-RECORDS-READ
               MOVE RC-RECORDS-WRITTEN TO RUN-RECORDS-WRITTEN
               IF RC-JOB-RETURN-CODE < 8
                   SET RUN-STATUS-COMPLETED TO TRUE
               ELSE
                   SET RUN-STATUS-FAILED TO TRUE
               END-IF
               REWRITE RUNLOG-RECORD
               IF WS-RUNLOG-STATUS NOT = "00"
                   DISPLAY "RUNCTL: RUNLOG REWRITE FAILED, STATUS = "
                           WS-RUNLOG-STATUS
                   MOVE 99 TO RC-RETURN-CODE
               END-IF
           END-IF
           .

       END PROGRAM RUNCTL.
