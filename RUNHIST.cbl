       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
      *>****************************************************************
      *> Nightly job-stream run-history report for the shift
      *> supervisor.  Reads the RUNLOG run-control file RUNCTL keeps
      *> on behalf of every stream step and prints, for each business
      *> date on file, every step of the stream in running order (see
      *> RUNSTEPS): when it started and ended, how long it ran, how it
      *> ended - completed, failed, or started and never finished -
      *> its return code, how many times it was started and its
      *> record counts, with steps that never ran for the date shown
      *> as such.  Each date closes with whether the whole stream
      *> completed, so a date left short is seen at a glance.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT RUNHRPT-FILE ASSIGN TO "RUNHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
           COPY RUNREC.

       FD  RUNHRPT-FILE.
       01  RUNHRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS          PIC X(2) VALUE SPACES.
       01  WS-RUNHRPT-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-FIRST-RECORD-SWITCH    PIC X(1) VALUE 'Y'.
               88  WS-FIRST-RECORD           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ           PIC 9(7) VALUE ZERO.
           05  WS-DATES-REPORTED         PIC 9(7) VALUE ZERO.
           05  WS-DATES-COMPLETE         PIC 9(7) VALUE ZERO.

           COPY RUNSTEPS.

      *> Control-break state for the business date being printed.
       01  WS-DATE-BREAK.
           05  WS-PRIOR-DATE             PIC 9(8) VALUE ZERO.
           05  WS-NEXT-STEP              PIC 9(2) COMP VALUE 1.
           05  WS-STEPS-COMPLETED        PIC 9(2) COMP VALUE ZERO.
       01  WS-STEP-SUB               PIC 9(2) COMP.
       01  WS-LAST-STEP              PIC 9(2) COMP.

      *> Time-of-day and elapsed-time editing.
       01  WS-TIME-SPLIT.
           05  WS-TS-HH                  PIC 9(2).
           05  WS-TS-MM                  PIC 9(2).
           05  WS-TS-SS                  PIC 9(2).
       01  WS-TIME-NUMBER REDEFINES WS-TIME-SPLIT PIC 9(6).
       01  WS-TIME-EDIT.
           05  WS-TE-HH                  PIC 9(2).
           05  FILLER                    PIC X(1) VALUE ":".
           05  WS-TE-MM                  PIC 9(2).
           05  FILLER                    PIC X(1) VALUE ":".
           05  WS-TE-SS                  PIC 9(2).
       01  WS-START-SECONDS          PIC S9(9) COMP.
       01  WS-END-SECONDS            PIC S9(9) COMP.
       01  WS-ELAPSED-SECONDS        PIC S9(9) COMP.
       01  WS-ELAPSED-REMAINDER      PIC S9(9) COMP.

      *> Linkage for the DATEUTIL-ELAPSED entry point - a step that
      *> runs past midnight ends on a later wall-clock date.
       01  WS-ELAPSED-DATE-1         PIC 9(8).
       01  WS-ELAPSED-DATE-2         PIC 9(8).
       01  WS-ELAPSED-DAYS           PIC S9(8) COMP.
           COPY DATEPARMS.

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(30)
                   VALUE "NIGHTLY JOB-STREAM RUN HISTORY".
       01  WS-DATE-HEADING.
           05  FILLER                    PIC X(14)
                   VALUE "BUSINESS DATE ".
           05  RPT-BUSINESS-DATE         PIC 9(8).
       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(8)
                   VALUE "   STEP ".
           05  FILLER                    PIC X(10)
                   VALUE "PROGRAM".
           05  FILLER                    PIC X(12)
                   VALUE "STATUS".
           05  FILLER                    PIC X(19)
                   VALUE "STARTED".
           05  FILLER                    PIC X(19)
                   VALUE "ENDED".
           05  FILLER                    PIC X(10)
                   VALUE "ELAPSED".
           05  FILLER                    PIC X(6)
                   VALUE "  RC".
           05  FILLER                    PIC X(5)
                   VALUE "TRIES".
           05  FILLER                    PIC X(11)
                   VALUE "       READ".
           05  FILLER                    PIC X(13)
                   VALUE "      WRITTEN".
       01  WS-STEP-DETAIL.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  RPT-STEP-NUMBER           PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-PROGRAM               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-STATUS                PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-START-DATE            PIC 9(8).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RPT-START-TIME            PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-END-DATE              PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RPT-END-TIME              PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-ELAPSED               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-RETURN-CODE           PIC ZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-ATTEMPTS              PIC ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-RECORDS-READ          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-RECORDS-WRITTEN       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RPT-RERUN                 PIC X(5).
       01  WS-NOT-RUN-DETAIL.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  NRN-STEP-NUMBER           PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  NRN-PROGRAM               PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(7) VALUE "NOT RUN".
       01  WS-DATE-CLOSE-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  FILLER                    PIC X(7) VALUE "STREAM ".
           05  RPT-STREAM-STATE          PIC X(10).
           05  FILLER                    PIC X(3) VALUE " - ".
           05  RPT-STEPS-COMPLETED       PIC Z9.
           05  FILLER                    PIC X(4) VALUE " OF ".
           05  RPT-STEPS-IN-STREAM       PIC Z9.
           05  FILLER                    PIC X(16)
                   VALUE " STEPS COMPLETED".
       01  WS-DATES-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "DATES REPORTED         = ".
           05  RPT-TOTAL-DATES           PIC ZZZ,ZZ9.
       01  WS-COMPLETE-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "DATES STREAM COMPLETE  = ".
           05  RPT-TOTAL-COMPLETE        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-RUN-RECORD
               UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RUNHIST: RUNLOG NOT AVAILABLE, STATUS = "
                       WS-RUNLOG-STATUS
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               OPEN OUTPUT RUNHRPT-FILE
               IF WS-RUNHRPT-STATUS NOT = "00"
                   DISPLAY "RUNHIST: RUNHRPT NOT AVAILABLE, STATUS = "
                           WS-RUNHRPT-STATUS
                   CLOSE RUNLOG-FILE
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   WRITE RUNHRPT-LINE FROM WS-REPORT-HEADING
                   PERFORM 2100-READ-RUN-RECORD
               END-IF
           END-IF
           .

       2000-PRINT-RUN-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF WS-FIRST-RECORD
                   OR RUN-BUSINESS-DATE NOT = WS-PRIOR-DATE
               IF NOT WS-FIRST-RECORD
                   PERFORM 2400-CLOSE-DATE
               END-IF
               PERFORM 2200-START-DATE
           END-IF
           MOVE 'N' TO WS-FIRST-RECORD-SWITCH

      *>   Steps with no record between the last one printed and
      *>   this one never ran for the date.
           COMPUTE WS-LAST-STEP = RUN-STEP-NUMBER - 1
           PERFORM 2350-PRINT-NOT-RUN
               VARYING WS-STEP-SUB FROM WS-NEXT-STEP BY 1
               UNTIL WS-STEP-SUB > WS-LAST-STEP
           PERFORM 2300-PRINT-STEP
           COMPUTE WS-NEXT-STEP = RUN-STEP-NUMBER + 1

           PERFORM 2100-READ-RUN-RECORD
           .

       2100-READ-RUN-RECORD.
           READ RUNLOG-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       2200-START-DATE.
           MOVE RUN-BUSINESS-DATE TO WS-PRIOR-DATE
           MOVE 1 TO WS-NEXT-STEP
           MOVE ZERO TO WS-STEPS-COMPLETED
           ADD 1 TO WS-DATES-REPORTED
           MOVE RUN-BUSINESS-DATE TO RPT-BUSINESS-DATE
           WRITE RUNHRPT-LINE FROM WS-DATE-HEADING
           WRITE RUNHRPT-LINE FROM WS-COLUMN-HEADING
           .

       2300-PRINT-STEP.
           MOVE RUN-STEP-NUMBER TO RPT-STEP-NUMBER
           MOVE RUN-PROGRAM     TO RPT-PROGRAM
           MOVE RUN-START-DATE  TO RPT-START-DATE
           MOVE RUN-START-TIME  TO WS-TIME-NUMBER
           PERFORM 2600-EDIT-TIME
           MOVE WS-TIME-EDIT    TO RPT-START-TIME
           MOVE SPACES TO RPT-END-DATE
           MOVE SPACES TO RPT-END-TIME
           MOVE SPACES TO RPT-ELAPSED

           EVALUATE TRUE
               WHEN RUN-STATUS-COMPLETED
                   MOVE "COMPLETED" TO RPT-STATUS
                   ADD 1 TO WS-STEPS-COMPLETED
               WHEN RUN-STATUS-FAILED
                   MOVE "FAILED" TO RPT-STATUS
               WHEN OTHER
                   MOVE "INCOMPLETE" TO RPT-STATUS
           END-EVALUATE
           IF NOT RUN-STATUS-STARTED
               MOVE RUN-END-DATE TO RPT-END-DATE
               MOVE RUN-END-TIME TO WS-TIME-NUMBER
               PERFORM 2600-EDIT-TIME
               MOVE WS-TIME-EDIT TO RPT-END-TIME
               PERFORM 2500-EDIT-ELAPSED
           END-IF

           MOVE RUN-RETURN-CODE     TO RPT-RETURN-CODE
           MOVE RUN-ATTEMPTS        TO RPT-ATTEMPTS
           MOVE RUN-RECORDS-READ    TO RPT-RECORDS-READ
           MOVE RUN-RECORDS-WRITTEN TO RPT-RECORDS-WRITTEN
           IF RUN-RERUN-OVERRIDDEN
               MOVE "RERUN" TO RPT-RERUN
           ELSE
               MOVE SPACES TO RPT-RERUN
           END-IF
           WRITE RUNHRPT-LINE FROM WS-STEP-DETAIL
           .

       2350-PRINT-NOT-RUN.
           MOVE WS-STEP-SUB TO NRN-STEP-NUMBER
           MOVE RUN-STREAM-PROGRAM(WS-STEP-SUB) TO NRN-PROGRAM
           WRITE RUNHRPT-LINE FROM WS-NOT-RUN-DETAIL
           .

       2400-CLOSE-DATE.
           PERFORM 2350-PRINT-NOT-RUN
               VARYING WS-STEP-SUB FROM WS-NEXT-STEP BY 1
               UNTIL WS-STEP-SUB > RUN-STREAM-COUNT
           IF WS-STEPS-COMPLETED = RUN-STREAM-COUNT
               MOVE "COMPLETE" TO RPT-STREAM-STATE
               ADD 1 TO WS-DATES-COMPLETE
           ELSE
               MOVE "INCOMPLETE" TO RPT-STREAM-STATE
           END-IF
           MOVE WS-STEPS-COMPLETED TO RPT-STEPS-COMPLETED
           MOVE RUN-STREAM-COUNT   TO RPT-STEPS-IN-STREAM
           WRITE RUNHRPT-LINE FROM WS-DATE-CLOSE-LINE
           .

       2500-EDIT-ELAPSED.
           MOVE RUN-START-TIME TO WS-TIME-NUMBER
           COMPUTE WS-START-SECONDS =
               WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
           MOVE RUN-END-TIME TO WS-TIME-NUMBER
           COMPUTE WS-END-SECONDS =
               WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS

           MOVE ZERO TO WS-ELAPSED-DAYS
           IF RUN-END-DATE NOT = RUN-START-DATE
               MOVE RUN-START-DATE TO WS-ELAPSED-DATE-1
               MOVE RUN-END-DATE   TO WS-ELAPSED-DATE-2
               CALL 'DATEUTIL-ELAPSED' USING WS-ELAPSED-DATE-1
                                             WS-ELAPSED-DATE-2
                                             WS-ELAPSED-DAYS
                                             LS-RETURN-CODE
                                             LS-ERROR-MESSAGE
               IF LS-RETURN-CODE NOT = ZERO
                   MOVE ZERO TO WS-ELAPSED-DAYS
               END-IF
           END-IF

           COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-DAYS * 86400
               + WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED-SECONDS < ZERO
                   OR WS-ELAPSED-SECONDS > 359999
               MOVE "********" TO RPT-ELAPSED
           ELSE
               DIVIDE WS-ELAPSED-SECONDS BY 3600
                   GIVING WS-TS-HH REMAINDER WS-ELAPSED-REMAINDER
               DIVIDE WS-ELAPSED-REMAINDER BY 60
                   GIVING WS-TS-MM REMAINDER WS-TS-SS
               PERFORM 2600-EDIT-TIME
               MOVE WS-TIME-EDIT TO RPT-ELAPSED
           END-IF
           .

       2600-EDIT-TIME.
           MOVE WS-TS-HH TO WS-TE-HH
           MOVE WS-TS-MM TO WS-TE-MM
           MOVE WS-TS-SS TO WS-TE-SS
           .

       3000-TERMINATE.
           IF NOT WS-ABEND
               IF NOT WS-FIRST-RECORD
                   PERFORM 2400-CLOSE-DATE
               END-IF
               MOVE WS-DATES-REPORTED TO RPT-TOTAL-DATES
               MOVE WS-DATES-COMPLETE TO RPT-TOTAL-COMPLETE
               WRITE RUNHRPT-LINE FROM WS-DATES-TOTAL-LINE
               WRITE RUNHRPT-LINE FROM WS-COMPLETE-TOTAL-LINE
               CLOSE RUNLOG-FILE
               CLOSE RUNHRPT-FILE
               DISPLAY "RUNHIST: RECORDS READ   = " WS-RECORDS-READ
               DISPLAY "RUNHIST: DATES REPORTED = "
                       WS-DATES-REPORTED
           END-IF
           .

       END PROGRAM RUNHIST.
