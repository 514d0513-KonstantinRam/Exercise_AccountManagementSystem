      *> which the job stream copies back over TRANWHSE before
      *> TRANPOST appends tonight's holds.  The warehouse status
      *> report (WHSERPT) lists every pending item with its release
      *> date so the branches can see what is waiting.  A warehoused
      *> transfer carries its credit account through to release.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when the step ahead of it in
      *> the nightly stream has not completed for the business date
      *> or this step already has, short of a rerun override.
      *>****************************************************************

       ENVIRONMENT DIVISION.
           05  WHO-TRAN-TYPE            PIC X(1).
           05  WHO-TRAN-AMOUNT          PIC 9(9)V99.
           05  WHO-ENTRY-DATE           PIC 9(8).
           05  WHO-TO-ACCT-NUMBER       PIC 9(10).
           05  WHO-CHANNEL              PIC X(1).

      *> Released items in TRANFILE layout, merged into posting.
       FD  TRANREL-FILE.
           05  REL-TRAN-DATE            PIC 9(8).
           05  REL-TRAN-TYPE            PIC X(1).
           05  REL-TRAN-AMOUNT          PIC 9(9)V99.
           05  REL-TO-ACCT-NUMBER       PIC 9(10).
           05  FILLER                   PIC X(2).
           05  REL-CHANNEL              PIC X(1).

       FD  WHSERPT-FILE.
       01  WHSERPT-LINE                PIC X(132).
           05  FILLER                    PIC X(11)
                   VALUE "  ENTERED =".
           05  RPT-ENTRY-DATE            PIC 9(8).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-TO-ACCOUNT            PIC X(13).
       01  WS-REPORT-TOTAL-1.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL ITEMS RELEASED   = ".
                   VALUE "TOTAL ITEMS PENDING    = ".
           05  RPT-TOTAL-PENDING         PIC ZZZ,ZZ9.

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-ITEM
                   UNTIL WS-EOF
               PERFORM 3000-TERMINATE
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "TRANWREL" TO RC-PROGRAM
           MOVE ZERO TO RC-JOB-RETURN-CODE
           MOVE ZERO TO RC-RECORDS-READ
           MOVE ZERO TO RC-RECORDS-WRITTEN
           CALL 'RUNCTL' USING RC-ACTION-CODE
                               RC-PROGRAM
                               RC-BUSINESS-DATE
                               RC-JOB-RETURN-CODE
                               RC-RECORDS-READ
                               RC-RECORDS-WRITTEN
                               RC-RETURN-CODE
           IF NOT RC-RUN-ALLOWED
               DISPLAY "TRANWREL: RUN REFUSED BY RUN CONTROL"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       0900-END-RUN-CONTROL.
           SET RC-ACTION-END TO TRUE
           IF WS-ABEND
               MOVE 16 TO RC-JOB-RETURN-CODE
           ELSE
               MOVE RETURN-CODE TO RC-JOB-RETURN-CODE
           END-IF
           MOVE WS-ITEMS-READ TO RC-RECORDS-READ
           MOVE WS-ITEMS-RELEASED TO RC-RECORDS-WRITTEN
           CALL 'RUNCTL' USING RC-ACTION-CODE
                               RC-PROGRAM
                               RC-BUSINESS-DATE
                               RC-JOB-RETURN-CODE
                               RC-RECORDS-READ
                               RC-RECORDS-WRITTEN
                               RC-RETURN-CODE
      *>   The CALL leaves RUNCTL's own return code behind; the
      *>   step's return code is put back so the scheduler sees it.
           MOVE RC-JOB-RETURN-CODE TO RETURN-CODE
           IF NOT RC-RUN-ALLOWED
               DISPLAY "TRANWREL: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSINESS-DATE
           IF NOT WS-ABEND

       2200-RELEASE-ITEM.
           ADD 1 TO WS-ITEMS-RELEASED
           MOVE SPACES          TO TRANREL-RECORD
           MOVE WHS-ACCT-NUMBER TO REL-ACCT-NUMBER
      *>   An item whose effective date fell on a non-business day
      *>   releases on the first cycle past it, so carrying the
           END-IF
           MOVE WHS-TRAN-TYPE   TO REL-TRAN-TYPE
           MOVE WHS-TRAN-AMOUNT TO REL-TRAN-AMOUNT
           MOVE WHS-TO-ACCT-NUMBER TO REL-TO-ACCT-NUMBER
           MOVE WHS-CHANNEL     TO REL-CHANNEL
           WRITE TRANREL-RECORD
           .

           MOVE WHS-TRAN-TYPE   TO WHO-TRAN-TYPE
           MOVE WHS-TRAN-AMOUNT TO WHO-TRAN-AMOUNT
           MOVE WHS-ENTRY-DATE  TO WHO-ENTRY-DATE
           MOVE WHS-TO-ACCT-NUMBER TO WHO-TO-ACCT-NUMBER
           MOVE WHS-CHANNEL     TO WHO-CHANNEL
           WRITE TRANWHSO-RECORD

           MOVE WHS-ACCT-NUMBER TO RPT-ACCT-NUMBER
                   MOVE "DEPOSIT" TO RPT-TRAN-TYPE
               WHEN 'W'
                   MOVE "WITHDRAWAL" TO RPT-TRAN-TYPE
               WHEN 'T'
                   MOVE "TRANSFER" TO RPT-TRAN-TYPE
               WHEN OTHER
                   MOVE WHS-TRAN-TYPE TO RPT-TRAN-TYPE
           END-EVALUATE
           MOVE SPACES TO RPT-TO-ACCOUNT
           IF WHS-TRAN-TYPE = 'T'
               STRING "TO " DELIMITED BY SIZE
                      WHS-TO-ACCT-NUMBER DELIMITED BY SIZE
                   INTO RPT-TO-ACCOUNT
               END-STRING
           END-IF
           MOVE WHS-TRAN-AMOUNT TO RPT-TRAN-AMOUNT
           MOVE WHS-TRAN-DATE   TO RPT-RELEASE-DATE
           MOVE WHS-ENTRY-DATE  TO RPT-ENTRY-DATE
