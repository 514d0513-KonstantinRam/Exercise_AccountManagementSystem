      *> the state code the remittance is filed under and the notice
      *> waiting period; the run refuses to start without it, since
      *> the report is a legal filing.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when the step ahead of it in
      *> the nightly stream has not completed for the business date
      *> or this step already has, short of a rerun override.
      *>****************************************************************

       ENVIRONMENT DIVISION.
                   VALUE "  ESCHEATED BALANCE =".
           05  RPT-TOTAL-BALANCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-ACCOUNT
                   UNTIL WS-EOF
               PERFORM 3000-TERMINATE
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "ESCHEAT " TO RC-PROGRAM
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
               DISPLAY "ESCHEAT: RUN REFUSED BY RUN CONTROL"
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
           MOVE WS-ACCOUNTS-READ TO RC-RECORDS-READ
           MOVE WS-ACCOUNTS-ESCHEATED TO RC-RECORDS-WRITTEN
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
               DISPLAY "ESCHEAT: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-INITIALIZE.
           PERFORM 1100-LOAD-CONTROL
           IF NOT WS-ABEND
