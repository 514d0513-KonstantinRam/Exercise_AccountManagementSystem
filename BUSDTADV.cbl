      *> leaves BUSDATE untouched and ends with RETURN-CODE 8 so the
      *> scheduler holds the stream on the same business date until
      *> the break is fixed and the cycle rerun.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when the step ahead of it in
      *> the nightly stream has not completed for the business date
      *> or this step already has, short of a rerun override.
      *>****************************************************************

       ENVIRONMENT DIVISION.
      *> the DATEUTIL-NEXTBUSDAY call below hands back.
           COPY DATEPARMS.

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-READ-BUSINESS-DATE
               IF NOT WS-HOLD-CYCLE
                   PERFORM 2000-CHECK-PROOF
               END-IF
               IF NOT WS-HOLD-CYCLE
                   PERFORM 3000-ADVANCE-DATE
               END-IF
               IF WS-HOLD-CYCLE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "BUSDTADV" TO RC-PROGRAM
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
               DISPLAY "BUSDTADV: RUN REFUSED BY RUN CONTROL"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       0900-END-RUN-CONTROL.
           SET RC-ACTION-END TO TRUE
           MOVE RETURN-CODE TO RC-JOB-RETURN-CODE
           MOVE ZERO TO RC-RECORDS-READ
           IF WS-HOLD-CYCLE
               MOVE ZERO TO RC-RECORDS-WRITTEN
           ELSE
               MOVE 1 TO RC-RECORDS-WRITTEN
           END-IF
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
               DISPLAY "BUSDTADV: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
