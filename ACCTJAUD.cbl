      *> journal and prints every change to a requested account:
      *> when it was applied, under which business date, by which
      *> program, and the status, balance and name either side of
      *> the change.  An add shows its before side as new; a delete
      *> (an account archived off the master) shows only its before
      *> side.
      *>****************************************************************

       ENVIRONMENT DIVISION.
           MOVE AJR-TIMESTAMP     TO CHG-TIMESTAMP
           MOVE AJR-BUSINESS-DATE TO CHG-BUSINESS-DATE
           MOVE AJR-PROGRAM       TO CHG-PROGRAM
           EVALUATE TRUE
               WHEN AJR-ACTION-ADD
                   MOVE "ADD" TO CHG-ACTION-DESC
               WHEN AJR-ACTION-DELETE
                   MOVE "DELETE" TO CHG-ACTION-DESC
               WHEN OTHER
                   MOVE "REWRITE" TO CHG-ACTION-DESC
           END-EVALUATE
           WRITE JAUDRPT-LINE FROM WS-CHANGE-LINE-1

           IF AJR-ACTION-ADD
               PERFORM 2310-PRINT-IMAGE-SIDE
           END-IF

           IF NOT AJR-ACTION-DELETE
               MOVE AJR-AFTER-IMAGE TO ACCT-RECORD
               MOVE "AFTER" TO CHG-SIDE-DESC
               PERFORM 2310-PRINT-IMAGE-SIDE
           END-IF
           .

       2310-PRINT-IMAGE-SIDE.
