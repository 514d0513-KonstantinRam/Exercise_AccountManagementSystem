      *> already on file leaves the same bytes in place.  An add
      *> already present is reapplied as a rewrite, and a rewrite
      *> with no record on file is applied as an add, so a backup of
      *> any age replays clean.  A delete - an account RETAIN has
      *> archived off the master - removes the account again, and
      *> one already gone is counted as crossed.
      *>****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-JOURNAL-READ           PIC 9(7) VALUE ZERO.
           05  WS-ADDS-APPLIED           PIC 9(7) VALUE ZERO.
           05  WS-REWRITES-APPLIED       PIC 9(7) VALUE ZERO.
           05  WS-DELETES-APPLIED        PIC 9(7) VALUE ZERO.
           05  WS-CROSSED-ACTIONS        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       2000-REPLAY-RECORD.
           ADD 1 TO WS-JOURNAL-READ
           MOVE AJR-AFTER-IMAGE TO ACCT-RECORD
           EVALUATE TRUE
               WHEN AJR-ACTION-ADD
                   PERFORM 2200-APPLY-ADD
               WHEN AJR-ACTION-DELETE
                   PERFORM 2400-APPLY-DELETE
               WHEN OTHER
                   PERFORM 2300-APPLY-REWRITE
           END-EVALUATE
           PERFORM 2100-READ-JOURNAL
           .

           END-REWRITE
           .

       2400-APPLY-DELETE.
           MOVE AJR-ACCT-NUMBER TO ACCT-NUMBER
           DELETE ACCTMAST-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-CROSSED-ACTIONS
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED
           END-DELETE
           .

       3000-TERMINATE.
           IF NOT WS-ABEND
               CLOSE ACCTJRN-FILE
                       WS-ADDS-APPLIED
               DISPLAY "ACCTRCOV: REWRITES APPLIED = "
                       WS-REWRITES-APPLIED
               DISPLAY "ACCTRCOV: DELETES APPLIED  = "
                       WS-DELETES-APPLIED
               DISPLAY "ACCTRCOV: CROSSED ACTIONS  = "
                       WS-CROSSED-ACTIONS
           END-IF
