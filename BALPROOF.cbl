      *> status, and proves the file against the carried-forward
      *> control record from the previous proof (BALCTL) plus the
      *> day's opened-account (OPENCTL), posted-transaction (TRANCTL)
      *> and accrued-interest (INTCTL) control totals, less the
      *> month-end maintenance fees MNTFEE has charged (FEECTL) and
      *> the accounts RETAIN has archived off the master (PURGECTL),
      *> with the day's reversals shown apart from its ordinary
      *> postings.  The proof report ends with an IN-BALANCE /
      *> OUT-OF-BALANCE verdict; an out-of-balance run ends with
      *> RETURN-CODE 8 so the scheduler holds the rest of the nightly
      *> stream.  The first run, with no BALCTL yet, establishes the
      *> baseline instead of proving.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when the step ahead of it in
      *> the nightly stream has not completed for the business date
      *> or this step already has, short of a rerun override.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENCTL-STATUS.

           SELECT PURGECTL-FILE ASSIGN TO "PURGECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGECTL-STATUS.

           SELECT TRANCTL-FILE ASSIGN TO "TRANCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCTL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTCTL-STATUS.

           SELECT FEECTL-FILE ASSIGN TO "FEECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEECTL-STATUS.

           SELECT PROOFRPT-FILE ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOFRPT-STATUS.
       FD  OPENCTL-FILE.
           COPY OPENCTLR.

       FD  PURGECTL-FILE.
           COPY PRGCTLR.

       FD  TRANCTL-FILE.
           COPY TRANCTLR.

       FD  INTCTL-FILE.
           COPY INTCTLR.

       FD  FEECTL-FILE.
           COPY FEECTLR.

       FD  PROOFRPT-FILE.
       01  PROOFRPT-LINE               PIC X(132).

       01  WS-OPENCTL-STATUS         PIC X(2) VALUE SPACES.
       01  WS-TRANCTL-STATUS         PIC X(2) VALUE SPACES.
       01  WS-INTCTL-STATUS          PIC X(2) VALUE SPACES.
       01  WS-PURGECTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-FEECTL-STATUS          PIC X(2) VALUE SPACES.
       01  WS-PROOFRPT-STATUS        PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PRIOR-BALANCE          PIC S9(11)V99 VALUE ZERO.
           05  WS-DAY-OPENED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DAY-OPENED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  WS-DAY-POSTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DAY-POSTED-NET         PIC S9(11)V99 VALUE ZERO.
           05  WS-DAY-REVERSAL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DAY-REVERSAL-NET       PIC S9(11)V99 VALUE ZERO.
           05  WS-DAY-INTEREST           PIC 9(11)V99 VALUE ZERO.
           05  WS-DAY-FEE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-DAY-FEE-AMOUNT         PIC 9(11)V99 VALUE ZERO.
           05  WS-DAY-PURGED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DAY-PURGED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
      *>   Memo only - the accrual buckets are not part of
      *>   ACCT-BALANCE, so this figure never enters the expected
      *>   balance; it is shown so the accrual book can be eyeballed
                   VALUE "VERDICT - ".
           05  RPT-VERDICT               PIC X(40).

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-TALLY-ACCOUNT
                   UNTIL WS-EOF
               PERFORM 3000-PROVE-AND-TERMINATE
               IF WS-ABEND OR NOT WS-IN-BALANCE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "BALPROOF" TO RC-PROGRAM
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
               DISPLAY "BALPROOF: RUN REFUSED BY RUN CONTROL"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       0900-END-RUN-CONTROL.
           SET RC-ACTION-END TO TRUE
           MOVE RETURN-CODE TO RC-JOB-RETURN-CODE
           MOVE WS-TOTAL-COUNT TO RC-RECORDS-READ
           MOVE ZERO TO RC-RECORDS-WRITTEN
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
               DISPLAY "BALPROOF: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-INITIALIZE.
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRN-POSTED-COUNT TO WS-DAY-POSTED-COUNT
                       MOVE TRN-NET-AMOUNT   TO WS-DAY-POSTED-NET
                       MOVE TRN-REVERSAL-COUNT
                           TO WS-DAY-REVERSAL-COUNT
                       MOVE TRN-REVERSAL-AMOUNT
                           TO WS-DAY-REVERSAL-NET
               END-READ
               CLOSE TRANCTL-FILE
               PERFORM 1220-RESET-TRAN-CONTROL
               CLOSE INTCTL-FILE
               PERFORM 1230-RESET-INT-CONTROL
           END-IF

           OPEN INPUT FEECTL-FILE
           IF WS-FEECTL-STATUS = "00"
               READ FEECTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FCT-ASSESSED-COUNT  TO WS-DAY-FEE-COUNT
                       MOVE FCT-ASSESSED-AMOUNT TO WS-DAY-FEE-AMOUNT
               END-READ
               CLOSE FEECTL-FILE
               PERFORM 1250-RESET-FEE-CONTROL
           END-IF

           OPEN INPUT PURGECTL-FILE
           IF WS-PURGECTL-STATUS = "00"
               READ PURGECTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRG-PURGED-COUNT  TO WS-DAY-PURGED-COUNT
                       MOVE PRG-PURGED-AMOUNT TO WS-DAY-PURGED-AMOUNT
               END-READ
               CLOSE PURGECTL-FILE
               PERFORM 1240-RESET-PURGE-CONTROL
           END-IF
           .

       1210-RESET-OPEN-CONTROL.
           IF WS-TRANCTL-STATUS = "00"
               MOVE ZERO TO TRN-POSTED-COUNT
               MOVE ZERO TO TRN-NET-AMOUNT
               MOVE ZERO TO TRN-REVERSAL-COUNT
               MOVE ZERO TO TRN-REVERSAL-AMOUNT
               WRITE TRANCTL-RECORD
               CLOSE TRANCTL-FILE
           END-IF
           END-IF
           .

       1240-RESET-PURGE-CONTROL.
           OPEN OUTPUT PURGECTL-FILE
           IF WS-PURGECTL-STATUS = "00"
               MOVE ZERO TO PRG-PURGED-COUNT
               MOVE ZERO TO PRG-PURGED-AMOUNT
               WRITE PURGECTL-RECORD
               CLOSE PURGECTL-FILE
           END-IF
           .

       1250-RESET-FEE-CONTROL.
           OPEN OUTPUT FEECTL-FILE
           IF WS-FEECTL-STATUS = "00"
               MOVE ZERO TO FCT-ASSESSED-COUNT
               MOVE ZERO TO FCT-ASSESSED-AMOUNT
               WRITE FEECTL-RECORD
               CLOSE FEECTL-FILE
           END-IF
           .

       2000-TALLY-ACCOUNT.
           ADD 1 TO WS-TOTAL-COUNT
           ADD ACCT-BALANCE TO WS-TOTAL-BALANCE
       3200-COMPARE-TO-CONTROL.
           COMPUTE WS-EXPECTED-COUNT =
               WS-PRIOR-COUNT + WS-DAY-OPENED-COUNT
               - WS-DAY-PURGED-COUNT
           COMPUTE WS-EXPECTED-BALANCE =
               WS-PRIOR-BALANCE + WS-DAY-OPENED-AMOUNT
               + WS-DAY-POSTED-NET + WS-DAY-REVERSAL-NET
               + WS-DAY-INTEREST - WS-DAY-FEE-AMOUNT
               - WS-DAY-PURGED-AMOUNT

           MOVE "DAY POSTINGS"       TO RPT-PROOF-DESC
           MOVE WS-DAY-POSTED-COUNT  TO RPT-PROOF-COUNT
           MOVE WS-DAY-POSTED-NET    TO RPT-PROOF-AMOUNT
           WRITE PROOFRPT-LINE FROM WS-PROOF-DETAIL
           MOVE "DAY REVERSALS"      TO RPT-PROOF-DESC
           MOVE WS-DAY-REVERSAL-COUNT TO RPT-PROOF-COUNT
           MOVE WS-DAY-REVERSAL-NET  TO RPT-PROOF-AMOUNT
           WRITE PROOFRPT-LINE FROM WS-PROOF-DETAIL
           IF WS-DAY-FEE-COUNT > ZERO
               MOVE "MAINTENANCE FEES"     TO RPT-PROOF-DESC
               MOVE WS-DAY-FEE-COUNT       TO RPT-PROOF-COUNT
               COMPUTE RPT-PROOF-AMOUNT = ZERO - WS-DAY-FEE-AMOUNT
               WRITE PROOFRPT-LINE FROM WS-PROOF-DETAIL
           END-IF
           IF WS-DAY-PURGED-COUNT > ZERO
               MOVE "ARCHIVED ACCOUNTS"    TO RPT-PROOF-DESC
               MOVE WS-DAY-PURGED-COUNT    TO RPT-PROOF-COUNT
               MOVE WS-DAY-PURGED-AMOUNT   TO RPT-PROOF-AMOUNT
               WRITE PROOFRPT-LINE FROM WS-PROOF-DETAIL
           END-IF
           MOVE "EXPECTED"           TO RPT-PROOF-DESC
           MOVE WS-EXPECTED-COUNT    TO RPT-PROOF-COUNT
           MOVE WS-EXPECTED-BALANCE  TO RPT-PROOF-AMOUNT
