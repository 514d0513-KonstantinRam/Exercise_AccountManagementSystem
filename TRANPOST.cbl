      *> BKDTCTL tolerance and never move the last-activity date
      *> backwards.  Every posted transaction is also handed to
      *> GLEXTRCT so the day's GL interface extract carries the
      *> balance movement.  A reversal item names an earlier posting
      *> by account, post date, event and amount and backs it out;
      *> it posts only when that posting is on TRANHIST (or posted
      *> earlier in this run) and has not already been reversed, and
      *> a reversed overdraft withdrawal takes its overdraft fee back
      *> out with it.  Reversals carry their own history and GL
      *> events and are totalled apart from ordinary postings on the
      *> register and on TRANCTL.  Withdrawals are tested against the
      *> available balance - the ledger balance less the account's
      *> active holds on HOLDMAST - and an account under a legal
      *> freeze takes no debit at all; both are listed on the NSF
      *> report with their own reason.  A transfer item moves money
      *> from its account to a second account named on the item as one
      *> posting unit: both accounts are read and edited, must belong
      *> to the same customer, and the source is held to the funds
      *> check before either side is touched, so it posts whole or not
      *> at all.  Each side gets its own history event naming the
      *> other account, and the GL sees one transfer event rather than
      *> cash in and out.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when the step ahead of it in
      *> the nightly stream has not completed for the business date
      *> or this step already has, short of a rerun override.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKDTCTL-STATUS.

      *>   Read once at start of run to match reversal items against
      *>   the postings they name; TRANHIST's own writer appends to
      *>   it afterwards.
           SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE-FILE.
           05  TRAN-TYPE                PIC X(1).
               88  TRAN-DEPOSIT             VALUE 'D'.
               88  TRAN-WITHDRAWAL          VALUE 'W'.
               88  TRAN-REVERSAL            VALUE 'R'.
               88  TRAN-TRANSFER            VALUE 'T'.
           05  TRAN-AMOUNT              PIC 9(9)V99.
      *>   Reversal items only - the original posting being backed
      *>   out, as it stands on TRANHIST; TRAN-AMOUNT carries its
      *>   amount.  Blank on deposits and withdrawals.
           05  TRAN-REVERSAL-FIELDS.
               10  TRAN-ORIG-POST-DATE      PIC 9(8).
               10  TRAN-ORIG-TRAN-CODE      PIC X(4).
                   88  TRAN-ORIG-DEPOSIT        VALUE 'DEP '.
                   88  TRAN-ORIG-WITHDRAWAL     VALUE 'WDR '.
      *>   Transfer items only - the account credited; the account
      *>   number at the front of the item is the one debited.
           05  TRAN-TRANSFER-FIELDS REDEFINES TRAN-REVERSAL-FIELDS.
               10  TRAN-TO-ACCT-NUMBER      PIC 9(10).
               10  FILLER                   PIC X(2).
      *>   Where the item came in - blank (or 'C') for an item taken
      *>   at the branch, 'A' for an ACH entry from ACHINTK.  Carried
      *>   into history so currency reporting can tell cash from
      *>   electronic money.
           05  TRAN-CHANNEL             PIC X(1).
               88  TRAN-CHANNEL-BRANCH      VALUE SPACE 'C'.
               88  TRAN-CHANNEL-ACH         VALUE 'A'.

       FD  ACCTMAST-FILE.
           COPY ACCTREC.
       01  BKDTCTL-RECORD.
           05  BKDT-TOLERANCE-DAYS      PIC 9(3).

      *> Posted-transaction history - see HISTREC.
       FD  TRANHIST-FILE.
           COPY HISTREC.

      *> Account holds and legal freezes - see HOLDREC.
       FD  HOLDMAST-FILE.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-TRANWHSE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-BKDTCTL-STATUS         PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HOLDMAST-STATUS        PIC X(2) VALUE SPACES.

       01  WS-BUSINESS-DATE          PIC 9(8).

               88  WS-NSF-ITEM               VALUE 'Y'.
           05  WS-FEE-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-FEE-DUE                VALUE 'Y'.
           05  WS-PREPASS-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-PREPASS-EOF            VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF               VALUE 'Y'.
           05  WS-HOLDS-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-HOLDS-ON-FILE          VALUE 'Y'.
           05  WS-HOLD-SCAN-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-HOLD-SCAN-EOF          VALUE 'Y'.
           05  WS-FREEZE-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-LEGAL-FREEZE           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ             PIC 9(7) VALUE ZERO.
           05  WS-TRANS-NSF              PIC 9(7) VALUE ZERO.
           05  WS-FEES-POSTED            PIC 9(7) VALUE ZERO.
           05  WS-TRANS-WAREHOUSED       PIC 9(7) VALUE ZERO.
           05  WS-REVERSALS-POSTED       PIC 9(7) VALUE ZERO.
           05  WS-FEES-REVERSED          PIC 9(7) VALUE ZERO.
           05  WS-TRANSFERS-POSTED       PIC 9(7) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-TOTAL-DEPOSITS         PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-WITHDRAWALS      PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-FEES             PIC 9(11)V99 VALUE ZERO.
           05  WS-NET-POSTED             PIC S9(11)V99 VALUE ZERO.
           05  WS-NET-REVERSED           PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-TRANSFERS        PIC 9(11)V99 VALUE ZERO.

      *> Reversal items in tonight's TRANFILE, one entry per distinct
      *> original posting named, loaded by a first pass over TRANFILE
      *> and then matched against TRANHIST before posting starts.
      *> Each entry counts how many identical postings are on the
      *> history and how many have already been reversed, so a
      *> posting can be reversed once and only once; a deposit or
      *> withdrawal posted earlier in this run counts as well.  The
      *> fee amount is the overdraft fee the original withdrawal
      *> carried, reversed along with it.  Five hundred entries is
      *> far beyond a night's corrections.
       01  WS-REVERSAL-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  WS-REVERSAL-TABLE.
           05  WS-REVERSAL-ENTRY  OCCURS 500 TIMES.
               10  WS-REV-ACCT-NUMBER    PIC 9(10).
               10  WS-REV-ORIG-DATE      PIC 9(8).
               10  WS-REV-ORIG-CODE      PIC X(4).
               10  WS-REV-AMOUNT         PIC 9(9)V99.
               10  WS-REV-POSTED-COUNT   PIC 9(5) COMP.
               10  WS-REV-REVERSED-COUNT PIC 9(5) COMP.
               10  WS-REV-FEE-AMOUNT     PIC 9(9)V99.
       01  WS-REVERSAL-SUB           PIC 9(4) COMP.

      *> Search key for the reversal table and the entry it found,
      *> zero when none matches.  The fee subscript remembers the
      *> entry whose withdrawal was the last history record read, so
      *> an overdraft fee written right behind it is tied to it.
       01  WS-REVERSAL-KEY.
           05  WS-RVK-ACCT-NUMBER        PIC 9(10).
           05  WS-RVK-ORIG-DATE          PIC 9(8).
           05  WS-RVK-ORIG-CODE          PIC X(4).
           05  WS-RVK-AMOUNT             PIC 9(9)V99.
       01  WS-REV-MATCH-SUB          PIC 9(4) COMP VALUE ZERO.
       01  WS-REV-FEE-SUB            PIC 9(4) COMP VALUE ZERO.

       01  WS-REVERSAL-WORK.
           05  WS-REVERSAL-FEE           PIC 9(9)V99.

      *> Per-account overdraft limit table loaded from OVDLIM.  Five
      *> hundred entries is far beyond the overdraft privileges the
           05  WS-NEW-BALANCE            PIC S9(11)V99.
           05  WS-OVERDRAWN-AMOUNT       PIC 9(11)V99.

      *> Active holds on the account being debited, and the reason
      *> an item bounced, for the NSF report.
       01  WS-HOLD-WORK.
           05  WS-HELD-AMOUNT            PIC 9(11)V99.
           05  WS-AVAILABLE-BALANCE      PIC S9(11)V99.
           05  WS-NSF-REASON             PIC X(13).

      *> Owning customer of the account a transfer credits; both
      *> sides of a transfer must belong to the same customer.
       01  WS-TO-CUST-NUMBER         PIC 9(10).

      *> Control-break totals for the account currently being posted;
      *> TRANFILE arrives sorted by account number.
       01  WS-ACCT-BREAK.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL TRANS WAREHOUSED = ".
           05  RPT-TOTAL-WAREHOUSED      PIC ZZZ,ZZ9.
       01  WS-RUN-TOTAL-LINE-9.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL REVERSALS POSTED = ".
           05  RPT-TOTAL-REVERSALS       PIC ZZZ,ZZ9.
       01  WS-RUN-TOTAL-LINE-10.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL OD FEES REVERSED = ".
           05  RPT-TOTAL-FEES-REVERSED   PIC ZZZ,ZZ9.
       01  WS-RUN-TOTAL-LINE-11.
           05  FILLER                    PIC X(25)
                   VALUE "NET AMOUNT REVERSED    = ".
           05  RPT-NET-REVERSED          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RUN-TOTAL-LINE-12.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL TRANSFERS POSTED = ".
           05  RPT-TOTAL-TRANSFERS       PIC ZZZ,ZZ9.
       01  WS-RUN-TOTAL-LINE-13.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL TRANSFER AMOUNT  = ".
           05  RPT-TRANSFER-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NSF-HEADING.
           05  FILLER                    PIC X(21)
           05  FILLER                    PIC X(9)
                   VALUE "  LIMIT =".
           05  NSF-LIMIT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(8)
                   VALUE "  HELD =".
           05  NSF-HELD                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  NSF-REASON                PIC X(13).
      *> Second line under a rejected transfer, naming the account
      *> it would have credited.
       01  WS-NSF-TRANSFER-LINE.
           05  FILLER                    PIC X(19) VALUE SPACES.
           05  FILLER                    PIC X(20)
                   VALUE "TRANSFER TO ACCOUNT ".
           05  NSF-TO-ACCT-NUMBER        PIC 9(10).
       01  WS-NSF-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL NSF ITEMS        = ".
           05  NSF-TOTAL-COUNT           PIC ZZZ,ZZ9.

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-TRAN
                   UNTIL WS-EOF
               PERFORM 3000-TERMINATE
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "TRANPOST" TO RC-PROGRAM
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
               DISPLAY "TRANPOST: RUN REFUSED BY RUN CONTROL"
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
           MOVE WS-TRANS-READ TO RC-RECORDS-READ
           MOVE WS-TRANS-POSTED TO RC-RECORDS-WRITTEN
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
               DISPLAY "TRANPOST: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-INITIALIZE.
           OPEN INPUT TRANFILE-FILE
           IF WS-TRANFILE-STATUS NOT = "00"
                           IF NOT WS-ABEND
                               PERFORM 1070-OPEN-WAREHOUSE
                           END-IF
                           IF NOT WS-ABEND
                               PERFORM 1075-OPEN-HOLDS
                           END-IF
                           IF NOT WS-ABEND
                               PERFORM 1080-LOAD-BACKDATE-CONTROL
                               PERFORM 1100-LOAD-OVERDRAFT-CONTROL
                               PERFORM 1200-LOAD-REVERSAL-ITEMS
                           END-IF
                           IF NOT WS-ABEND
                               PERFORM 2100-READ-TRAN
                           END-IF
                       END-IF
           END-IF
           .

       1075-OPEN-HOLDS.
      *>   Holds are looked up account by account as withdrawals come
      *>   up.  No HOLDMAST yet simply means no account is held.
           OPEN INPUT HOLDMAST-FILE
           IF WS-HOLDMAST-STATUS = "00"
               SET WS-HOLDS-ON-FILE TO TRUE
           ELSE
               IF WS-HOLDMAST-STATUS NOT = "35"
                   DISPLAY "TRANPOST: HOLDMAST NOT AVAILABLE, "
                           "STATUS = " WS-HOLDMAST-STATUS
                   CLOSE TRANFILE-FILE
                   CLOSE ACCTMAST-FILE
                   CLOSE TRANRPT-FILE
                   CLOSE NSFRPT-FILE
                   CLOSE TRANWHSE-FILE
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           .

       1080-LOAD-BACKDATE-CONTROL.
      *>   A missing BKDTCTL leaves the tolerance at zero - no
      *>   transaction may carry a date behind the business date -
           PERFORM 1110-READ-OVDLIM-RECORD
           .

       1200-LOAD-REVERSAL-ITEMS.
      *>   First pass over TRANFILE: collects the postings tonight's
      *>   reversal items name, then reopens TRANFILE for posting.
      *>   Only when there is at least one does the run read back
      *>   through TRANHIST to find them.
           PERFORM 1210-READ-PREPASS-TRAN
           PERFORM 1220-STORE-REVERSAL-ITEM
               UNTIL WS-PREPASS-EOF
           CLOSE TRANFILE-FILE
           OPEN INPUT TRANFILE-FILE
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "TRANPOST: TRANFILE NOT AVAILABLE, STATUS = "
                       WS-TRANFILE-STATUS
               CLOSE ACCTMAST-FILE
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               IF WS-REVERSAL-COUNT > ZERO
                   PERFORM 1250-MATCH-REVERSAL-HISTORY
               END-IF
           END-IF
           .

       1210-READ-PREPASS-TRAN.
           READ TRANFILE-FILE
               AT END
                   SET WS-PREPASS-EOF TO TRUE
           END-READ
           .

       1220-STORE-REVERSAL-ITEM.
      *>   Items that fail the reversal edits are left out here and
      *>   rejected with their reason when they come up for posting.
           IF TRAN-REVERSAL
                   AND (TRAN-ORIG-DEPOSIT OR TRAN-ORIG-WITHDRAWAL)
                   AND TRAN-AMOUNT IS NUMERIC
                   AND TRAN-ORIG-POST-DATE IS NUMERIC
               MOVE TRAN-ACCT-NUMBER    TO WS-RVK-ACCT-NUMBER
               MOVE TRAN-ORIG-POST-DATE TO WS-RVK-ORIG-DATE
               MOVE TRAN-ORIG-TRAN-CODE TO WS-RVK-ORIG-CODE
               MOVE TRAN-AMOUNT         TO WS-RVK-AMOUNT
               PERFORM 2710-FIND-REVERSAL-ENTRY
               IF WS-REV-MATCH-SUB = ZERO
                       AND WS-REVERSAL-COUNT < 500
                   ADD 1 TO WS-REVERSAL-COUNT
                   MOVE WS-RVK-ACCT-NUMBER
                       TO WS-REV-ACCT-NUMBER(WS-REVERSAL-COUNT)
                   MOVE WS-RVK-ORIG-DATE
                       TO WS-REV-ORIG-DATE(WS-REVERSAL-COUNT)
                   MOVE WS-RVK-ORIG-CODE
                       TO WS-REV-ORIG-CODE(WS-REVERSAL-COUNT)
                   MOVE WS-RVK-AMOUNT
                       TO WS-REV-AMOUNT(WS-REVERSAL-COUNT)
                   MOVE ZERO
                       TO WS-REV-POSTED-COUNT(WS-REVERSAL-COUNT)
                   MOVE ZERO
                       TO WS-REV-REVERSED-COUNT(WS-REVERSAL-COUNT)
                   MOVE ZERO
                       TO WS-REV-FEE-AMOUNT(WS-REVERSAL-COUNT)
               END-IF
           END-IF
           PERFORM 1210-READ-PREPASS-TRAN
           .

       1250-MATCH-REVERSAL-HISTORY.
      *>   One pass over TRANHIST counts, for every entry, the
      *>   matching original postings, the overdraft fee written
      *>   straight behind a matching withdrawal, and the reversals
      *>   already posted against it.  No history at all simply
      *>   means nothing is there to reverse.
           OPEN INPUT TRANHIST-FILE
           IF WS-TRANHIST-STATUS = "00"
               PERFORM 1260-READ-HISTORY
               PERFORM 1270-MATCH-HISTORY-RECORD
                   UNTIL WS-HIST-EOF
               CLOSE TRANHIST-FILE
           ELSE
               IF WS-TRANHIST-STATUS NOT = "35"
                   DISPLAY "TRANPOST: TRANHIST NOT AVAILABLE, "
                           "STATUS = " WS-TRANHIST-STATUS
                   CLOSE TRANFILE-FILE
                   CLOSE ACCTMAST-FILE
                   CLOSE TRANRPT-FILE
                   CLOSE NSFRPT-FILE
                   CLOSE TRANWHSE-FILE
                   IF WS-HOLDS-ON-FILE
                       CLOSE HOLDMAST-FILE
                   END-IF
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           .

       1260-READ-HISTORY.
           READ TRANHIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           .

       1270-MATCH-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN TH-EVENT-DEPOSIT OR TH-EVENT-WITHDRAWAL
                   MOVE TH-ACCT-NUMBER TO WS-RVK-ACCT-NUMBER
                   MOVE TH-POST-DATE   TO WS-RVK-ORIG-DATE
                   MOVE TH-TRAN-CODE   TO WS-RVK-ORIG-CODE
                   MOVE TH-AMOUNT      TO WS-RVK-AMOUNT
                   PERFORM 2710-FIND-REVERSAL-ENTRY
                   IF WS-REV-MATCH-SUB > ZERO
                       ADD 1 TO WS-REV-POSTED-COUNT(WS-REV-MATCH-SUB)
                   END-IF
                   MOVE ZERO TO WS-REV-FEE-SUB
                   IF TH-EVENT-WITHDRAWAL
                       MOVE WS-REV-MATCH-SUB TO WS-REV-FEE-SUB
                   END-IF
               WHEN TH-EVENT-ODFEE
                   IF WS-REV-FEE-SUB > ZERO
                       MOVE TH-AMOUNT
                           TO WS-REV-FEE-AMOUNT(WS-REV-FEE-SUB)
                   END-IF
                   MOVE ZERO TO WS-REV-FEE-SUB
               WHEN TH-EVENT-REV-DEPOSIT OR TH-EVENT-REV-WITHDRAWAL
                   MOVE TH-ACCT-NUMBER    TO WS-RVK-ACCT-NUMBER
                   MOVE TH-ORIG-POST-DATE TO WS-RVK-ORIG-DATE
                   IF TH-EVENT-REV-DEPOSIT
                       MOVE "DEP " TO WS-RVK-ORIG-CODE
                   ELSE
                       MOVE "WDR " TO WS-RVK-ORIG-CODE
                   END-IF
                   MOVE TH-AMOUNT         TO WS-RVK-AMOUNT
                   PERFORM 2710-FIND-REVERSAL-ENTRY
                   IF WS-REV-MATCH-SUB > ZERO
                       ADD 1
                           TO WS-REV-REVERSED-COUNT(WS-REV-MATCH-SUB)
                   END-IF
                   MOVE ZERO TO WS-REV-FEE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-REV-FEE-SUB
           END-EVALUATE
           PERFORM 1260-READ-HISTORY
           .

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRANS-READ

               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
      *>   A future-dated item is held in the warehouse and released
      *>   into posting by TRANWREL on its effective date; a
      *>   backdated item posts only within the BKDTCTL tolerance.
      *>   A reversal backs out a posting already made, so it is
      *>   never held for a later date.
           EVALUATE TRUE
               WHEN TRAN-DATE > WS-BUSINESS-DATE AND TRAN-REVERSAL
                   MOVE "REVERSAL MAY NOT BE FUTURE DATED"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN TRAN-DATE > WS-BUSINESS-DATE
                   PERFORM 2450-WAREHOUSE-TRAN
               WHEN TRAN-DATE < WS-BUSINESS-DATE
           MOVE TRAN-TYPE        TO WHS-TRAN-TYPE
           MOVE TRAN-AMOUNT      TO WHS-TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE TO WHS-ENTRY-DATE
           IF TRAN-TRANSFER
               MOVE TRAN-TO-ACCT-NUMBER TO WHS-TO-ACCT-NUMBER
           ELSE
               MOVE ZERO TO WHS-TO-ACCT-NUMBER
           END-IF
           MOVE TRAN-CHANNEL     TO WHS-CHANNEL
           WRITE TRANWHSE-RECORD
           IF WS-TRANWHSE-STATUS NOT = "00"
               DISPLAY "TRANPOST: TRANWHSE WRITE FAILED, STATUS = "
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-TRANS-WAREHOUSED
               MOVE TRAN-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE TRAN-DATE        TO RPT-TRAN-DATE
               EVALUATE TRUE
                   WHEN TRAN-DEPOSIT
                       MOVE "DEPOSIT" TO RPT-TRAN-TYPE
                   WHEN TRAN-WITHDRAWAL
                       MOVE "WITHDRAWAL" TO RPT-TRAN-TYPE
                   WHEN TRAN-TRANSFER
                       MOVE "TRANSFER" TO RPT-TRAN-TYPE
                   WHEN OTHER
                       MOVE TRAN-TYPE TO RPT-TRAN-TYPE
               END-EVALUATE
               MOVE TRAN-AMOUNT TO RPT-TRAN-AMOUNT
               MOVE "WAREHOUSED - FUTURE DATED" TO RPT-DISPOSITION
               WRITE TRANRPT-LINE FROM WS-REPORT-DETAIL

       2200-POST-TRAN.
           IF NOT TRAN-DEPOSIT AND NOT TRAN-WITHDRAWAL
                   AND NOT TRAN-REVERSAL AND NOT TRAN-TRANSFER
               MOVE "INVALID TRANSACTION TYPE" TO LS-ERROR-MESSAGE
               PERFORM 2400-REJECT-TRAN
           ELSE
                   MOVE "AMOUNT NOT NUMERIC" TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               ELSE
                   EVALUATE TRUE
                       WHEN TRAN-REVERSAL
                           PERFORM 2205-EDIT-REVERSAL
                       WHEN TRAN-TRANSFER
                           PERFORM 2800-EDIT-TRANSFER
                       WHEN OTHER
                           PERFORM 2210-FETCH-AND-APPLY
                   END-EVALUATE
               END-IF
           END-IF
           .

       2205-EDIT-REVERSAL.
      *>   Only deposits and withdrawals are reversed on their own;
      *>   an overdraft fee goes back out with its withdrawal, and
      *>   the original cannot post after the reversal of it.
           EVALUATE TRUE
               WHEN NOT TRAN-ORIG-DEPOSIT AND NOT TRAN-ORIG-WITHDRAWAL
                   MOVE "REVERSAL ORIGINAL CODE NOT DEP OR WDR"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN TRAN-ORIG-POST-DATE NOT NUMERIC
                   MOVE "REVERSAL ORIGINAL DATE NOT NUMERIC"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN TRAN-ORIG-POST-DATE > TRAN-DATE
                   MOVE "REVERSAL ORIGINAL DATE AFTER REVERSAL"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN OTHER
                   PERFORM 2210-FETCH-AND-APPLY
           END-EVALUATE
           .

       2210-FETCH-AND-APPLY.
           MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
           .

       2300-APPLY-TRAN.
           IF TRAN-REVERSAL
               PERFORM 2700-APPLY-REVERSAL
           ELSE
               MOVE 'N' TO WS-NSF-SWITCH
               IF TRAN-WITHDRAWAL
                   PERFORM 2310-CHECK-FUNDS
               END-IF

               IF WS-NSF-ITEM
                   PERFORM 2320-REJECT-NSF
               ELSE
                   PERFORM 2330-POST-TRAN-AMOUNT
               END-IF
           END-IF
           .

       2310-CHECK-FUNDS.
      *>   A withdrawal is tested against the available balance - the
      *>   ledger balance less the account's active holds.  It may
      *>   draw that down to zero, and an account carrying an OVDLIM
      *>   privilege may draw past zero up to its limit; anything
      *>   deeper bounces as NSF.  A legal freeze bounces every debit
      *>   whatever the balance.
           PERFORM 2315-FIND-OVERDRAFT-LIMIT
           PERFORM 2317-TOTAL-ACTIVE-HOLDS
           IF WS-LEGAL-FREEZE
               SET WS-NSF-ITEM TO TRUE
               MOVE "LEGAL FREEZE" TO WS-NSF-REASON
           ELSE
               COMPUTE WS-AVAILABLE-BALANCE =
                   ACCT-BALANCE - WS-HELD-AMOUNT
               COMPUTE WS-NEW-BALANCE =
                   WS-AVAILABLE-BALANCE - TRAN-AMOUNT
               IF WS-NEW-BALANCE < ZERO
                   COMPUTE WS-OVERDRAWN-AMOUNT = ZERO - WS-NEW-BALANCE
                   IF WS-OVERDRAWN-AMOUNT > WS-ACCT-OVD-LIMIT
                       SET WS-NSF-ITEM TO TRUE
                       MOVE "NSF" TO WS-NSF-REASON
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

       2317-TOTAL-ACTIVE-HOLDS.
      *>   Reads the account's holds in sequence order.  A hold counts
      *>   from the day it is placed until it is released or its
      *>   expiry date arrives, whether or not HOLDMNT has swept it
      *>   to expired yet.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-FREEZE-SWITCH
           IF WS-HOLDS-ON-FILE
               MOVE 'N' TO WS-HOLD-SCAN-EOF-SWITCH
               MOVE ACCT-NUMBER TO HLD-ACCT-NUMBER
               MOVE ZERO TO HLD-SEQUENCE
               START HOLDMAST-FILE KEY NOT LESS THAN HLD-KEY
                   INVALID KEY
                       SET WS-HOLD-SCAN-EOF TO TRUE
               END-START
               PERFORM 2318-READ-ACCOUNT-HOLD
                   UNTIL WS-HOLD-SCAN-EOF
           END-IF
           .

       2318-READ-ACCOUNT-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-HOLD-SCAN-EOF TO TRUE
                   ELSE
                       IF HLD-STATUS-ACTIVE
                               AND (HLD-EXPIRY-DATE = ZERO
                                OR HLD-EXPIRY-DATE > WS-BUSINESS-DATE)
                           ADD HLD-AMOUNT TO WS-HELD-AMOUNT
                           IF HLD-TYPE-LEGAL-FREEZE
                               SET WS-LEGAL-FREEZE TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       2319-CHECK-FREEZE.
      *>   Debits that are not held to the funds check still may not
      *>   touch an account under a legal freeze.
           PERFORM 2315-FIND-OVERDRAFT-LIMIT
           PERFORM 2317-TOTAL-ACTIVE-HOLDS
           IF WS-LEGAL-FREEZE
               SET WS-NSF-ITEM TO TRUE
               MOVE "LEGAL FREEZE" TO WS-NSF-REASON
           END-IF
           .

       2320-REJECT-NSF.
           ADD 1 TO WS-TRANS-NSF

           MOVE TRAN-ACCT-NUMBER TO RPT-ACCT-NUMBER
           MOVE TRAN-DATE        TO RPT-TRAN-DATE
           EVALUATE TRUE
               WHEN TRAN-REVERSAL
                   MOVE "REVERSAL"   TO RPT-TRAN-TYPE
               WHEN TRAN-TRANSFER
                   MOVE "TRANSFER"   TO RPT-TRAN-TYPE
               WHEN OTHER
                   MOVE "WITHDRAWAL" TO RPT-TRAN-TYPE
           END-EVALUATE
           MOVE TRAN-AMOUNT      TO RPT-TRAN-AMOUNT
           MOVE SPACES           TO RPT-DISPOSITION
           IF TRAN-TRANSFER
               STRING "REJECTED - " DELIMITED BY SIZE
                      WS-NSF-REASON DELIMITED BY "  "
                      " - TO " DELIMITED BY SIZE
                      TRAN-TO-ACCT-NUMBER DELIMITED BY SIZE
                   INTO RPT-DISPOSITION
               END-STRING
           ELSE
               STRING "REJECTED - " DELIMITED BY SIZE
                      WS-NSF-REASON DELIMITED BY SIZE
                   INTO RPT-DISPOSITION
               END-STRING
           END-IF
           WRITE TRANRPT-LINE FROM WS-REPORT-DETAIL

           MOVE TRAN-ACCT-NUMBER TO NSF-ACCT-NUMBER
           MOVE TRAN-AMOUNT      TO NSF-TRAN-AMOUNT
           MOVE ACCT-BALANCE     TO NSF-BALANCE
           MOVE WS-ACCT-OVD-LIMIT TO NSF-LIMIT
           MOVE WS-HELD-AMOUNT   TO NSF-HELD
           MOVE WS-NSF-REASON    TO NSF-REASON
           WRITE NSFRPT-LINE FROM WS-NSF-DETAIL
           IF TRAN-TRANSFER
               MOVE TRAN-TO-ACCT-NUMBER TO NSF-TO-ACCT-NUMBER
               WRITE NSFRPT-LINE FROM WS-NSF-TRANSFER-LINE
           END-IF
           .

       2330-POST-TRAN-AMOUNT.
               IF WS-FEE-DUE
                   PERFORM 2340-POST-OVERDRAFT-FEE
               END-IF
               IF WS-REVERSAL-COUNT > ZERO
                   PERFORM 2350-NOTE-POSTING-FOR-REVERSAL
               END-IF
           END-IF
           .

           END-IF
           .

       2350-NOTE-POSTING-FOR-REVERSAL.
      *>   A posting made earlier in this run is just as reversible
      *>   as one already on TRANHIST, which was read before it went
      *>   on.
           MOVE TRAN-ACCT-NUMBER TO WS-RVK-ACCT-NUMBER
           MOVE TRAN-DATE        TO WS-RVK-ORIG-DATE
           IF TRAN-DEPOSIT
               MOVE "DEP "       TO WS-RVK-ORIG-CODE
           ELSE
               MOVE "WDR "       TO WS-RVK-ORIG-CODE
           END-IF
           MOVE TRAN-AMOUNT      TO WS-RVK-AMOUNT
           PERFORM 2710-FIND-REVERSAL-ENTRY
           IF WS-REV-MATCH-SUB > ZERO
               ADD 1 TO WS-REV-POSTED-COUNT(WS-REV-MATCH-SUB)
               IF WS-FEE-DUE
                   MOVE WS-OVERDRAFT-FEE
                       TO WS-REV-FEE-AMOUNT(WS-REV-MATCH-SUB)
               END-IF
           END-IF
           .

       2600-WRITE-GL-DETAIL.
           MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER
           MOVE TRAN-DATE        TO GL-EFFECTIVE-DATE
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           END-IF
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           END-IF
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           MOVE WS-BALANCE-BEFORE      TO HST-BALANCE-BEFORE
           MOVE WS-BALANCE-AFTER-TRAN  TO HST-BALANCE-AFTER
           MOVE "TRANPOST"             TO HST-POST-PROGRAM
           MOVE TRAN-CHANNEL           TO HST-CHANNEL
           MOVE ZERO                   TO HST-ORIG-POST-DATE
           MOVE ZERO                   TO HST-OTHER-ACCT-NUMBER
           PERFORM 2640-CALL-TRANHIST
           .

           MOVE WS-BALANCE-AFTER-TRAN  TO HST-BALANCE-BEFORE
           MOVE ACCT-BALANCE           TO HST-BALANCE-AFTER
           MOVE "TRANPOST"             TO HST-POST-PROGRAM
           MOVE SPACE                  TO HST-CHANNEL
           MOVE ZERO                   TO HST-ORIG-POST-DATE
           MOVE ZERO                   TO HST-OTHER-ACCT-NUMBER
           PERFORM 2640-CALL-TRANHIST
           .

                                 HST-BALANCE-BEFORE
                                 HST-BALANCE-AFTER
                                 HST-POST-PROGRAM
                                 HST-ORIG-POST-DATE
                                 HST-OTHER-ACCT-NUMBER
                                 HST-CHANNEL
                                 HST-RETURN-CODE
           IF HST-FATAL-ERROR
               DISPLAY "TRANPOST: HISTORY WRITE FAILED, ABORTING RUN"
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           ADD 1 TO WS-TRANS-REJECTED
           MOVE TRAN-ACCT-NUMBER TO RPT-ACCT-NUMBER
           MOVE TRAN-DATE        TO RPT-TRAN-DATE
           EVALUATE TRUE
               WHEN TRAN-DEPOSIT
                   MOVE "DEPOSIT" TO RPT-TRAN-TYPE
               WHEN TRAN-WITHDRAWAL
                   MOVE "WITHDRAWAL" TO RPT-TRAN-TYPE
               WHEN TRAN-REVERSAL
                   MOVE "REVERSAL" TO RPT-TRAN-TYPE
               WHEN TRAN-TRANSFER
                   MOVE "TRANSFER" TO RPT-TRAN-TYPE
               WHEN OTHER
                   MOVE TRAN-TYPE TO RPT-TRAN-TYPE
           END-EVALUATE
           MOVE TRAN-AMOUNT TO RPT-TRAN-AMOUNT
      *>   A rejected transfer names the account it would have
      *>   credited as well.
           IF TRAN-TRANSFER
               MOVE SPACES TO RPT-DISPOSITION
               STRING "REJECTED - " DELIMITED BY SIZE
                      LS-ERROR-MESSAGE DELIMITED BY "  "
                      " - TO " DELIMITED BY SIZE
                      TRAN-TO-ACCT-NUMBER DELIMITED BY SIZE
                   INTO RPT-DISPOSITION
               END-STRING
           ELSE
               STRING "REJECTED - " DELIMITED BY SIZE
                      LS-ERROR-MESSAGE DELIMITED BY SIZE
                   INTO RPT-DISPOSITION
               END-STRING
           END-IF
           WRITE TRANRPT-LINE FROM WS-REPORT-DETAIL
           .

           MOVE ZERO TO WS-ACCT-NET-AMOUNT
           .

       2700-APPLY-REVERSAL.
      *>   The posting named must be on the history (or posted
      *>   earlier tonight) more times than it has been reversed.
      *>   A reversal is a correction, not customer activity: it is
      *>   not held to the funds check and does not move the
      *>   last-activity date.
           MOVE TRAN-ACCT-NUMBER    TO WS-RVK-ACCT-NUMBER
           MOVE TRAN-ORIG-POST-DATE TO WS-RVK-ORIG-DATE
           MOVE TRAN-ORIG-TRAN-CODE TO WS-RVK-ORIG-CODE
           MOVE TRAN-AMOUNT         TO WS-RVK-AMOUNT
           PERFORM 2710-FIND-REVERSAL-ENTRY
           EVALUATE TRUE
               WHEN WS-REV-MATCH-SUB = ZERO
                   MOVE "REVERSAL TABLE FULL - RESUBMIT"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN WS-REV-POSTED-COUNT(WS-REV-MATCH-SUB) = ZERO
                   MOVE "ORIGINAL POSTING NOT ON HISTORY"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN WS-REV-REVERSED-COUNT(WS-REV-MATCH-SUB)
                       NOT < WS-REV-POSTED-COUNT(WS-REV-MATCH-SUB)
                   MOVE "ORIGINAL POSTING ALREADY REVERSED"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN OTHER
      *>           Backing out a deposit is a debit like any other as
      *>           far as a legal freeze is concerned.
                   MOVE 'N' TO WS-NSF-SWITCH
                   IF TRAN-ORIG-DEPOSIT
                       PERFORM 2319-CHECK-FREEZE
                   END-IF
                   IF WS-NSF-ITEM
                       PERFORM 2320-REJECT-NSF
                   ELSE
                       PERFORM 2720-POST-REVERSAL
                   END-IF
           END-EVALUATE
           .

       2710-FIND-REVERSAL-ENTRY.
           MOVE ZERO TO WS-REV-MATCH-SUB
           PERFORM 2715-TEST-REVERSAL-ENTRY
               VARYING WS-REVERSAL-SUB FROM 1 BY 1
               UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
                   OR WS-REV-MATCH-SUB > ZERO
           .

       2715-TEST-REVERSAL-ENTRY.
           IF WS-REV-ACCT-NUMBER(WS-REVERSAL-SUB) = WS-RVK-ACCT-NUMBER
                   AND WS-REV-ORIG-DATE(WS-REVERSAL-SUB)
                       = WS-RVK-ORIG-DATE
                   AND WS-REV-ORIG-CODE(WS-REVERSAL-SUB)
                       = WS-RVK-ORIG-CODE
                   AND WS-REV-AMOUNT(WS-REVERSAL-SUB) = WS-RVK-AMOUNT
               MOVE WS-REVERSAL-SUB TO WS-REV-MATCH-SUB
           END-IF
           .

       2720-POST-REVERSAL.
      *>   Backs the original out under one REWRITE: a deposit comes
      *>   off the balance, a withdrawal goes back on, and so does
      *>   the overdraft fee the withdrawal carried.
           MOVE ACCT-RECORD TO AJ-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           IF TRAN-ORIG-DEPOSIT
               COMPUTE WS-SIGNED-AMOUNT = ZERO - TRAN-AMOUNT
               SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
               MOVE ZERO TO WS-REVERSAL-FEE
           ELSE
               MOVE TRAN-AMOUNT TO WS-SIGNED-AMOUNT
               ADD TRAN-AMOUNT TO ACCT-BALANCE
               MOVE WS-REV-FEE-AMOUNT(WS-REV-MATCH-SUB)
                   TO WS-REVERSAL-FEE
           END-IF
           MOVE ACCT-BALANCE TO WS-BALANCE-AFTER-TRAN
           ADD WS-REVERSAL-FEE TO ACCT-BALANCE
           REWRITE ACCT-RECORD
           PERFORM 2660-WRITE-JOURNAL

           IF NOT WS-ABEND
               PERFORM 2730-WRITE-GL-REVERSAL
           END-IF
           IF NOT WS-ABEND
               PERFORM 2740-WRITE-HISTORY-REVERSAL
           END-IF

           IF NOT WS-ABEND
               ADD 1 TO WS-REV-REVERSED-COUNT(WS-REV-MATCH-SUB)
               ADD 1 TO WS-REVERSALS-POSTED
               ADD 1 TO WS-ACCT-TRAN-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-ACCT-NET-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-NET-REVERSED

               MOVE TRAN-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE TRAN-DATE        TO RPT-TRAN-DATE
               MOVE "REVERSAL"       TO RPT-TRAN-TYPE
               MOVE TRAN-AMOUNT      TO RPT-TRAN-AMOUNT
               MOVE SPACES           TO RPT-DISPOSITION
               STRING "POSTED - REVERSAL OF " DELIMITED BY SIZE
                      TRAN-ORIG-TRAN-CODE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      TRAN-ORIG-POST-DATE DELIMITED BY SIZE
                   INTO RPT-DISPOSITION
               END-STRING
               WRITE TRANRPT-LINE FROM WS-REPORT-DETAIL

               IF WS-REVERSAL-FEE > ZERO
                   PERFORM 2750-REVERSE-OVERDRAFT-FEE
               END-IF
           END-IF
           .

       2730-WRITE-GL-REVERSAL.
           MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER
           MOVE TRAN-DATE        TO GL-EFFECTIVE-DATE
           MOVE TRAN-AMOUNT      TO GL-AMOUNT
           IF TRAN-ORIG-DEPOSIT
               SET GL-EVENT-REV-DEPOSIT TO TRUE
           ELSE
               SET GL-EVENT-REV-WITHDRAWAL TO TRUE
           END-IF
           PERFORM 2760-CALL-GLEXTRCT
           .

       2740-WRITE-HISTORY-REVERSAL.
           MOVE TRAN-ACCT-NUMBER       TO HST-ACCT-NUMBER
           MOVE TRAN-DATE              TO HST-POST-DATE
           IF TRAN-ORIG-DEPOSIT
               SET HST-EVENT-REV-DEPOSIT TO TRUE
           ELSE
               SET HST-EVENT-REV-WITHDRAWAL TO TRUE
           END-IF
           MOVE TRAN-AMOUNT            TO HST-AMOUNT
           MOVE WS-BALANCE-BEFORE      TO HST-BALANCE-BEFORE
           MOVE WS-BALANCE-AFTER-TRAN  TO HST-BALANCE-AFTER
           MOVE "TRANPOST"             TO HST-POST-PROGRAM
           MOVE TRAN-CHANNEL           TO HST-CHANNEL
           MOVE TRAN-ORIG-POST-DATE    TO HST-ORIG-POST-DATE
           MOVE ZERO                   TO HST-OTHER-ACCT-NUMBER
           PERFORM 2640-CALL-TRANHIST
           .

       2750-REVERSE-OVERDRAFT-FEE.
           ADD 1 TO WS-FEES-REVERSED
           ADD WS-REVERSAL-FEE TO WS-ACCT-NET-AMOUNT
           ADD WS-REVERSAL-FEE TO WS-NET-REVERSED

           MOVE TRAN-ACCT-NUMBER TO RPT-ACCT-NUMBER
           MOVE TRAN-DATE        TO RPT-TRAN-DATE
           MOVE "OD FEE REV"     TO RPT-TRAN-TYPE
           MOVE WS-REVERSAL-FEE  TO RPT-TRAN-AMOUNT
           MOVE "POSTED - REVERSAL OF OVERDRAFT FEE"
               TO RPT-DISPOSITION
           WRITE TRANRPT-LINE FROM WS-REPORT-DETAIL

           MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER
           MOVE TRAN-DATE        TO GL-EFFECTIVE-DATE
           MOVE WS-REVERSAL-FEE  TO GL-AMOUNT
           SET GL-EVENT-REV-ODFEE TO TRUE
           PERFORM 2760-CALL-GLEXTRCT

           IF NOT WS-ABEND
               MOVE TRAN-ACCT-NUMBER       TO HST-ACCT-NUMBER
               MOVE TRAN-DATE              TO HST-POST-DATE
               SET HST-EVENT-REV-ODFEE     TO TRUE
               MOVE WS-REVERSAL-FEE        TO HST-AMOUNT
               MOVE WS-BALANCE-AFTER-TRAN  TO HST-BALANCE-BEFORE
               MOVE ACCT-BALANCE           TO HST-BALANCE-AFTER
               MOVE "TRANPOST"             TO HST-POST-PROGRAM
               MOVE SPACE                  TO HST-CHANNEL
               MOVE TRAN-ORIG-POST-DATE    TO HST-ORIG-POST-DATE
               MOVE ZERO                   TO HST-OTHER-ACCT-NUMBER
               PERFORM 2640-CALL-TRANHIST
           END-IF
           .

       2760-CALL-GLEXTRCT.
           CALL 'GLEXTRCT' USING GL-ACCT-NUMBER
                                 GL-EFFECTIVE-DATE
                                 GL-AMOUNT
                                 GL-EVENT-CODE
                                 GL-RETURN-CODE
           IF GL-FATAL-ERROR
               DISPLAY "TRANPOST: GL EXTRACT FAILED, ABORTING RUN"
               CLOSE TRANFILE-FILE
               CLOSE ACCTMAST-FILE
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           .

       2800-EDIT-TRANSFER.
           EVALUATE TRUE
               WHEN TRAN-TO-ACCT-NUMBER NOT NUMERIC
                   MOVE "TRANSFER TO ACCOUNT NOT NUMERIC"
                       TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN TRAN-TO-ACCT-NUMBER = TRAN-ACCT-NUMBER
                   MOVE "TRANSFER TO SAME ACCOUNT" TO LS-ERROR-MESSAGE
                   PERFORM 2400-REJECT-TRAN
               WHEN OTHER
                   PERFORM 2810-FETCH-TRANSFER-ACCOUNTS
           END-EVALUATE
           .

       2810-FETCH-TRANSFER-ACCOUNTS.
      *>   The account credited is edited first and the account
      *>   debited last, so the source record is the one in the
      *>   buffer for the funds check.  Nothing is rewritten until
      *>   both sides have passed.  Transfers are only between
      *>   accounts of one customer on CUSTMAST, so an account with
      *>   no owning customer can be on neither side.
           MOVE SPACES TO LS-ERROR-MESSAGE
           MOVE ZERO TO WS-TO-CUST-NUMBER
           MOVE TRAN-TO-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "TO ACCOUNT NOT ON FILE" TO LS-ERROR-MESSAGE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-STATUS-CLOSED
                           MOVE "TO ACCOUNT CLOSED" TO LS-ERROR-MESSAGE
                       WHEN ACCT-STATUS-ESCHEATED
                           MOVE "TO ACCOUNT ESCHEATED"
                               TO LS-ERROR-MESSAGE
                   END-EVALUATE
                   MOVE ACCT-CUST-NUMBER TO WS-TO-CUST-NUMBER
           END-READ

           IF LS-ERROR-MESSAGE = SPACES
               MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       MOVE "FROM ACCOUNT NOT ON FILE"
                           TO LS-ERROR-MESSAGE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACCT-STATUS-CLOSED
                               MOVE "FROM ACCOUNT CLOSED"
                                   TO LS-ERROR-MESSAGE
                           WHEN ACCT-STATUS-ESCHEATED
                               MOVE "FROM ACCOUNT ESCHEATED"
                                   TO LS-ERROR-MESSAGE
                           WHEN ACCT-CUST-NUMBER = ZERO
                                   OR WS-TO-CUST-NUMBER = ZERO
                               MOVE "ACCOUNT HAS NO CUSTOMER"
                                   TO LS-ERROR-MESSAGE
                           WHEN ACCT-CUST-NUMBER
                                   NOT = WS-TO-CUST-NUMBER
                               MOVE "TRANSFER TO ANOTHER CUSTOMER"
                                   TO LS-ERROR-MESSAGE
                       END-EVALUATE
               END-READ
           END-IF

           IF LS-ERROR-MESSAGE = SPACES
               MOVE 'N' TO WS-NSF-SWITCH
               PERFORM 2310-CHECK-FUNDS
               IF WS-NSF-ITEM
                   PERFORM 2320-REJECT-NSF
               ELSE
                   PERFORM 2820-POST-TRANSFER
               END-IF
           ELSE
               PERFORM 2400-REJECT-TRAN
           END-IF
           .

       2820-POST-TRANSFER.
      *>   Debit side first, from the source record the funds check
      *>   just read, then the credit side.  A transfer is customer
      *>   activity on both accounts, so both last-activity dates
      *>   move; it carries no overdraft fee.
           MOVE ACCT-RECORD TO AJ-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-BALANCE-AFTER-TRAN
           IF TRAN-DATE > ACCT-LAST-ACTIVITY-DATE
               MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF
           REWRITE ACCT-RECORD
           PERFORM 2660-WRITE-JOURNAL
           IF NOT WS-ABEND
               MOVE TRAN-ACCT-NUMBER    TO HST-ACCT-NUMBER
               SET HST-EVENT-XFER-OUT   TO TRUE
               MOVE TRAN-TO-ACCT-NUMBER TO HST-OTHER-ACCT-NUMBER
               PERFORM 2840-WRITE-HISTORY-TRANSFER
           END-IF

           IF NOT WS-ABEND
               PERFORM 2830-POST-TRANSFER-CREDIT
           END-IF

           IF NOT WS-ABEND
               MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER
               MOVE TRAN-DATE        TO GL-EFFECTIVE-DATE
               MOVE TRAN-AMOUNT      TO GL-AMOUNT
               SET GL-EVENT-TRANSFER TO TRUE
               PERFORM 2760-CALL-GLEXTRCT
           END-IF

           IF NOT WS-ABEND
               ADD 1 TO WS-TRANSFERS-POSTED
               ADD TRAN-AMOUNT TO WS-TOTAL-TRANSFERS
               ADD 1 TO WS-ACCT-TRAN-COUNT
               SUBTRACT TRAN-AMOUNT FROM WS-ACCT-NET-AMOUNT

               MOVE TRAN-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE TRAN-DATE        TO RPT-TRAN-DATE
               MOVE "TRANSFER"       TO RPT-TRAN-TYPE
               MOVE TRAN-AMOUNT      TO RPT-TRAN-AMOUNT
               MOVE SPACES           TO RPT-DISPOSITION
               STRING "POSTED - TRANSFER TO " DELIMITED BY SIZE
                      TRAN-TO-ACCT-NUMBER DELIMITED BY SIZE
                   INTO RPT-DISPOSITION
               END-STRING
               WRITE TRANRPT-LINE FROM WS-REPORT-DETAIL

               MOVE TRAN-TO-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE SPACES           TO RPT-DISPOSITION
               STRING "POSTED - TRANSFER FROM " DELIMITED BY SIZE
                      TRAN-ACCT-NUMBER DELIMITED BY SIZE
                   INTO RPT-DISPOSITION
               END-STRING
               WRITE TRANRPT-LINE FROM WS-REPORT-DETAIL
           END-IF
           .

       2830-POST-TRANSFER-CREDIT.
      *>   The account credited was read and edited moments ago; a
      *>   failure to read it back now is a master file fault, not a
      *>   reject, since the debit side has already gone on.
           MOVE TRAN-TO-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "TRANPOST: ACCTMAST READ FAILED, STATUS = "
                       WS-ACCTMAST-STATUS
               CLOSE TRANFILE-FILE
               CLOSE ACCTMAST-FILE
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               MOVE ACCT-RECORD TO AJ-BEFORE-IMAGE
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               ADD TRAN-AMOUNT TO ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-BALANCE-AFTER-TRAN
               IF TRAN-DATE > ACCT-LAST-ACTIVITY-DATE
                   MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
               END-IF
               REWRITE ACCT-RECORD
               PERFORM 2660-WRITE-JOURNAL
               IF NOT WS-ABEND
                   MOVE TRAN-TO-ACCT-NUMBER TO HST-ACCT-NUMBER
                   SET HST-EVENT-XFER-IN    TO TRUE
                   MOVE TRAN-ACCT-NUMBER    TO HST-OTHER-ACCT-NUMBER
                   PERFORM 2840-WRITE-HISTORY-TRANSFER
               END-IF
           END-IF
           .

       2840-WRITE-HISTORY-TRANSFER.
           MOVE TRAN-DATE              TO HST-POST-DATE
           MOVE TRAN-AMOUNT            TO HST-AMOUNT
           MOVE WS-BALANCE-BEFORE      TO HST-BALANCE-BEFORE
           MOVE WS-BALANCE-AFTER-TRAN  TO HST-BALANCE-AFTER
           MOVE "TRANPOST"             TO HST-POST-PROGRAM
           MOVE TRAN-CHANNEL           TO HST-CHANNEL
           MOVE ZERO                   TO HST-ORIG-POST-DATE
           PERFORM 2640-CALL-TRANHIST
           .

       3000-TERMINATE.
           IF NOT WS-ABEND
               CALL 'DATEUTIL-TERMINATE'
               MOVE WS-TRANS-NSF         TO RPT-TOTAL-NSF
               MOVE WS-TOTAL-FEES        TO RPT-TOTAL-FEES
               MOVE WS-TRANS-WAREHOUSED  TO RPT-TOTAL-WAREHOUSED
               MOVE WS-REVERSALS-POSTED  TO RPT-TOTAL-REVERSALS
               MOVE WS-FEES-REVERSED     TO RPT-TOTAL-FEES-REVERSED
               MOVE WS-NET-REVERSED      TO RPT-NET-REVERSED
               MOVE WS-TRANSFERS-POSTED  TO RPT-TOTAL-TRANSFERS
               MOVE WS-TOTAL-TRANSFERS   TO RPT-TRANSFER-AMOUNT
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-1
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-2
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-3
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-6
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-7
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-8
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-9
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-10
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-11
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-12
               WRITE TRANRPT-LINE FROM WS-RUN-TOTAL-LINE-13
               MOVE WS-TRANS-NSF TO NSF-TOTAL-COUNT
               WRITE NSFRPT-LINE FROM WS-NSF-TOTAL-LINE
               PERFORM 3100-WRITE-TRAN-CONTROL
               CLOSE TRANRPT-FILE
               CLOSE NSFRPT-FILE
               CLOSE TRANWHSE-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               DISPLAY "TRANPOST: TRANS READ      = " WS-TRANS-READ
               DISPLAY "TRANPOST: TRANS POSTED    = " WS-TRANS-POSTED
               DISPLAY "TRANPOST: TRANS REJECTED  = " WS-TRANS-REJECTED
               DISPLAY "TRANPOST: TRANS NSF       = " WS-TRANS-NSF
               DISPLAY "TRANPOST: TRANS WAREHOUSED= "
                       WS-TRANS-WAREHOUSED
               DISPLAY "TRANPOST: REVERSALS POSTED= "
                       WS-REVERSALS-POSTED
               DISPLAY "TRANPOST: TRANSFERS POSTED= "
                       WS-TRANSFERS-POSTED
           END-IF
           .

       3100-WRITE-TRAN-CONTROL.
      *>   Leaves the day's posted count and net amount, and the
      *>   reversals apart from them, where the end-of-day balance
      *>   proof job expects them.
           OPEN OUTPUT TRANCTL-FILE
           IF WS-TRANCTL-STATUS NOT = "00"
               DISPLAY "TRANPOST: TRANCTL NOT AVAILABLE, STATUS = "
           ELSE
               MOVE WS-TRANS-POSTED TO TRN-POSTED-COUNT
               MOVE WS-NET-POSTED   TO TRN-NET-AMOUNT
               MOVE WS-REVERSALS-POSTED TO TRN-REVERSAL-COUNT
               MOVE WS-NET-REVERSED     TO TRN-REVERSAL-AMOUNT
               WRITE TRANCTL-RECORD
               CLOSE TRANCTL-FILE
           END-IF
