       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTFEE.
      *>****************************************************************
      *> Month-end maintenance fee job.  Validates the business date
      *> through DATEUTIL and, on month-end only, charges each active
      *> account the monthly service fee and each dormant account the
      *> dormancy fee from the FEESCHD fee schedule.  The service fee
      *> is waived when the account's average daily balance for the
      *> month meets the schedule's average-balance minimum, or when
      *> the owning customer's combined balance across all of their
      *> active and dormant accounts meets the combined minimum; a
      *> minimum of zero means that waiver is not offered.  The
      *> dormancy fee is not waived, and a schedule dormancy fee of
      *> zero charges nothing.  A fee is not taken from an account
      *> under a legal freeze, nor from one whose available balance -
      *> ledger balance less active holds on HOLDMAST - will not
      *> cover it.
      *> The average daily balance is rebuilt from the month's
      *> TRANHIST balance chain: each day of the month (from the open
      *> date, for an account opened during the month) carries the
      *> balance the account ended that day with.  Accounts and their
      *> postings are sorted by owning customer, every account's
      *> balance sorting ahead of the customer's fee decisions, so the
      *> combined balance is known before any of the customer's
      *> accounts is charged.
      *> Each fee charged is rewritten to ACCTMAST without moving the
      *> last-activity date (a fee is not customer activity), is
      *> journaled through ACCTJRNL, and posts its own GL event
      *> through GLEXTRCT and TRANHIST event.  The FEEREG register
      *> lists every fee assessed, waived or not assessed, with the
      *> reason; the FEECTL control carries the night's fee count and
      *> total to the balance proof, zeros on any other night.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when the step ahead of it in
      *> the nightly stream has not completed for the business date
      *> or this step already has, short of a rerun override.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEESCHD-FILE ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHD-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

      *>   Read once, inside the sort, for the month's balance chain;
      *>   TRANHIST's own writer appends the fees to it afterwards.
           SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT FEEREG-FILE ASSIGN TO "FEEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEREG-STATUS.

           SELECT FEECTL-FILE ASSIGN TO "FEECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEECTL-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SORTWK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
      *> Fee amounts and waiver minimums - see FEESCHR.
       FD  FEESCHD-FILE.
           COPY FEESCHR.

       FD  ACCTMAST-FILE.
           COPY ACCTREC.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

      *> Account holds and legal freezes - see HOLDREC.
       FD  HOLDMAST-FILE.
           COPY HOLDREC.

       FD  TRANHIST-FILE.
           COPY HISTREC.

       FD  FEEREG-FILE.
       01  FEEREG-LINE                 PIC X(132).

      *> Night's fee control totals, carried to the end-of-day
      *> balance proof job.  Written every night - zeros on a
      *> non-month-end night - so the proof never picks up a stale
      *> month-end figure.
       FD  FEECTL-FILE.
           COPY FEECTLR.

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       SD  SORTWK-FILE.
       01  SORT-RECORD.
      *>   Within the customer, every account's balance item (phase
      *>   1) sorts ahead of the fee detail (phase 2); in the fee
      *>   detail each account's own item sorts ahead of its
      *>   postings, which keep the order they went on TRANHIST.
           05  SRT-CUST-NUMBER          PIC 9(10).
           05  SRT-PHASE                PIC X(1).
               88  SRT-BALANCE-PHASE        VALUE '1'.
               88  SRT-FEE-PHASE            VALUE '2'.
           05  SRT-ACCT-NUMBER          PIC 9(10).
           05  SRT-ITEM-TYPE            PIC X(1).
               88  SRT-ACCOUNT-ITEM         VALUE '1'.
               88  SRT-POSTING-ITEM         VALUE '2'.
           05  SRT-SEQ                  PIC 9(9).
      *>   The open date on an account item, the post date on a
      *>   posting item.
           05  SRT-ITEM-DATE            PIC 9(8).
           05  SRT-ITEM-DATE-R REDEFINES SRT-ITEM-DATE.
               10  SRT-ITEM-CCYYMM          PIC 9(6).
               10  SRT-ITEM-DD              PIC 9(2).
           05  SRT-BALANCE-BEFORE       PIC S9(9)V99.
      *>   The current balance on an account or balance item.
           05  SRT-BALANCE-AFTER        PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FEESCHD-STATUS         PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HOLDMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-FEEREG-STATUS          PIC X(2) VALUE SPACES.
       01  WS-FEECTL-STATUS          PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-MONTH-END-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-MONTH-END-RUN          VALUE 'Y'.
           05  WS-FILES-OPEN-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-FILES-OPEN             VALUE 'Y'.
           05  WS-HOLDS-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-HOLDS-ON-FILE          VALUE 'Y'.
           05  WS-HOLD-SCAN-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-HOLD-SCAN-EOF          VALUE 'Y'.
           05  WS-FREEZE-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-LEGAL-FREEZE           VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF               VALUE 'Y'.
           05  WS-FIRST-ITEM-SWITCH      PIC X(1) VALUE 'Y'.
               88  WS-FIRST-ITEM             VALUE 'Y'.
           05  WS-CUST-ON-FILE-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-CUST-ON-FILE           VALUE 'Y'.
           05  WS-PENDING-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-ACCOUNT-PENDING        VALUE 'Y'.
           05  WS-POSTING-SEEN-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-POSTING-SEEN           VALUE 'Y'.
           05  WS-LOOKUP-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-LOOKUP-CHARGEABLE      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ          PIC 9(7) VALUE ZERO.
           05  WS-POSTINGS-USED          PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-REVIEWED      PIC 9(7) VALUE ZERO.
           05  WS-FEES-ASSESSED          PIC 9(7) VALUE ZERO.
           05  WS-WAIVED-AVERAGE         PIC 9(7) VALUE ZERO.
           05  WS-WAIVED-COMBINED        PIC 9(7) VALUE ZERO.
           05  WS-NOT-ASSESSED           PIC 9(7) VALUE ZERO.

       01  WS-TODAY-DATE             PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-CCYYMM           PIC 9(6).
      *>   Month-end is the last calendar day, so this is also the
      *>   number of days in the month.
           05  WS-TODAY-DD               PIC 9(2).
       01  WS-MONTH-START-DATE       PIC 9(8).

       01  WS-RELEASE-SEQ            PIC 9(9) VALUE ZERO.

      *> Account last looked up for a history posting - TRANHIST is
      *> in posting order, so an account's postings tend to come
      *> together.
       01  WS-LOOKUP-ACCT-NUMBER     PIC 9(10) VALUE ZERO.
       01  WS-LOOKUP-CUST-NUMBER     PIC 9(10) VALUE ZERO.

      *> The customer and account being decided in the output
      *> procedure, and the month's day-weighted balance for it.
       01  WS-DECISION-WORK.
           05  WS-PRIOR-CUST-NUMBER      PIC 9(10) VALUE ZERO.
           05  WS-COMBINED-BALANCE       PIC S9(11)V99 VALUE ZERO.
           05  WS-FEE-ACCT-NUMBER        PIC 9(10) VALUE ZERO.
           05  WS-RUN-BALANCE            PIC S9(9)V99.
           05  WS-BALANCE-DAYS           PIC S9(13)V99.
           05  WS-START-DAY              PIC 9(2).
           05  WS-PRIOR-DAY              PIC 9(2).
           05  WS-DAYS-OPEN              PIC 9(2).
           05  WS-AVG-BALANCE            PIC S9(9)V99.

       01  WS-FEE-WORK.
           05  WS-FEE-TYPE               PIC X(8).
           05  WS-FEE-AMOUNT             PIC 9(5)V99.
           05  WS-FEE-OUTCOME            PIC X(1).
               88  WS-FEE-NONE               VALUE 'N'.
               88  WS-FEE-ASSESS             VALUE 'A'.
               88  WS-FEE-WAIVED-AVERAGE     VALUE 'V'.
               88  WS-FEE-WAIVED-COMBINED    VALUE 'C'.
               88  WS-FEE-FROZEN             VALUE 'F'.
               88  WS-FEE-NSF                VALUE 'I'.
           05  WS-OLD-BALANCE            PIC S9(9)V99.
           05  WS-HELD-AMOUNT            PIC 9(11)V99.
           05  WS-AVAILABLE-BALANCE      PIC S9(11)V99.
           05  WS-TOTAL-ASSESSED         PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-WAIVED           PIC 9(11)V99 VALUE ZERO.

      *> DATEUTIL calling interface; the validated processing date
      *> supplies the month-end indicator.
           COPY DATEPARMS.

      *> GLEXTRCT calling interface - every fee charged feeds the GL
      *> extract.
           COPY GLPARMS.

      *> TRANHIST calling interface - every fee charged is recorded
      *> on the durable transaction history.
           COPY HISTPARMS.

      *> ACCTJRNL calling interface - every master rewrite is
      *> journaled with before and after images.
           COPY JRNPARMS.

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(33)
                   VALUE "MONTHLY MAINTENANCE FEE REGISTER ".
           05  FILLER                    PIC X(13)
                   VALUE "MONTH ENDING ".
           05  RPT-BUSINESS-DATE         PIC 9(8).
       01  WS-SCHEDULE-LINE.
           05  FILLER                    PIC X(14)
                   VALUE "SERVICE FEE = ".
           05  RPT-SERVICE-FEE           PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(16)
                   VALUE "  AVG BAL MIN = ".
           05  RPT-WAIVE-AVG-BALANCE     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(17)
                   VALUE "  COMBINED MIN = ".
           05  RPT-WAIVE-COMBINED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(17)
                   VALUE "  DORMANCY FEE = ".
           05  RPT-DORMANCY-FEE          PIC ZZ,ZZ9.99.
       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(26)
                   VALUE "  ACCOUNT     CUSTOMER    ".
           05  FILLER                    PIC X(29)
                   VALUE "FEE TYPE    AVG DAILY BAL    ".
           05  FILLER                    PIC X(29)
                   VALUE "COMBINED BALANCE        FEE  ".
           05  FILLER                    PIC X(6)
                   VALUE "RESULT".
       01  WS-REPORT-DETAIL.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-ACCT-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-CUST-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-FEE-TYPE              PIC X(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-AVG-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-COMBINED-BALANCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-FEE-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-FEE-REASON            PIC X(34).
       01  WS-REPORT-TOTAL-1.
           05  FILLER                    PIC X(25)
                   VALUE "ACCOUNTS REVIEWED      = ".
           05  RPT-TOTAL-REVIEWED        PIC ZZZ,ZZ9.
       01  WS-REPORT-TOTAL-2.
           05  FILLER                    PIC X(25)
                   VALUE "FEES ASSESSED          = ".
           05  RPT-TOTAL-ASSESSED        PIC ZZZ,ZZ9.
       01  WS-REPORT-TOTAL-3.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL FEES ASSESSED    = ".
           05  RPT-TOTAL-ASSESSED-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-TOTAL-4.
           05  FILLER                    PIC X(25)
                   VALUE "WAIVED - AVG BALANCE   = ".
           05  RPT-TOTAL-WAIVED-AVERAGE  PIC ZZZ,ZZ9.
       01  WS-REPORT-TOTAL-5.
           05  FILLER                    PIC X(25)
                   VALUE "WAIVED - COMBINED BAL  = ".
           05  RPT-TOTAL-WAIVED-COMBINED PIC ZZZ,ZZ9.
       01  WS-REPORT-TOTAL-6.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL FEES WAIVED      = ".
           05  RPT-TOTAL-WAIVED-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-TOTAL-7.
           05  FILLER                    PIC X(25)
                   VALUE "FEES NOT ASSESSED      = ".
           05  RPT-TOTAL-NOT-ASSESSED    PIC ZZZ,ZZ9.

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-INITIALIZE
               IF WS-MONTH-END-RUN AND NOT WS-ABEND
                   SORT SORTWK-FILE
                       ON ASCENDING KEY SRT-CUST-NUMBER
                                        SRT-PHASE
                                        SRT-ACCT-NUMBER
                                        SRT-ITEM-TYPE
                                        SRT-SEQ
                       INPUT PROCEDURE IS 5000-RELEASE-ACCOUNTS
                       OUTPUT PROCEDURE IS 6000-ASSESS-FEES
               END-IF
               PERFORM 3000-TERMINATE
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "MNTFEE  " TO RC-PROGRAM
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
               DISPLAY "MNTFEE: RUN REFUSED BY RUN CONTROL"
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
           MOVE WS-FEES-ASSESSED TO RC-RECORDS-WRITTEN
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
               DISPLAY "MNTFEE: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           IF NOT WS-ABEND
               PERFORM 1060-VALIDATE-BUSINESS-DATE
           END-IF
           .

       1050-READ-BUSINESS-DATE.
      *>   The month-end decision rides on the stream's business
      *>   date, not the wall clock - see BUSDREC.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "MNTFEE: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "MNTFEE: BUSDATE IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1060-VALIDATE-BUSINESS-DATE.
           MOVE "MNTFEE  " TO LS-CALLER-PROGRAM
           MOVE '1' TO LS-DATE-FORMAT-CODE
           MOVE SPACES TO LS-DATE-ALT-INPUT
           MOVE WS-TODAY-DATE TO LS-DATE-YYYYMMDD
           MOVE "PROCESSING DATE" TO LS-CALLER-KEY
           CALL 'DATEUTIL' USING LS-DATE-YYYYMMDD
                                 LS-RETURN-CODE
                                 LS-ERROR-MESSAGE
                                 LS-CALLER-PROGRAM
                                 LS-CALLER-KEY
                                 LS-DATE-FORMAT-CODE
                                 LS-DATE-ALT-INPUT
                                 LS-MONTH-END-IND
                                 LS-QUARTER-END-IND
           CALL 'DATEUTIL-TERMINATE'

           EVALUATE TRUE
               WHEN LS-FATAL-ERROR
                   DISPLAY "MNTFEE: DATEUTIL AUDIT TRAIL FAILED, "
                           "ABORTING RUN"
                   SET WS-ABEND TO TRUE
               WHEN LS-RETURN-CODE NOT = ZERO
                   DISPLAY "MNTFEE: PROCESSING DATE REJECTED - "
                           LS-ERROR-MESSAGE
                   SET WS-ABEND TO TRUE
               WHEN NOT LS-IS-MONTH-END
                   DISPLAY "MNTFEE: " WS-TODAY-DATE
                           " IS NOT MONTH-END, NO FEES TONIGHT"
               WHEN OTHER
                   SET WS-MONTH-END-RUN TO TRUE
                   COMPUTE WS-MONTH-START-DATE =
                       WS-TODAY-CCYYMM * 100 + 1
                   PERFORM 1100-LOAD-FEE-SCHEDULE
                   IF NOT WS-ABEND
                       PERFORM 1200-OPEN-FEE-FILES
                   END-IF
           END-EVALUATE
           .

       1100-LOAD-FEE-SCHEDULE.
      *>   The schedule is not defaulted - charging a guessed fee to
      *>   every account is worse than charging none.
           OPEN INPUT FEESCHD-FILE
           IF WS-FEESCHD-STATUS NOT = "00"
               DISPLAY "MNTFEE: FEESCHD NOT AVAILABLE, STATUS = "
                       WS-FEESCHD-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ FEESCHD-FILE
                   AT END
                       DISPLAY "MNTFEE: FEESCHD IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       IF FSC-SERVICE-FEE NOT NUMERIC
                               OR FSC-WAIVE-AVG-BALANCE NOT NUMERIC
                               OR FSC-WAIVE-COMBINED NOT NUMERIC
                               OR FSC-DORMANCY-FEE NOT NUMERIC
                           DISPLAY "MNTFEE: FEESCHD IS NOT NUMERIC"
                           SET WS-ABEND TO TRUE
                       END-IF
               END-READ
               CLOSE FEESCHD-FILE
           END-IF
           .

       1200-OPEN-FEE-FILES.
           OPEN I-O ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "MNTFEE: ACCTMAST NOT AVAILABLE, STATUS = "
                       WS-ACCTMAST-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               OPEN INPUT CUSTMAST-FILE
               IF WS-CUSTMAST-STATUS NOT = "00"
                   DISPLAY "MNTFEE: CUSTMAST NOT AVAILABLE, STATUS = "
                           WS-CUSTMAST-STATUS
                   CLOSE ACCTMAST-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   OPEN OUTPUT FEEREG-FILE
                   IF WS-FEEREG-STATUS NOT = "00"
                       DISPLAY "MNTFEE: FEEREG NOT AVAILABLE, "
                               "STATUS = " WS-FEEREG-STATUS
                       CLOSE ACCTMAST-FILE
                       CLOSE CUSTMAST-FILE
                       SET WS-ABEND TO TRUE
                   ELSE
                       PERFORM 1250-OPEN-HOLDS
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ABEND
               SET WS-FILES-OPEN TO TRUE
               MOVE WS-TODAY-DATE        TO RPT-BUSINESS-DATE
               MOVE FSC-SERVICE-FEE       TO RPT-SERVICE-FEE
               MOVE FSC-WAIVE-AVG-BALANCE TO RPT-WAIVE-AVG-BALANCE
               MOVE FSC-WAIVE-COMBINED    TO RPT-WAIVE-COMBINED
               MOVE FSC-DORMANCY-FEE      TO RPT-DORMANCY-FEE
               WRITE FEEREG-LINE FROM WS-REPORT-HEADING
               WRITE FEEREG-LINE FROM WS-SCHEDULE-LINE
               WRITE FEEREG-LINE FROM WS-COLUMN-HEADING
           END-IF
           .

       1250-OPEN-HOLDS.
      *>   No HOLDMAST yet simply means no account is held.
           OPEN INPUT HOLDMAST-FILE
           IF WS-HOLDMAST-STATUS = "00"
               SET WS-HOLDS-ON-FILE TO TRUE
           ELSE
               IF WS-HOLDMAST-STATUS NOT = "35"
                   DISPLAY "MNTFEE: HOLDMAST NOT AVAILABLE, "
                           "STATUS = " WS-HOLDMAST-STATUS
                   CLOSE ACCTMAST-FILE
                   CLOSE CUSTMAST-FILE
                   CLOSE FEEREG-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           END-IF
           .

       1290-CLOSE-FEE-FILES.
           CLOSE ACCTMAST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE FEEREG-FILE
           IF WS-HOLDS-ON-FILE
               CLOSE HOLDMAST-FILE
           END-IF
           MOVE 'N' TO WS-FILES-OPEN-SWITCH
           .

       3000-TERMINATE.
      *>   An abend part way through the fees still closes the
      *>   extract, history and journal behind the fees already
      *>   rewritten to ACCTMAST, and FEECTL still carries exactly
      *>   those, so the balance proof matches what was charged; the
      *>   abend return code set at run-control end holds the stream.
           IF WS-FILES-OPEN
               IF NOT WS-ABEND
                   PERFORM 3200-PRINT-TOTALS
               END-IF
               PERFORM 1290-CLOSE-FEE-FILES
           END-IF
           IF WS-MONTH-END-RUN
               CALL 'GLEXTRCT-TERMINATE'
               CALL 'TRANHIST-TERMINATE'
               CALL 'ACCTJRNL-TERMINATE'
               IF NOT WS-ABEND
                   DISPLAY "MNTFEE: ACCOUNTS READ     = "
                           WS-ACCOUNTS-READ
                   DISPLAY "MNTFEE: ACCOUNTS REVIEWED = "
                           WS-ACCOUNTS-REVIEWED
                   DISPLAY "MNTFEE: FEES ASSESSED     = "
                           WS-FEES-ASSESSED
               END-IF
           END-IF
           PERFORM 3100-WRITE-FEE-CONTROL
           .

       3100-WRITE-FEE-CONTROL.
      *>   Leaves the night's fee count and amount where the
      *>   end-of-day balance proof job expects them.
           OPEN OUTPUT FEECTL-FILE
           IF WS-FEECTL-STATUS NOT = "00"
               DISPLAY "MNTFEE: FEECTL NOT AVAILABLE, STATUS = "
                       WS-FEECTL-STATUS
           ELSE
               MOVE WS-FEES-ASSESSED  TO FCT-ASSESSED-COUNT
               MOVE WS-TOTAL-ASSESSED TO FCT-ASSESSED-AMOUNT
               WRITE FEECTL-RECORD
               CLOSE FEECTL-FILE
           END-IF
           .

       3200-PRINT-TOTALS.
           MOVE WS-ACCOUNTS-REVIEWED TO RPT-TOTAL-REVIEWED
           MOVE WS-FEES-ASSESSED     TO RPT-TOTAL-ASSESSED
           MOVE WS-TOTAL-ASSESSED    TO RPT-TOTAL-ASSESSED-AMT
           MOVE WS-WAIVED-AVERAGE    TO RPT-TOTAL-WAIVED-AVERAGE
           MOVE WS-WAIVED-COMBINED   TO RPT-TOTAL-WAIVED-COMBINED
           MOVE WS-TOTAL-WAIVED      TO RPT-TOTAL-WAIVED-AMT
           MOVE WS-NOT-ASSESSED      TO RPT-TOTAL-NOT-ASSESSED
           WRITE FEEREG-LINE FROM WS-REPORT-TOTAL-1
           WRITE FEEREG-LINE FROM WS-REPORT-TOTAL-2
           WRITE FEEREG-LINE FROM WS-REPORT-TOTAL-3
           WRITE FEEREG-LINE FROM WS-REPORT-TOTAL-4
           WRITE FEEREG-LINE FROM WS-REPORT-TOTAL-5
           WRITE FEEREG-LINE FROM WS-REPORT-TOTAL-6
           WRITE FEEREG-LINE FROM WS-REPORT-TOTAL-7
           .

       5000-RELEASE-ACCOUNTS.
      *>   Every active and dormant account twice - once toward its
      *>   customer's combined balance, once for its own fee - then
      *>   the month's postings to those accounts.
           MOVE ZERO TO ACCT-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           START ACCTMAST-FILE KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 5100-READ-ACCOUNT-NEXT
           END-IF
           PERFORM 5150-RELEASE-ACCOUNT
               UNTIL WS-EOF
           PERFORM 5500-RELEASE-HISTORY
           .

       5100-READ-ACCOUNT-NEXT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       5150-RELEASE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACCT-STATUS-ACTIVE OR ACCT-STATUS-DORMANT
               MOVE ACCT-CUST-NUMBER TO SRT-CUST-NUMBER
               SET SRT-BALANCE-PHASE TO TRUE
               MOVE ACCT-NUMBER TO SRT-ACCT-NUMBER
               SET SRT-ACCOUNT-ITEM TO TRUE
               MOVE ZERO TO SRT-SEQ
               MOVE ZERO TO SRT-ITEM-DATE
               MOVE ZERO TO SRT-BALANCE-BEFORE
               MOVE ACCT-BALANCE TO SRT-BALANCE-AFTER
               RELEASE SORT-RECORD

               SET SRT-FEE-PHASE TO TRUE
               MOVE ACCT-OPEN-DATE TO SRT-ITEM-DATE
               RELEASE SORT-RECORD
           END-IF
           PERFORM 5100-READ-ACCOUNT-NEXT
           .

       5500-RELEASE-HISTORY.
      *>   No history file yet means nothing has posted, so every
      *>   account held its current balance all month.
           OPEN INPUT TRANHIST-FILE
           IF WS-TRANHIST-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 5600-READ-HISTORY
               PERFORM 5650-RELEASE-POSTING
                   UNTIL WS-EOF
               CLOSE TRANHIST-FILE
           ELSE
               IF WS-TRANHIST-STATUS NOT = "35"
                   DISPLAY "MNTFEE: TRANHIST NOT AVAILABLE, "
                           "STATUS = " WS-TRANHIST-STATUS
                   SET WS-ABEND TO TRUE
               END-IF
           END-IF
           .

       5600-READ-HISTORY.
           READ TRANHIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       5650-RELEASE-POSTING.
           IF TH-POST-DATE NOT < WS-MONTH-START-DATE
                   AND TH-POST-DATE NOT > WS-TODAY-DATE
               IF TH-ACCT-NUMBER NOT = WS-LOOKUP-ACCT-NUMBER
                   PERFORM 5700-LOOK-UP-ACCOUNT
               END-IF
               IF WS-LOOKUP-CHARGEABLE
                   ADD 1 TO WS-POSTINGS-USED
                   ADD 1 TO WS-RELEASE-SEQ
                   MOVE WS-LOOKUP-CUST-NUMBER TO SRT-CUST-NUMBER
                   SET SRT-FEE-PHASE TO TRUE
                   MOVE TH-ACCT-NUMBER TO SRT-ACCT-NUMBER
                   SET SRT-POSTING-ITEM TO TRUE
                   MOVE WS-RELEASE-SEQ TO SRT-SEQ
                   MOVE TH-POST-DATE TO SRT-ITEM-DATE
                   MOVE TH-BALANCE-BEFORE TO SRT-BALANCE-BEFORE
                   MOVE TH-BALANCE-AFTER TO SRT-BALANCE-AFTER
                   RELEASE SORT-RECORD
               END-IF
           END-IF
           PERFORM 5600-READ-HISTORY
           .

       5700-LOOK-UP-ACCOUNT.
      *>   Postings are only wanted for the accounts released above,
      *>   under the customer they were released under.
           MOVE TH-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
           MOVE 'N' TO WS-LOOKUP-SWITCH
           MOVE TH-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
               NOT INVALID KEY
                   IF ACCT-STATUS-ACTIVE OR ACCT-STATUS-DORMANT
                       SET WS-LOOKUP-CHARGEABLE TO TRUE
                       MOVE ACCT-CUST-NUMBER TO WS-LOOKUP-CUST-NUMBER
                   END-IF
           END-READ
           .

       6000-ASSESS-FEES.
           IF NOT WS-ABEND
               MOVE 'N' TO WS-SORT-EOF-SWITCH
               MOVE 'Y' TO WS-FIRST-ITEM-SWITCH
               PERFORM 6900-RETURN-SORTED
               PERFORM 6100-NOTE-ITEM
                   UNTIL WS-SORT-EOF OR WS-ABEND
               IF WS-ACCOUNT-PENDING AND NOT WS-ABEND
                   PERFORM 6400-CLOSE-ACCOUNT
               END-IF
           END-IF
           .

       6100-NOTE-ITEM.
           IF WS-FIRST-ITEM
                   OR SRT-CUST-NUMBER NOT = WS-PRIOR-CUST-NUMBER
               IF WS-ACCOUNT-PENDING
                   PERFORM 6400-CLOSE-ACCOUNT
               END-IF
               PERFORM 6200-START-CUSTOMER
           END-IF

           EVALUATE TRUE
               WHEN SRT-BALANCE-PHASE
                   ADD SRT-BALANCE-AFTER TO WS-COMBINED-BALANCE
               WHEN SRT-ACCOUNT-ITEM
                   IF WS-ACCOUNT-PENDING
                       PERFORM 6400-CLOSE-ACCOUNT
                   END-IF
                   PERFORM 6300-START-ACCOUNT
               WHEN OTHER
                   IF WS-ACCOUNT-PENDING
                           AND SRT-ACCT-NUMBER = WS-FEE-ACCT-NUMBER
                       PERFORM 6350-APPLY-POSTING
                   END-IF
           END-EVALUATE
           PERFORM 6900-RETURN-SORTED
           .

       6200-START-CUSTOMER.
      *>   The combined-balance waiver is only for a customer on
      *>   CUSTMAST; accounts with no owning customer roll up
      *>   together under zero but never earn it.
           MOVE SRT-CUST-NUMBER TO WS-PRIOR-CUST-NUMBER
           MOVE 'N' TO WS-FIRST-ITEM-SWITCH
           MOVE ZERO TO WS-COMBINED-BALANCE
           MOVE 'N' TO WS-CUST-ON-FILE-SWITCH
           IF SRT-CUST-NUMBER NOT = ZERO
               MOVE SRT-CUST-NUMBER TO CUST-NUMBER
               READ CUSTMAST-FILE
                   NOT INVALID KEY
                       SET WS-CUST-ON-FILE TO TRUE
               END-READ
           END-IF
           .

       6300-START-ACCOUNT.
      *>   Until its first posting of the month the account is taken
      *>   to have held its current balance; an account opened
      *>   during the month is averaged from its open date.
           SET WS-ACCOUNT-PENDING TO TRUE
           MOVE 'N' TO WS-POSTING-SEEN-SWITCH
           MOVE SRT-ACCT-NUMBER TO WS-FEE-ACCT-NUMBER
           MOVE SRT-BALANCE-AFTER TO WS-RUN-BALANCE
           MOVE ZERO TO WS-BALANCE-DAYS
           IF SRT-ITEM-DATE > WS-MONTH-START-DATE
                   AND SRT-ITEM-DATE NOT > WS-TODAY-DATE
               MOVE SRT-ITEM-DD TO WS-START-DAY
           ELSE
               MOVE 1 TO WS-START-DAY
           END-IF
           MOVE WS-START-DAY TO WS-PRIOR-DAY
           .

       6350-APPLY-POSTING.
      *>   The balance before the month's first posting is the
      *>   balance the account carried into the month.  Each day up
      *>   to the posting's date is weighted at the balance running
      *>   until then.
           IF NOT WS-POSTING-SEEN
               MOVE SRT-BALANCE-BEFORE TO WS-RUN-BALANCE
               SET WS-POSTING-SEEN TO TRUE
           END-IF
           IF SRT-ITEM-DD > WS-PRIOR-DAY
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + WS-RUN-BALANCE * (SRT-ITEM-DD - WS-PRIOR-DAY)
               MOVE SRT-ITEM-DD TO WS-PRIOR-DAY
           END-IF
           MOVE SRT-BALANCE-AFTER TO WS-RUN-BALANCE
           .

       6400-CLOSE-ACCOUNT.
           MOVE 'N' TO WS-PENDING-SWITCH
           COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
               + WS-RUN-BALANCE * (WS-TODAY-DD + 1 - WS-PRIOR-DAY)
           COMPUTE WS-DAYS-OPEN = WS-TODAY-DD + 1 - WS-START-DAY
           COMPUTE WS-AVG-BALANCE ROUNDED =
               WS-BALANCE-DAYS / WS-DAYS-OPEN
           MOVE WS-FEE-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
               INVALID KEY
                   DISPLAY "MNTFEE: ACCOUNT " WS-FEE-ACCT-NUMBER
                           " NO LONGER ON ACCTMAST, NO FEE"
               NOT INVALID KEY
                   PERFORM 6500-DECIDE-FEE
           END-READ
           .

       6500-DECIDE-FEE.
           ADD 1 TO WS-ACCOUNTS-REVIEWED
           SET WS-FEE-NONE TO TRUE
           MOVE ZERO TO WS-FEE-AMOUNT
           EVALUATE TRUE
               WHEN ACCT-STATUS-ACTIVE
                   MOVE "SERVICE" TO WS-FEE-TYPE
                   MOVE FSC-SERVICE-FEE TO WS-FEE-AMOUNT
                   IF WS-FEE-AMOUNT > ZERO
                       PERFORM 6510-TEST-WAIVERS
                   END-IF
               WHEN ACCT-STATUS-DORMANT
                   MOVE "DORMANCY" TO WS-FEE-TYPE
                   MOVE FSC-DORMANCY-FEE TO WS-FEE-AMOUNT
                   IF WS-FEE-AMOUNT > ZERO
                       SET WS-FEE-ASSESS TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-FEE-ASSESS
               PERFORM 6520-CHECK-FUNDS
           END-IF
           IF WS-FEE-ASSESS
               PERFORM 6700-POST-FEE
           END-IF
           IF NOT WS-FEE-NONE AND NOT WS-ABEND
               PERFORM 6600-PRINT-FEE
           END-IF
           .

       6510-TEST-WAIVERS.
           EVALUATE TRUE
               WHEN FSC-WAIVE-AVG-BALANCE > ZERO
                       AND WS-AVG-BALANCE NOT < FSC-WAIVE-AVG-BALANCE
                   SET WS-FEE-WAIVED-AVERAGE TO TRUE
               WHEN FSC-WAIVE-COMBINED > ZERO
                       AND WS-CUST-ON-FILE
                       AND WS-COMBINED-BALANCE
                           NOT < FSC-WAIVE-COMBINED
                   SET WS-FEE-WAIVED-COMBINED TO TRUE
               WHEN OTHER
                   SET WS-FEE-ASSESS TO TRUE
           END-EVALUATE
           .

       6520-CHECK-FUNDS.
      *>   A fee may draw the available balance down to zero but not
      *>   past it, and never touches an account under a legal
      *>   freeze.
           PERFORM 6530-TOTAL-ACTIVE-HOLDS
           IF WS-LEGAL-FREEZE
               SET WS-FEE-FROZEN TO TRUE
           ELSE
               COMPUTE WS-AVAILABLE-BALANCE =
                   ACCT-BALANCE - WS-HELD-AMOUNT
               IF WS-AVAILABLE-BALANCE < WS-FEE-AMOUNT
                   SET WS-FEE-NSF TO TRUE
               END-IF
           END-IF
           .

       6530-TOTAL-ACTIVE-HOLDS.
      *>   A hold counts from the day it is placed until it is
      *>   released or its expiry date arrives, whether or not
      *>   HOLDMNT has swept it to expired yet.
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
               PERFORM 6540-READ-ACCOUNT-HOLD
                   UNTIL WS-HOLD-SCAN-EOF
           END-IF
           .

       6540-READ-ACCOUNT-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET WS-HOLD-SCAN-EOF TO TRUE
                   ELSE
                       IF HLD-STATUS-ACTIVE
                               AND (HLD-EXPIRY-DATE = ZERO
                                OR HLD-EXPIRY-DATE > WS-TODAY-DATE)
                           ADD HLD-AMOUNT TO WS-HELD-AMOUNT
                           IF HLD-TYPE-LEGAL-FREEZE
                               SET WS-LEGAL-FREEZE TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       6600-PRINT-FEE.
           MOVE ACCT-NUMBER         TO RPT-ACCT-NUMBER
           MOVE ACCT-CUST-NUMBER    TO RPT-CUST-NUMBER
           MOVE WS-FEE-TYPE         TO RPT-FEE-TYPE
           MOVE WS-AVG-BALANCE      TO RPT-AVG-BALANCE
           MOVE WS-COMBINED-BALANCE TO RPT-COMBINED-BALANCE
           MOVE WS-FEE-AMOUNT       TO RPT-FEE-AMOUNT
           EVALUATE TRUE
               WHEN WS-FEE-ASSESS
                   MOVE "ASSESSED" TO RPT-FEE-REASON
               WHEN WS-FEE-WAIVED-AVERAGE
                   ADD 1 TO WS-WAIVED-AVERAGE
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-WAIVED
                   MOVE "WAIVED - AVERAGE DAILY BALANCE"
                       TO RPT-FEE-REASON
               WHEN WS-FEE-WAIVED-COMBINED
                   ADD 1 TO WS-WAIVED-COMBINED
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-WAIVED
                   MOVE "WAIVED - COMBINED BALANCE"
                       TO RPT-FEE-REASON
               WHEN WS-FEE-FROZEN
                   ADD 1 TO WS-NOT-ASSESSED
                   MOVE "NOT ASSESSED - LEGAL FREEZE"
                       TO RPT-FEE-REASON
               WHEN WS-FEE-NSF
                   ADD 1 TO WS-NOT-ASSESSED
                   MOVE "NOT ASSESSED - INSUFFICIENT FUNDS"
                       TO RPT-FEE-REASON
           END-EVALUATE
           WRITE FEEREG-LINE FROM WS-REPORT-DETAIL
           .

       6700-POST-FEE.
      *>   The fee comes off the ledger balance; the last-activity
      *>   date is left alone so a fee never keeps an account from
      *>   going dormant.
           MOVE ACCT-RECORD TO AJ-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-FEE-AMOUNT FROM ACCT-BALANCE
           REWRITE ACCT-RECORD
               INVALID KEY
                   DISPLAY "MNTFEE: ACCTMAST REWRITE FAILED FOR "
                           "ACCOUNT " ACCT-NUMBER ", ABORTING RUN"
                   SET WS-ABEND TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-FEES-ASSESSED
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-ASSESSED
           END-REWRITE

           IF NOT WS-ABEND
               PERFORM 6710-WRITE-JOURNAL
           END-IF
           IF NOT WS-ABEND
               PERFORM 6720-WRITE-GL-DETAIL
           END-IF
           IF NOT WS-ABEND
               PERFORM 6730-WRITE-HISTORY-DETAIL
           END-IF
           .

       6710-WRITE-JOURNAL.
           SET AJ-ACTION-REWRITE TO TRUE
           MOVE "MNTFEE  " TO AJ-PROGRAM
           MOVE WS-TODAY-DATE TO AJ-BUSINESS-DATE
           MOVE ACCT-NUMBER TO AJ-ACCT-NUMBER
           MOVE ACCT-RECORD TO AJ-AFTER-IMAGE
           CALL 'ACCTJRNL' USING AJ-ACTION-CODE
                                 AJ-PROGRAM
                                 AJ-BUSINESS-DATE
                                 AJ-ACCT-NUMBER
                                 AJ-BEFORE-IMAGE
                                 AJ-AFTER-IMAGE
                                 AJ-RETURN-CODE
           IF AJ-FATAL-ERROR
               DISPLAY "MNTFEE: JOURNAL WRITE FAILED, ABORTING RUN"
               SET WS-ABEND TO TRUE
           END-IF
           .

       6720-WRITE-GL-DETAIL.
           MOVE ACCT-NUMBER   TO GL-ACCT-NUMBER
           MOVE WS-TODAY-DATE TO GL-EFFECTIVE-DATE
           MOVE WS-FEE-AMOUNT TO GL-AMOUNT
           IF ACCT-STATUS-DORMANT
               SET GL-EVENT-DORMANCY-FEE TO TRUE
           ELSE
               SET GL-EVENT-SERVICE-FEE TO TRUE
           END-IF
           CALL 'GLEXTRCT' USING GL-ACCT-NUMBER
                                 GL-EFFECTIVE-DATE
                                 GL-AMOUNT
                                 GL-EVENT-CODE
                                 GL-RETURN-CODE
           IF GL-FATAL-ERROR
               DISPLAY "MNTFEE: GL EXTRACT FAILED, ABORTING RUN"
               SET WS-ABEND TO TRUE
           END-IF
           .

       6730-WRITE-HISTORY-DETAIL.
           MOVE ACCT-NUMBER    TO HST-ACCT-NUMBER
           MOVE WS-TODAY-DATE  TO HST-POST-DATE
           IF ACCT-STATUS-DORMANT
               SET HST-EVENT-DORMANCY-FEE TO TRUE
           ELSE
               SET HST-EVENT-SERVICE-FEE TO TRUE
           END-IF
           MOVE WS-FEE-AMOUNT  TO HST-AMOUNT
           MOVE WS-OLD-BALANCE TO HST-BALANCE-BEFORE
           MOVE ACCT-BALANCE   TO HST-BALANCE-AFTER
           MOVE "MNTFEE"       TO HST-POST-PROGRAM
           MOVE SPACE          TO HST-CHANNEL
           MOVE ZERO           TO HST-ORIG-POST-DATE
           MOVE ZERO           TO HST-OTHER-ACCT-NUMBER
           CALL 'TRANHIST' USING HST-ACCT-NUMBER
                                 HST-POST-DATE
                                 HST-TRAN-CODE
                                 HST-AMOUNT
                                 HST-BALANCE-BEFORE
                                 HST-BALANCE-AFTER
                                 HST-POST-PROGRAM
                                 HST-ORIG-POST-DATE
                                 HST-OTHER-ACCT-NUMBER
                                 HST-CHANNEL
                                 HST-RETURN-CODE
           IF HST-FATAL-ERROR
               DISPLAY "MNTFEE: HISTORY WRITE FAILED, ABORTING RUN"
               SET WS-ABEND TO TRUE
           END-IF
           .

       6900-RETURN-SORTED.
           RETURN SORTWK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           .

       END PROGRAM MNTFEE.
