       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMON.
      *>****************************************************************
      *> Nightly currency transaction monitor, run after TRANPOST has
      *> posted the day.  Reads the TRANHIST history file for cash
      *> deposits and withdrawals, finds each account's owning
      *> customer through ACCT-CUST-NUMBER on ACCTMAST, sorts the
      *> items into customer and account order and rolls them up per
      *> customer across all of the customer's accounts:
      *>   - a customer whose cash in or cash out for the business
      *>     date passes the CTR threshold is a Currency Transaction
      *>     Report candidate - written to the CTREXTR extract with
      *>     name and address from CUSTMAST and one detail record per
      *>     account, and printed on the CTRRPT compliance report;
      *>   - a customer who made at least the control count of
      *>     deposits inside the band just under the threshold over
      *>     the look-back window, adding up to more than the
      *>     threshold, with at least one of them today, is flagged
      *>     for possible structuring on CTRRPT and listed deposit by
      *>     deposit on the SARRPT suspicious-activity review list.
      *> The look-back window is the last so many business days (today
      *> included) on which anything posted to TRANHIST.  Transfers
      *> are not cash and are not counted, nor are ACH deposits and
      *> withdrawals (TH-CHANNEL 'A').  Accounts with no customer
      *> number roll up on their own.  The threshold, band floor,
      *> pattern count and window length come from the CTRCTL control
      *> file; the run refuses to start without it, since the report
      *> backs a regulatory filing, and ends with a failing return
      *> code when it cannot run or cannot read the history - no
      *> history file at all just means nothing has posted yet.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when the step ahead of it in
      *> the nightly stream has not completed for the business date
      *> or this step already has, short of a rerun override.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRCTL-FILE ASSIGN TO "CTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRCTL-STATUS.

           SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

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

           SELECT CTREXTR-FILE ASSIGN TO "CTREXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTREXTR-STATUS.

           SELECT CTRRPT-FILE ASSIGN TO "CTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRRPT-STATUS.

           SELECT SARRPT-FILE ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SARRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SORTWK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CTRCTL-FILE.
           COPY CTRCTLR.

       FD  TRANHIST-FILE.
           COPY HISTREC.

       FD  ACCTMAST-FILE.
           COPY ACCTREC.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

      *> CTR candidate extract - one customer record per candidate
      *> followed by one account record per account with cash
      *> activity on the business date.
       FD  CTREXTR-FILE.
       01  CTREXTR-CUST-RECORD.
           05  CTX-RECORD-TYPE          PIC X(1).
               88  CTX-CUSTOMER-RECORD      VALUE 'C'.
           05  CTX-BUSINESS-DATE        PIC 9(8).
           05  CTX-CUST-NUMBER          PIC 9(10).
           05  CTX-CUST-NAME            PIC X(30).
           05  CTX-ADDR-LINE-1          PIC X(30).
           05  CTX-ADDR-LINE-2          PIC X(30).
           05  CTX-CITY                 PIC X(20).
           05  CTX-STATE                PIC X(2).
           05  CTX-ZIP                  PIC X(9).
           05  CTX-CASH-IN              PIC 9(11)V99.
           05  CTX-CASH-OUT             PIC 9(11)V99.
       01  CTREXTR-ACCT-RECORD.
           05  CTA-RECORD-TYPE          PIC X(1).
               88  CTA-ACCOUNT-RECORD       VALUE 'A'.
           05  CTA-BUSINESS-DATE        PIC 9(8).
           05  CTA-CUST-NUMBER          PIC 9(10).
           05  CTA-ACCT-NUMBER          PIC 9(10).
           05  CTA-CASH-IN              PIC 9(11)V99.
           05  CTA-ITEMS-IN             PIC 9(5).
           05  CTA-CASH-OUT             PIC 9(11)V99.
           05  CTA-ITEMS-OUT            PIC 9(5).

       FD  CTRRPT-FILE.
       01  CTRRPT-LINE                 PIC X(132).

       FD  SARRPT-FILE.
       01  SARRPT-LINE                 PIC X(132).

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       SD  SORTWK-FILE.
       01  SORT-RECORD.
      *>   Who the item rolls up under: the owning customer, or for
      *>   an account carrying no customer number, the account
      *>   itself.
           05  SRT-OWNER-TYPE           PIC X(1).
               88  SRT-OWNER-CUSTOMER       VALUE 'C'.
               88  SRT-OWNER-ACCOUNT        VALUE 'A'.
           05  SRT-OWNER-NUMBER         PIC 9(10).
           05  SRT-ACCT-NUMBER          PIC 9(10).
           05  SRT-POST-DATE            PIC 9(8).
           05  SRT-POST-SEQ             PIC 9(9).
           05  SRT-TRAN-CODE            PIC X(4).
               88  SRT-EVENT-DEPOSIT        VALUE 'DEP '.
               88  SRT-EVENT-WITHDRAWAL     VALUE 'WDR '.
           05  SRT-AMOUNT               PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-CTRCTL-STATUS          PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CTREXTR-STATUS         PIC X(2) VALUE SPACES.
       01  WS-CTRRPT-STATUS          PIC X(2) VALUE SPACES.
       01  WS-SARRPT-STATUS          PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-HISTORY-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-HISTORY-AVAILABLE      VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF               VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF               VALUE 'Y'.
           05  WS-FIRST-ITEM-SWITCH      PIC X(1) VALUE 'Y'.
               88  WS-FIRST-ITEM             VALUE 'Y'.
           05  WS-DATE-FOUND-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-DATE-FOUND             VALUE 'Y'.
           05  WS-CTR-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-CTR-CANDIDATE          VALUE 'Y'.
           05  WS-STRUCT-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-STRUCTURING            VALUE 'Y'.
           05  WS-STRUCT-TODAY-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-STRUCT-TODAY           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ           PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-SELECTED         PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-EXAMINED     PIC 9(7) VALUE ZERO.
           05  WS-CTR-CANDIDATES         PIC 9(7) VALUE ZERO.
           05  WS-STRUCT-FLAGGED         PIC 9(7) VALUE ZERO.

       01  WS-TODAY-DATE             PIC 9(8).

      *> Working copies of the CTRCTL rules.
       01  WS-CTR-THRESHOLD          PIC 9(9)V99.
       01  WS-STRUCT-FLOOR           PIC 9(9)V99.
       01  WS-STRUCT-MIN-COUNT       PIC 9(3) COMP.
       01  WS-LOOKBACK-DAYS          PIC S9(4) COMP.

      *> The most recent business days with postings on TRANHIST,
      *> up to the look-back length, gathered in a first pass over
      *> the file; the earliest of them opens the window.  Kept
      *> unordered - a date is only ever added or swapped in for
      *> the lowest.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-DATE            PIC 9(8) OCCURS 60.
       01  WS-WINDOW-COUNT           PIC S9(4) COMP VALUE ZERO.
       01  WS-WINDOW-SUB             PIC S9(4) COMP.
       01  WS-WINDOW-LOW-SUB         PIC S9(4) COMP.
       01  WS-WINDOW-START           PIC 9(8).

      *> Owner of the account last looked up on ACCTMAST - history
      *> runs in posting order, so an account's items tend to come
      *> together and the same read serves them all.
       01  WS-OWNER-ACCT-NUMBER      PIC 9(10) VALUE ZERO.
       01  WS-OWNER-CUST-NUMBER      PIC 9(10) VALUE ZERO.

      *> Control-break state for the customer currently rolling up.
       01  WS-CUST-BREAK.
           05  WS-PRIOR-OWNER-TYPE       PIC X(1) VALUE SPACE.
           05  WS-PRIOR-OWNER-NUMBER     PIC 9(10) VALUE ZERO.
           05  WS-CUST-CASH-IN           PIC 9(11)V99 VALUE ZERO.
           05  WS-CUST-CASH-OUT          PIC 9(11)V99 VALUE ZERO.
           05  WS-STRUCT-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-STRUCT-TOTAL           PIC 9(11)V99 VALUE ZERO.

      *> The customer's accounts with cash activity on the business
      *> date, in account order.
       01  WS-CUST-ACCT-TABLE.
           05  WS-CA-ENTRY               OCCURS 50.
               10  WS-CA-ACCT-NUMBER         PIC 9(10).
               10  WS-CA-CASH-IN             PIC 9(11)V99.
               10  WS-CA-ITEMS-IN            PIC 9(5).
               10  WS-CA-CASH-OUT            PIC 9(11)V99.
               10  WS-CA-ITEMS-OUT           PIC 9(5).
       01  WS-CA-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  WS-CA-SUB                 PIC S9(4) COMP.

      *> The customer's deposits inside the structuring band over
      *> the window, for the review list.
       01  WS-STRUCT-TABLE.
           05  WS-ST-ENTRY               OCCURS 100.
               10  WS-ST-ACCT-NUMBER         PIC 9(10).
               10  WS-ST-POST-DATE           PIC 9(8).
               10  WS-ST-AMOUNT              PIC 9(9)V99.
       01  WS-ST-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  WS-ST-SUB                 PIC S9(4) COMP.
       01  WS-ST-UNLISTED            PIC 9(5).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(43)
                   VALUE "CURRENCY TRANSACTION AND STRUCTURING REPORT".
       01  WS-SAR-HEADING.
           05  FILLER                    PIC X(31)
                   VALUE "SUSPICIOUS ACTIVITY REVIEW LIST".
       01  WS-REPORT-HEADING-2.
           05  FILLER                    PIC X(14)
                   VALUE "BUSINESS DATE ".
           05  RPT-BUSINESS-DATE         PIC 9(8).
           05  FILLER                    PIC X(18)
                   VALUE "   CTR THRESHOLD =".
           05  RPT-CTR-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(21)
                   VALUE "   STRUCTURING BAND =".
           05  RPT-STRUCT-FLOOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(15)
                   VALUE "   WINDOW FROM ".
           05  RPT-WINDOW-START          PIC 9(8).
       01  WS-CUSTOMER-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE "CUSTOMER ".
           05  RPT-CUST-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-CUST-NAME             PIC X(30).
           05  FILLER                    PIC X(11)
                   VALUE "  CASH IN =".
           05  RPT-CASH-IN               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(12)
                   VALUE "  CASH OUT =".
           05  RPT-CASH-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-CTR-FLAG              PIC X(14).
       01  WS-ADDRESS-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  RPT-ADDR-LINE-1           PIC X(30).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-ADDR-LINE-2           PIC X(30).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-CITY                  PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RPT-STATE                 PIC X(2).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RPT-ZIP                   PIC X(9).
       01  WS-NO-CUSTOMER-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  FILLER                    PIC X(43)
                   VALUE "*** NO CUSTOMER ON ACCOUNT - NO ADDRESS ***".
       01  WS-ACCOUNT-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE "ACCOUNT ".
           05  RPT-ACCT-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(23) VALUE SPACES.
           05  FILLER                    PIC X(11)
                   VALUE "  CASH IN =".
           05  RPT-ACCT-CASH-IN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(12)
                   VALUE "  CASH OUT =".
           05  RPT-ACCT-CASH-OUT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(9)
                   VALUE "  ITEMS =".
           05  RPT-ITEMS-IN              PIC ZZZZ9.
           05  FILLER                    PIC X(1) VALUE "/".
           05  RPT-ITEMS-OUT             PIC ZZZZ9.
       01  WS-STRUCTURING-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  FILLER                    PIC X(23)
                   VALUE "POSSIBLE STRUCTURING - ".
           05  RPT-STRUCT-COUNT          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(30)
                   VALUE " DEPOSITS UNDER THRESHOLD =   ".
           05  RPT-STRUCT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(7) VALUE " SINCE ".
           05  RPT-STRUCT-SINCE          PIC 9(8).
       01  WS-SAR-DEPOSIT-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE "ACCOUNT ".
           05  SAR-ACCT-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(13)
                   VALUE "   DEPOSITED ".
           05  SAR-POST-DATE             PIC 9(8).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  SAR-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SAR-UNLISTED-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE "*** ".
           05  SAR-UNLISTED              PIC ZZ,ZZ9.
           05  FILLER                    PIC X(32)
                   VALUE " FURTHER DEPOSITS NOT LISTED ***".
       01  WS-EXAMINED-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "CUSTOMERS EXAMINED     = ".
           05  RPT-TOTAL-EXAMINED        PIC ZZZ,ZZ9.
       01  WS-CTR-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "CTR CANDIDATES         = ".
           05  RPT-TOTAL-CTR             PIC ZZZ,ZZ9.
       01  WS-STRUCT-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "POSSIBLE STRUCTURING   = ".
           05  RPT-TOTAL-STRUCT          PIC ZZZ,ZZ9.

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-INITIALIZE
               IF NOT WS-ABEND
                   SORT SORTWK-FILE
                       ON ASCENDING KEY SRT-OWNER-TYPE
                                        SRT-OWNER-NUMBER
                                        SRT-ACCT-NUMBER
                                        SRT-POST-DATE
                                        SRT-POST-SEQ
                       INPUT PROCEDURE IS 5000-SELECT-CASH
                       OUTPUT PROCEDURE IS 6000-ROLL-UP-CUSTOMERS
                   PERFORM 3000-TERMINATE
               END-IF
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "CTRMON  " TO RC-PROGRAM
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
               DISPLAY "CTRMON: RUN REFUSED BY RUN CONTROL"
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
           MOVE WS-HISTORY-READ   TO RC-RECORDS-READ
           MOVE WS-CTR-CANDIDATES TO RC-RECORDS-WRITTEN
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
               DISPLAY "CTRMON: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           IF NOT WS-ABEND
               PERFORM 1100-LOAD-CONTROL
           END-IF
           IF NOT WS-ABEND
               PERFORM 1200-OPEN-FILES
           END-IF
           IF NOT WS-ABEND
               PERFORM 1300-FIND-WINDOW-START
           END-IF
           IF NOT WS-ABEND
               MOVE WS-TODAY-DATE    TO RPT-BUSINESS-DATE
               MOVE WS-CTR-THRESHOLD TO RPT-CTR-THRESHOLD
               MOVE WS-STRUCT-FLOOR  TO RPT-STRUCT-FLOOR
               MOVE WS-WINDOW-START  TO RPT-WINDOW-START
               WRITE CTRRPT-LINE FROM WS-REPORT-HEADING
               WRITE CTRRPT-LINE FROM WS-REPORT-HEADING-2
               WRITE SARRPT-LINE FROM WS-SAR-HEADING
               WRITE SARRPT-LINE FROM WS-REPORT-HEADING-2
           END-IF
           .

       1050-READ-BUSINESS-DATE.
      *>   The day monitored is the stream's business date, not the
      *>   wall clock - see BUSDREC.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "CTRMON: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "CTRMON: BUSDATE IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1100-LOAD-CONTROL.
      *>   The thresholds are not defaulted - a filing run under a
      *>   guessed threshold is worse than not running.
           OPEN INPUT CTRCTL-FILE
           IF WS-CTRCTL-STATUS NOT = "00"
               DISPLAY "CTRMON: CTRCTL NOT AVAILABLE, STATUS = "
                       WS-CTRCTL-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ CTRCTL-FILE
                   AT END
                       DISPLAY "CTRMON: CTRCTL IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       PERFORM 1150-EDIT-CONTROL
               END-READ
               CLOSE CTRCTL-FILE
           END-IF
           .

       1150-EDIT-CONTROL.
           EVALUATE TRUE
               WHEN CTRCTL-CTR-THRESHOLD NOT NUMERIC
                       OR CTRCTL-STRUCT-FLOOR NOT NUMERIC
                       OR CTRCTL-STRUCT-MIN-COUNT NOT NUMERIC
                       OR CTRCTL-LOOKBACK-DAYS NOT NUMERIC
                   DISPLAY "CTRMON: CTRCTL FIELDS NOT NUMERIC"
                   SET WS-ABEND TO TRUE
               WHEN CTRCTL-CTR-THRESHOLD = ZERO
                   DISPLAY "CTRMON: CTRCTL CTR THRESHOLD IS ZERO"
                   SET WS-ABEND TO TRUE
               WHEN CTRCTL-STRUCT-FLOOR NOT < CTRCTL-CTR-THRESHOLD
                   DISPLAY "CTRMON: CTRCTL STRUCTURING FLOOR NOT "
                           "BELOW CTR THRESHOLD"
                   SET WS-ABEND TO TRUE
               WHEN CTRCTL-STRUCT-MIN-COUNT < 2
                   DISPLAY "CTRMON: CTRCTL STRUCTURING COUNT "
                           "BELOW 2"
                   SET WS-ABEND TO TRUE
               WHEN CTRCTL-LOOKBACK-DAYS < 1
                       OR CTRCTL-LOOKBACK-DAYS > 60
                   DISPLAY "CTRMON: CTRCTL LOOK-BACK DAYS NOT "
                           "1 TO 60"
                   SET WS-ABEND TO TRUE
               WHEN OTHER
                   MOVE CTRCTL-CTR-THRESHOLD    TO WS-CTR-THRESHOLD
                   MOVE CTRCTL-STRUCT-FLOOR     TO WS-STRUCT-FLOOR
                   MOVE CTRCTL-STRUCT-MIN-COUNT TO WS-STRUCT-MIN-COUNT
                   MOVE CTRCTL-LOOKBACK-DAYS    TO WS-LOOKBACK-DAYS
           END-EVALUATE
           .

       1200-OPEN-FILES.
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "CTRMON: ACCTMAST NOT AVAILABLE, STATUS = "
                       WS-ACCTMAST-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               OPEN INPUT CUSTMAST-FILE
               IF WS-CUSTMAST-STATUS NOT = "00"
                   DISPLAY "CTRMON: CUSTMAST NOT AVAILABLE, STATUS = "
                           WS-CUSTMAST-STATUS
                   CLOSE ACCTMAST-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   PERFORM 1250-OPEN-OUTPUT-FILES
               END-IF
           END-IF
           .

       1250-OPEN-OUTPUT-FILES.
           OPEN OUTPUT CTREXTR-FILE
           IF WS-CTREXTR-STATUS NOT = "00"
               DISPLAY "CTRMON: CTREXTR NOT AVAILABLE, STATUS = "
                       WS-CTREXTR-STATUS
               CLOSE ACCTMAST-FILE
               CLOSE CUSTMAST-FILE
               SET WS-ABEND TO TRUE
           ELSE
               OPEN OUTPUT CTRRPT-FILE
               IF WS-CTRRPT-STATUS NOT = "00"
                   DISPLAY "CTRMON: CTRRPT NOT AVAILABLE, STATUS = "
                           WS-CTRRPT-STATUS
                   CLOSE ACCTMAST-FILE
                   CLOSE CUSTMAST-FILE
                   CLOSE CTREXTR-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   OPEN OUTPUT SARRPT-FILE
                   IF WS-SARRPT-STATUS NOT = "00"
                       DISPLAY "CTRMON: SARRPT NOT AVAILABLE, "
                               "STATUS = " WS-SARRPT-STATUS
                       CLOSE ACCTMAST-FILE
                       CLOSE CUSTMAST-FILE
                       CLOSE CTREXTR-FILE
                       CLOSE CTRRPT-FILE
                       SET WS-ABEND TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       1300-FIND-WINDOW-START.
      *>   First pass over the history: collect the most recent
      *>   business days on or before the business date that have
      *>   postings, as many as the look-back length.  No history
      *>   file yet (status 35) means nothing has posted to monitor,
      *>   and the window is today alone; any other failure stops
      *>   the run rather than send out an empty report.
           OPEN INPUT TRANHIST-FILE
           IF WS-TRANHIST-STATUS = "00"
               SET WS-HISTORY-AVAILABLE TO TRUE
               PERFORM 5100-READ-HISTORY
               PERFORM 1310-NOTE-POST-DATE
                   UNTIL WS-HIST-EOF
               CLOSE TRANHIST-FILE
           ELSE
               IF WS-TRANHIST-STATUS NOT = "35"
                   DISPLAY "CTRMON: TRANHIST NOT AVAILABLE, STATUS = "
                           WS-TRANHIST-STATUS
                   CLOSE ACCTMAST-FILE
                   CLOSE CUSTMAST-FILE
                   CLOSE CTREXTR-FILE
                   CLOSE CTRRPT-FILE
                   CLOSE SARRPT-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           END-IF

           IF WS-WINDOW-COUNT = ZERO
               MOVE WS-TODAY-DATE TO WS-WINDOW-START
           ELSE
               PERFORM 1330-FIND-LOWEST-DATE
               MOVE WS-WINDOW-DATE(WS-WINDOW-LOW-SUB)
                   TO WS-WINDOW-START
           END-IF
           .

       1310-NOTE-POST-DATE.
           IF TH-POST-DATE NOT > WS-TODAY-DATE
               MOVE 'N' TO WS-DATE-FOUND-SWITCH
               PERFORM 1320-CHECK-WINDOW-DATE
                   VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
                      OR WS-DATE-FOUND
               IF NOT WS-DATE-FOUND
                   IF WS-WINDOW-COUNT < WS-LOOKBACK-DAYS
                       ADD 1 TO WS-WINDOW-COUNT
                       MOVE TH-POST-DATE
                           TO WS-WINDOW-DATE(WS-WINDOW-COUNT)
                   ELSE
                       PERFORM 1330-FIND-LOWEST-DATE
                       IF TH-POST-DATE >
                               WS-WINDOW-DATE(WS-WINDOW-LOW-SUB)
                           MOVE TH-POST-DATE
                               TO WS-WINDOW-DATE(WS-WINDOW-LOW-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 5100-READ-HISTORY
           .

       1320-CHECK-WINDOW-DATE.
           IF WS-WINDOW-DATE(WS-WINDOW-SUB) = TH-POST-DATE
               SET WS-DATE-FOUND TO TRUE
           END-IF
           .

       1330-FIND-LOWEST-DATE.
           MOVE 1 TO WS-WINDOW-LOW-SUB
           PERFORM 1335-COMPARE-LOWEST-DATE
               VARYING WS-WINDOW-SUB FROM 2 BY 1
               UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
           .

       1335-COMPARE-LOWEST-DATE.
           IF WS-WINDOW-DATE(WS-WINDOW-SUB) <
                   WS-WINDOW-DATE(WS-WINDOW-LOW-SUB)
               MOVE WS-WINDOW-SUB TO WS-WINDOW-LOW-SUB
           END-IF
           .

       5000-SELECT-CASH.
      *>   Second pass: releases the cash items that matter - every
      *>   branch deposit inside the window for the structuring
      *>   check, and the business date's branch withdrawals for
      *>   cash out.
           IF WS-HISTORY-AVAILABLE
               OPEN INPUT TRANHIST-FILE
               IF WS-TRANHIST-STATUS NOT = "00"
                   DISPLAY "CTRMON: TRANHIST NOT AVAILABLE, STATUS = "
                           WS-TRANHIST-STATUS
                   SET WS-ABEND TO TRUE
               ELSE
                   MOVE 'N' TO WS-HIST-EOF-SWITCH
                   PERFORM 5100-READ-HISTORY
                   PERFORM 5200-RELEASE-CASH
                       UNTIL WS-HIST-EOF
                   CLOSE TRANHIST-FILE
               END-IF
           END-IF
           .

       5100-READ-HISTORY.
           READ TRANHIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           .

       5200-RELEASE-CASH.
           ADD 1 TO WS-HISTORY-READ
           IF TH-POST-DATE NOT < WS-WINDOW-START
                   AND TH-POST-DATE NOT > WS-TODAY-DATE
               IF TH-CHANNEL-BRANCH
                       AND (TH-EVENT-DEPOSIT
                           OR (TH-EVENT-WITHDRAWAL
                               AND TH-POST-DATE = WS-TODAY-DATE))
                   PERFORM 5300-FIND-OWNER
                   ADD 1 TO WS-ITEMS-SELECTED
                   MOVE TH-ACCT-NUMBER  TO SRT-ACCT-NUMBER
                   MOVE TH-POST-DATE    TO SRT-POST-DATE
                   MOVE WS-HISTORY-READ TO SRT-POST-SEQ
                   MOVE TH-TRAN-CODE    TO SRT-TRAN-CODE
                   MOVE TH-AMOUNT       TO SRT-AMOUNT
                   RELEASE SORT-RECORD
               END-IF
           END-IF
           PERFORM 5100-READ-HISTORY
           .

       5300-FIND-OWNER.
           IF TH-ACCT-NUMBER NOT = WS-OWNER-ACCT-NUMBER
               MOVE TH-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-OWNER-CUST-NUMBER
                   NOT INVALID KEY
                       MOVE ACCT-CUST-NUMBER TO WS-OWNER-CUST-NUMBER
               END-READ
               MOVE TH-ACCT-NUMBER TO WS-OWNER-ACCT-NUMBER
           END-IF
           IF WS-OWNER-CUST-NUMBER = ZERO
               SET SRT-OWNER-ACCOUNT TO TRUE
               MOVE TH-ACCT-NUMBER TO SRT-OWNER-NUMBER
           ELSE
               SET SRT-OWNER-CUSTOMER TO TRUE
               MOVE WS-OWNER-CUST-NUMBER TO SRT-OWNER-NUMBER
           END-IF
           .

       6000-ROLL-UP-CUSTOMERS.
           IF NOT WS-ABEND
               PERFORM 6100-RETURN-ITEM
               PERFORM 6200-ACCUMULATE-ITEM
                   UNTIL WS-SORT-EOF
               IF NOT WS-FIRST-ITEM
                   PERFORM 6400-CLOSE-CUSTOMER
               END-IF
           END-IF
           .

       6100-RETURN-ITEM.
           RETURN SORTWK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           .

       6200-ACCUMULATE-ITEM.
           IF WS-FIRST-ITEM
                   OR SRT-OWNER-TYPE NOT = WS-PRIOR-OWNER-TYPE
                   OR SRT-OWNER-NUMBER NOT = WS-PRIOR-OWNER-NUMBER
               IF NOT WS-FIRST-ITEM
                   PERFORM 6400-CLOSE-CUSTOMER
               END-IF
               PERFORM 6300-START-CUSTOMER
           END-IF
           MOVE 'N' TO WS-FIRST-ITEM-SWITCH
           MOVE SRT-OWNER-TYPE   TO WS-PRIOR-OWNER-TYPE
           MOVE SRT-OWNER-NUMBER TO WS-PRIOR-OWNER-NUMBER

           IF SRT-POST-DATE = WS-TODAY-DATE
               PERFORM 6250-ADD-TODAY-CASH
           END-IF
      *>   A deposit of exactly the threshold needs no report, so it
      *>   sits inside the band like any other just-under amount.
           IF SRT-EVENT-DEPOSIT
                   AND SRT-AMOUNT NOT < WS-STRUCT-FLOOR
                   AND SRT-AMOUNT NOT > WS-CTR-THRESHOLD
               PERFORM 6260-NOTE-BAND-DEPOSIT
           END-IF

           PERFORM 6100-RETURN-ITEM
           .

       6250-ADD-TODAY-CASH.
      *>   Items arrive in account order within the customer, so a
      *>   new account always starts a new table entry.  Past the
      *>   table's size the customer totals still add up; only the
      *>   per-account detail is lost.
           IF WS-CA-COUNT = ZERO
                   OR WS-CA-ACCT-NUMBER(WS-CA-COUNT)
                       NOT = SRT-ACCT-NUMBER
               IF WS-CA-COUNT < 50
                   ADD 1 TO WS-CA-COUNT
                   MOVE SRT-ACCT-NUMBER
                       TO WS-CA-ACCT-NUMBER(WS-CA-COUNT)
                   MOVE ZERO TO WS-CA-CASH-IN(WS-CA-COUNT)
                   MOVE ZERO TO WS-CA-ITEMS-IN(WS-CA-COUNT)
                   MOVE ZERO TO WS-CA-CASH-OUT(WS-CA-COUNT)
                   MOVE ZERO TO WS-CA-ITEMS-OUT(WS-CA-COUNT)
               END-IF
           END-IF

           IF SRT-EVENT-DEPOSIT
               ADD SRT-AMOUNT TO WS-CUST-CASH-IN
               IF WS-CA-ACCT-NUMBER(WS-CA-COUNT) = SRT-ACCT-NUMBER
                   ADD SRT-AMOUNT TO WS-CA-CASH-IN(WS-CA-COUNT)
                   ADD 1 TO WS-CA-ITEMS-IN(WS-CA-COUNT)
               END-IF
           ELSE
               ADD SRT-AMOUNT TO WS-CUST-CASH-OUT
               IF WS-CA-ACCT-NUMBER(WS-CA-COUNT) = SRT-ACCT-NUMBER
                   ADD SRT-AMOUNT TO WS-CA-CASH-OUT(WS-CA-COUNT)
                   ADD 1 TO WS-CA-ITEMS-OUT(WS-CA-COUNT)
               END-IF
           END-IF
           .

       6260-NOTE-BAND-DEPOSIT.
           ADD 1 TO WS-STRUCT-COUNT
           ADD SRT-AMOUNT TO WS-STRUCT-TOTAL
           IF SRT-POST-DATE = WS-TODAY-DATE
               SET WS-STRUCT-TODAY TO TRUE
           END-IF
           IF WS-ST-COUNT < 100
               ADD 1 TO WS-ST-COUNT
               MOVE SRT-ACCT-NUMBER TO WS-ST-ACCT-NUMBER(WS-ST-COUNT)
               MOVE SRT-POST-DATE   TO WS-ST-POST-DATE(WS-ST-COUNT)
               MOVE SRT-AMOUNT      TO WS-ST-AMOUNT(WS-ST-COUNT)
           END-IF
           .

       6300-START-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-EXAMINED
           MOVE ZERO TO WS-CUST-CASH-IN
           MOVE ZERO TO WS-CUST-CASH-OUT
           MOVE ZERO TO WS-STRUCT-COUNT
           MOVE ZERO TO WS-STRUCT-TOTAL
           MOVE ZERO TO WS-CA-COUNT
           MOVE ZERO TO WS-ST-COUNT
           MOVE 'N' TO WS-STRUCT-TODAY-SWITCH
           .

       6400-CLOSE-CUSTOMER.
           MOVE 'N' TO WS-CTR-SWITCH
           MOVE 'N' TO WS-STRUCT-SWITCH
           MOVE SPACES TO RPT-CTR-FLAG
           EVALUATE TRUE
               WHEN WS-CUST-CASH-IN > WS-CTR-THRESHOLD
                       AND WS-CUST-CASH-OUT > WS-CTR-THRESHOLD
                   SET WS-CTR-CANDIDATE TO TRUE
                   MOVE "CTR IN AND OUT" TO RPT-CTR-FLAG
               WHEN WS-CUST-CASH-IN > WS-CTR-THRESHOLD
                   SET WS-CTR-CANDIDATE TO TRUE
                   MOVE "CTR CASH IN" TO RPT-CTR-FLAG
               WHEN WS-CUST-CASH-OUT > WS-CTR-THRESHOLD
                   SET WS-CTR-CANDIDATE TO TRUE
                   MOVE "CTR CASH OUT" TO RPT-CTR-FLAG
           END-EVALUATE
      *>   A pattern is only raised on a day that adds to it, so the
      *>   same deposits are not re-listed every night they stay
      *>   inside the window.
           IF WS-STRUCT-TODAY
                   AND WS-STRUCT-COUNT NOT < WS-STRUCT-MIN-COUNT
                   AND WS-STRUCT-TOTAL > WS-CTR-THRESHOLD
               SET WS-STRUCTURING TO TRUE
           END-IF

           IF WS-CTR-CANDIDATE OR WS-STRUCTURING
               PERFORM 6410-FETCH-CUSTOMER
               PERFORM 6420-PRINT-CUSTOMER
           END-IF
           IF WS-CTR-CANDIDATE
               ADD 1 TO WS-CTR-CANDIDATES
               PERFORM 6500-WRITE-CTR-EXTRACT
           END-IF
           IF WS-STRUCTURING
               ADD 1 TO WS-STRUCT-FLAGGED
               PERFORM 6600-LIST-STRUCTURING
           END-IF
           .

       6410-FETCH-CUSTOMER.
      *>   An account with no customer number has no name or address
      *>   of record beyond its own account name.
           MOVE SPACES TO CUST-RECORD
           IF WS-PRIOR-OWNER-TYPE = 'C'
               MOVE WS-PRIOR-OWNER-NUMBER TO CUST-NUMBER
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO CUST-RECORD
                       MOVE "*** CUSTOMER NOT ON FILE ***"
                           TO CUST-NAME
               END-READ
               MOVE WS-PRIOR-OWNER-NUMBER TO CUST-NUMBER
           ELSE
               MOVE ZERO TO CUST-NUMBER
               MOVE WS-PRIOR-OWNER-NUMBER TO ACCT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       MOVE "*** ACCOUNT NOT ON FILE ***" TO CUST-NAME
                   NOT INVALID KEY
                       MOVE ACCT-NAME TO CUST-NAME
               END-READ
           END-IF
           .

       6420-PRINT-CUSTOMER.
           MOVE CUST-NUMBER      TO RPT-CUST-NUMBER
           MOVE CUST-NAME        TO RPT-CUST-NAME
           MOVE WS-CUST-CASH-IN  TO RPT-CASH-IN
           MOVE WS-CUST-CASH-OUT TO RPT-CASH-OUT
           WRITE CTRRPT-LINE FROM WS-CUSTOMER-LINE
           IF WS-PRIOR-OWNER-TYPE = 'C'
               PERFORM 6430-FORMAT-ADDRESS
               WRITE CTRRPT-LINE FROM WS-ADDRESS-LINE
           ELSE
               WRITE CTRRPT-LINE FROM WS-NO-CUSTOMER-LINE
           END-IF
           PERFORM 6440-PRINT-ACCOUNT
               VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
           IF WS-STRUCTURING
               MOVE WS-STRUCT-COUNT TO RPT-STRUCT-COUNT
               MOVE WS-STRUCT-TOTAL TO RPT-STRUCT-TOTAL
               MOVE WS-WINDOW-START TO RPT-STRUCT-SINCE
               WRITE CTRRPT-LINE FROM WS-STRUCTURING-LINE
           END-IF
           .

       6430-FORMAT-ADDRESS.
           MOVE CUST-ADDR-LINE-1 TO RPT-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2 TO RPT-ADDR-LINE-2
           MOVE CUST-CITY        TO RPT-CITY
           MOVE CUST-STATE       TO RPT-STATE
           MOVE CUST-ZIP         TO RPT-ZIP
           .

       6440-PRINT-ACCOUNT.
           MOVE WS-CA-ACCT-NUMBER(WS-CA-SUB) TO RPT-ACCT-NUMBER
           MOVE WS-CA-CASH-IN(WS-CA-SUB)     TO RPT-ACCT-CASH-IN
           MOVE WS-CA-CASH-OUT(WS-CA-SUB)    TO RPT-ACCT-CASH-OUT
           MOVE WS-CA-ITEMS-IN(WS-CA-SUB)    TO RPT-ITEMS-IN
           MOVE WS-CA-ITEMS-OUT(WS-CA-SUB)   TO RPT-ITEMS-OUT
           WRITE CTRRPT-LINE FROM WS-ACCOUNT-LINE
           .

       6500-WRITE-CTR-EXTRACT.
           MOVE SPACES           TO CTREXTR-CUST-RECORD
           SET CTX-CUSTOMER-RECORD TO TRUE
           MOVE WS-TODAY-DATE    TO CTX-BUSINESS-DATE
           MOVE CUST-NUMBER      TO CTX-CUST-NUMBER
           MOVE CUST-NAME        TO CTX-CUST-NAME
           MOVE CUST-ADDR-LINE-1 TO CTX-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2 TO CTX-ADDR-LINE-2
           MOVE CUST-CITY        TO CTX-CITY
           MOVE CUST-STATE       TO CTX-STATE
           MOVE CUST-ZIP         TO CTX-ZIP
           MOVE WS-CUST-CASH-IN  TO CTX-CASH-IN
           MOVE WS-CUST-CASH-OUT TO CTX-CASH-OUT
           WRITE CTREXTR-CUST-RECORD
           PERFORM 6510-WRITE-CTR-ACCOUNT
               VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
           .

       6510-WRITE-CTR-ACCOUNT.
           MOVE SPACES TO CTREXTR-ACCT-RECORD
           SET CTA-ACCOUNT-RECORD TO TRUE
           MOVE WS-TODAY-DATE               TO CTA-BUSINESS-DATE
           MOVE CUST-NUMBER                 TO CTA-CUST-NUMBER
           MOVE WS-CA-ACCT-NUMBER(WS-CA-SUB) TO CTA-ACCT-NUMBER
           MOVE WS-CA-CASH-IN(WS-CA-SUB)    TO CTA-CASH-IN
           MOVE WS-CA-ITEMS-IN(WS-CA-SUB)   TO CTA-ITEMS-IN
           MOVE WS-CA-CASH-OUT(WS-CA-SUB)   TO CTA-CASH-OUT
           MOVE WS-CA-ITEMS-OUT(WS-CA-SUB)  TO CTA-ITEMS-OUT
           WRITE CTREXTR-ACCT-RECORD
           .

       6600-LIST-STRUCTURING.
           WRITE SARRPT-LINE FROM WS-CUSTOMER-LINE
           IF WS-PRIOR-OWNER-TYPE = 'C'
               WRITE SARRPT-LINE FROM WS-ADDRESS-LINE
           ELSE
               WRITE SARRPT-LINE FROM WS-NO-CUSTOMER-LINE
           END-IF
           WRITE SARRPT-LINE FROM WS-STRUCTURING-LINE
           PERFORM 6610-LIST-BAND-DEPOSIT
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
           IF WS-STRUCT-COUNT > WS-ST-COUNT
               COMPUTE WS-ST-UNLISTED = WS-STRUCT-COUNT - WS-ST-COUNT
               MOVE WS-ST-UNLISTED TO SAR-UNLISTED
               WRITE SARRPT-LINE FROM WS-SAR-UNLISTED-LINE
           END-IF
           .

       6610-LIST-BAND-DEPOSIT.
           MOVE WS-ST-ACCT-NUMBER(WS-ST-SUB) TO SAR-ACCT-NUMBER
           MOVE WS-ST-POST-DATE(WS-ST-SUB)   TO SAR-POST-DATE
           MOVE WS-ST-AMOUNT(WS-ST-SUB)      TO SAR-AMOUNT
           WRITE SARRPT-LINE FROM WS-SAR-DEPOSIT-LINE
           .

       3000-TERMINATE.
      *>   A run that lost the history part way gets no totals, so
      *>   its reports cannot pass for a complete night.
           IF NOT WS-ABEND
               MOVE WS-CUSTOMERS-EXAMINED TO RPT-TOTAL-EXAMINED
               MOVE WS-CTR-CANDIDATES     TO RPT-TOTAL-CTR
               MOVE WS-STRUCT-FLAGGED     TO RPT-TOTAL-STRUCT
               WRITE CTRRPT-LINE FROM WS-EXAMINED-TOTAL-LINE
               WRITE CTRRPT-LINE FROM WS-CTR-TOTAL-LINE
               WRITE CTRRPT-LINE FROM WS-STRUCT-TOTAL-LINE
               WRITE SARRPT-LINE FROM WS-STRUCT-TOTAL-LINE
           END-IF
           CLOSE ACCTMAST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE CTREXTR-FILE
           CLOSE CTRRPT-FILE
           CLOSE SARRPT-FILE
           DISPLAY "CTRMON: HISTORY READ       = " WS-HISTORY-READ
           DISPLAY "CTRMON: CASH ITEMS SELECTED = " WS-ITEMS-SELECTED
           DISPLAY "CTRMON: CUSTOMERS EXAMINED = "
                   WS-CUSTOMERS-EXAMINED
           DISPLAY "CTRMON: CTR CANDIDATES     = " WS-CTR-CANDIDATES
           DISPLAY "CTRMON: POSSIBLE STRUCTURING = "
                   WS-STRUCT-FLAGGED
           .

       END PROGRAM CTRMON.
