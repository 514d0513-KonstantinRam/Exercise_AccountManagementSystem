       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099.
      *>****************************************************************
      *> Year-end 1099-INT interest reporting job.  Validates the
      *> processing date through DATEUTIL and runs only on the
      *> month-end indicator for a December business date - the last
      *> business day of the tax year, the same gate STMTGEN prints
      *> statements under.  Pulls the calendar year's INT postings
      *> (the interest INTACCR capitalized at each month-end) from the
      *> TRANHIST history file, finds each account's owning customer
      *> through ACCT-CUST-NUMBER on ACCTMAST - or, for an account
      *> RETAIN has since retired, on its ACCTARCH archive image -
      *> sorts them into customer and account order and totals the
      *> year's interest per customer across all of the customer's
      *> accounts.  A customer at or over the reporting threshold in
      *> the TAXCTL control file goes to the TAXEXTR filing extract as
      *> a recipient record (name and address from CUSTMAST) between
      *> the payer record and the control-total record, and prints on
      *> the TAXRPT recipient register.  Interest that cannot be
      *> filed - an account carrying a zero customer number, an
      *> account on neither ACCTMAST nor ACCTARCH, or a reportable
      *> customer with no name or address on CUSTMAST - goes to the
      *> TAXEXC exception list instead, so it can be put right before
      *> the filing deadline.  The run refuses to start without
      *> TAXCTL, since the extract is a legal filing; a run that
      *> cannot read the history or the masters ends with RETURN-CODE
      *> 8 and no control record, so a short filing is never taken for
      *> a complete one.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXCTL-FILE ASSIGN TO "TAXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCTL-STATUS.

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

           SELECT ACCTARCH-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-ACCT-NUMBER
               FILE STATUS IS WS-ACCTARCH-STATUS.

           SELECT TAXEXTR-FILE ASSIGN TO "TAXEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXEXTR-STATUS.

           SELECT TAXRPT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.

           SELECT TAXEXC-FILE ASSIGN TO "TAXEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXEXC-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SORTWK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  TAXCTL-FILE.
           COPY TAXCTLR.

       FD  TRANHIST-FILE.
           COPY HISTREC.

       FD  ACCTMAST-FILE.
           COPY ACCTREC.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

      *> Accounts retired off ACCTMAST - see ARCHREC.
       FD  ACCTARCH-FILE.
           COPY ARCHREC.

      *> 1099-INT filing extract - one payer record, one recipient
      *> record per reportable customer, then one control record
      *> carrying the recipient count and interest total.
       FD  TAXEXTR-FILE.
       01  TAXEXTR-PAYER-RECORD.
           05  TXA-RECORD-TYPE          PIC X(1).
               88  TXA-PAYER-RECORD         VALUE 'A'.
           05  TXA-TAX-YEAR             PIC 9(4).
           05  TXA-PAYER-TIN            PIC X(9).
           05  TXA-PAYER-NAME           PIC X(30).
           05  TXA-PAYER-ADDR           PIC X(30).
           05  TXA-PAYER-CITY           PIC X(20).
           05  TXA-PAYER-STATE          PIC X(2).
           05  TXA-PAYER-ZIP            PIC X(9).
       01  TAXEXTR-RECIPIENT-RECORD.
           05  TXB-RECORD-TYPE          PIC X(1).
               88  TXB-RECIPIENT-RECORD     VALUE 'B'.
           05  TXB-TAX-YEAR             PIC 9(4).
           05  TXB-CUST-NUMBER          PIC 9(10).
           05  TXB-CUST-NAME            PIC X(30).
           05  TXB-ADDR-LINE-1          PIC X(30).
           05  TXB-ADDR-LINE-2          PIC X(30).
           05  TXB-CITY                 PIC X(20).
           05  TXB-STATE                PIC X(2).
           05  TXB-ZIP                  PIC X(9).
           05  TXB-INTEREST-PAID        PIC 9(9)V99.
       01  TAXEXTR-CONTROL-RECORD.
           05  TXC-RECORD-TYPE          PIC X(1).
               88  TXC-CONTROL-RECORD       VALUE 'C'.
           05  TXC-TAX-YEAR             PIC 9(4).
           05  TXC-RECIPIENT-COUNT      PIC 9(7).
           05  TXC-INTEREST-TOTAL       PIC 9(11)V99.

       FD  TAXRPT-FILE.
       01  TAXRPT-LINE                 PIC X(132).

       FD  TAXEXC-FILE.
       01  TAXEXC-LINE                 PIC X(132).

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       SD  SORTWK-FILE.
       01  SORT-RECORD.
      *>   Zero for an account with no owning customer or no longer
      *>   on ACCTMAST; SRT-ACCT-FOUND tells the two apart.
           05  SRT-CUST-NUMBER          PIC 9(10).
           05  SRT-ACCT-NUMBER          PIC 9(10).
           05  SRT-ACCT-FOUND           PIC X(1).
               88  SRT-ACCT-ON-FILE         VALUE 'Y'.
           05  SRT-AMOUNT               PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-TAXCTL-STATUS          PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTARCH-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TAXEXTR-STATUS         PIC X(2) VALUE SPACES.
       01  WS-TAXRPT-STATUS          PIC X(2) VALUE SPACES.
       01  WS-TAXEXC-STATUS          PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RUN-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-TAX-RUN                VALUE 'Y'.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-HIST-EOF               VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF               VALUE 'Y'.
           05  WS-FIRST-ITEM-SWITCH      PIC X(1) VALUE 'Y'.
               88  WS-FIRST-ITEM             VALUE 'Y'.
           05  WS-ARCHIVE-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-ARCHIVE-ON-FILE        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ           PIC 9(7) VALUE ZERO.
           05  WS-POSTINGS-SELECTED      PIC 9(7) VALUE ZERO.
           05  WS-RECIPIENTS-FILED       PIC 9(7) VALUE ZERO.
           05  WS-BELOW-THRESHOLD        PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTIONS-LISTED      PIC 9(7) VALUE ZERO.

       01  WS-TODAY-DATE             PIC 9(8).
       01  WS-TAX-YEAR               PIC 9(4).
       01  WS-REPORT-THRESHOLD       PIC 9(7)V99.

       01  WS-TOTALS.
           05  WS-FILED-INTEREST         PIC 9(11)V99 VALUE ZERO.
           05  WS-EXCEPTION-INTEREST     PIC 9(11)V99 VALUE ZERO.

      *> Owner of the account last looked up on ACCTMAST (or
      *> ACCTARCH), so a repeated account costs no second read.
       01  WS-OWNER-ACCT-NUMBER      PIC 9(10) VALUE ZERO.
       01  WS-OWNER-CUST-NUMBER      PIC 9(10) VALUE ZERO.
       01  WS-OWNER-FOUND            PIC X(1) VALUE 'N'.

      *> Control-break state for the customer and account currently
      *> totalling.
       01  WS-CUST-BREAK.
           05  WS-PRIOR-CUST-NUMBER      PIC 9(10) VALUE ZERO.
           05  WS-PRIOR-ACCT-NUMBER      PIC 9(10) VALUE ZERO.
           05  WS-PRIOR-ACCT-FOUND       PIC X(1) VALUE 'N'.
           05  WS-CUST-INTEREST          PIC 9(9)V99 VALUE ZERO.
           05  WS-CUST-ACCOUNTS          PIC 9(5) VALUE ZERO.
           05  WS-ACCT-INTEREST          PIC 9(9)V99 VALUE ZERO.
       01  WS-EXCEPTION-REASON       PIC X(30).

      *> DATEUTIL calling interface; the validated processing date
      *> supplies the month-end indicator.
           COPY DATEPARMS.

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(33)
                   VALUE "1099-INT RECIPIENT REGISTER, YEAR".
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RPT-HEAD-YEAR             PIC 9(4).
       01  WS-EXCEPTION-HEADING.
           05  FILLER                    PIC X(29)
                   VALUE "1099-INT EXCEPTION LIST, YEAR".
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  EXC-HEAD-YEAR             PIC 9(4).
       01  WS-REPORT-DETAIL.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-CUST-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-CUST-NAME             PIC X(30).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-CITY                  PIC X(20).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  RPT-STATE                 PIC X(2).
           05  FILLER                    PIC X(12)
                   VALUE "  ACCOUNTS =".
           05  RPT-ACCOUNTS              PIC ZZZZ9.
           05  FILLER                    PIC X(12)
                   VALUE "  INTEREST =".
           05  RPT-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EXCEPTION-DETAIL.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  EXC-KIND                  PIC X(9).
           05  EXC-NUMBER                PIC 9(10).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  EXC-REASON                PIC X(30).
           05  FILLER                    PIC X(12)
                   VALUE "  INTEREST =".
           05  EXC-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FILED-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "RECIPIENTS FILED       = ".
           05  RPT-TOTAL-FILED           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12)
                   VALUE "  INTEREST =".
           05  RPT-TOTAL-FILED-INTEREST  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BELOW-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "BELOW THRESHOLD        = ".
           05  RPT-TOTAL-BELOW           PIC ZZZ,ZZ9.
       01  WS-EXCEPTION-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "EXCEPTIONS LISTED      = ".
           05  RPT-TOTAL-EXCEPTIONS      PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12)
                   VALUE "  INTEREST =".
           05  RPT-TOTAL-EXC-INTEREST    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-TAX-RUN
               SORT SORTWK-FILE
                   ON ASCENDING KEY SRT-CUST-NUMBER
                                    SRT-ACCT-NUMBER
                   INPUT PROCEDURE IS 5000-SELECT-INTEREST
                   OUTPUT PROCEDURE IS 6000-TOTAL-CUSTOMERS
               PERFORM 3000-TERMINATE
           END-IF
           IF WS-ABEND
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           IF NOT WS-ABEND
               PERFORM 1060-VALIDATE-BUSINESS-DATE
           END-IF
           .

       1050-READ-BUSINESS-DATE.
      *>   The tax year rides on the stream's business date, not the
      *>   wall clock - see BUSDREC.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "TAX1099: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "TAX1099: BUSDATE IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1060-VALIDATE-BUSINESS-DATE.
           MOVE "TAX1099 " TO LS-CALLER-PROGRAM
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
                   DISPLAY "TAX1099: DATEUTIL AUDIT TRAIL FAILED, "
                           "ABORTING RUN"
                   SET WS-ABEND TO TRUE
               WHEN LS-RETURN-CODE NOT = ZERO
                   DISPLAY "TAX1099: PROCESSING DATE REJECTED - "
                           LS-ERROR-MESSAGE
                   SET WS-ABEND TO TRUE
               WHEN NOT LS-IS-MONTH-END
                       OR WS-TODAY-DATE(5:2) NOT = "12"
                   DISPLAY "TAX1099: " WS-TODAY-DATE
                           " IS NOT YEAR-END, NO 1099 RUN TONIGHT"
               WHEN OTHER
                   MOVE WS-TODAY-DATE(1:4) TO WS-TAX-YEAR
                   PERFORM 1100-LOAD-CONTROL
                   IF NOT WS-ABEND
                       PERFORM 1200-OPEN-TAX-FILES
                   END-IF
           END-EVALUATE
           .

       1100-LOAD-CONTROL.
      *>   The threshold and payer particulars are not defaulted -
      *>   a filing under a guessed payer is worse than not running.
           OPEN INPUT TAXCTL-FILE
           IF WS-TAXCTL-STATUS NOT = "00"
               DISPLAY "TAX1099: TAXCTL NOT AVAILABLE, STATUS = "
                       WS-TAXCTL-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ TAXCTL-FILE
                   AT END
                       DISPLAY "TAX1099: TAXCTL IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       PERFORM 1150-EDIT-CONTROL
               END-READ
               CLOSE TAXCTL-FILE
           END-IF
           .

       1150-EDIT-CONTROL.
           EVALUATE TRUE
               WHEN TAXCTL-REPORT-THRESHOLD NOT NUMERIC
                   DISPLAY "TAX1099: TAXCTL REPORTING THRESHOLD NOT "
                           "NUMERIC"
                   SET WS-ABEND TO TRUE
               WHEN TAXCTL-PAYER-TIN = SPACES
                       OR TAXCTL-PAYER-NAME = SPACES
                   DISPLAY "TAX1099: TAXCTL PAYER TIN OR NAME MISSING"
                   SET WS-ABEND TO TRUE
               WHEN OTHER
                   MOVE TAXCTL-REPORT-THRESHOLD TO WS-REPORT-THRESHOLD
           END-EVALUATE
           .

       1200-OPEN-TAX-FILES.
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "TAX1099: ACCTMAST NOT AVAILABLE, STATUS = "
                       WS-ACCTMAST-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               OPEN INPUT CUSTMAST-FILE
               IF WS-CUSTMAST-STATUS NOT = "00"
                   DISPLAY "TAX1099: CUSTMAST NOT AVAILABLE, STATUS = "
                           WS-CUSTMAST-STATUS
                   CLOSE ACCTMAST-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   PERFORM 1220-OPEN-ARCHIVE
               END-IF
           END-IF
           IF NOT WS-ABEND
               PERFORM 1250-OPEN-OUTPUT-FILES
           END-IF
           .

       1220-OPEN-ARCHIVE.
      *>   No ACCTARCH yet simply means nothing has been archived.
           OPEN INPUT ACCTARCH-FILE
           IF WS-ACCTARCH-STATUS = "00"
               SET WS-ARCHIVE-ON-FILE TO TRUE
           ELSE
               IF WS-ACCTARCH-STATUS NOT = "35"
                   DISPLAY "TAX1099: ACCTARCH NOT AVAILABLE, STATUS = "
                           WS-ACCTARCH-STATUS
                   CLOSE ACCTMAST-FILE
                   CLOSE CUSTMAST-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           END-IF
           .

       1250-OPEN-OUTPUT-FILES.
           OPEN OUTPUT TAXEXTR-FILE
           IF WS-TAXEXTR-STATUS NOT = "00"
               DISPLAY "TAX1099: TAXEXTR NOT AVAILABLE, STATUS = "
                       WS-TAXEXTR-STATUS
               PERFORM 1290-CLOSE-MASTERS
               SET WS-ABEND TO TRUE
           ELSE
               OPEN OUTPUT TAXRPT-FILE
               IF WS-TAXRPT-STATUS NOT = "00"
                   DISPLAY "TAX1099: TAXRPT NOT AVAILABLE, STATUS = "
                           WS-TAXRPT-STATUS
                   PERFORM 1290-CLOSE-MASTERS
                   CLOSE TAXEXTR-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   OPEN OUTPUT TAXEXC-FILE
                   IF WS-TAXEXC-STATUS NOT = "00"
                       DISPLAY "TAX1099: TAXEXC NOT AVAILABLE, "
                               "STATUS = " WS-TAXEXC-STATUS
                       PERFORM 1290-CLOSE-MASTERS
                       CLOSE TAXEXTR-FILE
                       CLOSE TAXRPT-FILE
                       SET WS-ABEND TO TRUE
                   ELSE
                       PERFORM 1300-START-FILING
                       SET WS-TAX-RUN TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       1300-START-FILING.
           MOVE WS-TAX-YEAR TO RPT-HEAD-YEAR
           MOVE WS-TAX-YEAR TO EXC-HEAD-YEAR
           WRITE TAXRPT-LINE FROM WS-REPORT-HEADING
           WRITE TAXEXC-LINE FROM WS-EXCEPTION-HEADING

           MOVE SPACES             TO TAXEXTR-PAYER-RECORD
           SET TXA-PAYER-RECORD    TO TRUE
           MOVE WS-TAX-YEAR        TO TXA-TAX-YEAR
           MOVE TAXCTL-PAYER-TIN   TO TXA-PAYER-TIN
           MOVE TAXCTL-PAYER-NAME  TO TXA-PAYER-NAME
           MOVE TAXCTL-PAYER-ADDR  TO TXA-PAYER-ADDR
           MOVE TAXCTL-PAYER-CITY  TO TXA-PAYER-CITY
           MOVE TAXCTL-PAYER-STATE TO TXA-PAYER-STATE
           MOVE TAXCTL-PAYER-ZIP   TO TXA-PAYER-ZIP
           WRITE TAXEXTR-PAYER-RECORD
           .

       1290-CLOSE-MASTERS.
           CLOSE ACCTMAST-FILE
           CLOSE CUSTMAST-FILE
           IF WS-ARCHIVE-ON-FILE
               CLOSE ACCTARCH-FILE
           END-IF
           .

       5000-SELECT-INTEREST.
      *>   Releases only the tax year's interest postings to the
      *>   sort.  The history is the only record of the interest
      *>   paid, so a filing is never made without it.
           OPEN INPUT TRANHIST-FILE
           IF WS-TRANHIST-STATUS NOT = "00"
               DISPLAY "TAX1099: TRANHIST NOT AVAILABLE, STATUS = "
                       WS-TRANHIST-STATUS
               SET WS-HIST-EOF TO TRUE
               SET WS-ABEND TO TRUE
           ELSE
               PERFORM 5100-READ-HISTORY
               PERFORM 5200-RELEASE-INTEREST
                   UNTIL WS-HIST-EOF
               CLOSE TRANHIST-FILE
           END-IF
           .

       5100-READ-HISTORY.
           READ TRANHIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           .

       5200-RELEASE-INTEREST.
           ADD 1 TO WS-HISTORY-READ
           IF TH-EVENT-INTEREST
                   AND TH-POST-DATE(1:4) = WS-TAX-YEAR
               ADD 1 TO WS-POSTINGS-SELECTED
               PERFORM 5300-FIND-OWNER
               MOVE WS-OWNER-CUST-NUMBER TO SRT-CUST-NUMBER
               MOVE TH-ACCT-NUMBER       TO SRT-ACCT-NUMBER
               MOVE WS-OWNER-FOUND       TO SRT-ACCT-FOUND
               MOVE TH-AMOUNT            TO SRT-AMOUNT
               RELEASE SORT-RECORD
           END-IF
           PERFORM 5100-READ-HISTORY
           .

       5300-FIND-OWNER.
           IF TH-ACCT-NUMBER NOT = WS-OWNER-ACCT-NUMBER
               MOVE TH-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCTMAST-FILE
                   INVALID KEY
                       PERFORM 5350-FIND-ARCHIVED-OWNER
                   NOT INVALID KEY
                       MOVE ACCT-CUST-NUMBER TO WS-OWNER-CUST-NUMBER
                       MOVE 'Y' TO WS-OWNER-FOUND
               END-READ
               MOVE TH-ACCT-NUMBER TO WS-OWNER-ACCT-NUMBER
           END-IF
           .

       5350-FIND-ARCHIVED-OWNER.
      *>   An account closed during the year may since have been
      *>   retired to the archive; its interest still belongs on the
      *>   owner's 1099, and the archive holds the account as it last
      *>   stood on ACCTMAST.
           MOVE ZERO TO WS-OWNER-CUST-NUMBER
           MOVE 'N' TO WS-OWNER-FOUND
           IF WS-ARCHIVE-ON-FILE
               MOVE TH-ACCT-NUMBER TO ARC-ACCT-NUMBER
               READ ACCTARCH-FILE
                   NOT INVALID KEY
                       MOVE ARC-ACCT-IMAGE TO ACCT-RECORD
                       MOVE ACCT-CUST-NUMBER TO WS-OWNER-CUST-NUMBER
                       MOVE 'Y' TO WS-OWNER-FOUND
               END-READ
           END-IF
           .

       6000-TOTAL-CUSTOMERS.
           PERFORM 6100-RETURN-POSTING
           PERFORM 6200-TOTAL-ONE-POSTING
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-ITEM
               PERFORM 6350-CLOSE-ACCOUNT
               PERFORM 6400-CLOSE-CUSTOMER
           END-IF
           .

       6100-RETURN-POSTING.
           RETURN SORTWK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           .

       6200-TOTAL-ONE-POSTING.
           EVALUATE TRUE
               WHEN WS-FIRST-ITEM
                   PERFORM 6300-START-CUSTOMER
                   PERFORM 6320-START-ACCOUNT
               WHEN SRT-CUST-NUMBER NOT = WS-PRIOR-CUST-NUMBER
                   PERFORM 6350-CLOSE-ACCOUNT
                   PERFORM 6400-CLOSE-CUSTOMER
                   PERFORM 6300-START-CUSTOMER
                   PERFORM 6320-START-ACCOUNT
               WHEN SRT-ACCT-NUMBER NOT = WS-PRIOR-ACCT-NUMBER
                   PERFORM 6350-CLOSE-ACCOUNT
                   PERFORM 6320-START-ACCOUNT
           END-EVALUATE
           MOVE 'N' TO WS-FIRST-ITEM-SWITCH

           ADD SRT-AMOUNT TO WS-ACCT-INTEREST
           ADD SRT-AMOUNT TO WS-CUST-INTEREST

           PERFORM 6100-RETURN-POSTING
           .

       6300-START-CUSTOMER.
           MOVE SRT-CUST-NUMBER TO WS-PRIOR-CUST-NUMBER
           MOVE ZERO TO WS-CUST-INTEREST
           MOVE ZERO TO WS-CUST-ACCOUNTS
           .

       6320-START-ACCOUNT.
           MOVE SRT-ACCT-NUMBER TO WS-PRIOR-ACCT-NUMBER
           MOVE SRT-ACCT-FOUND  TO WS-PRIOR-ACCT-FOUND
           MOVE ZERO TO WS-ACCT-INTEREST
           .

       6350-CLOSE-ACCOUNT.
      *>   Interest on an account with no owner of record cannot be
      *>   attributed to a recipient, whatever its amount.
           ADD 1 TO WS-CUST-ACCOUNTS
           IF WS-PRIOR-CUST-NUMBER = ZERO
               IF WS-PRIOR-ACCT-FOUND = 'Y'
                   MOVE "ZERO CUSTOMER NUMBER" TO WS-EXCEPTION-REASON
               ELSE
                   MOVE "NOT ON ACCTMAST OR ACCTARCH"
                       TO WS-EXCEPTION-REASON
               END-IF
               MOVE "ACCOUNT  " TO EXC-KIND
               MOVE WS-PRIOR-ACCT-NUMBER TO EXC-NUMBER
               MOVE WS-ACCT-INTEREST TO EXC-INTEREST
               PERFORM 6500-LIST-EXCEPTION
               ADD WS-ACCT-INTEREST TO WS-EXCEPTION-INTEREST
           END-IF
           .

       6400-CLOSE-CUSTOMER.
           IF WS-PRIOR-CUST-NUMBER NOT = ZERO
               IF WS-CUST-INTEREST < WS-REPORT-THRESHOLD
                   ADD 1 TO WS-BELOW-THRESHOLD
               ELSE
                   PERFORM 6410-FETCH-RECIPIENT
                   IF WS-EXCEPTION-REASON = SPACES
                       PERFORM 6420-FILE-RECIPIENT
                   ELSE
                       MOVE "CUSTOMER " TO EXC-KIND
                       MOVE WS-PRIOR-CUST-NUMBER TO EXC-NUMBER
                       MOVE WS-CUST-INTEREST TO EXC-INTEREST
                       PERFORM 6500-LIST-EXCEPTION
                       ADD WS-CUST-INTEREST TO WS-EXCEPTION-INTEREST
                   END-IF
               END-IF
           END-IF
           .

       6410-FETCH-RECIPIENT.
      *>   A recipient record must carry a name and a complete
      *>   mailing address, or the IRS bounces the filing.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE WS-PRIOR-CUST-NUMBER TO CUST-NUMBER
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON CUSTMAST"
                       TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-NAME = SPACES
                           MOVE "NO NAME ON CUSTMAST"
                               TO WS-EXCEPTION-REASON
                       WHEN CUST-ADDR-LINE-1 = SPACES
                               OR CUST-CITY = SPACES
                               OR CUST-STATE = SPACES
                               OR CUST-ZIP = SPACES
                           MOVE "NO ADDRESS ON CUSTMAST"
                               TO WS-EXCEPTION-REASON
                   END-EVALUATE
           END-READ
           .

       6420-FILE-RECIPIENT.
           MOVE SPACES               TO TAXEXTR-RECIPIENT-RECORD
           SET TXB-RECIPIENT-RECORD  TO TRUE
           MOVE WS-TAX-YEAR          TO TXB-TAX-YEAR
           MOVE CUST-NUMBER          TO TXB-CUST-NUMBER
           MOVE CUST-NAME            TO TXB-CUST-NAME
           MOVE CUST-ADDR-LINE-1     TO TXB-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2     TO TXB-ADDR-LINE-2
           MOVE CUST-CITY            TO TXB-CITY
           MOVE CUST-STATE           TO TXB-STATE
           MOVE CUST-ZIP             TO TXB-ZIP
           MOVE WS-CUST-INTEREST     TO TXB-INTEREST-PAID
           WRITE TAXEXTR-RECIPIENT-RECORD

           MOVE CUST-NUMBER          TO RPT-CUST-NUMBER
           MOVE CUST-NAME            TO RPT-CUST-NAME
           MOVE CUST-CITY            TO RPT-CITY
           MOVE CUST-STATE           TO RPT-STATE
           MOVE WS-CUST-ACCOUNTS     TO RPT-ACCOUNTS
           MOVE WS-CUST-INTEREST     TO RPT-INTEREST
           WRITE TAXRPT-LINE FROM WS-REPORT-DETAIL

           ADD 1 TO WS-RECIPIENTS-FILED
           ADD WS-CUST-INTEREST TO WS-FILED-INTEREST
           .

       6500-LIST-EXCEPTION.
           MOVE WS-EXCEPTION-REASON TO EXC-REASON
           WRITE TAXEXC-LINE FROM WS-EXCEPTION-DETAIL
           ADD 1 TO WS-EXCEPTIONS-LISTED
           .

       3000-TERMINATE.
      *>   An abended run gets no control record or totals - the
      *>   extract is left visibly incomplete rather than filed.
           IF NOT WS-ABEND
               PERFORM 3100-WRITE-TOTALS
           END-IF
           PERFORM 1290-CLOSE-MASTERS
           CLOSE TAXEXTR-FILE
           CLOSE TAXRPT-FILE
           CLOSE TAXEXC-FILE
           DISPLAY "TAX1099: HISTORY READ       = " WS-HISTORY-READ
           DISPLAY "TAX1099: POSTINGS SELECTED  = "
                   WS-POSTINGS-SELECTED
           DISPLAY "TAX1099: RECIPIENTS FILED   = "
                   WS-RECIPIENTS-FILED
           DISPLAY "TAX1099: BELOW THRESHOLD    = "
                   WS-BELOW-THRESHOLD
           DISPLAY "TAX1099: EXCEPTIONS LISTED  = "
                   WS-EXCEPTIONS-LISTED
           .

       3100-WRITE-TOTALS.
           MOVE SPACES              TO TAXEXTR-CONTROL-RECORD
           SET TXC-CONTROL-RECORD   TO TRUE
           MOVE WS-TAX-YEAR         TO TXC-TAX-YEAR
           MOVE WS-RECIPIENTS-FILED TO TXC-RECIPIENT-COUNT
           MOVE WS-FILED-INTEREST   TO TXC-INTEREST-TOTAL
           WRITE TAXEXTR-CONTROL-RECORD

           MOVE WS-RECIPIENTS-FILED   TO RPT-TOTAL-FILED
           MOVE WS-FILED-INTEREST     TO RPT-TOTAL-FILED-INTEREST
           MOVE WS-BELOW-THRESHOLD    TO RPT-TOTAL-BELOW
           MOVE WS-EXCEPTIONS-LISTED  TO RPT-TOTAL-EXCEPTIONS
           MOVE WS-EXCEPTION-INTEREST TO RPT-TOTAL-EXC-INTEREST
           WRITE TAXRPT-LINE FROM WS-FILED-TOTAL-LINE
           WRITE TAXRPT-LINE FROM WS-BELOW-TOTAL-LINE
           WRITE TAXRPT-LINE FROM WS-EXCEPTION-TOTAL-LINE
           WRITE TAXEXC-LINE FROM WS-EXCEPTION-TOTAL-LINE
           .

       END PROGRAM TAX1099.
