       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHK.
      *>****************************************************************
      *> Weekly cross-file referential integrity check, run ahead of
      *> the weekend cycle.  Reads every file that points at another
      *> and reports each place they no longer agree:
      *>   1 an account whose ACCT-CUST-NUMBER is not on CUSTMAST;
      *>   2 a customer on CUSTMAST with no account on ACCTMAST;
      *>   3 an ACCTXREF entry whose name is not the account's
      *>     ACCT-NAME any more;
      *>   4 an ACCTXREF entry for an account not on ACCTMAST;
      *>   5 an account with no ACCTXREF entry under its name;
      *>   6 an ESCHNTRK notice for an account that is no longer
      *>     dormant (escheated accounts keep their notice - it is
      *>     the record the escheatment was made on);
      *>   7 a TRANWHSE item, either side of it, for an account that
      *>     is closed, escheated or not on ACCTMAST;
      *>   8 an account whose last TRANHIST balance-after is not its
      *>     ACCT-BALANCE.
      *> Customers and accounts are matched by sorting both into
      *> customer order; history is sorted into account order,
      *> keeping posting order within the account, so the last
      *> posting is the one compared.  An account with no history
      *> (nothing posted since it opened) has no chain to check.
      *> XREFBLD repairs breaks 3 to 5.  The exception report
      *> (REFRPT) lists every break and ends with counts by type; a
      *> run that finds any break, or cannot finish, ends with
      *> RETURN-CODE 8 so the scheduler holds the weekend cycle.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-ACCTXREF-STATUS.

           SELECT ESCHNTRK-FILE ASSIGN TO "ESCHNTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTF-ACCT-NUMBER
               FILE STATUS IS WS-ESCHNTRK-STATUS.

           SELECT TRANWHSE-FILE ASSIGN TO "TRANWHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANWHSE-STATUS.

           SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT REFRPT-FILE ASSIGN TO "REFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SORTWK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTREC.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  ACCTXREF-FILE.
           COPY XREFREC.

       FD  ESCHNTRK-FILE.
           COPY NTRKREC.

       FD  TRANWHSE-FILE.
           COPY WHSEREC.

       FD  TRANHIST-FILE.
           COPY HISTREC.

       FD  REFRPT-FILE.
       01  REFRPT-LINE                 PIC X(132).

       FD  BUSDATE-FILE.
           COPY BUSDREC.

       SD  SORTWK-FILE.
       01  SORT-RECORD.
      *>   Customer check: the customer number, a customer item
      *>   sorting ahead of the accounts that name it.  Balance
      *>   check: the account number, with posting order kept in
      *>   the sequence number.
           05  SRT-KEY-NUMBER           PIC 9(10).
           05  SRT-ITEM-TYPE            PIC X(1).
               88  SRT-CUSTOMER-ITEM        VALUE '1'.
               88  SRT-ACCOUNT-ITEM         VALUE '2'.
               88  SRT-HISTORY-ITEM         VALUE '3'.
           05  SRT-SEQ                  PIC 9(9).
           05  SRT-ACCT-NUMBER          PIC 9(10).
           05  SRT-BALANCE-AFTER        PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CUSTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTXREF-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ESCHNTRK-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRANWHSE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REFRPT-STATUS          PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF               VALUE 'Y'.
           05  WS-FIRST-ITEM-SWITCH      PIC X(1) VALUE 'Y'.
               88  WS-FIRST-ITEM             VALUE 'Y'.
           05  WS-CUST-ON-FILE-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-CUST-ON-FILE           VALUE 'Y'.
           05  WS-ACCT-FOUND-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ          PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-READ         PIC 9(7) VALUE ZERO.
           05  WS-XREF-READ              PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-READ           PIC 9(7) VALUE ZERO.
           05  WS-WAREHOUSE-READ         PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-READ           PIC 9(9) VALUE ZERO.
           05  WS-CHAINS-CHECKED         PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-BREAKS           PIC 9(7) VALUE ZERO.

       01  WS-TODAY-DATE             PIC 9(8).

      *> Break types, in report order, with a running count of each.
       01  WS-BREAK-NAMES.
           05  FILLER                    PIC X(36)
                   VALUE "ACCOUNT CUSTOMER NOT ON CUSTMAST".
           05  FILLER                    PIC X(36)
                   VALUE "CUSTOMER HAS NO ACCOUNTS".
           05  FILLER                    PIC X(36)
                   VALUE "XREF NAME DIFFERS FROM ACCT-NAME".
           05  FILLER                    PIC X(36)
                   VALUE "XREF ENTRY, ACCOUNT NOT ON ACCTMAST".
           05  FILLER                    PIC X(36)
                   VALUE "ACCOUNT NOT ON XREF UNDER ITS NAME".
           05  FILLER                    PIC X(36)
                   VALUE "NOTICE, ACCOUNT NO LONGER DORMANT".
           05  FILLER                    PIC X(36)
                   VALUE "WAREHOUSED ITEM, ACCOUNT NOT OPEN".
           05  FILLER                    PIC X(36)
                   VALUE "LAST HISTORY BALANCE NOT MASTER".
       01  WS-BREAK-NAME-TABLE REDEFINES WS-BREAK-NAMES.
           05  WS-BREAK-NAME             PIC X(36) OCCURS 8 TIMES.
       01  WS-BREAK-COUNT-TABLE.
           05  WS-BREAK-COUNT            PIC 9(7) OCCURS 8 TIMES.
       01  WS-BREAK-TYPE-COUNT       PIC 9(2) COMP VALUE 8.
       01  WS-BREAK-TYPE             PIC 9(2) COMP.
       01  WS-BREAK-SUB              PIC 9(2) COMP.

       01  WS-BREAK-TYPES.
           05  WS-CUST-NOT-ON-FILE       PIC 9(2) COMP VALUE 1.
           05  WS-CUST-NO-ACCOUNTS       PIC 9(2) COMP VALUE 2.
           05  WS-XREF-NAME-DIFFERS      PIC 9(2) COMP VALUE 3.
           05  WS-XREF-NO-ACCOUNT        PIC 9(2) COMP VALUE 4.
           05  WS-ACCT-NOT-ON-XREF       PIC 9(2) COMP VALUE 5.
           05  WS-NOTICE-NOT-DORMANT     PIC 9(2) COMP VALUE 6.
           05  WS-WAREHOUSE-NOT-OPEN     PIC 9(2) COMP VALUE 7.
           05  WS-BALANCE-NOT-MASTER     PIC 9(2) COMP VALUE 8.

      *> Control-break state for the customer or account whose items
      *> are coming back from the sort.
       01  WS-ITEM-BREAK.
           05  WS-PRIOR-KEY-NUMBER       PIC 9(10) VALUE ZERO.
           05  WS-CUST-ACCOUNT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-LAST-BALANCE-AFTER     PIC S9(9)V99 VALUE ZERO.

       01  WS-RELEASE-SEQ            PIC 9(9) VALUE ZERO.
       01  WS-CHECK-ACCT-NUMBER      PIC 9(10).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(40)
                   VALUE "CROSS-FILE INTEGRITY EXCEPTIONS, BUSINES".
           05  FILLER                    PIC X(7) VALUE "S DATE ".
           05  RPT-BUSINESS-DATE         PIC 9(8).
       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(42)
                   VALUE "TYPE  BREAK".
           05  FILLER                    PIC X(12)
                   VALUE "ACCOUNT".
           05  FILLER                    PIC X(12)
                   VALUE "CUSTOMER".
           05  FILLER                    PIC X(32)
                   VALUE "DETAIL".
       01  WS-BREAK-DETAIL.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-BREAK-TYPE            PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-BREAK-NAME            PIC X(36).
           05  RPT-ACCT-NUMBER           PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-CUST-NUMBER           PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-DETAIL-1              PIC X(30).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-DETAIL-2              PIC X(30).
       01  WS-BALANCE-DETAIL.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-BAL-BREAK-TYPE        PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-BAL-BREAK-NAME        PIC X(36).
           05  RPT-BAL-ACCT-NUMBER       PIC 9(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-BAL-CUST-NUMBER       PIC 9(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(9) VALUE "HISTORY ".
           05  RPT-HISTORY-BALANCE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(9) VALUE "  MASTER ".
           05  RPT-MASTER-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-NOT-CHECKED-LINE.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  RPT-FILE-NAME             PIC X(8).
           05  FILLER                    PIC X(31)
                   VALUE " NOT AVAILABLE - NOT CHECKED".
       01  WS-SUMMARY-HEADING.
           05  FILLER                    PIC X(14)
                   VALUE "BREAKS BY TYPE".
       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-SUM-BREAK-TYPE        PIC Z9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-SUM-BREAK-NAME        PIC X(36).
           05  RPT-SUM-BREAK-COUNT       PIC ZZZ,ZZ9.
       01  WS-ACCOUNTS-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "ACCOUNTS CHECKED       = ".
           05  RPT-TOTAL-ACCOUNTS        PIC ZZZ,ZZ9.
       01  WS-CUSTOMERS-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "CUSTOMERS CHECKED      = ".
           05  RPT-TOTAL-CUSTOMERS       PIC ZZZ,ZZ9.
       01  WS-BREAKS-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL BREAKS FOUND     = ".
           05  RPT-TOTAL-BREAKS          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABEND
               SORT SORTWK-FILE
                   ON ASCENDING KEY SRT-KEY-NUMBER
                                    SRT-ITEM-TYPE
                                    SRT-SEQ
                   INPUT PROCEDURE IS 5000-RELEASE-OWNERSHIP
                   OUTPUT PROCEDURE IS 6000-CHECK-OWNERSHIP
               PERFORM 2000-CHECK-CROSS-REFERENCE
               PERFORM 2200-CHECK-NOTICES
               PERFORM 2400-CHECK-WAREHOUSE
               SORT SORTWK-FILE
                   ON ASCENDING KEY SRT-KEY-NUMBER
                                    SRT-ITEM-TYPE
                                    SRT-SEQ
                   INPUT PROCEDURE IS 5500-RELEASE-HISTORY
                   OUTPUT PROCEDURE IS 6500-CHECK-BALANCE-CHAIN
               PERFORM 3000-TERMINATE
           END-IF
           IF WS-ABEND OR WS-TOTAL-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-BREAK-COUNT-TABLE
           PERFORM 1050-READ-BUSINESS-DATE
           IF NOT WS-ABEND
               PERFORM 1200-OPEN-FILES
           END-IF
           IF NOT WS-ABEND
               MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
               WRITE REFRPT-LINE FROM WS-REPORT-HEADING
               WRITE REFRPT-LINE FROM WS-COLUMN-HEADING
           END-IF
           .

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "REFCHK: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "REFCHK: BUSDATE IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1200-OPEN-FILES.
      *>   The masters and the cross-reference are required; the
      *>   notice, warehouse and history files are checked when
      *>   they exist, and noted on the report when they do not.
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "REFCHK: ACCTMAST NOT AVAILABLE, STATUS = "
                       WS-ACCTMAST-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               OPEN INPUT CUSTMAST-FILE
               IF WS-CUSTMAST-STATUS NOT = "00"
                   DISPLAY "REFCHK: CUSTMAST NOT AVAILABLE, STATUS = "
                           WS-CUSTMAST-STATUS
                   CLOSE ACCTMAST-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   OPEN INPUT ACCTXREF-FILE
                   IF WS-ACCTXREF-STATUS NOT = "00"
                       DISPLAY "REFCHK: ACCTXREF NOT AVAILABLE, "
                               "STATUS = " WS-ACCTXREF-STATUS
                       CLOSE ACCTMAST-FILE
                       CLOSE CUSTMAST-FILE
                       SET WS-ABEND TO TRUE
                   ELSE
                       OPEN OUTPUT REFRPT-FILE
                       IF WS-REFRPT-STATUS NOT = "00"
                           DISPLAY "REFCHK: REFRPT NOT AVAILABLE, "
                                   "STATUS = " WS-REFRPT-STATUS
                           CLOSE ACCTMAST-FILE
                           CLOSE CUSTMAST-FILE
                           CLOSE ACCTXREF-FILE
                           SET WS-ABEND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       2000-CHECK-CROSS-REFERENCE.
      *>   Every cross-reference entry must name an account on the
      *>   master under the account's current name.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO XRF-KEY
           START ACCTXREF-FILE KEY NOT LESS THAN XRF-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 2100-READ-XREF
           END-IF
           PERFORM 2050-CHECK-XREF-ENTRY
               UNTIL WS-EOF
           .

       2050-CHECK-XREF-ENTRY.
           ADD 1 TO WS-XREF-READ
           MOVE XRF-ACCT-NUMBER TO WS-CHECK-ACCT-NUMBER
           PERFORM 4000-READ-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE WS-XREF-NO-ACCOUNT TO WS-BREAK-TYPE
               PERFORM 4100-CLEAR-BREAK-DETAIL
               MOVE XRF-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE XRF-NAME        TO RPT-DETAIL-1
               PERFORM 4200-WRITE-BREAK
           ELSE
               IF ACCT-NAME NOT = XRF-NAME
                   MOVE WS-XREF-NAME-DIFFERS TO WS-BREAK-TYPE
                   PERFORM 4100-CLEAR-BREAK-DETAIL
                   MOVE ACCT-NUMBER      TO RPT-ACCT-NUMBER
                   MOVE ACCT-CUST-NUMBER TO RPT-CUST-NUMBER
                   MOVE XRF-NAME         TO RPT-DETAIL-1
                   MOVE ACCT-NAME        TO RPT-DETAIL-2
                   PERFORM 4200-WRITE-BREAK
               END-IF
           END-IF
           PERFORM 2100-READ-XREF
           .

       2100-READ-XREF.
           READ ACCTXREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       2200-CHECK-NOTICES.
      *>   A notice stands only while the account is dormant or,
      *>   once escheated, as the record the escheatment rests on.
           OPEN INPUT ESCHNTRK-FILE
           IF WS-ESCHNTRK-STATUS NOT = "00"
               DISPLAY "REFCHK: ESCHNTRK NOT AVAILABLE, STATUS = "
                       WS-ESCHNTRK-STATUS
               MOVE "ESCHNTRK" TO RPT-FILE-NAME
               WRITE REFRPT-LINE FROM WS-NOT-CHECKED-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2300-READ-NOTICE
               PERFORM 2250-CHECK-NOTICE
                   UNTIL WS-EOF
               CLOSE ESCHNTRK-FILE
           END-IF
           .

       2250-CHECK-NOTICE.
           ADD 1 TO WS-NOTICES-READ
           MOVE NTF-ACCT-NUMBER TO WS-CHECK-ACCT-NUMBER
           PERFORM 4000-READ-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE WS-NOTICE-NOT-DORMANT TO WS-BREAK-TYPE
               PERFORM 4100-CLEAR-BREAK-DETAIL
               MOVE NTF-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE "ACCOUNT NOT ON ACCTMAST" TO RPT-DETAIL-1
               PERFORM 4200-WRITE-BREAK
           ELSE
               IF NOT ACCT-STATUS-DORMANT
                       AND NOT ACCT-STATUS-ESCHEATED
                   MOVE WS-NOTICE-NOT-DORMANT TO WS-BREAK-TYPE
                   PERFORM 4100-CLEAR-BREAK-DETAIL
                   MOVE ACCT-NUMBER      TO RPT-ACCT-NUMBER
                   MOVE ACCT-CUST-NUMBER TO RPT-CUST-NUMBER
                   PERFORM 4300-DESCRIBE-STATUS
                   PERFORM 4200-WRITE-BREAK
               END-IF
           END-IF
           PERFORM 2300-READ-NOTICE
           .

       2300-READ-NOTICE.
           READ ESCHNTRK-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       2400-CHECK-WAREHOUSE.
      *>   A warehoused item will post on its release date; both the
      *>   account it debits or credits and, for a transfer, the
      *>   account it credits must still be open by then.
           OPEN INPUT TRANWHSE-FILE
           IF WS-TRANWHSE-STATUS NOT = "00"
               DISPLAY "REFCHK: TRANWHSE NOT AVAILABLE, STATUS = "
                       WS-TRANWHSE-STATUS
               MOVE "TRANWHSE" TO RPT-FILE-NAME
               WRITE REFRPT-LINE FROM WS-NOT-CHECKED-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 2500-READ-WAREHOUSE
               PERFORM 2450-CHECK-WAREHOUSE-ITEM
                   UNTIL WS-EOF
               CLOSE TRANWHSE-FILE
           END-IF
           .

       2450-CHECK-WAREHOUSE-ITEM.
           ADD 1 TO WS-WAREHOUSE-READ
           MOVE WHS-ACCT-NUMBER TO WS-CHECK-ACCT-NUMBER
           PERFORM 2460-CHECK-WAREHOUSE-ACCOUNT
           IF WHS-TO-ACCT-NUMBER NOT = ZERO
               MOVE WHS-TO-ACCT-NUMBER TO WS-CHECK-ACCT-NUMBER
               PERFORM 2460-CHECK-WAREHOUSE-ACCOUNT
           END-IF
           PERFORM 2500-READ-WAREHOUSE
           .

       2460-CHECK-WAREHOUSE-ACCOUNT.
           PERFORM 4000-READ-ACCOUNT
           IF NOT WS-ACCT-FOUND
               MOVE WS-WAREHOUSE-NOT-OPEN TO WS-BREAK-TYPE
               PERFORM 4100-CLEAR-BREAK-DETAIL
               MOVE WS-CHECK-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE "ACCOUNT NOT ON ACCTMAST" TO RPT-DETAIL-1
               PERFORM 4150-DESCRIBE-WAREHOUSE-ITEM
               PERFORM 4200-WRITE-BREAK
           ELSE
               IF ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEATED
                   MOVE WS-WAREHOUSE-NOT-OPEN TO WS-BREAK-TYPE
                   PERFORM 4100-CLEAR-BREAK-DETAIL
                   MOVE ACCT-NUMBER      TO RPT-ACCT-NUMBER
                   MOVE ACCT-CUST-NUMBER TO RPT-CUST-NUMBER
                   PERFORM 4300-DESCRIBE-STATUS
                   PERFORM 4150-DESCRIBE-WAREHOUSE-ITEM
                   PERFORM 4200-WRITE-BREAK
               END-IF
           END-IF
           .

       2500-READ-WAREHOUSE.
           READ TRANWHSE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       3000-TERMINATE.
           WRITE REFRPT-LINE FROM WS-SUMMARY-HEADING
           PERFORM 3100-WRITE-TYPE-COUNT
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > WS-BREAK-TYPE-COUNT
           MOVE WS-ACCOUNTS-READ  TO RPT-TOTAL-ACCOUNTS
           MOVE WS-CUSTOMERS-READ TO RPT-TOTAL-CUSTOMERS
           MOVE WS-TOTAL-BREAKS   TO RPT-TOTAL-BREAKS
           WRITE REFRPT-LINE FROM WS-ACCOUNTS-TOTAL-LINE
           WRITE REFRPT-LINE FROM WS-CUSTOMERS-TOTAL-LINE
           WRITE REFRPT-LINE FROM WS-BREAKS-TOTAL-LINE
           CLOSE ACCTMAST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE ACCTXREF-FILE
           CLOSE REFRPT-FILE
           DISPLAY "REFCHK: ACCOUNTS READ      = " WS-ACCOUNTS-READ
           DISPLAY "REFCHK: CUSTOMERS READ     = " WS-CUSTOMERS-READ
           DISPLAY "REFCHK: XREF ENTRIES READ  = " WS-XREF-READ
           DISPLAY "REFCHK: NOTICES READ       = " WS-NOTICES-READ
           DISPLAY "REFCHK: WAREHOUSE ITEMS    = " WS-WAREHOUSE-READ
           DISPLAY "REFCHK: HISTORY READ       = " WS-HISTORY-READ
           DISPLAY "REFCHK: BALANCE CHAINS     = " WS-CHAINS-CHECKED
           DISPLAY "REFCHK: TOTAL BREAKS       = " WS-TOTAL-BREAKS
           .

       3100-WRITE-TYPE-COUNT.
           MOVE WS-BREAK-SUB                TO RPT-SUM-BREAK-TYPE
           MOVE WS-BREAK-NAME(WS-BREAK-SUB) TO RPT-SUM-BREAK-NAME
           MOVE WS-BREAK-COUNT(WS-BREAK-SUB) TO RPT-SUM-BREAK-COUNT
           WRITE REFRPT-LINE FROM WS-SUMMARY-LINE
           .

       4000-READ-ACCOUNT.
           MOVE WS-CHECK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
           END-READ
           .

       4100-CLEAR-BREAK-DETAIL.
           MOVE SPACES TO RPT-ACCT-NUMBER
           MOVE SPACES TO RPT-CUST-NUMBER
           MOVE SPACES TO RPT-DETAIL-1
           MOVE SPACES TO RPT-DETAIL-2
           .

       4150-DESCRIBE-WAREHOUSE-ITEM.
           IF WS-CHECK-ACCT-NUMBER = WHS-TO-ACCT-NUMBER
               MOVE "TRANSFER CREDIT ACCOUNT" TO RPT-DETAIL-2
           ELSE
               MOVE "WAREHOUSED ITEM ACCOUNT" TO RPT-DETAIL-2
           END-IF
           .

       4200-WRITE-BREAK.
           ADD 1 TO WS-BREAK-COUNT(WS-BREAK-TYPE)
           ADD 1 TO WS-TOTAL-BREAKS
           MOVE WS-BREAK-TYPE                TO RPT-BREAK-TYPE
           MOVE WS-BREAK-NAME(WS-BREAK-TYPE) TO RPT-BREAK-NAME
           WRITE REFRPT-LINE FROM WS-BREAK-DETAIL
           .

       4300-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN ACCT-STATUS-ACTIVE
                   MOVE "ACCOUNT IS ACTIVE"    TO RPT-DETAIL-1
               WHEN ACCT-STATUS-DORMANT
                   MOVE "ACCOUNT IS DORMANT"   TO RPT-DETAIL-1
               WHEN ACCT-STATUS-CLOSED
                   MOVE "ACCOUNT IS CLOSED"    TO RPT-DETAIL-1
               WHEN ACCT-STATUS-ESCHEATED
                   MOVE "ACCOUNT IS ESCHEATED" TO RPT-DETAIL-1
               WHEN OTHER
                   MOVE "ACCOUNT STATUS UNKNOWN" TO RPT-DETAIL-1
           END-EVALUATE
           .

       5000-RELEASE-OWNERSHIP.
      *>   Every customer, and every account under the customer it
      *>   names; each account is also looked up on the
      *>   cross-reference under its own name on the way past.
           MOVE ZERO TO CUST-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           START CUSTMAST-FILE KEY NOT LESS THAN CUST-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 5100-READ-CUSTOMER
           END-IF
           PERFORM 5150-RELEASE-CUSTOMER
               UNTIL WS-EOF

           MOVE ZERO TO ACCT-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           START ACCTMAST-FILE KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 5200-READ-ACCOUNT-NEXT
           END-IF
           PERFORM 5250-RELEASE-ACCOUNT
               UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SWITCH
           .

       5100-READ-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       5150-RELEASE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE CUST-NUMBER TO SRT-KEY-NUMBER
           SET SRT-CUSTOMER-ITEM TO TRUE
           MOVE ZERO TO SRT-SEQ
           MOVE ZERO TO SRT-ACCT-NUMBER
           MOVE ZERO TO SRT-BALANCE-AFTER
           RELEASE SORT-RECORD
           PERFORM 5100-READ-CUSTOMER
           .

       5200-READ-ACCOUNT-NEXT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       5250-RELEASE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCT-CUST-NUMBER TO SRT-KEY-NUMBER
           SET SRT-ACCOUNT-ITEM TO TRUE
           MOVE ZERO TO SRT-SEQ
           MOVE ACCT-NUMBER TO SRT-ACCT-NUMBER
           MOVE ZERO TO SRT-BALANCE-AFTER
           RELEASE SORT-RECORD

           MOVE ACCT-NAME   TO XRF-NAME
           MOVE ACCT-NUMBER TO XRF-ACCT-NUMBER
           READ ACCTXREF-FILE
               INVALID KEY
                   MOVE WS-ACCT-NOT-ON-XREF TO WS-BREAK-TYPE
                   PERFORM 4100-CLEAR-BREAK-DETAIL
                   MOVE ACCT-NUMBER      TO RPT-ACCT-NUMBER
                   MOVE ACCT-CUST-NUMBER TO RPT-CUST-NUMBER
                   MOVE ACCT-NAME        TO RPT-DETAIL-1
                   PERFORM 4200-WRITE-BREAK
           END-READ
           PERFORM 5200-READ-ACCOUNT-NEXT
           .

       5500-RELEASE-HISTORY.
      *>   Every posting, in account order and, within the account,
      *>   in the order it went on the file.
           OPEN INPUT TRANHIST-FILE
           IF WS-TRANHIST-STATUS NOT = "00"
               DISPLAY "REFCHK: TRANHIST NOT AVAILABLE, STATUS = "
                       WS-TRANHIST-STATUS
               MOVE "TRANHIST" TO RPT-FILE-NAME
               WRITE REFRPT-LINE FROM WS-NOT-CHECKED-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 5600-READ-HISTORY
               PERFORM 5650-RELEASE-POSTING
                   UNTIL WS-EOF
               CLOSE TRANHIST-FILE
           END-IF
           .

       5600-READ-HISTORY.
           READ TRANHIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       5650-RELEASE-POSTING.
           ADD 1 TO WS-HISTORY-READ
           ADD 1 TO WS-RELEASE-SEQ
           MOVE TH-ACCT-NUMBER   TO SRT-KEY-NUMBER
           SET SRT-HISTORY-ITEM TO TRUE
           MOVE WS-RELEASE-SEQ   TO SRT-SEQ
           MOVE TH-ACCT-NUMBER   TO SRT-ACCT-NUMBER
           MOVE TH-BALANCE-AFTER TO SRT-BALANCE-AFTER
           RELEASE SORT-RECORD
           PERFORM 5600-READ-HISTORY
           .

       6000-CHECK-OWNERSHIP.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-ITEM-SWITCH
           PERFORM 6900-RETURN-SORTED
           PERFORM 6100-CHECK-OWNER-ITEM
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-ITEM
               PERFORM 6200-CLOSE-CUSTOMER
           END-IF
           .

       6100-CHECK-OWNER-ITEM.
           IF WS-FIRST-ITEM
                   OR SRT-KEY-NUMBER NOT = WS-PRIOR-KEY-NUMBER
               IF NOT WS-FIRST-ITEM
                   PERFORM 6200-CLOSE-CUSTOMER
               END-IF
               MOVE SRT-KEY-NUMBER TO WS-PRIOR-KEY-NUMBER
               MOVE 'N' TO WS-CUST-ON-FILE-SWITCH
               MOVE ZERO TO WS-CUST-ACCOUNT-COUNT
               MOVE 'N' TO WS-FIRST-ITEM-SWITCH
           END-IF

      *>   The customer's own item sorts first, so an account met
      *>   before one has been seen names a customer not on file.
           IF SRT-CUSTOMER-ITEM
               SET WS-CUST-ON-FILE TO TRUE
           ELSE
               ADD 1 TO WS-CUST-ACCOUNT-COUNT
               IF NOT WS-CUST-ON-FILE
                   MOVE WS-CUST-NOT-ON-FILE TO WS-BREAK-TYPE
                   PERFORM 4100-CLEAR-BREAK-DETAIL
                   MOVE SRT-ACCT-NUMBER TO RPT-ACCT-NUMBER
                   MOVE SRT-KEY-NUMBER  TO RPT-CUST-NUMBER
                   IF SRT-KEY-NUMBER = ZERO
                       MOVE "NO CUSTOMER NUMBER" TO RPT-DETAIL-1
                   END-IF
                   PERFORM 4200-WRITE-BREAK
               END-IF
           END-IF
           PERFORM 6900-RETURN-SORTED
           .

       6200-CLOSE-CUSTOMER.
           IF WS-CUST-ON-FILE AND WS-CUST-ACCOUNT-COUNT = ZERO
               MOVE WS-CUST-NO-ACCOUNTS TO WS-BREAK-TYPE
               PERFORM 4100-CLEAR-BREAK-DETAIL
               MOVE WS-PRIOR-KEY-NUMBER TO RPT-CUST-NUMBER
               PERFORM 6250-NAME-CUSTOMER
               PERFORM 4200-WRITE-BREAK
           END-IF
           .

       6250-NAME-CUSTOMER.
           MOVE WS-PRIOR-KEY-NUMBER TO CUST-NUMBER
           READ CUSTMAST-FILE
               NOT INVALID KEY
                   MOVE CUST-NAME TO RPT-DETAIL-1
           END-READ
           .

       6500-CHECK-BALANCE-CHAIN.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-ITEM-SWITCH
           PERFORM 6900-RETURN-SORTED
           PERFORM 6600-NOTE-POSTING
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-ITEM
               PERFORM 6700-CLOSE-ACCOUNT
           END-IF
           .

       6600-NOTE-POSTING.
           IF WS-FIRST-ITEM
                   OR SRT-KEY-NUMBER NOT = WS-PRIOR-KEY-NUMBER
               IF NOT WS-FIRST-ITEM
                   PERFORM 6700-CLOSE-ACCOUNT
               END-IF
               MOVE SRT-KEY-NUMBER TO WS-PRIOR-KEY-NUMBER
               MOVE 'N' TO WS-FIRST-ITEM-SWITCH
           END-IF
           MOVE SRT-BALANCE-AFTER TO WS-LAST-BALANCE-AFTER
           PERFORM 6900-RETURN-SORTED
           .

       6700-CLOSE-ACCOUNT.
      *>   History for an account no longer on the master has no
      *>   balance left to agree with.
           MOVE WS-PRIOR-KEY-NUMBER TO WS-CHECK-ACCT-NUMBER
           PERFORM 4000-READ-ACCOUNT
           IF WS-ACCT-FOUND
               ADD 1 TO WS-CHAINS-CHECKED
               IF WS-LAST-BALANCE-AFTER NOT = ACCT-BALANCE
                   MOVE WS-BALANCE-NOT-MASTER TO WS-BREAK-TYPE
                   ADD 1 TO WS-BREAK-COUNT(WS-BREAK-TYPE)
                   ADD 1 TO WS-TOTAL-BREAKS
                   MOVE WS-BREAK-TYPE TO RPT-BAL-BREAK-TYPE
                   MOVE WS-BREAK-NAME(WS-BREAK-TYPE)
                       TO RPT-BAL-BREAK-NAME
                   MOVE ACCT-NUMBER           TO RPT-BAL-ACCT-NUMBER
                   MOVE ACCT-CUST-NUMBER      TO RPT-BAL-CUST-NUMBER
                   MOVE WS-LAST-BALANCE-AFTER TO RPT-HISTORY-BALANCE
                   MOVE ACCT-BALANCE          TO RPT-MASTER-BALANCE
                   WRITE REFRPT-LINE FROM WS-BALANCE-DETAIL
               END-IF
           END-IF
           .

       6900-RETURN-SORTED.
           RETURN SORTWK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           .

       END PROGRAM REFCHK.
