      *> list every hit with its account number, status and balance,
      *> so the teller can pull the full display by number.  A
      *> request that is not on file says so explicitly instead of
      *> showing blanks.  The account display carries the available
      *> balance - ledger balance less the holds active on the
      *> BUSDATE business date, nothing at all under a legal freeze -
      *> beside the ledger balance, and lists each active hold under
      *> the account, so the teller does not pay out held or frozen
      *> funds.  An account RETAIN has moved off ACCTMAST is shown
      *> from the ACCTARCH account archive, marked archived with its
      *> date.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-ACCTXREF-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT ACCTARCH-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-ACCT-NUMBER
               FILE STATUS IS WS-ACCTARCH-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT INQRPT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQRPT-STATUS.
       FD  ACCTXREF-FILE.
           COPY XREFREC.

      *> Account holds and legal freezes - see HOLDREC.
       FD  HOLDMAST-FILE.
           COPY HOLDREC.

      *> Accounts retired off ACCTMAST - see ARCHREC.
       FD  ACCTARCH-FILE.
           COPY ARCHREC.

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       FD  INQRPT-FILE.
       01  INQRPT-LINE                 PIC X(132).

       01  WS-CUSTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTXREF-STATUS        PIC X(2) VALUE SPACES.
       01  WS-INQRPT-STATUS          PIC X(2) VALUE SPACES.
       01  WS-HOLDMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTARCH-STATUS        PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-SCAN-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-SCAN-EOF               VALUE 'Y'.
           05  WS-HOLDS-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-HOLDS-ON-FILE          VALUE 'Y'.
           05  WS-HOLD-SCAN-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-HOLD-SCAN-EOF          VALUE 'Y'.
           05  WS-FREEZE-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-LEGAL-FREEZE           VALUE 'Y'.
           05  WS-HOLD-LIST-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-LIST-HOLDS             VALUE 'Y'.
           05  WS-ARCHIVE-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-ARCHIVE-ON-FILE        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-INQUIRIES-READ         PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-NOT-FOUND     PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-LISTED       PIC 9(7) VALUE ZERO.
           05  WS-NAME-MATCHES           PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-ARCHIVED      PIC 9(7) VALUE ZERO.

       01  WS-TODAY-DATE             PIC 9(8).
      *> Holds expire on the stream's business date, the date
      *> posting tests them against, not the wall clock.
       01  WS-BUSINESS-DATE          PIC 9(8).
       01  WS-STATUS-DESC            PIC X(10).

      *> Name-search work: the significant length of the requested
           05  WS-CUST-ACCT-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-CUST-COMBINED-BAL      PIC S9(11)V99 VALUE ZERO.

      *> Active-hold work for the account display.  A hold counts
      *> from the day it is placed until it is released or its
      *> expiry date passes.
       01  WS-HOLD-WORK.
           05  WS-HELD-AMOUNT            PIC 9(11)V99 VALUE ZERO.
           05  WS-AVAILABLE-BALANCE      PIC S9(11)V99 VALUE ZERO.
           05  WS-HOLD-TYPE-DESC         PIC X(12).

      *> DATEPARMS supplies the return-code and error-message fields
      *> the DATEUTIL-ELAPSED calls below hand back.
           COPY DATEPARMS.
           05  FILLER                    PIC X(11)
                   VALUE "  BALANCE =".
           05  INQ2-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(13)
                   VALUE "  AVAILABLE =".
           05  INQ2-AVAILABLE            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-INQ-LINE-3.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  FILLER                    PIC X(14)
           05  FILLER                    PIC X(18)
                   VALUE "   INACTIVE DAYS =".
           05  INQ3-INACTIVE-DAYS        PIC ZZZ,ZZ9.
       01  WS-HOLD-LINE.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  FILLER                    PIC X(5)
                   VALUE "HOLD ".
           05  HLDL-SEQUENCE             PIC 9(3).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  HLDL-TYPE                 PIC X(12).
           05  FILLER                    PIC X(10)
                   VALUE "  AMOUNT =".
           05  HLDL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(10)
                   VALUE "   PLACED ".
           05  HLDL-PLACED-DATE          PIC 9(8).
           05  FILLER                    PIC X(11)
                   VALUE "   EXPIRES ".
           05  HLDL-EXPIRY-DATE          PIC X(8).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  HLDL-REFERENCE            PIC X(20).
       01  WS-NOT-FOUND-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(10)
           05  NF-ACCT-NUMBER            PIC 9(10).
           05  FILLER                    PIC X(24)
                   VALUE "   *** NOT ON FILE ***".
       01  WS-ARCHIVED-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(21)
                   VALUE "*** ACCOUNT ARCHIVED ".
           05  ARCL-ARCHIVE-DATE         PIC 9(8).
           05  FILLER                    PIC X(4) VALUE " ***".
       01  WS-CUST-NOT-FOUND-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(10)
                                   FROM WS-REPORT-HEADING
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO WS-TODAY-DATE
                               PERFORM 1050-READ-BUSINESS-DATE
                               PERFORM 1060-OPEN-HOLDS
                               IF NOT WS-ABEND
                                   PERFORM 1070-OPEN-ARCHIVE
                               END-IF
                               IF NOT WS-ABEND
                                   PERFORM 2100-READ-INQUIRY
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-IF
           .

       1050-READ-BUSINESS-DATE.
      *>   An inquiry is still answered when BUSDATE cannot be read;
      *>   holds are then aged against today's date instead.
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "ACCTINQ: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "ACCTINQ: BUSDATE IS EMPTY"
                   NOT AT END
                       MOVE BUS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1060-OPEN-HOLDS.
      *>   No HOLDMAST yet simply means no account is held.
           OPEN INPUT HOLDMAST-FILE
           IF WS-HOLDMAST-STATUS = "00"
               SET WS-HOLDS-ON-FILE TO TRUE
           ELSE
               IF WS-HOLDMAST-STATUS NOT = "35"
                   DISPLAY "ACCTINQ: HOLDMAST NOT AVAILABLE, STATUS = "
                           WS-HOLDMAST-STATUS
                   CLOSE INQREQ-FILE
                   CLOSE ACCTMAST-FILE
                   CLOSE CUSTMAST-FILE
                   CLOSE ACCTXREF-FILE
                   CLOSE INQRPT-FILE
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           .

       1070-OPEN-ARCHIVE.
      *>   No ACCTARCH yet simply means nothing has been archived.
           OPEN INPUT ACCTARCH-FILE
           IF WS-ACCTARCH-STATUS = "00"
               SET WS-ARCHIVE-ON-FILE TO TRUE
           ELSE
               IF WS-ACCTARCH-STATUS NOT = "35"
                   DISPLAY "ACCTINQ: ACCTARCH NOT AVAILABLE, STATUS = "
                           WS-ACCTARCH-STATUS
                   CLOSE INQREQ-FILE
                   CLOSE ACCTMAST-FILE
                   CLOSE CUSTMAST-FILE
                   CLOSE ACCTXREF-FILE
                   CLOSE INQRPT-FILE
                   IF WS-HOLDS-ON-FILE
                       CLOSE HOLDMAST-FILE
                   END-IF
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           .

       2000-PROCESS-INQUIRY.
           ADD 1 TO WS-INQUIRIES-READ

           MOVE INQ-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
               INVALID KEY
                   PERFORM 2750-FETCH-ARCHIVED-ACCOUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-FOUND
                   PERFORM 2200-PRINT-ACCOUNT
           END-READ
           .

       2750-FETCH-ARCHIVED-ACCOUNT.
      *>   The archive holds the account as it last stood on
      *>   ACCTMAST, so it prints through the normal display.
           IF WS-ARCHIVE-ON-FILE
               MOVE INQ-ACCT-NUMBER TO ARC-ACCT-NUMBER
               READ ACCTARCH-FILE
                   INVALID KEY
                       PERFORM 2400-PRINT-NOT-FOUND
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-ARCHIVED
                       MOVE ARC-ACCT-IMAGE TO ACCT-RECORD
                       PERFORM 2200-PRINT-ACCOUNT
                       MOVE ARC-ARCHIVE-DATE TO ARCL-ARCHIVE-DATE
                       WRITE INQRPT-LINE FROM WS-ARCHIVED-LINE
               END-READ
           ELSE
               PERFORM 2400-PRINT-NOT-FOUND
           END-IF
           .

       2100-READ-INQUIRY.
           READ INQREQ-FILE
               AT END
           PERFORM 2250-SET-STATUS-DESC
           MOVE WS-STATUS-DESC TO INQ2-STATUS
           MOVE ACCT-BALANCE TO INQ2-BALANCE
      *>   The holds are totalled on a first pass for the available
      *>   balance and listed on a second under the account.
           MOVE 'N' TO WS-HOLD-LIST-SWITCH
           PERFORM 2260-SCAN-ACCOUNT-HOLDS
           IF WS-LEGAL-FREEZE
               MOVE ZERO TO WS-AVAILABLE-BALANCE
           ELSE
               COMPUTE WS-AVAILABLE-BALANCE =
                   ACCT-BALANCE - WS-HELD-AMOUNT
           END-IF
           MOVE WS-AVAILABLE-BALANCE TO INQ2-AVAILABLE
           WRITE INQRPT-LINE FROM WS-INQ-LINE-2

           MOVE ACCT-LAST-ACTIVITY-DATE TO INQ3-LAST-ACTIVITY
           PERFORM 2300-COMPUTE-AGE
           WRITE INQRPT-LINE FROM WS-INQ-LINE-3

           IF WS-HELD-AMOUNT > ZERO OR WS-LEGAL-FREEZE
               SET WS-LIST-HOLDS TO TRUE
               PERFORM 2260-SCAN-ACCOUNT-HOLDS
           END-IF
           .

       2260-SCAN-ACCOUNT-HOLDS.
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
               PERFORM 2270-READ-ACCOUNT-HOLD
                   UNTIL WS-HOLD-SCAN-EOF
           END-IF
           .

       2270-READ-ACCOUNT-HOLD.
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
                           IF WS-LIST-HOLDS
                               PERFORM 2280-PRINT-HOLD
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       2280-PRINT-HOLD.
           MOVE HLD-SEQUENCE TO HLDL-SEQUENCE
           EVALUATE TRUE
               WHEN HLD-TYPE-UNCOLLECTED
                   MOVE "UNCOLLECTED" TO WS-HOLD-TYPE-DESC
               WHEN HLD-TYPE-GARNISHMENT
                   MOVE "GARNISHMENT" TO WS-HOLD-TYPE-DESC
               WHEN HLD-TYPE-LEVY
                   MOVE "LEVY" TO WS-HOLD-TYPE-DESC
               WHEN HLD-TYPE-LEGAL-FREEZE
                   MOVE "LEGAL FREEZE" TO WS-HOLD-TYPE-DESC
               WHEN OTHER
                   MOVE HLD-TYPE TO WS-HOLD-TYPE-DESC
           END-EVALUATE
           MOVE WS-HOLD-TYPE-DESC TO HLDL-TYPE
           MOVE HLD-AMOUNT TO HLDL-AMOUNT
           MOVE HLD-PLACED-DATE TO HLDL-PLACED-DATE
           IF HLD-EXPIRY-DATE = ZERO
               MOVE "NONE" TO HLDL-EXPIRY-DATE
           ELSE
               MOVE HLD-EXPIRY-DATE TO HLDL-EXPIRY-DATE
           END-IF
           MOVE HLD-REFERENCE TO HLDL-REFERENCE
           WRITE INQRPT-LINE FROM WS-HOLD-LINE
           .

       2250-SET-STATUS-DESC.
               CLOSE CUSTMAST-FILE
               CLOSE ACCTXREF-FILE
               CLOSE INQRPT-FILE
               IF WS-HOLDS-ON-FILE
                   CLOSE HOLDMAST-FILE
               END-IF
               IF WS-ARCHIVE-ON-FILE
                   CLOSE ACCTARCH-FILE
               END-IF
               DISPLAY "ACCTINQ: INQUIRIES READ     = "
                       WS-INQUIRIES-READ
               DISPLAY "ACCTINQ: ACCOUNTS FOUND     = "
                       WS-CUSTOMERS-LISTED
               DISPLAY "ACCTINQ: NAME MATCHES       = "
                       WS-NAME-MATCHES
               DISPLAY "ACCTINQ: ACCOUNTS ARCHIVED  = "
                       WS-ACCOUNTS-ARCHIVED
           END-IF
           .

