      *> DATEUTIL and runs only on the month-end indicator it hands
      *> back, the same gate INTACCR posts under.  Pulls the statement
      *> month's postings from the TRANHIST history file, sorts them
      *> into account and post-date order, and prints one statement per
      *> account with activity: the opening balance carried into the
      *> month, every posting in date order with its running balance (a
      *> reversal printed as "REVERSAL OF ..." the posting it backs out,
      *> a transfer as "TRANSFER TO ..." or "TRANSFER FROM ..." the
      *> other account), and the closing balance - the document a branch
      *> hands the customer in a balance dispute.
      *> Account names come from ACCTMAST at print time.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               88  SRT-EVENT-WITHDRAWAL     VALUE 'WDR '.
               88  SRT-EVENT-INTEREST       VALUE 'INT '.
               88  SRT-EVENT-ODFEE          VALUE 'OVF '.
               88  SRT-EVENT-REV-DEPOSIT    VALUE 'RDP '.
               88  SRT-EVENT-REV-WITHDRAWAL VALUE 'RWD '.
               88  SRT-EVENT-REV-ODFEE      VALUE 'ROF '.
               88  SRT-EVENT-XFER-OUT       VALUE 'XFO '.
               88  SRT-EVENT-XFER-IN        VALUE 'XFI '.
               88  SRT-EVENT-SERVICE-FEE    VALUE 'MSF '.
               88  SRT-EVENT-DORMANCY-FEE   VALUE 'DMF '.
           05  SRT-AMOUNT               PIC 9(9)V99.
           05  SRT-BALANCE-BEFORE       PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  SRT-BALANCE-AFTER        PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  SRT-POST-PROGRAM         PIC X(8).
           05  SRT-ORIG-POST-DATE       PIC 9(8).
           05  SRT-OTHER-ACCT-NUMBER    PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-TRANHIST-STATUS        PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DTL-POST-DATE             PIC 9(8).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DTL-TRAN-DESC             PIC X(32).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  DTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(11)
               MOVE TH-BALANCE-BEFORE TO SRT-BALANCE-BEFORE
               MOVE TH-BALANCE-AFTER  TO SRT-BALANCE-AFTER
               MOVE TH-POST-PROGRAM   TO SRT-POST-PROGRAM
               MOVE TH-ORIG-POST-DATE TO SRT-ORIG-POST-DATE
               MOVE TH-OTHER-ACCT-NUMBER TO SRT-OTHER-ACCT-NUMBER
               RELEASE SORT-RECORD
           END-IF
           PERFORM 5100-READ-HISTORY
           MOVE SRT-ACCT-NUMBER TO WS-PRIOR-ACCT-NUMBER

           MOVE SRT-POST-DATE TO DTL-POST-DATE
           MOVE SPACES TO DTL-TRAN-DESC
           EVALUATE TRUE
               WHEN SRT-EVENT-DEPOSIT
                   MOVE "DEPOSIT" TO DTL-TRAN-DESC
                   MOVE "INTEREST" TO DTL-TRAN-DESC
               WHEN SRT-EVENT-ODFEE
                   MOVE "OD FEE" TO DTL-TRAN-DESC
               WHEN SRT-EVENT-SERVICE-FEE
                   MOVE "MONTHLY SERVICE FEE" TO DTL-TRAN-DESC
               WHEN SRT-EVENT-DORMANCY-FEE
                   MOVE "DORMANCY FEE" TO DTL-TRAN-DESC
      *>       A reversal names the date of the posting it backs out,
      *>       so the customer can pair the two lines.
               WHEN SRT-EVENT-REV-DEPOSIT
                   STRING "REVERSAL OF DEPOSIT " DELIMITED BY SIZE
                          SRT-ORIG-POST-DATE DELIMITED BY SIZE
                       INTO DTL-TRAN-DESC
                   END-STRING
               WHEN SRT-EVENT-REV-WITHDRAWAL
                   STRING "REVERSAL OF WITHDRAWAL " DELIMITED BY SIZE
                          SRT-ORIG-POST-DATE DELIMITED BY SIZE
                       INTO DTL-TRAN-DESC
                   END-STRING
               WHEN SRT-EVENT-REV-ODFEE
                   STRING "REVERSAL OF OD FEE " DELIMITED BY SIZE
                          SRT-ORIG-POST-DATE DELIMITED BY SIZE
                       INTO DTL-TRAN-DESC
                   END-STRING
               WHEN SRT-EVENT-XFER-OUT
                   STRING "TRANSFER TO " DELIMITED BY SIZE
                          SRT-OTHER-ACCT-NUMBER DELIMITED BY SIZE
                       INTO DTL-TRAN-DESC
                   END-STRING
               WHEN SRT-EVENT-XFER-IN
                   STRING "TRANSFER FROM " DELIMITED BY SIZE
                          SRT-OTHER-ACCT-NUMBER DELIMITED BY SIZE
                       INTO DTL-TRAN-DESC
                   END-STRING
               WHEN OTHER
                   MOVE SRT-TRAN-CODE TO DTL-TRAN-DESC
           END-EVALUATE
