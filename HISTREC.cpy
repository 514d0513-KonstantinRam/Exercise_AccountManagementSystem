      *>****************************************************************
      *> HISTREC - posted-transaction history record layout.
      *> One record per posting applied to ACCTMAST - deposits,
      *> withdrawals, overdraft fees and their reversals, and both
      *> sides of internal transfers from TRANPOST, interest from
      *> INTACCR, month-end maintenance fees from MNTFEE - appended in
      *> posting order, so account and post date read the file back
      *> the way it went on.  Shared by TRANHIST (which writes
      *> TRANHIST) and STMTGEN (which builds statements from it), so
      *> both sides pick up layout changes automatically.
      *>****************************************************************
       01  TRANHIST-RECORD.
           05  TH-ACCT-NUMBER           PIC 9(10).
               88  TH-EVENT-WITHDRAWAL      VALUE 'WDR '.
               88  TH-EVENT-INTEREST        VALUE 'INT '.
               88  TH-EVENT-ODFEE           VALUE 'OVF '.
               88  TH-EVENT-REV-DEPOSIT     VALUE 'RDP '.
               88  TH-EVENT-REV-WITHDRAWAL  VALUE 'RWD '.
               88  TH-EVENT-REV-ODFEE       VALUE 'ROF '.
               88  TH-EVENT-XFER-OUT        VALUE 'XFO '.
               88  TH-EVENT-XFER-IN         VALUE 'XFI '.
               88  TH-EVENT-SERVICE-FEE     VALUE 'MSF '.
               88  TH-EVENT-DORMANCY-FEE    VALUE 'DMF '.
           05  TH-AMOUNT                PIC 9(9)V99.
           05  TH-BALANCE-BEFORE        PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  TH-BALANCE-AFTER         PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  TH-POST-PROGRAM          PIC X(8).
      *>   Reversal events only - the post date of the original
      *>   posting backed out, which with the account, amount and
      *>   the reversed event identifies it; zero on every other
      *>   event.
           05  TH-ORIG-POST-DATE        PIC 9(8).
      *>   Transfer events only - the account on the other side of
      *>   the transfer; zero on every other event.
           05  TH-OTHER-ACCT-NUMBER     PIC 9(10).
      *>   Where a customer item came in - blank (or 'C') for the
      *>   branch, 'A' for ACH.  Blank on postings the bank itself
      *>   generates (interest, fees).
           05  TH-CHANNEL               PIC X(1).
               88  TH-CHANNEL-BRANCH        VALUE SPACE 'C'.
               88  TH-CHANNEL-ACH           VALUE 'A'.
