           05  WHS-TRAN-TYPE            PIC X(1).
           05  WHS-TRAN-AMOUNT          PIC 9(9)V99.
           05  WHS-ENTRY-DATE           PIC 9(8).
      *>   Transfers only - the account the transfer credits; the
      *>   account number above is the one it debits.
           05  WHS-TO-ACCT-NUMBER       PIC 9(10).
      *>   TRAN-CHANNEL of the original item, released with it.
           05  WHS-CHANNEL              PIC X(1).
