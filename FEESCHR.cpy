      *>****************************************************************
      *> FEESCHR - monthly maintenance fee schedule record layout.
      *> One record: the monthly service fee charged each active
      *> account, the two waiver minimums - the account's own
      *> average daily balance for the month, or the owning
      *> customer's combined balance across all their accounts -
      *> and the monthly dormancy fee charged a dormant account.  A
      *> waiver minimum of zero means that waiver is not offered; a
      *> dormancy fee of zero means dormant accounts are not charged.
      *> Read by MNTFEE.
      *>****************************************************************
       01  FEESCHD-RECORD.
           05  FSC-SERVICE-FEE          PIC 9(5)V99.
           05  FSC-WAIVE-AVG-BALANCE    PIC 9(9)V99.
           05  FSC-WAIVE-COMBINED       PIC 9(9)V99.
           05  FSC-DORMANCY-FEE         PIC 9(5)V99.
