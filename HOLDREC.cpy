      *>****************************************************************
      *> HOLDREC - account hold master record layout.
      *> One record per hold placed on an account, keyed by account
      *> number plus a hold sequence number assigned per account, so
      *> an account's holds read back together with a START.  A hold
      *> restricts the amount shown; a legal freeze stops every debit
      *> whatever its amount.  A hold is active from the day it is
      *> placed until it is released or its expiry date arrives - a
      *> zero expiry date holds until released.  Maintained by
      *> HOLDMNT, read by TRANPOST (available-balance funds check)
      *> and ACCTINQ (teller display).
      *>****************************************************************
       01  HOLDMAST-RECORD.
           05  HLD-KEY.
               10  HLD-ACCT-NUMBER      PIC 9(10).
               10  HLD-SEQUENCE         PIC 9(3).
           05  HLD-TYPE                 PIC X(1).
               88  HLD-TYPE-UNCOLLECTED     VALUE 'U'.
               88  HLD-TYPE-GARNISHMENT     VALUE 'G'.
               88  HLD-TYPE-LEVY            VALUE 'L'.
               88  HLD-TYPE-LEGAL-FREEZE    VALUE 'F'.
               88  HLD-TYPE-VALID           VALUE 'U' 'G' 'L' 'F'.
           05  HLD-AMOUNT               PIC 9(9)V99.
           05  HLD-PLACED-DATE          PIC 9(8).
           05  HLD-EXPIRY-DATE          PIC 9(8).
      *>   Court order, levy or item number the hold was placed
      *>   under, for the branch to quote.
           05  HLD-REFERENCE            PIC X(20).
           05  HLD-STATUS               PIC X(1).
               88  HLD-STATUS-ACTIVE        VALUE 'A'.
               88  HLD-STATUS-RELEASED      VALUE 'R'.
               88  HLD-STATUS-EXPIRED       VALUE 'E'.
      *>   Business date the hold was released or dropped off at
      *>   expiry; zero while it is active.
           05  HLD-ENDED-DATE           PIC 9(8).
