      *>****************************************************************
      *> ARCHREC - archived account record layout.
      *> One record per account RETAIN has moved off ACCTMAST, keyed
      *> by account number: the date it was archived, the date of its
      *> escheatment due-diligence notice (zero if it never had one -
      *> the ESCHNTRK entry leaves with the account) and the account
      *> record as it last stood on the master.  Shared by RETAIN
      *> (which writes ACCTARCH) and ACCTINQ (which shows an archived
      *> account when a branch asks for an old number).
      *> The image is a byte copy of ACCT-RECORD and must track its
      *> length - see ACCTREC.
      *>****************************************************************
       01  ACCTARCH-RECORD.
           05  ARC-ACCT-NUMBER          PIC 9(10).
           05  ARC-ARCHIVE-DATE         PIC 9(8).
           05  ARC-NOTICE-DATE          PIC 9(8).
           05  ARC-ACCT-IMAGE           PIC X(89).
