      *>****************************************************************
      *> AJRNREC - ACCTMAST update journal record layout.
      *> One record per add, rewrite or delete applied to ACCTMAST,
      *> with the full record image before and after the change, the
      *> updating program and the business date - the account-level
      *> counterpart to what DTAUDREC gives the examiners for rejected
      *> dates.  Shared by ACCTJRNL (which writes ACCTJRN), ACCTRCOV
      *> (which replays it against a restored backup) and ACCTJAUD
      *> (which lists an account's changes).
      *> The image fields are byte copies of ACCT-RECORD and must
      *> track its length - see ACCTREC.
      *>****************************************************************
           05  AJR-ACTION               PIC X(1).
               88  AJR-ACTION-ADD           VALUE 'A'.
               88  AJR-ACTION-REWRITE       VALUE 'R'.
               88  AJR-ACTION-DELETE        VALUE 'D'.
           05  AJR-ACCT-NUMBER          PIC 9(10).
           05  AJR-BEFORE-IMAGE         PIC X(89).
           05  AJR-AFTER-IMAGE          PIC X(89).
