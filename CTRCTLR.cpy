      *>****************************************************************
      *> CTRCTLR - currency transaction monitoring control record.
      *> One record: the cash amount a customer's day must pass
      *> before a Currency Transaction Report is filed, the floor of
      *> the band of deposits counted as "just under" that threshold
      *> for the structuring check, how many such deposits inside
      *> the look-back window make a pattern, and the window's length
      *> in business days (today included).  Read by CTRMON; held in
      *> a control file so compliance can retune the band without a
      *> program change.
      *>****************************************************************
       01  CTRCTL-RECORD.
           05  CTRCTL-CTR-THRESHOLD     PIC 9(9)V99.
           05  CTRCTL-STRUCT-FLOOR      PIC 9(9)V99.
           05  CTRCTL-STRUCT-MIN-COUNT  PIC 9(3).
           05  CTRCTL-LOOKBACK-DAYS     PIC 9(3).
