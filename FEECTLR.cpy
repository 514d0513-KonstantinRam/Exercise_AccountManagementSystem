      *>****************************************************************
      *> FEECTLR - night's maintenance-fee control record layout.
      *> Shared by MNTFEE (which writes FEECTL) and BALPROOF
      *> (which proves against it), so both sides pick up layout
      *> changes automatically.
      *>****************************************************************
       01  FEECTL-RECORD.
           05  FCT-ASSESSED-COUNT       PIC 9(7).
           05  FCT-ASSESSED-AMOUNT      PIC 9(11)V99.
