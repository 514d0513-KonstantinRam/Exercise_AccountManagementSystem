      *>****************************************************************
      *> PRGCTLR - archived-account control record layout.
      *> The count and net balance of the accounts RETAIN has taken
      *> off ACCTMAST since the last balance proof.  Shared by RETAIN
      *> (which adds to PURGECTL) and BALPROOF (which takes them out
      *> of the expected figures and resets the control), so both
      *> sides pick up layout changes automatically.
      *>****************************************************************
       01  PURGECTL-RECORD.
           05  PRG-PURGED-COUNT         PIC 9(7).
           05  PRG-PURGED-AMOUNT        PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
