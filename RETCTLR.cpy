      *>****************************************************************
      *> RETCTLR - retention rules control record layout.
      *> One record: how many days past its last activity a closed
      *> account is kept on ACCTMAST, the statutory record period an
      *> escheated account is kept, and how many days of TRANHIST
      *> history and ACCTJRN journal stay on the live files.  Read by
      *> RETAIN; held in a control file so records management can
      *> change a period without a program change.
      *>****************************************************************
       01  RETCTL-RECORD.
           05  RETCTL-CLOSED-DAYS       PIC 9(5).
           05  RETCTL-ESCHEAT-DAYS      PIC 9(5).
           05  RETCTL-HISTORY-DAYS      PIC 9(5).
           05  RETCTL-JOURNAL-DAYS      PIC 9(5).
