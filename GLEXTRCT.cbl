      *>****************************************************************
      *> General ledger interface writer.  Every balance-affecting
      *> job calls here with an event (account opened, deposit,
      *> withdrawal, interest, overdraft fee, the reversal of a
      *> deposit, withdrawal or overdraft fee, or an internal
      *> transfer between deposit accounts) and GLEXTRCT appends
      *> the debit and the credit detail record for it to the daily
      *> GLEXTR extract in the fixed layout the GL system ingests, so
      *> the extract nets to zero and the GL side books no offsets by
