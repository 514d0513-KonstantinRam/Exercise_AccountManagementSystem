           05  TRN-POSTED-COUNT         PIC 9(7).
           05  TRN-NET-AMOUNT           PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
      *>   Reversals are carried apart from the ordinary postings
      *>   above so the proof shows corrections on their own line;
      *>   the amount includes any overdraft fee reversed with a
      *>   withdrawal.
           05  TRN-REVERSAL-COUNT       PIC 9(7).
           05  TRN-REVERSAL-AMOUNT      PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
