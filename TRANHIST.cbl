                                HST-BALANCE-BEFORE
                                HST-BALANCE-AFTER
                                HST-POST-PROGRAM
                                HST-ORIG-POST-DATE
                                HST-OTHER-ACCT-NUMBER
                                HST-CHANNEL
                                HST-RETURN-CODE.

       WRITE-HISTORY-RECORD.
           MOVE HST-BALANCE-BEFORE TO TH-BALANCE-BEFORE
           MOVE HST-BALANCE-AFTER  TO TH-BALANCE-AFTER
           MOVE HST-POST-PROGRAM   TO TH-POST-PROGRAM
           MOVE HST-ORIG-POST-DATE TO TH-ORIG-POST-DATE
           MOVE HST-OTHER-ACCT-NUMBER
                                   TO TH-OTHER-ACCT-NUMBER
           MOVE HST-CHANNEL        TO TH-CHANNEL

           WRITE TRANHIST-RECORD
           IF WS-TRANHIST-STATUS NOT = "00"
