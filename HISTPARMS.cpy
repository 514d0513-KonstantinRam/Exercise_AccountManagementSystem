           88  HST-EVENT-WITHDRAWAL       VALUE 'WDR '.
           88  HST-EVENT-INTEREST         VALUE 'INT '.
           88  HST-EVENT-ODFEE            VALUE 'OVF '.
           88  HST-EVENT-REV-DEPOSIT      VALUE 'RDP '.
           88  HST-EVENT-REV-WITHDRAWAL   VALUE 'RWD '.
           88  HST-EVENT-REV-ODFEE        VALUE 'ROF '.
           88  HST-EVENT-XFER-OUT         VALUE 'XFO '.
           88  HST-EVENT-XFER-IN          VALUE 'XFI '.
           88  HST-EVENT-SERVICE-FEE      VALUE 'MSF '.
           88  HST-EVENT-DORMANCY-FEE     VALUE 'DMF '.

       01  HST-AMOUNT             PIC 9(9)V99.
       01  HST-BALANCE-BEFORE     PIC S9(9)V99.
       01  HST-BALANCE-AFTER      PIC S9(9)V99.
       01  HST-POST-PROGRAM       PIC X(8).

      *> Post date of the original posting a reversal event backs
      *> out; callers posting anything else pass zero.
       01  HST-ORIG-POST-DATE     PIC 9(8).

      *> Account on the other side of a transfer event; callers
      *> posting anything else pass zero.
       01  HST-OTHER-ACCT-NUMBER  PIC 9(10).

      *> Channel the customer item came in on (TRAN-CHANNEL); callers
      *> posting bank-generated events pass space.
       01  HST-CHANNEL            PIC X(1).

      *> 0 = record written, 99 = the history file itself could not
      *> be written to - the caller must abend rather than keep
      *> going, since a silently short history cannot restate the
