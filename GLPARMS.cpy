           88  GL-EVENT-WITHDRAWAL        VALUE 'WDR '.
           88  GL-EVENT-INTEREST          VALUE 'INT '.
           88  GL-EVENT-ODFEE             VALUE 'OVF '.
           88  GL-EVENT-REV-DEPOSIT       VALUE 'RDP '.
           88  GL-EVENT-REV-WITHDRAWAL    VALUE 'RWD '.
           88  GL-EVENT-REV-ODFEE         VALUE 'ROF '.
           88  GL-EVENT-TRANSFER          VALUE 'XFR '.
           88  GL-EVENT-SERVICE-FEE       VALUE 'MSF '.
           88  GL-EVENT-DORMANCY-FEE      VALUE 'DMF '.

      *> 0 = both legs written, 99 = the extract file could not be
      *> written to, the GLACCTS mapping is unavailable, or the
