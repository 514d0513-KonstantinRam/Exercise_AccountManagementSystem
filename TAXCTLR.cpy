      *>****************************************************************
      *> TAXCTLR - year-end interest tax reporting control record.
      *> One record: the reporting threshold below which a customer's
      *> year of interest is not filed, and the payer particulars the
      *> filing extract's payer record carries - the bank's taxpayer
      *> identification number, name and mailing address.  Read by
      *> TAX1099; held in a control file so a change in the IRS
      *> minimum or the bank's address needs no program change.
      *>****************************************************************
       01  TAXCTL-RECORD.
           05  TAXCTL-REPORT-THRESHOLD  PIC 9(7)V99.
           05  TAXCTL-PAYER-TIN         PIC X(9).
           05  TAXCTL-PAYER-NAME        PIC X(30).
           05  TAXCTL-PAYER-ADDR        PIC X(30).
           05  TAXCTL-PAYER-CITY        PIC X(20).
           05  TAXCTL-PAYER-STATE       PIC X(2).
           05  TAXCTL-PAYER-ZIP         PIC X(9).
