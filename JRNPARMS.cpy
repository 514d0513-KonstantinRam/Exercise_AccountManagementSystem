      *> every caller picks up interface changes automatically.
      *> The image fields are byte copies of ACCT-RECORD and must
      *> track its length - see ACCTREC.  An add carries spaces as
      *> its before image, a delete (an account archived off the
      *> master) spaces as its after image.
      *>****************************************************************
       01  AJ-ACTION-CODE         PIC X(1).
           88  AJ-ACTION-ADD              VALUE 'A'.
           88  AJ-ACTION-REWRITE          VALUE 'R'.
           88  AJ-ACTION-DELETE           VALUE 'D'.
       01  AJ-PROGRAM             PIC X(8).
       01  AJ-BUSINESS-DATE       PIC 9(8).
       01  AJ-ACCT-NUMBER         PIC 9(10).
