      *>****************************************************************
      *> NACHAREC - inbound ACH (NACHA) file record layout.  Every
      *> record is 94 bytes and its first byte is the record type:
      *> 1 file header, 5 batch header, 6 entry detail, 7 addenda,
      *> 8 batch control, 9 file control (and the all-nines filler
      *> records that pad the last block).  The record descriptions
      *> below share the one record area, one per type.  Read by
      *> ACHINTK.
      *>****************************************************************
       01  ACHFILE-RECORD.
           05  ACH-RECORD-TYPE          PIC X(1).
               88  ACH-FILE-HEADER          VALUE '1'.
               88  ACH-BATCH-HEADER         VALUE '5'.
               88  ACH-ENTRY-DETAIL         VALUE '6'.
               88  ACH-ADDENDA              VALUE '7'.
               88  ACH-BATCH-CONTROL        VALUE '8'.
               88  ACH-FILE-CONTROL         VALUE '9'.
           05  FILLER                   PIC X(93).

       01  ACH-FILE-HEADER-REC.
           05  FILLER                   PIC X(1).
           05  AFH-PRIORITY-CODE        PIC X(2).
           05  AFH-IMMEDIATE-DEST       PIC X(10).
           05  AFH-IMMEDIATE-ORIGIN     PIC X(10).
           05  AFH-CREATION-DATE        PIC X(6).
           05  AFH-CREATION-TIME        PIC X(4).
           05  AFH-FILE-ID-MODIFIER     PIC X(1).
           05  AFH-RECORD-SIZE          PIC X(3).
           05  AFH-BLOCKING-FACTOR      PIC X(2).
           05  AFH-FORMAT-CODE          PIC X(1).
           05  AFH-DEST-NAME            PIC X(23).
           05  AFH-ORIGIN-NAME          PIC X(23).
           05  AFH-REFERENCE-CODE       PIC X(8).

       01  ACH-BATCH-HEADER-REC.
           05  FILLER                   PIC X(1).
           05  ABH-SERVICE-CLASS        PIC X(3).
           05  ABH-COMPANY-NAME         PIC X(16).
           05  ABH-DISCRETIONARY        PIC X(20).
           05  ABH-COMPANY-ID           PIC X(10).
           05  ABH-SEC-CODE             PIC X(3).
           05  ABH-ENTRY-DESC           PIC X(10).
           05  ABH-DESCRIPTIVE-DATE     PIC X(6).
      *>   YYMMDD - the date the originator wants the entries to
      *>   settle.
           05  ABH-EFFECTIVE-DATE       PIC X(6).
           05  ABH-EFFECTIVE-DATE-R REDEFINES ABH-EFFECTIVE-DATE.
               10  ABH-EFF-YY               PIC 9(2).
               10  ABH-EFF-MMDD             PIC 9(4).
           05  ABH-SETTLEMENT-DATE      PIC X(3).
           05  ABH-ORIGINATOR-STATUS    PIC X(1).
           05  ABH-ODFI-ID              PIC X(8).
           05  ABH-BATCH-NUMBER         PIC 9(7).

       01  ACH-ENTRY-DETAIL-REC.
           05  FILLER                   PIC X(1).
      *>   Second digit: 2/3 credit (live/prenote), 7/8 debit
      *>   (live/prenote); first digit 2 checking, 3 savings.
           05  AED-TRAN-CODE            PIC X(2).
               88  AED-LIVE-CREDIT          VALUE '22', '32'.
               88  AED-PRENOTE-CREDIT       VALUE '23', '33'.
               88  AED-LIVE-DEBIT           VALUE '27', '37'.
               88  AED-PRENOTE-DEBIT        VALUE '28', '38'.
           05  AED-RDFI-ROUTING         PIC 9(8).
           05  AED-CHECK-DIGIT          PIC X(1).
           05  AED-DFI-ACCOUNT          PIC X(17).
           05  AED-AMOUNT               PIC 9(8)V99.
           05  AED-INDIVIDUAL-ID        PIC X(15).
           05  AED-INDIVIDUAL-NAME      PIC X(22).
           05  AED-DISCRETIONARY        PIC X(2).
           05  AED-ADDENDA-IND          PIC X(1).
           05  AED-TRACE-NUMBER         PIC X(15).

       01  ACH-BATCH-CONTROL-REC.
           05  FILLER                   PIC X(1).
           05  ABC-SERVICE-CLASS        PIC X(3).
           05  ABC-ENTRY-ADDENDA-COUNT  PIC 9(6).
           05  ABC-ENTRY-HASH           PIC 9(10).
           05  ABC-TOTAL-DEBIT          PIC 9(10)V99.
           05  ABC-TOTAL-CREDIT         PIC 9(10)V99.
           05  ABC-COMPANY-ID           PIC X(10).
           05  ABC-AUTH-CODE            PIC X(19).
           05  FILLER                   PIC X(6).
           05  ABC-ODFI-ID              PIC X(8).
           05  ABC-BATCH-NUMBER         PIC 9(7).

       01  ACH-FILE-CONTROL-REC.
           05  FILLER                   PIC X(1).
           05  AFC-BATCH-COUNT          PIC 9(6).
           05  AFC-BLOCK-COUNT          PIC 9(6).
           05  AFC-ENTRY-ADDENDA-COUNT  PIC 9(8).
           05  AFC-ENTRY-HASH           PIC 9(10).
           05  AFC-TOTAL-DEBIT          PIC 9(10)V99.
           05  AFC-TOTAL-CREDIT         PIC 9(10)V99.
           05  FILLER                   PIC X(39).
