       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHINTK.
      *>****************************************************************
      *> Inbound ACH intake, the first step of the nightly stream, run
      *> once the clearing house file has arrived.  Reads the NACHA
      *> file (ACHFILE) in two passes.  The first proves it: the
      *> record sequence (file header, batches of batch header /
      *> entries / addenda / batch control, file control), each
      *> batch's entry and addenda count, entry hash and debit and
      *> credit totals against its batch control, and the file's
      *> batch, block and entry counts, entry hash and totals against
      *> the file control.  A file that does not prove is rejected
      *> whole - nothing is converted, the control errors are listed
      *> on the intake report and the run ends with RETURN-CODE 8.  The
      *> second pass converts each credit entry to a 'D' and each
      *> debit entry to a 'W' item on ACHTRAN in TRANFILE layout,
      *> marked with the ACH channel so currency reporting does not
      *> take it for cash - the job stream merges ACHTRAN into the
      *> posting sort with the day's TRANFILE, as it does TRANREL -
      *> dated on the batch's effective entry date, so a future-dated
      *> batch is warehoused by TRANPOST as usual.  An effective date
      *> that is missing, invalid or already past settles on the
      *> business date.  An entry whose account is not on ACCTMAST, is
      *> closed or is escheated, or whose account number or
      *> transaction code cannot be used, is not posted but written to
      *> the ACHRET return file with its NACHA return reason code.
      *> Prenotes and zero-dollar entries are checked the same way but
      *> carry no money and are not converted.
      *> The intake report (ACHRPT) lists each batch and each return
      *> and reconciles the entries received against those
      *> converted, accepted without money and returned.
      *> Each run is logged through RUNCTL on the shared run-control
      *> file, which refuses the run when this step already completed
      *> for the business date, short of a rerun override.  A rejected
      *> file is logged as failed, which holds TRANWREL and the rest
      *> of the stream until the file is resolved and the step rerun.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHFILE-FILE ASSIGN TO "ACHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHFILE-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACHTRAN-FILE ASSIGN TO "ACHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHTRAN-STATUS.

           SELECT ACHRET-FILE ASSIGN TO "ACHRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHRET-STATUS.

           SELECT ACHRPT-FILE ASSIGN TO "ACHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Clearing house file - see NACHAREC.
       FD  ACHFILE-FILE.
           COPY NACHAREC.

       FD  ACCTMAST-FILE.
           COPY ACCTREC.

      *> Converted entries in TRANFILE layout, merged into posting.
       FD  ACHTRAN-FILE.
       01  ACHTRAN-RECORD.
           05  ACT-ACCT-NUMBER          PIC 9(10).
           05  ACT-TRAN-DATE            PIC 9(8).
           05  ACT-TRAN-TYPE            PIC X(1).
           05  ACT-TRAN-AMOUNT          PIC 9(9)V99.
           05  FILLER                   PIC X(12).
      *>   Always 'A' - marks the item as ACH money, not cash, for
      *>   currency transaction reporting.
           05  ACT-CHANNEL              PIC X(1).

      *> Returned entries - the entry as received, with the return
      *> reason and the batch it came in, for the return file to
      *> the clearing house.
       FD  ACHRET-FILE.
       01  ACHRET-RECORD.
           05  RET-REASON-CODE          PIC X(3).
           05  RET-RETURN-DATE          PIC 9(8).
           05  RET-COMPANY-ID           PIC X(10).
           05  RET-COMPANY-NAME         PIC X(16).
           05  RET-SEC-CODE             PIC X(3).
           05  RET-BATCH-NUMBER         PIC 9(7).
           05  RET-EFFECTIVE-DATE       PIC 9(8).
           05  RET-ENTRY-IMAGE          PIC X(94).

       FD  ACHRPT-FILE.
       01  ACHRPT-LINE                 PIC X(132).

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-ACHFILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACHTRAN-STATUS         PIC X(2) VALUE SPACES.
       01  WS-ACHRET-STATUS          PIC X(2) VALUE SPACES.
       01  WS-ACHRPT-STATUS          PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-ACH-FILE-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-ACH-FILE-RECEIVED      VALUE 'Y'.
           05  WS-REJECT-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-FILE-REJECTED          VALUE 'Y'.
           05  WS-HEADER-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-HEADER-SEEN            VALUE 'Y'.
           05  WS-BATCH-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-IN-BATCH               VALUE 'Y'.
           05  WS-TRAILER-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-FILE-CONTROL-SEEN      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ           PIC 9(7) VALUE ZERO.
           05  WS-CONTROL-ERRORS         PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-RECEIVED       PIC 9(7) VALUE ZERO.
           05  WS-CREDITS-CONVERTED      PIC 9(7) VALUE ZERO.
           05  WS-DEBITS-CONVERTED       PIC 9(7) VALUE ZERO.
           05  WS-PRENOTES-ACCEPTED      PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-RETURNED       PIC 9(7) VALUE ZERO.

       01  WS-AMOUNTS.
           05  WS-CREDIT-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-DEBIT-AMOUNT           PIC S9(11)V99 VALUE ZERO.
           05  WS-RETURNED-CREDITS       PIC S9(11)V99 VALUE ZERO.
           05  WS-RETURNED-DEBITS        PIC S9(11)V99 VALUE ZERO.

       01  WS-TODAY-DATE             PIC 9(8).

      *> Proof accumulators for the batch in hand and the file as a
      *> whole.  Entry hashes are summed in full and cut to their
      *> low-order ten digits for the compare, as NACHA defines them.
       01  WS-BATCH-PROOF.
           05  WS-BATCH-ENTRY-COUNT      PIC 9(7).
           05  WS-BATCH-HASH             PIC 9(15).
           05  WS-BATCH-DEBIT            PIC 9(11)V99.
           05  WS-BATCH-CREDIT           PIC 9(11)V99.
           05  WS-BATCH-NUMBER           PIC 9(7).
       01  WS-FILE-PROOF.
           05  WS-FILE-BATCH-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-FILE-ENTRY-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-FILE-HASH              PIC 9(15) VALUE ZERO.
           05  WS-FILE-DEBIT             PIC 9(13)V99 VALUE ZERO.
           05  WS-FILE-CREDIT            PIC 9(13)V99 VALUE ZERO.
           05  WS-EXPECTED-BLOCKS        PIC 9(7) VALUE ZERO.
           05  WS-BLOCK-COUNT            PIC 9(7).
       01  WS-HASH-QUOTIENT          PIC 9(7).
       01  WS-HASH-DIGITS            PIC 9(10).
       01  WS-ERROR-TEXT             PIC X(50).

      *> Conversion work for the batch and entry in hand.
       01  WS-ENTRY-WORK.
           05  WS-EFFECTIVE-DATE         PIC 9(8).
           05  WS-COMPANY-ID             PIC X(10).
           05  WS-COMPANY-NAME           PIC X(16).
           05  WS-SEC-CODE               PIC X(3).
           05  WS-ACH-ACCT-NUMBER        PIC 9(10).
           05  WS-ACCT-DIGITS            PIC 9(17).
           05  WS-ACCT-LEN               PIC 9(2) COMP.
           05  WS-ACCT-SUB               PIC 9(2) COMP.
           05  WS-RETURN-REASON          PIC X(3).
           05  WS-RETURN-DESC            PIC X(28).

           COPY DATEPARMS.

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(40)
                   VALUE "ACH INTAKE RECONCILIATION, BUSINESS DATE".
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RPT-BUSINESS-DATE         PIC 9(8).
       01  WS-FILE-LINE.
           05  FILLER                    PIC X(10)
                   VALUE "FILE FROM ".
           05  RPT-ORIGIN-NAME           PIC X(23).
           05  FILLER                    PIC X(9) VALUE " CREATED ".
           05  RPT-CREATION-DATE         PIC X(6).
           05  FILLER                    PIC X(10)
                   VALUE " MODIFIER ".
           05  RPT-FILE-ID-MODIFIER      PIC X(1).
       01  WS-NO-FILE-LINE.
           05  FILLER                    PIC X(24)
                   VALUE "NO ACH FILE RECEIVED".
       01  WS-ERROR-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(26)
                   VALUE "CONTROL ERROR AT RECORD   ".
           05  RPT-ERROR-RECORD          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3) VALUE " - ".
           05  RPT-ERROR-TEXT            PIC X(50).
       01  WS-BATCH-LINE.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  FILLER                    PIC X(6) VALUE "BATCH ".
           05  RPT-BATCH-NUMBER          PIC 9(7).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-COMPANY-NAME          PIC X(16).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-COMPANY-ID            PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-SEC-CODE              PIC X(3).
           05  FILLER                    PIC X(11)
                   VALUE " EFFECTIVE ".
           05  RPT-EFFECTIVE-DATE        PIC 9(8).
       01  WS-RETURN-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  FILLER                    PIC X(7) VALUE "RETURN ".
           05  RPT-RETURN-REASON         PIC X(3).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RPT-RETURN-DESC           PIC X(28).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RPT-DFI-ACCOUNT           PIC X(17).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RPT-INDIVIDUAL-NAME       PIC X(22).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RPT-TRAN-CODE             PIC X(2).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RPT-ENTRY-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  RPT-TRACE-NUMBER          PIC X(15).
       01  WS-RECEIVED-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "ENTRIES RECEIVED       = ".
           05  RPT-TOTAL-RECEIVED        PIC ZZZ,ZZ9.
       01  WS-CREDIT-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "CREDITS CONVERTED      = ".
           05  RPT-TOTAL-CREDITS         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-CREDIT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DEBIT-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "DEBITS CONVERTED       = ".
           05  RPT-TOTAL-DEBITS          PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-DEBIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRENOTE-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "PRENOTE/ZERO ACCEPTED  = ".
           05  RPT-TOTAL-PRENOTES        PIC ZZZ,ZZ9.
       01  WS-RETURN-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "ENTRIES RETURNED       = ".
           05  RPT-TOTAL-RETURNED        PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-RETURNED-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FILE-CREDIT-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "FILE CREDIT TOTAL      = ".
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  RPT-FILE-CREDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FILE-DEBIT-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "FILE DEBIT TOTAL       = ".
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  RPT-FILE-DEBIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RESULT-LINE.
           05  RPT-RESULT                PIC X(60).

      *> RUNCTL calling interface - the run is logged on the shared
      *> run-control file at its start and end.
           COPY RUNPARMS.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-RUN-CONTROL
           IF RC-RUN-ALLOWED
               PERFORM 1000-INITIALIZE
               IF WS-ACH-FILE-RECEIVED AND NOT WS-ABEND
                   PERFORM 2000-PROVE-FILE
               END-IF
               IF WS-ACH-FILE-RECEIVED AND NOT WS-ABEND
                       AND NOT WS-FILE-REJECTED
                   PERFORM 4000-CONVERT-FILE
               END-IF
               PERFORM 3000-TERMINATE
               IF WS-ABEND OR WS-FILE-REJECTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 0900-END-RUN-CONTROL
           END-IF
           STOP RUN.

       0100-START-RUN-CONTROL.
           SET RC-ACTION-START TO TRUE
           MOVE "ACHINTK " TO RC-PROGRAM
           MOVE ZERO TO RC-JOB-RETURN-CODE
           MOVE ZERO TO RC-RECORDS-READ
           MOVE ZERO TO RC-RECORDS-WRITTEN
           CALL 'RUNCTL' USING RC-ACTION-CODE
                               RC-PROGRAM
                               RC-BUSINESS-DATE
                               RC-JOB-RETURN-CODE
                               RC-RECORDS-READ
                               RC-RECORDS-WRITTEN
                               RC-RETURN-CODE
           IF NOT RC-RUN-ALLOWED
               DISPLAY "ACHINTK: RUN REFUSED BY RUN CONTROL"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       0900-END-RUN-CONTROL.
           SET RC-ACTION-END TO TRUE
           IF WS-ABEND
               MOVE 16 TO RC-JOB-RETURN-CODE
           ELSE
               MOVE RETURN-CODE TO RC-JOB-RETURN-CODE
           END-IF
           MOVE WS-ENTRIES-RECEIVED TO RC-RECORDS-READ
           COMPUTE RC-RECORDS-WRITTEN = WS-CREDITS-CONVERTED
                                      + WS-DEBITS-CONVERTED
           CALL 'RUNCTL' USING RC-ACTION-CODE
                               RC-PROGRAM
                               RC-BUSINESS-DATE
                               RC-JOB-RETURN-CODE
                               RC-RECORDS-READ
                               RC-RECORDS-WRITTEN
                               RC-RETURN-CODE
      *>   The CALL leaves RUNCTL's own return code behind; the
      *>   step's return code is put back so the scheduler sees it.
           MOVE RC-JOB-RETURN-CODE TO RETURN-CODE
           IF NOT RC-RUN-ALLOWED
               DISPLAY "ACHINTK: RUN CONTROL END NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           IF NOT WS-ABEND
               PERFORM 1200-OPEN-FILES
           END-IF
           IF NOT WS-ABEND
               MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
               WRITE ACHRPT-LINE FROM WS-REPORT-HEADING
               MOVE "ACHINTK " TO LS-CALLER-PROGRAM
               MOVE '1' TO LS-DATE-FORMAT-CODE
               MOVE SPACES TO LS-DATE-ALT-INPUT
           END-IF
           .

       1050-READ-BUSINESS-DATE.
      *>   Stale effective dates settle on the stream's business
      *>   date, not the wall clock - see BUSDREC.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "ACHINTK: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "ACHINTK: BUSDATE IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1200-OPEN-FILES.
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "ACHINTK: ACCTMAST NOT AVAILABLE, STATUS = "
                       WS-ACCTMAST-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               OPEN OUTPUT ACHTRAN-FILE
               IF WS-ACHTRAN-STATUS NOT = "00"
                   DISPLAY "ACHINTK: ACHTRAN NOT AVAILABLE, STATUS = "
                           WS-ACHTRAN-STATUS
                   CLOSE ACCTMAST-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   OPEN OUTPUT ACHRET-FILE
                   IF WS-ACHRET-STATUS NOT = "00"
                       DISPLAY "ACHINTK: ACHRET NOT AVAILABLE, "
                               "STATUS = " WS-ACHRET-STATUS
                       CLOSE ACCTMAST-FILE
                       CLOSE ACHTRAN-FILE
                       SET WS-ABEND TO TRUE
                   ELSE
                       OPEN OUTPUT ACHRPT-FILE
                       IF WS-ACHRPT-STATUS NOT = "00"
                           DISPLAY "ACHINTK: ACHRPT NOT AVAILABLE, "
                                   "STATUS = " WS-ACHRPT-STATUS
                           CLOSE ACCTMAST-FILE
                           CLOSE ACHTRAN-FILE
                           CLOSE ACHRET-FILE
                           SET WS-ABEND TO TRUE
                       ELSE
                           PERFORM 1250-OPEN-ACH-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       1250-OPEN-ACH-FILE.
      *>   No clearing house file today is not an error - the empty
      *>   ACHTRAN simply adds nothing to the posting sort.
           OPEN INPUT ACHFILE-FILE
           IF WS-ACHFILE-STATUS = "00"
               SET WS-ACH-FILE-RECEIVED TO TRUE
           ELSE
               IF WS-ACHFILE-STATUS NOT = "35"
                   DISPLAY "ACHINTK: ACHFILE NOT AVAILABLE, STATUS = "
                           WS-ACHFILE-STATUS
                   CLOSE ACCTMAST-FILE
                   CLOSE ACHTRAN-FILE
                   CLOSE ACHRET-FILE
                   CLOSE ACHRPT-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           END-IF
           .

       2000-PROVE-FILE.
           PERFORM 2100-READ-ACH-RECORD
           IF WS-EOF
               MOVE 'N' TO WS-ACH-FILE-SWITCH
               CLOSE ACHFILE-FILE
           ELSE
               PERFORM 2200-PROVE-RECORD
                   UNTIL WS-EOF
               PERFORM 2900-PROVE-FILE-END
           END-IF
           .

       2100-READ-ACH-RECORD.
           READ ACHFILE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ
           .

       2200-PROVE-RECORD.
      *>   Once the file control is in, only all-nines block filler
      *>   may follow it.
           IF WS-FILE-CONTROL-SEEN
               IF ACHFILE-RECORD NOT = ALL '9'
                   MOVE "RECORD FOLLOWS FILE CONTROL" TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN ACH-FILE-HEADER
                       PERFORM 2300-PROVE-FILE-HEADER
                   WHEN ACH-BATCH-HEADER
                       PERFORM 2400-PROVE-BATCH-HEADER
                   WHEN ACH-ENTRY-DETAIL
                       PERFORM 2500-PROVE-ENTRY
                   WHEN ACH-ADDENDA
                       IF WS-IN-BATCH
                           ADD 1 TO WS-BATCH-ENTRY-COUNT
                       ELSE
                           MOVE "ADDENDA OUTSIDE A BATCH"
                               TO WS-ERROR-TEXT
                           PERFORM 2800-CONTROL-ERROR
                       END-IF
                   WHEN ACH-BATCH-CONTROL
                       PERFORM 2600-PROVE-BATCH-CONTROL
                   WHEN ACH-FILE-CONTROL
                       PERFORM 2700-PROVE-FILE-CONTROL
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-ACH-RECORD
           .

       2300-PROVE-FILE-HEADER.
           IF WS-HEADER-SEEN
               MOVE "SECOND FILE HEADER" TO WS-ERROR-TEXT
               PERFORM 2800-CONTROL-ERROR
           ELSE
               SET WS-HEADER-SEEN TO TRUE
               MOVE AFH-ORIGIN-NAME      TO RPT-ORIGIN-NAME
               MOVE AFH-CREATION-DATE    TO RPT-CREATION-DATE
               MOVE AFH-FILE-ID-MODIFIER TO RPT-FILE-ID-MODIFIER
               WRITE ACHRPT-LINE FROM WS-FILE-LINE
           END-IF
           .

       2400-PROVE-BATCH-HEADER.
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE "BATCH HEADER BEFORE FILE HEADER"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN WS-IN-BATCH
                   MOVE "BATCH HEADER INSIDE A BATCH" TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           SET WS-IN-BATCH TO TRUE
           ADD 1 TO WS-FILE-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT
           MOVE ZERO TO WS-BATCH-HASH
           MOVE ZERO TO WS-BATCH-DEBIT
           MOVE ZERO TO WS-BATCH-CREDIT
           IF ABH-BATCH-NUMBER NUMERIC
               MOVE ABH-BATCH-NUMBER TO WS-BATCH-NUMBER
           ELSE
               MOVE ZERO TO WS-BATCH-NUMBER
               MOVE "BATCH NUMBER NOT NUMERIC" TO WS-ERROR-TEXT
               PERFORM 2800-CONTROL-ERROR
           END-IF
           .

       2500-PROVE-ENTRY.
           IF NOT WS-IN-BATCH
               MOVE "ENTRY OUTSIDE A BATCH" TO WS-ERROR-TEXT
               PERFORM 2800-CONTROL-ERROR
           ELSE
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               IF AED-RDFI-ROUTING NOT NUMERIC
                       OR AED-AMOUNT NOT NUMERIC
                   MOVE "ENTRY ROUTING OR AMOUNT NOT NUMERIC"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               ELSE
                   ADD AED-RDFI-ROUTING TO WS-BATCH-HASH
                   EVALUATE TRUE
                       WHEN AED-LIVE-CREDIT OR AED-PRENOTE-CREDIT
                           ADD AED-AMOUNT TO WS-BATCH-CREDIT
                       WHEN AED-LIVE-DEBIT OR AED-PRENOTE-DEBIT
                           ADD AED-AMOUNT TO WS-BATCH-DEBIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

       2600-PROVE-BATCH-CONTROL.
           IF NOT WS-IN-BATCH
               MOVE "BATCH CONTROL OUTSIDE A BATCH" TO WS-ERROR-TEXT
               PERFORM 2800-CONTROL-ERROR
           ELSE
               MOVE 'N' TO WS-BATCH-SWITCH
               ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
               ADD WS-BATCH-HASH        TO WS-FILE-HASH
               ADD WS-BATCH-DEBIT       TO WS-FILE-DEBIT
               ADD WS-BATCH-CREDIT      TO WS-FILE-CREDIT
               DIVIDE WS-BATCH-HASH BY 10000000000
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-DIGITS
               EVALUATE TRUE
                   WHEN ABC-ENTRY-ADDENDA-COUNT NOT NUMERIC
                           OR ABC-ENTRY-HASH NOT NUMERIC
                           OR ABC-TOTAL-DEBIT NOT NUMERIC
                           OR ABC-TOTAL-CREDIT NOT NUMERIC
                           OR ABC-BATCH-NUMBER NOT NUMERIC
                       MOVE "BATCH CONTROL FIELDS NOT NUMERIC"
                           TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
                   WHEN ABC-BATCH-NUMBER NOT = WS-BATCH-NUMBER
                       MOVE "BATCH CONTROL NUMBER DOES NOT MATCH HEADER"
                           TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
                   WHEN ABC-ENTRY-ADDENDA-COUNT
                           NOT = WS-BATCH-ENTRY-COUNT
                       MOVE "BATCH ENTRY/ADDENDA COUNT DOES NOT PROVE"
                           TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
                   WHEN ABC-ENTRY-HASH NOT = WS-HASH-DIGITS
                       MOVE "BATCH ENTRY HASH DOES NOT PROVE"
                           TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
                   WHEN ABC-TOTAL-DEBIT NOT = WS-BATCH-DEBIT
                       MOVE "BATCH DEBIT TOTAL DOES NOT PROVE"
                           TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
                   WHEN ABC-TOTAL-CREDIT NOT = WS-BATCH-CREDIT
                       MOVE "BATCH CREDIT TOTAL DOES NOT PROVE"
                           TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       2700-PROVE-FILE-CONTROL.
           IF WS-IN-BATCH
               MOVE "FILE CONTROL INSIDE A BATCH" TO WS-ERROR-TEXT
               PERFORM 2800-CONTROL-ERROR
               MOVE 'N' TO WS-BATCH-SWITCH
           END-IF
           SET WS-FILE-CONTROL-SEEN TO TRUE
           DIVIDE WS-FILE-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-DIGITS
           EVALUATE TRUE
               WHEN AFC-BATCH-COUNT NOT NUMERIC
                       OR AFC-BLOCK-COUNT NOT NUMERIC
                       OR AFC-ENTRY-ADDENDA-COUNT NOT NUMERIC
                       OR AFC-ENTRY-HASH NOT NUMERIC
                       OR AFC-TOTAL-DEBIT NOT NUMERIC
                       OR AFC-TOTAL-CREDIT NOT NUMERIC
                   MOVE "FILE CONTROL FIELDS NOT NUMERIC"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN AFC-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                   MOVE "FILE BATCH COUNT DOES NOT PROVE"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN AFC-ENTRY-ADDENDA-COUNT NOT = WS-FILE-ENTRY-COUNT
                   MOVE "FILE ENTRY/ADDENDA COUNT DOES NOT PROVE"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN AFC-ENTRY-HASH NOT = WS-HASH-DIGITS
                   MOVE "FILE ENTRY HASH DOES NOT PROVE"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN AFC-TOTAL-DEBIT NOT = WS-FILE-DEBIT
                   MOVE "FILE DEBIT TOTAL DOES NOT PROVE"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN AFC-TOTAL-CREDIT NOT = WS-FILE-CREDIT
                   MOVE "FILE CREDIT TOTAL DOES NOT PROVE"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN OTHER
                   MOVE AFC-BLOCK-COUNT TO WS-EXPECTED-BLOCKS
           END-EVALUATE
           .

       2800-CONTROL-ERROR.
           SET WS-FILE-REJECTED TO TRUE
           ADD 1 TO WS-CONTROL-ERRORS
           MOVE WS-RECORDS-READ TO RPT-ERROR-RECORD
           MOVE WS-ERROR-TEXT   TO RPT-ERROR-TEXT
           WRITE ACHRPT-LINE FROM WS-ERROR-LINE
           .

       2900-PROVE-FILE-END.
      *>   The block count covers every physical record, block filler
      *>   included, at ten records to the block.
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE "NO FILE HEADER" TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN WS-IN-BATCH
                   MOVE "LAST BATCH HAS NO BATCH CONTROL"
                       TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN NOT WS-FILE-CONTROL-SEEN
                   MOVE "NO FILE CONTROL" TO WS-ERROR-TEXT
                   PERFORM 2800-CONTROL-ERROR
               WHEN OTHER
                   COMPUTE WS-BLOCK-COUNT = (WS-RECORDS-READ + 9) / 10
                   IF NOT WS-FILE-REJECTED
                           AND WS-BLOCK-COUNT NOT = WS-EXPECTED-BLOCKS
                       MOVE "FILE BLOCK COUNT DOES NOT PROVE"
                           TO WS-ERROR-TEXT
                       PERFORM 2800-CONTROL-ERROR
                   END-IF
           END-EVALUATE
           CLOSE ACHFILE-FILE
           .

       3000-TERMINATE.
           IF NOT WS-ABEND
               PERFORM 3100-PRINT-TOTALS
               CALL 'DATEUTIL-TERMINATE'
               CLOSE ACCTMAST-FILE
               CLOSE ACHTRAN-FILE
               CLOSE ACHRET-FILE
               CLOSE ACHRPT-FILE
               DISPLAY "ACHINTK: ENTRIES RECEIVED  = "
                       WS-ENTRIES-RECEIVED
               DISPLAY "ACHINTK: CREDITS CONVERTED = "
                       WS-CREDITS-CONVERTED
               DISPLAY "ACHINTK: DEBITS CONVERTED  = "
                       WS-DEBITS-CONVERTED
               DISPLAY "ACHINTK: ENTRIES RETURNED  = "
                       WS-ENTRIES-RETURNED
               IF WS-FILE-REJECTED
                   DISPLAY "ACHINTK: ACH FILE REJECTED, "
                           "CONTROL ERRORS = " WS-CONTROL-ERRORS
               END-IF
           END-IF
           .

       3100-PRINT-TOTALS.
      *>   Every entry received is converted, accepted as a prenote
      *>   or zero-dollar entry, or returned, and the money
      *>   converted and returned makes up the file's own credit
      *>   and debit totals.
           MOVE WS-ENTRIES-RECEIVED  TO RPT-TOTAL-RECEIVED
           MOVE WS-CREDITS-CONVERTED TO RPT-TOTAL-CREDITS
           MOVE WS-CREDIT-AMOUNT     TO RPT-CREDIT-AMOUNT
           MOVE WS-DEBITS-CONVERTED  TO RPT-TOTAL-DEBITS
           MOVE WS-DEBIT-AMOUNT      TO RPT-DEBIT-AMOUNT
           MOVE WS-PRENOTES-ACCEPTED TO RPT-TOTAL-PRENOTES
           MOVE WS-ENTRIES-RETURNED  TO RPT-TOTAL-RETURNED
           COMPUTE RPT-RETURNED-AMOUNT =
               WS-RETURNED-CREDITS + WS-RETURNED-DEBITS
           MOVE WS-FILE-CREDIT       TO RPT-FILE-CREDIT
           MOVE WS-FILE-DEBIT        TO RPT-FILE-DEBIT
           WRITE ACHRPT-LINE FROM WS-RECEIVED-TOTAL-LINE
           WRITE ACHRPT-LINE FROM WS-CREDIT-TOTAL-LINE
           WRITE ACHRPT-LINE FROM WS-DEBIT-TOTAL-LINE
           WRITE ACHRPT-LINE FROM WS-PRENOTE-TOTAL-LINE
           WRITE ACHRPT-LINE FROM WS-RETURN-TOTAL-LINE
           WRITE ACHRPT-LINE FROM WS-FILE-CREDIT-LINE
           WRITE ACHRPT-LINE FROM WS-FILE-DEBIT-LINE
           EVALUATE TRUE
               WHEN NOT WS-ACH-FILE-RECEIVED
                   WRITE ACHRPT-LINE FROM WS-NO-FILE-LINE
               WHEN WS-FILE-REJECTED
                   MOVE "*** FILE REJECTED - NOTHING CONVERTED ***"
                       TO RPT-RESULT
                   WRITE ACHRPT-LINE FROM WS-RESULT-LINE
               WHEN WS-ENTRIES-RECEIVED =
                       WS-CREDITS-CONVERTED + WS-DEBITS-CONVERTED
                       + WS-PRENOTES-ACCEPTED + WS-ENTRIES-RETURNED
                   AND WS-FILE-CREDIT =
                       WS-CREDIT-AMOUNT + WS-RETURNED-CREDITS
                   AND WS-FILE-DEBIT =
                       WS-DEBIT-AMOUNT + WS-RETURNED-DEBITS
                   MOVE "INTAKE RECONCILED" TO RPT-RESULT
                   WRITE ACHRPT-LINE FROM WS-RESULT-LINE
               WHEN OTHER
                   MOVE "*** INTAKE OUT OF BALANCE ***" TO RPT-RESULT
                   WRITE ACHRPT-LINE FROM WS-RESULT-LINE
           END-EVALUATE
           .

       4000-CONVERT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ACHFILE-FILE
           IF WS-ACHFILE-STATUS NOT = "00"
               DISPLAY "ACHINTK: ACHFILE NOT AVAILABLE, STATUS = "
                       WS-ACHFILE-STATUS
               CLOSE ACCTMAST-FILE
               CLOSE ACHTRAN-FILE
               CLOSE ACHRET-FILE
               CLOSE ACHRPT-FILE
               SET WS-ABEND TO TRUE
           ELSE
               PERFORM 4100-READ-ACH-RECORD
               PERFORM 4200-CONVERT-RECORD
                   UNTIL WS-EOF
               IF NOT WS-ABEND
                   CLOSE ACHFILE-FILE
               END-IF
           END-IF
           .

       4100-READ-ACH-RECORD.
           READ ACHFILE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       4200-CONVERT-RECORD.
      *>   The file has proved, so only batch headers and entries
      *>   matter here; a record of type 9 is the file control or
      *>   block filler.
           EVALUATE TRUE
               WHEN ACH-BATCH-HEADER
                   PERFORM 4300-START-BATCH
               WHEN ACH-ENTRY-DETAIL
                   PERFORM 4500-CONVERT-ENTRY
               WHEN ACH-FILE-CONTROL
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM 4100-READ-ACH-RECORD
           END-IF
           .

       4300-START-BATCH.
           MOVE ABH-BATCH-NUMBER TO WS-BATCH-NUMBER
           MOVE ABH-COMPANY-ID   TO WS-COMPANY-ID
           MOVE ABH-COMPANY-NAME TO WS-COMPANY-NAME
           MOVE ABH-SEC-CODE     TO WS-SEC-CODE
           PERFORM 4400-SET-EFFECTIVE-DATE
           MOVE WS-BATCH-NUMBER   TO RPT-BATCH-NUMBER
           MOVE WS-COMPANY-NAME   TO RPT-COMPANY-NAME
           MOVE WS-COMPANY-ID     TO RPT-COMPANY-ID
           MOVE WS-SEC-CODE       TO RPT-SEC-CODE
           MOVE WS-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
           WRITE ACHRPT-LINE FROM WS-BATCH-LINE
           .

       4400-SET-EFFECTIVE-DATE.
      *>   The effective date comes as YYMMDD.  A date DATEUTIL will
      *>   not accept, or one already behind the business date,
      *>   settles on the business date as the rules require.
           MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
           IF ABH-EFFECTIVE-DATE NUMERIC
               COMPUTE LS-DATE-YYYYMMDD = 20000000
                   + ABH-EFF-YY * 10000 + ABH-EFF-MMDD
               MOVE WS-BATCH-NUMBER TO LS-CALLER-KEY
               CALL 'DATEUTIL' USING LS-DATE-YYYYMMDD
                                     LS-RETURN-CODE
                                     LS-ERROR-MESSAGE
                                     LS-CALLER-PROGRAM
                                     LS-CALLER-KEY
                                     LS-DATE-FORMAT-CODE
                                     LS-DATE-ALT-INPUT
                                     LS-MONTH-END-IND
                                     LS-QUARTER-END-IND
               IF LS-FATAL-ERROR
                   DISPLAY "ACHINTK: DATEUTIL AUDIT TRAIL FAILED, "
                           "ABORTING RUN"
                   CLOSE ACHFILE-FILE
                   CLOSE ACCTMAST-FILE
                   CLOSE ACHTRAN-FILE
                   CLOSE ACHRET-FILE
                   CLOSE ACHRPT-FILE
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   IF LS-RETURN-CODE = ZERO
                           AND LS-DATE-YYYYMMDD > WS-TODAY-DATE
                       MOVE LS-DATE-YYYYMMDD TO WS-EFFECTIVE-DATE
                   END-IF
               END-IF
           END-IF
           .

       4500-CONVERT-ENTRY.
           ADD 1 TO WS-ENTRIES-RECEIVED
           MOVE SPACES TO WS-RETURN-REASON
           IF AED-LIVE-CREDIT OR AED-PRENOTE-CREDIT
                   OR AED-LIVE-DEBIT OR AED-PRENOTE-DEBIT
               PERFORM 4600-EDIT-ACCOUNT-NUMBER
           ELSE
               MOVE "R17" TO WS-RETURN-REASON
               MOVE "TRANSACTION CODE NOT TAKEN" TO WS-RETURN-DESC
           END-IF
           IF WS-RETURN-REASON = SPACES
               PERFORM 4700-CHECK-ACCOUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-RETURN-REASON NOT = SPACES
                   PERFORM 4900-RETURN-ENTRY
               WHEN AED-PRENOTE-CREDIT OR AED-PRENOTE-DEBIT
                       OR AED-AMOUNT = ZERO
                   ADD 1 TO WS-PRENOTES-ACCEPTED
               WHEN OTHER
                   PERFORM 4800-WRITE-TRANSACTION
           END-EVALUATE
           .

       4600-EDIT-ACCOUNT-NUMBER.
      *>   The DFI account arrives left-justified in seventeen
      *>   positions.  Its significant digits must be all numeric
      *>   and come to a ten-digit ACCTMAST number; leading zeros
      *>   beyond ten digits are allowed.
           MOVE ZERO TO WS-ACCT-LEN
           PERFORM 4610-TEST-ACCOUNT-CHAR
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 17
           IF WS-ACCT-LEN = ZERO
               MOVE "R04" TO WS-RETURN-REASON
               MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-DESC
           ELSE
               IF AED-DFI-ACCOUNT(1:WS-ACCT-LEN) NOT NUMERIC
                   MOVE "R04" TO WS-RETURN-REASON
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-DESC
               ELSE
                   MOVE AED-DFI-ACCOUNT(1:WS-ACCT-LEN)
                       TO WS-ACCT-DIGITS
                   IF WS-ACCT-DIGITS > 9999999999
                       MOVE "R04" TO WS-RETURN-REASON
                       MOVE "INVALID ACCOUNT NUMBER"
                           TO WS-RETURN-DESC
                   ELSE
                       MOVE WS-ACCT-DIGITS TO WS-ACH-ACCT-NUMBER
                   END-IF
               END-IF
           END-IF
           .

       4610-TEST-ACCOUNT-CHAR.
           IF AED-DFI-ACCOUNT(WS-ACCT-SUB:1) NOT = SPACE
               MOVE WS-ACCT-SUB TO WS-ACCT-LEN
           END-IF
           .

       4700-CHECK-ACCOUNT.
      *>   An escheated account's funds are in the state's custody,
      *>   so it is returned as frozen rather than closed.
           MOVE WS-ACH-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "R03" TO WS-RETURN-REASON
                   MOVE "NO ACCOUNT/UNABLE TO LOCATE"
                       TO WS-RETURN-DESC
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-STATUS-CLOSED
                           MOVE "R02" TO WS-RETURN-REASON
                           MOVE "ACCOUNT CLOSED" TO WS-RETURN-DESC
                       WHEN ACCT-STATUS-ESCHEATED
                           MOVE "R16" TO WS-RETURN-REASON
                           MOVE "ACCOUNT FROZEN - ESCHEATED"
                               TO WS-RETURN-DESC
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       4800-WRITE-TRANSACTION.
           MOVE SPACES             TO ACHTRAN-RECORD
           MOVE WS-ACH-ACCT-NUMBER TO ACT-ACCT-NUMBER
           MOVE WS-EFFECTIVE-DATE  TO ACT-TRAN-DATE
           MOVE AED-AMOUNT         TO ACT-TRAN-AMOUNT
           IF AED-LIVE-CREDIT
               MOVE 'D' TO ACT-TRAN-TYPE
               ADD 1 TO WS-CREDITS-CONVERTED
               ADD AED-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               MOVE 'W' TO ACT-TRAN-TYPE
               ADD 1 TO WS-DEBITS-CONVERTED
               ADD AED-AMOUNT TO WS-DEBIT-AMOUNT
           END-IF
           MOVE 'A'                TO ACT-CHANNEL
           WRITE ACHTRAN-RECORD
           .

       4900-RETURN-ENTRY.
           ADD 1 TO WS-ENTRIES-RETURNED
           EVALUATE TRUE
               WHEN AED-LIVE-CREDIT OR AED-PRENOTE-CREDIT
                   ADD AED-AMOUNT TO WS-RETURNED-CREDITS
               WHEN AED-LIVE-DEBIT OR AED-PRENOTE-DEBIT
                   ADD AED-AMOUNT TO WS-RETURNED-DEBITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-RETURN-REASON  TO RET-REASON-CODE
           MOVE WS-TODAY-DATE     TO RET-RETURN-DATE
           MOVE WS-COMPANY-ID     TO RET-COMPANY-ID
           MOVE WS-COMPANY-NAME   TO RET-COMPANY-NAME
           MOVE WS-SEC-CODE       TO RET-SEC-CODE
           MOVE WS-BATCH-NUMBER   TO RET-BATCH-NUMBER
           MOVE WS-EFFECTIVE-DATE TO RET-EFFECTIVE-DATE
           MOVE ACHFILE-RECORD    TO RET-ENTRY-IMAGE
           WRITE ACHRET-RECORD

           MOVE WS-RETURN-REASON    TO RPT-RETURN-REASON
           MOVE WS-RETURN-DESC      TO RPT-RETURN-DESC
           MOVE AED-DFI-ACCOUNT     TO RPT-DFI-ACCOUNT
           MOVE AED-INDIVIDUAL-NAME TO RPT-INDIVIDUAL-NAME
           MOVE AED-TRAN-CODE       TO RPT-TRAN-CODE
           MOVE AED-AMOUNT          TO RPT-ENTRY-AMOUNT
           MOVE AED-TRACE-NUMBER    TO RPT-TRACE-NUMBER
           WRITE ACHRPT-LINE FROM WS-RETURN-LINE
           .

       END PROGRAM ACHINTK.
