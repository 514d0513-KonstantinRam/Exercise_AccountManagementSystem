       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
      *>****************************************************************
      *> Retention archive and purge, run outside the nightly stream
      *> once BUSDTADV has closed the cycle.  Driven by the RETNCTL
      *> retention rules:
      *>   - a closed account whose last activity is older than the
      *>     closed-account retention period, or an escheated account
      *>     older than the statutory record period, is moved off
      *>     ACCTMAST and ACCTXREF into the ACCTARCH account archive
      *>     (with its ESCHNTRK notice date, the notice leaving
      *>     ESCHNTRK with it), journaled as a delete through ACCTJRNL
      *>     so ACCTRCOV replays the removal, and listed on RETNRPT;
      *>     the count and balance archived are added to PURGECTL so
      *>     the next BALPROOF still proves;
      *>   - TRANHIST postings older than the history retention
      *>     period are appended to the HISTARCH history archive and
      *>     the rest written to TRANHSTO, and ACCTJRN journal records
      *>     older than the journal retention period are appended to
      *>     JRNLARCH and the rest written to ACCTJRNO; the job stream
      *>     copies TRANHSTO and ACCTJRNO back over the live files,
      *>     the way it does TRANWHSO for TRANWREL.
      *> The journal pass runs last, so tonight's delete records are
      *> carried forward.  RETNCTL is required - a purge under a
      *> guessed period cannot be undone short of a restore.  A run
      *> that cannot finish ends with RETURN-CODE 8 so the copy-back
      *> is not made; any accounts it had already removed are still
      *> added to PURGECTL.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETNCTL-FILE ASSIGN TO "RETNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNCTL-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT ACCTXREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-ACCTXREF-STATUS.

           SELECT ESCHNTRK-FILE ASSIGN TO "ESCHNTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-ACCT-NUMBER
               FILE STATUS IS WS-ESCHNTRK-STATUS.

           SELECT ACCTARCH-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-ACCT-NUMBER
               FILE STATUS IS WS-ACCTARCH-STATUS.

           SELECT PURGECTL-FILE ASSIGN TO "PURGECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGECTL-STATUS.

           SELECT TRANHIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT TRANHSTO-FILE ASSIGN TO "TRANHSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHSTO-STATUS.

           SELECT HISTARCH-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTARCH-STATUS.

           SELECT ACCTJRN-FILE ASSIGN TO "ACCTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTJRN-STATUS.

           SELECT ACCTJRNO-FILE ASSIGN TO "ACCTJRNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTJRNO-STATUS.

           SELECT JRNLARCH-FILE ASSIGN TO "JRNLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLARCH-STATUS.

           SELECT RETNRPT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETNCTL-FILE.
           COPY RETCTLR.

       FD  ACCTMAST-FILE.
           COPY ACCTREC.

       FD  ACCTXREF-FILE.
           COPY XREFREC.

       FD  ESCHNTRK-FILE.
           COPY NTRKREC.

       FD  ACCTARCH-FILE.
           COPY ARCHREC.

       FD  PURGECTL-FILE.
           COPY PRGCTLR.

       FD  TRANHIST-FILE.
           COPY HISTREC.

      *> Carried-forward and archived history - byte copies of
      *> TRANHIST-RECORD, and must track its length - see HISTREC.
       FD  TRANHSTO-FILE.
       01  TRANHSTO-RECORD             PIC X(84).

       FD  HISTARCH-FILE.
       01  HISTARCH-RECORD             PIC X(84).

       FD  ACCTJRN-FILE.
           COPY AJRNREC.

      *> Carried-forward and archived journal - byte copies of
      *> ACCTJRN-RECORD, and must track its length - see AJRNREC.
       FD  ACCTJRNO-FILE.
       01  ACCTJRNO-RECORD             PIC X(226).

       FD  JRNLARCH-FILE.
       01  JRNLARCH-RECORD             PIC X(226).

       FD  RETNRPT-FILE.
       01  RETNRPT-LINE                PIC X(132).

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-RETNCTL-STATUS         PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTXREF-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ESCHNTRK-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTARCH-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PURGECTL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRANHIST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRANHSTO-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HISTARCH-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTJRN-STATUS         PIC X(2) VALUE SPACES.
       01  WS-ACCTJRNO-STATUS        PIC X(2) VALUE SPACES.
       01  WS-JRNLARCH-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RETNRPT-STATUS         PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-NTRK-SWITCH            PIC X(1) VALUE 'N'.
               88  WS-NTRK-AVAILABLE         VALUE 'Y'.
           05  WS-MASTERS-OPEN-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-MASTERS-OPEN           VALUE 'Y'.
           05  WS-PAST-RETENTION-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-PAST-RETENTION         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ          PIC 9(7) VALUE ZERO.
           05  WS-CLOSED-ARCHIVED        PIC 9(7) VALUE ZERO.
           05  WS-ESCHEATED-ARCHIVED     PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-ARCHIVED      PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-KEPT           PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-ARCHIVED       PIC 9(9) VALUE ZERO.
           05  WS-JOURNAL-KEPT           PIC 9(9) VALUE ZERO.
           05  WS-JOURNAL-ARCHIVED       PIC 9(9) VALUE ZERO.

       01  WS-ARCHIVED-BALANCE       PIC S9(11)V99 VALUE ZERO.
       01  WS-TODAY-DATE             PIC 9(8).

      *> Working copies of the RETNCTL rules.
       01  WS-CLOSED-DAYS            PIC S9(8) COMP.
       01  WS-ESCHEAT-DAYS           PIC S9(8) COMP.
       01  WS-HISTORY-DAYS           PIC S9(8) COMP.
       01  WS-JOURNAL-DAYS           PIC S9(8) COMP.

      *> Record-date aging.  History and journal records come in
      *> date order, so the last date aged and its verdict are kept
      *> and a call is only made when the date changes.
       01  WS-AGE-DATE               PIC 9(8).
       01  WS-AGE-LIMIT              PIC S9(8) COMP.
       01  WS-AGED-DATE              PIC 9(8) VALUE ZERO.
       01  WS-AGED-SWITCH            PIC X(1) VALUE 'N'.

      *> Linkage for the DATEUTIL-ELAPSED entry point.
       01  WS-ELAPSED-DATE-1         PIC 9(8).
       01  WS-ELAPSED-DATE-2         PIC 9(8).
       01  WS-ELAPSED-DAYS           PIC S9(8) COMP.
           COPY DATEPARMS.

      *> ACCTJRNL calling interface - every account archived off the
      *> master is journaled as a delete with its before image.
           COPY JRNPARMS.

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(40)
                   VALUE "RETENTION ARCHIVE AND PURGE, BUSINESS DA".
           05  FILLER                    PIC X(3) VALUE "TE ".
           05  RPT-BUSINESS-DATE         PIC 9(8).
       01  WS-RULES-LINE.
           05  FILLER                    PIC X(14)
                   VALUE "RETAIN CLOSED ".
           05  RPT-CLOSED-DAYS           PIC ZZ,ZZ9.
           05  FILLER                    PIC X(17)
                   VALUE " DAYS, ESCHEATED ".
           05  RPT-ESCHEAT-DAYS          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(15)
                   VALUE " DAYS, HISTORY ".
           05  RPT-HISTORY-DAYS          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(15)
                   VALUE " DAYS, JOURNAL ".
           05  RPT-JOURNAL-DAYS          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(5) VALUE " DAYS".
       01  WS-REPORT-DETAIL.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-ACCT-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-ACCT-NAME             PIC X(30).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-STATUS                PIC X(10).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-LAST-ACTIVITY         PIC 9(8).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-DAYS-INACTIVE         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  RPT-BALANCE               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-CLOSED-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "CLOSED ACCTS ARCHIVED  = ".
           05  RPT-TOTAL-CLOSED          PIC ZZZ,ZZ9.
       01  WS-ESCHEAT-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "ESCHEATED ARCHIVED     = ".
           05  RPT-TOTAL-ESCHEATED       PIC ZZZ,ZZ9.
       01  WS-BALANCE-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "BALANCE ARCHIVED       = ".
           05  RPT-TOTAL-BALANCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-HISTORY-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "HISTORY KEPT           = ".
           05  RPT-HISTORY-KEPT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(14)
                   VALUE "   ARCHIVED = ".
           05  RPT-HISTORY-ARCHIVED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-JOURNAL-TOTAL-LINE.
           05  FILLER                    PIC X(25)
                   VALUE "JOURNAL KEPT           = ".
           05  RPT-JOURNAL-KEPT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(14)
                   VALUE "   ARCHIVED = ".
           05  RPT-JOURNAL-ARCHIVED      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL WS-EOF
           IF WS-MASTERS-OPEN
               PERFORM 2900-FINISH-ACCOUNTS
           END-IF
           IF NOT WS-ABEND
               PERFORM 4000-ARCHIVE-HISTORY
           END-IF
           IF NOT WS-ABEND
               PERFORM 4500-ARCHIVE-JOURNAL
           END-IF
           PERFORM 3000-TERMINATE
           IF WS-ABEND
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-BUSINESS-DATE
           IF NOT WS-ABEND
               PERFORM 1100-LOAD-CONTROL
           END-IF
           IF NOT WS-ABEND
               PERFORM 1200-OPEN-FILES
           END-IF
           IF NOT WS-ABEND
               MOVE WS-TODAY-DATE   TO RPT-BUSINESS-DATE
               MOVE WS-CLOSED-DAYS  TO RPT-CLOSED-DAYS
               MOVE WS-ESCHEAT-DAYS TO RPT-ESCHEAT-DAYS
               MOVE WS-HISTORY-DAYS TO RPT-HISTORY-DAYS
               MOVE WS-JOURNAL-DAYS TO RPT-JOURNAL-DAYS
               WRITE RETNRPT-LINE FROM WS-REPORT-HEADING
               WRITE RETNRPT-LINE FROM WS-RULES-LINE
               PERFORM 2100-READ-ACCOUNT
           ELSE
               SET WS-EOF TO TRUE
           END-IF
           .

       1050-READ-BUSINESS-DATE.
      *>   Retention is measured to the stream's business date, not
      *>   the wall clock - see BUSDREC.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "RETAIN: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "RETAIN: BUSDATE IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1100-LOAD-CONTROL.
      *>   The periods are not defaulted - a purge under a guessed
      *>   period cannot be taken back.
           OPEN INPUT RETNCTL-FILE
           IF WS-RETNCTL-STATUS NOT = "00"
               DISPLAY "RETAIN: RETNCTL NOT AVAILABLE, STATUS = "
                       WS-RETNCTL-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               READ RETNCTL-FILE
                   AT END
                       DISPLAY "RETAIN: RETNCTL IS EMPTY"
                       SET WS-ABEND TO TRUE
                   NOT AT END
                       PERFORM 1150-EDIT-CONTROL
               END-READ
               CLOSE RETNCTL-FILE
           END-IF
           .

       1150-EDIT-CONTROL.
      *>   History must cover at least a year back: TAX1099 reads a
      *>   full tax year of interest from TRANHIST and STMTGEN the
      *>   statement cycle.
           EVALUATE TRUE
               WHEN RETCTL-CLOSED-DAYS NOT NUMERIC
                       OR RETCTL-ESCHEAT-DAYS NOT NUMERIC
                       OR RETCTL-HISTORY-DAYS NOT NUMERIC
                       OR RETCTL-JOURNAL-DAYS NOT NUMERIC
                   DISPLAY "RETAIN: RETNCTL FIELDS NOT NUMERIC"
                   SET WS-ABEND TO TRUE
               WHEN RETCTL-CLOSED-DAYS = ZERO
                       OR RETCTL-ESCHEAT-DAYS = ZERO
                       OR RETCTL-JOURNAL-DAYS = ZERO
                   DISPLAY "RETAIN: RETNCTL RETENTION PERIOD IS ZERO"
                   SET WS-ABEND TO TRUE
               WHEN RETCTL-HISTORY-DAYS < 366
                   DISPLAY "RETAIN: RETNCTL HISTORY PERIOD UNDER "
                           "ONE YEAR"
                   SET WS-ABEND TO TRUE
               WHEN OTHER
                   MOVE RETCTL-CLOSED-DAYS  TO WS-CLOSED-DAYS
                   MOVE RETCTL-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
                   MOVE RETCTL-HISTORY-DAYS TO WS-HISTORY-DAYS
                   MOVE RETCTL-JOURNAL-DAYS TO WS-JOURNAL-DAYS
           END-EVALUATE
           .

       1200-OPEN-FILES.
           OPEN I-O ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "RETAIN: ACCTMAST NOT AVAILABLE, STATUS = "
                       WS-ACCTMAST-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               OPEN I-O ACCTXREF-FILE
               IF WS-ACCTXREF-STATUS NOT = "00"
                   DISPLAY "RETAIN: ACCTXREF NOT AVAILABLE, STATUS = "
                           WS-ACCTXREF-STATUS
                   CLOSE ACCTMAST-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   PERFORM 1250-OPEN-ARCHIVE
               END-IF
           END-IF
           IF NOT WS-ABEND
               PERFORM 1270-OPEN-NOTICE-FILE
           END-IF
           IF NOT WS-ABEND
               SET WS-MASTERS-OPEN TO TRUE
           END-IF
           .

       1250-OPEN-ARCHIVE.
      *>   The account archive is created on the first run.
           OPEN I-O ACCTARCH-FILE
           IF WS-ACCTARCH-STATUS = "35"
               OPEN OUTPUT ACCTARCH-FILE
               CLOSE ACCTARCH-FILE
               OPEN I-O ACCTARCH-FILE
           END-IF
           IF WS-ACCTARCH-STATUS NOT = "00"
               DISPLAY "RETAIN: ACCTARCH NOT AVAILABLE, STATUS = "
                       WS-ACCTARCH-STATUS
               CLOSE ACCTMAST-FILE
               CLOSE ACCTXREF-FILE
               SET WS-ABEND TO TRUE
           ELSE
               OPEN OUTPUT RETNRPT-FILE
               IF WS-RETNRPT-STATUS NOT = "00"
                   DISPLAY "RETAIN: RETNRPT NOT AVAILABLE, STATUS = "
                           WS-RETNRPT-STATUS
                   CLOSE ACCTMAST-FILE
                   CLOSE ACCTXREF-FILE
                   CLOSE ACCTARCH-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           END-IF
           .

       1270-OPEN-NOTICE-FILE.
      *>   No tracking file yet (status 35) simply means no account
      *>   has a notice to carry into the archive.  Any other failure
      *>   stops the run before an account is removed, or the notice
      *>   date would be lost from the archive and the notice left
      *>   behind on ESCHNTRK.
           OPEN I-O ESCHNTRK-FILE
           IF WS-ESCHNTRK-STATUS = "00"
               SET WS-NTRK-AVAILABLE TO TRUE
           ELSE
               IF WS-ESCHNTRK-STATUS NOT = "35"
                   DISPLAY "RETAIN: ESCHNTRK NOT AVAILABLE, STATUS = "
                           WS-ESCHNTRK-STATUS
                   CLOSE ACCTMAST-FILE
                   CLOSE ACCTXREF-FILE
                   CLOSE ACCTARCH-FILE
                   CLOSE RETNRPT-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           END-IF
           .

       1290-CLOSE-MASTERS.
           CLOSE ACCTMAST-FILE
           CLOSE ACCTXREF-FILE
           CLOSE ACCTARCH-FILE
           IF WS-NTRK-AVAILABLE
               CLOSE ESCHNTRK-FILE
           END-IF
           MOVE 'N' TO WS-MASTERS-OPEN-SWITCH
           .

       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE 'N' TO WS-PAST-RETENTION-SWITCH
           EVALUATE TRUE
               WHEN ACCT-STATUS-CLOSED
                   MOVE WS-CLOSED-DAYS TO WS-AGE-LIMIT
                   PERFORM 2200-CHECK-RETENTION
               WHEN ACCT-STATUS-ESCHEATED
                   MOVE WS-ESCHEAT-DAYS TO WS-AGE-LIMIT
                   PERFORM 2200-CHECK-RETENTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PAST-RETENTION
               PERFORM 2300-ARCHIVE-ACCOUNT
           END-IF
           IF NOT WS-ABEND
               PERFORM 2100-READ-ACCOUNT
           END-IF
           .

       2100-READ-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       2200-CHECK-RETENTION.
      *>   Closing and escheating are not activity, so an account's
      *>   retention runs from its last posting - or from its open
      *>   date if nothing ever posted.
           IF ACCT-LAST-ACTIVITY-DATE NOT = ZERO
               MOVE ACCT-LAST-ACTIVITY-DATE TO WS-ELAPSED-DATE-1
           ELSE
               MOVE ACCT-OPEN-DATE TO WS-ELAPSED-DATE-1
           END-IF
           IF WS-ELAPSED-DATE-1 NOT = ZERO
                   AND WS-ELAPSED-DATE-1 < WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-ELAPSED-DATE-2
               CALL 'DATEUTIL-ELAPSED' USING WS-ELAPSED-DATE-1
                                             WS-ELAPSED-DATE-2
                                             WS-ELAPSED-DAYS
                                             LS-RETURN-CODE
                                             LS-ERROR-MESSAGE
               IF LS-RETURN-CODE = ZERO
                       AND WS-ELAPSED-DAYS > WS-AGE-LIMIT
                   SET WS-PAST-RETENTION TO TRUE
               END-IF
           END-IF
           .

       2300-ARCHIVE-ACCOUNT.
           MOVE ACCT-NUMBER   TO ARC-ACCT-NUMBER
           MOVE WS-TODAY-DATE TO ARC-ARCHIVE-DATE
           MOVE ZERO          TO ARC-NOTICE-DATE
           MOVE ACCT-RECORD   TO ARC-ACCT-IMAGE
           IF WS-NTRK-AVAILABLE
               MOVE ACCT-NUMBER TO NTF-ACCT-NUMBER
               READ ESCHNTRK-FILE
                   NOT INVALID KEY
                       MOVE NTF-NOTICE-DATE TO ARC-NOTICE-DATE
               END-READ
           END-IF

      *>   The archive copy is written first: an account already in
      *>   the archive under its number is left on the master and
      *>   reported rather than overlaid.
           WRITE ACCTARCH-RECORD
               INVALID KEY
                   DISPLAY "RETAIN: ACCOUNT " ACCT-NUMBER
                           " ALREADY ARCHIVED - LEFT ON ACCTMAST"
               NOT INVALID KEY
                   PERFORM 2310-REMOVE-ACCOUNT
           END-WRITE
           .

       2310-REMOVE-ACCOUNT.
      *>   ACCTMAST goes last, and the account is counted as soon as
      *>   it is gone - before the journal write - so a run that
      *>   stops part way still hands PURGECTL every account it
      *>   actually removed.
           IF ARC-NOTICE-DATE NOT = ZERO
               DELETE ESCHNTRK-FILE RECORD
                   INVALID KEY
                       DISPLAY "RETAIN: ESCHNTRK DELETE FAILED FOR "
                               ACCT-NUMBER
               END-DELETE
           END-IF

           MOVE ACCT-NAME   TO XRF-NAME
           MOVE ACCT-NUMBER TO XRF-ACCT-NUMBER
           DELETE ACCTXREF-FILE RECORD
               INVALID KEY
                   DISPLAY "RETAIN: ACCTXREF ENTRY NOT FOUND FOR "
                           ACCT-NUMBER
           END-DELETE

           DELETE ACCTMAST-FILE RECORD
               INVALID KEY
                   DISPLAY "RETAIN: ACCTMAST DELETE FAILED FOR "
                           ACCT-NUMBER
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               NOT INVALID KEY
                   PERFORM 2400-REPORT-ACCOUNT
                   PERFORM 2350-WRITE-JOURNAL
           END-DELETE
           .

       2350-WRITE-JOURNAL.
           SET AJ-ACTION-DELETE TO TRUE
           MOVE "RETAIN  "    TO AJ-PROGRAM
           MOVE WS-TODAY-DATE TO AJ-BUSINESS-DATE
           MOVE ACCT-NUMBER   TO AJ-ACCT-NUMBER
           MOVE ACCT-RECORD   TO AJ-BEFORE-IMAGE
           MOVE SPACES        TO AJ-AFTER-IMAGE
           CALL 'ACCTJRNL' USING AJ-ACTION-CODE
                                 AJ-PROGRAM
                                 AJ-BUSINESS-DATE
                                 AJ-ACCT-NUMBER
                                 AJ-BEFORE-IMAGE
                                 AJ-AFTER-IMAGE
                                 AJ-RETURN-CODE
           IF AJ-FATAL-ERROR
               DISPLAY "RETAIN: JOURNAL WRITE FAILED, ABORTING RUN"
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           END-IF
           .

       2400-REPORT-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-ARCHIVED
           ADD ACCT-BALANCE TO WS-ARCHIVED-BALANCE
           IF ACCT-STATUS-CLOSED
               ADD 1 TO WS-CLOSED-ARCHIVED
               MOVE "CLOSED" TO RPT-STATUS
           ELSE
               ADD 1 TO WS-ESCHEATED-ARCHIVED
               MOVE "ESCHEATED" TO RPT-STATUS
           END-IF
           MOVE ACCT-NUMBER             TO RPT-ACCT-NUMBER
           MOVE ACCT-NAME               TO RPT-ACCT-NAME
           MOVE WS-ELAPSED-DATE-1       TO RPT-LAST-ACTIVITY
           MOVE WS-ELAPSED-DAYS         TO RPT-DAYS-INACTIVE
           MOVE ACCT-BALANCE            TO RPT-BALANCE
           WRITE RETNRPT-LINE FROM WS-REPORT-DETAIL
           .

       2900-FINISH-ACCOUNTS.
      *>   The masters and the journal are closed before the journal
      *>   is read back for aging, and the archived count and balance
      *>   are left for the next balance proof.  Done after an abend
      *>   in the account pass as well, since the accounts removed
      *>   before it are already off ACCTMAST.
           PERFORM 1290-CLOSE-MASTERS
           CALL 'ACCTJRNL-TERMINATE'
           PERFORM 2950-ADD-PURGE-CONTROL
           IF WS-ABEND
               CLOSE RETNRPT-FILE
           END-IF
           .

       2950-ADD-PURGE-CONTROL.
      *>   Added to what is already there, so two runs between
      *>   proofs are both taken out.
           MOVE ZERO TO PRG-PURGED-COUNT
           MOVE ZERO TO PRG-PURGED-AMOUNT
           OPEN INPUT PURGECTL-FILE
           IF WS-PURGECTL-STATUS = "00"
               READ PURGECTL-FILE
                   AT END
                       MOVE ZERO TO PRG-PURGED-COUNT
                       MOVE ZERO TO PRG-PURGED-AMOUNT
               END-READ
               CLOSE PURGECTL-FILE
           END-IF
           ADD WS-ACCOUNTS-ARCHIVED TO PRG-PURGED-COUNT
           ADD WS-ARCHIVED-BALANCE  TO PRG-PURGED-AMOUNT

           OPEN OUTPUT PURGECTL-FILE
           IF WS-PURGECTL-STATUS NOT = "00"
               DISPLAY "RETAIN: PURGECTL NOT AVAILABLE, STATUS = "
                       WS-PURGECTL-STATUS
               SET WS-ABEND TO TRUE
           ELSE
               WRITE PURGECTL-RECORD
               CLOSE PURGECTL-FILE
           END-IF
           .

       3000-TERMINATE.
           IF NOT WS-ABEND
               CALL 'DATEUTIL-TERMINATE'
               MOVE WS-CLOSED-ARCHIVED    TO RPT-TOTAL-CLOSED
               MOVE WS-ESCHEATED-ARCHIVED TO RPT-TOTAL-ESCHEATED
               MOVE WS-ARCHIVED-BALANCE   TO RPT-TOTAL-BALANCE
               MOVE WS-HISTORY-KEPT       TO RPT-HISTORY-KEPT
               MOVE WS-HISTORY-ARCHIVED   TO RPT-HISTORY-ARCHIVED
               MOVE WS-JOURNAL-KEPT       TO RPT-JOURNAL-KEPT
               MOVE WS-JOURNAL-ARCHIVED   TO RPT-JOURNAL-ARCHIVED
               WRITE RETNRPT-LINE FROM WS-CLOSED-TOTAL-LINE
               WRITE RETNRPT-LINE FROM WS-ESCHEAT-TOTAL-LINE
               WRITE RETNRPT-LINE FROM WS-BALANCE-TOTAL-LINE
               WRITE RETNRPT-LINE FROM WS-HISTORY-TOTAL-LINE
               WRITE RETNRPT-LINE FROM WS-JOURNAL-TOTAL-LINE
               CLOSE RETNRPT-FILE
               DISPLAY "RETAIN: ACCOUNTS READ      = "
                       WS-ACCOUNTS-READ
               DISPLAY "RETAIN: ACCOUNTS ARCHIVED  = "
                       WS-ACCOUNTS-ARCHIVED
               DISPLAY "RETAIN: HISTORY ARCHIVED   = "
                       WS-HISTORY-ARCHIVED
               DISPLAY "RETAIN: JOURNAL ARCHIVED   = "
                       WS-JOURNAL-ARCHIVED
           END-IF
           .

       4000-ARCHIVE-HISTORY.
           OPEN INPUT TRANHIST-FILE
           IF WS-TRANHIST-STATUS NOT = "00"
               IF WS-TRANHIST-STATUS = "35"
                   PERFORM 4050-WRITE-EMPTY-HISTORY
               ELSE
                   DISPLAY "RETAIN: TRANHIST NOT AVAILABLE, STATUS = "
                           WS-TRANHIST-STATUS
                   CLOSE RETNRPT-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           ELSE
               OPEN OUTPUT TRANHSTO-FILE
               IF WS-TRANHSTO-STATUS NOT = "00"
                   DISPLAY "RETAIN: TRANHSTO NOT AVAILABLE, STATUS = "
                           WS-TRANHSTO-STATUS
                   CLOSE TRANHIST-FILE
                   CLOSE RETNRPT-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   OPEN EXTEND HISTARCH-FILE
                   IF WS-HISTARCH-STATUS = "35"
                       OPEN OUTPUT HISTARCH-FILE
                   END-IF
                   IF WS-HISTARCH-STATUS NOT = "00"
                       DISPLAY "RETAIN: HISTARCH NOT AVAILABLE, "
                               "STATUS = " WS-HISTARCH-STATUS
                       CLOSE TRANHIST-FILE
                       CLOSE TRANHSTO-FILE
                       CLOSE RETNRPT-FILE
                       SET WS-ABEND TO TRUE
                   ELSE
                       MOVE WS-HISTORY-DAYS TO WS-AGE-LIMIT
                       MOVE ZERO TO WS-AGED-DATE
                       MOVE 'N' TO WS-EOF-SWITCH
                       PERFORM 4100-READ-HISTORY
                       PERFORM 4200-AGE-POSTING
                           UNTIL WS-EOF
                       CLOSE TRANHIST-FILE
                       CLOSE TRANHSTO-FILE
                       CLOSE HISTARCH-FILE
                   END-IF
               END-IF
           END-IF
           .

       4050-WRITE-EMPTY-HISTORY.
      *>   No history file yet means nothing to age, but TRANHSTO is
      *>   still written, empty, so the copy-back never puts an older
      *>   run's TRANHSTO over the live history.
           OPEN OUTPUT TRANHSTO-FILE
           IF WS-TRANHSTO-STATUS NOT = "00"
               DISPLAY "RETAIN: TRANHSTO NOT AVAILABLE, STATUS = "
                       WS-TRANHSTO-STATUS
               CLOSE RETNRPT-FILE
               SET WS-ABEND TO TRUE
           ELSE
               CLOSE TRANHSTO-FILE
           END-IF
           .

       4100-READ-HISTORY.
           READ TRANHIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       4200-AGE-POSTING.
           MOVE TH-POST-DATE TO WS-AGE-DATE
           PERFORM 4800-AGE-RECORD-DATE
           IF WS-PAST-RETENTION
               WRITE HISTARCH-RECORD FROM TRANHIST-RECORD
               ADD 1 TO WS-HISTORY-ARCHIVED
           ELSE
               WRITE TRANHSTO-RECORD FROM TRANHIST-RECORD
               ADD 1 TO WS-HISTORY-KEPT
           END-IF
           PERFORM 4100-READ-HISTORY
           .

       4500-ARCHIVE-JOURNAL.
           OPEN INPUT ACCTJRN-FILE
           IF WS-ACCTJRN-STATUS NOT = "00"
               IF WS-ACCTJRN-STATUS = "35"
                   PERFORM 4550-WRITE-EMPTY-JOURNAL
               ELSE
                   DISPLAY "RETAIN: ACCTJRN NOT AVAILABLE, STATUS = "
                           WS-ACCTJRN-STATUS
                   CLOSE RETNRPT-FILE
                   SET WS-ABEND TO TRUE
               END-IF
           ELSE
               OPEN OUTPUT ACCTJRNO-FILE
               IF WS-ACCTJRNO-STATUS NOT = "00"
                   DISPLAY "RETAIN: ACCTJRNO NOT AVAILABLE, STATUS = "
                           WS-ACCTJRNO-STATUS
                   CLOSE ACCTJRN-FILE
                   CLOSE RETNRPT-FILE
                   SET WS-ABEND TO TRUE
               ELSE
                   OPEN EXTEND JRNLARCH-FILE
                   IF WS-JRNLARCH-STATUS = "35"
                       OPEN OUTPUT JRNLARCH-FILE
                   END-IF
                   IF WS-JRNLARCH-STATUS NOT = "00"
                       DISPLAY "RETAIN: JRNLARCH NOT AVAILABLE, "
                               "STATUS = " WS-JRNLARCH-STATUS
                       CLOSE ACCTJRN-FILE
                       CLOSE ACCTJRNO-FILE
                       CLOSE RETNRPT-FILE
                       SET WS-ABEND TO TRUE
                   ELSE
                       MOVE WS-JOURNAL-DAYS TO WS-AGE-LIMIT
                       MOVE ZERO TO WS-AGED-DATE
                       MOVE 'N' TO WS-EOF-SWITCH
                       PERFORM 4600-READ-JOURNAL
                       PERFORM 4700-AGE-JOURNAL-RECORD
                           UNTIL WS-EOF
                       CLOSE ACCTJRN-FILE
                       CLOSE ACCTJRNO-FILE
                       CLOSE JRNLARCH-FILE
                   END-IF
               END-IF
           END-IF
           .

       4550-WRITE-EMPTY-JOURNAL.
      *>   No journal yet means nothing to age, but ACCTJRNO is still
      *>   written, empty, so the copy-back never puts an older run's
      *>   ACCTJRNO over the live journal.
           OPEN OUTPUT ACCTJRNO-FILE
           IF WS-ACCTJRNO-STATUS NOT = "00"
               DISPLAY "RETAIN: ACCTJRNO NOT AVAILABLE, STATUS = "
                       WS-ACCTJRNO-STATUS
               CLOSE RETNRPT-FILE
               SET WS-ABEND TO TRUE
           ELSE
               CLOSE ACCTJRNO-FILE
           END-IF
           .

       4600-READ-JOURNAL.
           READ ACCTJRN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       4700-AGE-JOURNAL-RECORD.
           MOVE AJR-BUSINESS-DATE TO WS-AGE-DATE
           PERFORM 4800-AGE-RECORD-DATE
           IF WS-PAST-RETENTION
               WRITE JRNLARCH-RECORD FROM ACCTJRN-RECORD
               ADD 1 TO WS-JOURNAL-ARCHIVED
           ELSE
               WRITE ACCTJRNO-RECORD FROM ACCTJRN-RECORD
               ADD 1 TO WS-JOURNAL-KEPT
           END-IF
           PERFORM 4600-READ-JOURNAL
           .

       4800-AGE-RECORD-DATE.
      *>   A record is past retention when its date is more than the
      *>   period before the business date.  A date that will not
      *>   age is kept.
           IF WS-AGE-DATE NOT = WS-AGED-DATE
               MOVE WS-AGE-DATE TO WS-AGED-DATE
               MOVE 'N' TO WS-AGED-SWITCH
               IF WS-AGE-DATE NOT = ZERO
                       AND WS-AGE-DATE < WS-TODAY-DATE
                   MOVE WS-AGE-DATE   TO WS-ELAPSED-DATE-1
                   MOVE WS-TODAY-DATE TO WS-ELAPSED-DATE-2
                   CALL 'DATEUTIL-ELAPSED' USING WS-ELAPSED-DATE-1
                                                 WS-ELAPSED-DATE-2
                                                 WS-ELAPSED-DAYS
                                                 LS-RETURN-CODE
                                                 LS-ERROR-MESSAGE
                   IF LS-RETURN-CODE = ZERO
                           AND WS-ELAPSED-DAYS > WS-AGE-LIMIT
                       MOVE 'Y' TO WS-AGED-SWITCH
                   END-IF
               END-IF
           END-IF
           MOVE WS-AGED-SWITCH TO WS-PAST-RETENTION-SWITCH
           .

       END PROGRAM RETAIN.
