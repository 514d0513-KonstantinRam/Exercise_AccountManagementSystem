       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
      *>****************************************************************
      *> Account hold maintenance batch job.  Reads a file of hold
      *> requests - place a hold, release a hold, or amend one - and
      *> applies them to the HOLDMAST hold master with the branch
      *> edits: a hold may only be placed on an account that is on
      *> ACCTMAST and neither closed nor escheated, must carry a
      *> valid hold type, an amount (a legal freeze stops every debit
      *> and needs none) and an expiry date that is either zero -
      *> held until released - or a DATEUTIL-valid date past the
      *> business date.  A new hold takes the next sequence number
      *> for its account and is placed under the business date.  A
      *> release or amendment must name an active hold by account
      *> and sequence; an amendment replaces whichever of amount,
      *> expiry date and reference it carries.  After the requests,
      *> every active hold whose expiry date has arrived is marked
      *> expired, so the master drops it on the business date it
      *> runs out.  Every request and every expiry, applied or
      *> rejected, is printed on the hold activity report for the
      *> branches.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDREQ-FILE ASSIGN TO "HOLDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDREQ-STATUS.

           SELECT HOLDMAST-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.

           SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDREQ-FILE.
       01  HOLDREQ-RECORD.
           05  HRQ-ACTION               PIC X(1).
               88  HRQ-PLACE                VALUE 'P'.
               88  HRQ-RELEASE              VALUE 'R'.
               88  HRQ-AMEND                VALUE 'A'.
           05  HRQ-ACCT-NUMBER          PIC 9(10).
      *>   Release and amend only - a new hold is numbered here.
           05  HRQ-SEQUENCE             PIC 9(3).
           05  HRQ-TYPE                 PIC X(1).
           05  HRQ-AMOUNT               PIC 9(9)V99.
           05  HRQ-EXPIRY-DATE          PIC 9(8).
           05  HRQ-REFERENCE            PIC X(20).

      *> Hold master - see HOLDREC.
       FD  HOLDMAST-FILE.
           COPY HOLDREC.

       FD  ACCTMAST-FILE.
           COPY ACCTREC.

       FD  HOLDRPT-FILE.
       01  HOLDRPT-LINE                PIC X(132).

      *> Stream-wide business processing date - see BUSDREC.
       FD  BUSDATE-FILE.
           COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-HOLDREQ-STATUS         PIC X(2) VALUE SPACES.
       01  WS-HOLDMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ACCTMAST-STATUS        PIC X(2) VALUE SPACES.
       01  WS-HOLDRPT-STATUS         PIC X(2) VALUE SPACES.
       01  WS-BUSDATE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-BUSINESS-DATE          PIC 9(8).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-ABEND-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-ABEND                  VALUE 'Y'.
           05  WS-APPLY-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-APPLY-REQUEST          VALUE 'Y'.
           05  WS-SCAN-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-SCAN-EOF               VALUE 'Y'.
           05  WS-HOLD-READ-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-HOLD-READ              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ          PIC 9(7) VALUE ZERO.
           05  WS-REQUESTS-APPLIED       PIC 9(7) VALUE ZERO.
           05  WS-REQUESTS-REJECTED      PIC 9(7) VALUE ZERO.
           05  WS-HOLDS-EXPIRED          PIC 9(7) VALUE ZERO.

       01  WS-REJECT-REASON          PIC X(40).

      *> Highest hold sequence already on file for the account a new
      *> hold is being placed on.
       01  WS-LAST-SEQUENCE          PIC 9(3).

       01  WS-HOLD-TYPE-DESC         PIC X(12).

      *> DATEUTIL calling interface, used to validate the expiry
      *> date on a new or amended hold.
           COPY DATEPARMS.

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(21)
                   VALUE "HOLD ACTIVITY REPORT".
       01  WS-REPORT-DETAIL.
           05  FILLER                    PIC X(6) VALUE SPACES.
           05  RPT-ACCT-NUMBER           PIC 9(10).
           05  FILLER                    PIC X(1) VALUE "-".
           05  RPT-HOLD-SEQUENCE         PIC 9(3).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-ACTION                PIC X(12).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-HOLD-TYPE             PIC X(12).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-HOLD-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-DISPOSITION           PIC X(10).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  RPT-REASON                PIC X(40).
       01  WS-REPORT-TOTAL-1.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL REQUESTS APPLIED = ".
           05  RPT-TOTAL-APPLIED         PIC ZZZ,ZZ9.
       01  WS-REPORT-TOTAL-2.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL REQUESTS REJECTED= ".
           05  RPT-TOTAL-REJECTED        PIC ZZZ,ZZ9.
       01  WS-REPORT-TOTAL-3.
           05  FILLER                    PIC X(25)
                   VALUE "TOTAL HOLDS EXPIRED    = ".
           05  RPT-TOTAL-EXPIRED         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
               UNTIL WS-EOF
           IF NOT WS-ABEND
               PERFORM 2800-EXPIRE-HOLDS
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT HOLDREQ-FILE
           IF WS-HOLDREQ-STATUS NOT = "00"
               DISPLAY "HOLDMNT: HOLDREQ NOT AVAILABLE, STATUS = "
                       WS-HOLDREQ-STATUS
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               OPEN I-O HOLDMAST-FILE
               IF WS-HOLDMAST-STATUS = "35"
                   OPEN OUTPUT HOLDMAST-FILE
                   CLOSE HOLDMAST-FILE
                   OPEN I-O HOLDMAST-FILE
               END-IF
               IF WS-HOLDMAST-STATUS NOT = "00"
                   DISPLAY "HOLDMNT: HOLDMAST NOT AVAILABLE, STATUS = "
                           WS-HOLDMAST-STATUS
                   CLOSE HOLDREQ-FILE
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   OPEN INPUT ACCTMAST-FILE
                   IF WS-ACCTMAST-STATUS NOT = "00"
                       DISPLAY "HOLDMNT: ACCTMAST NOT AVAILABLE, "
                               "STATUS = " WS-ACCTMAST-STATUS
                       CLOSE HOLDREQ-FILE
                       CLOSE HOLDMAST-FILE
                       SET WS-ABEND TO TRUE
                       SET WS-EOF TO TRUE
                   ELSE
                       OPEN OUTPUT HOLDRPT-FILE
                       IF WS-HOLDRPT-STATUS NOT = "00"
                           DISPLAY "HOLDMNT: HOLDRPT NOT AVAILABLE, "
                                   "STATUS = " WS-HOLDRPT-STATUS
                           CLOSE HOLDREQ-FILE
                           CLOSE HOLDMAST-FILE
                           CLOSE ACCTMAST-FILE
                           SET WS-ABEND TO TRUE
                           SET WS-EOF TO TRUE
                       ELSE
                           WRITE HOLDRPT-LINE FROM WS-REPORT-HEADING
                           MOVE "HOLDMNT " TO LS-CALLER-PROGRAM
                           MOVE '1' TO LS-DATE-FORMAT-CODE
                           MOVE SPACES TO LS-DATE-ALT-INPUT
                           PERFORM 1050-READ-BUSINESS-DATE
                           IF NOT WS-ABEND
                               PERFORM 2100-READ-REQUEST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       1050-READ-BUSINESS-DATE.
      *>   Holds are placed, released and expired under the stream's
      *>   business date - see BUSDREC.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "HOLDMNT: BUSDATE NOT AVAILABLE, STATUS = "
                       WS-BUSDATE-STATUS
               PERFORM 1090-CLOSE-ALL-FILES
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               READ BUSDATE-FILE
                   AT END
                       DISPLAY "HOLDMNT: BUSDATE IS EMPTY"
                       PERFORM 1090-CLOSE-ALL-FILES
                       SET WS-ABEND TO TRUE
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE BUS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

       1090-CLOSE-ALL-FILES.
           CLOSE HOLDREQ-FILE
           CLOSE HOLDMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE HOLDRPT-FILE
           .

       2000-PROCESS-REQUEST.
      *>   A rejected release or amend against a hold on file is
      *>   reported under the hold's own type; any other reject
      *>   under the type the request carried.
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-APPLY-SWITCH
           MOVE 'N' TO WS-HOLD-READ-SWITCH

           PERFORM 2200-EDIT-REQUEST

           IF NOT WS-EOF
               IF WS-APPLY-REQUEST
                   PERFORM 2600-APPLY-REQUEST
               ELSE
                   ADD 1 TO WS-REQUESTS-REJECTED
                   MOVE HRQ-SEQUENCE TO RPT-HOLD-SEQUENCE
                   IF NOT WS-HOLD-READ
                       MOVE HRQ-TYPE TO HLD-TYPE
                   END-IF
                   MOVE HRQ-AMOUNT TO RPT-HOLD-AMOUNT
                   MOVE "REJECTED" TO RPT-DISPOSITION
                   MOVE WS-REJECT-REASON TO RPT-REASON
                   PERFORM 2700-PRINT-REQUEST
               END-IF

               IF NOT WS-ABEND
                   PERFORM 2100-READ-REQUEST
               END-IF
           END-IF
           .

       2100-READ-REQUEST.
           READ HOLDREQ-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       2200-EDIT-REQUEST.
           EVALUATE TRUE
               WHEN HRQ-PLACE
                   PERFORM 2300-EDIT-PLACE
               WHEN HRQ-RELEASE
                   PERFORM 2400-EDIT-RELEASE
               WHEN HRQ-AMEND
                   PERFORM 2500-EDIT-AMEND
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE
           .

       2300-EDIT-PLACE.
           MOVE HRQ-TYPE TO HLD-TYPE
           MOVE HRQ-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-STATUS-CLOSED
                           MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                       WHEN ACCT-STATUS-ESCHEATED
                           MOVE "ACCOUNT ESCHEATED"
                               TO WS-REJECT-REASON
                       WHEN NOT HLD-TYPE-VALID
                           MOVE "INVALID HOLD TYPE" TO WS-REJECT-REASON
                       WHEN HRQ-AMOUNT NOT NUMERIC
                           MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                       WHEN HRQ-AMOUNT = ZERO
                               AND NOT HLD-TYPE-LEGAL-FREEZE
                           MOVE "HOLD AMOUNT ZERO" TO WS-REJECT-REASON
                       WHEN OTHER
                           PERFORM 2550-EDIT-EXPIRY-DATE
                           IF WS-REJECT-REASON = SPACES
                                   AND NOT WS-ABEND
                               PERFORM 2310-ASSIGN-SEQUENCE
                           END-IF
                   END-EVALUATE
           END-READ
           .

       2310-ASSIGN-SEQUENCE.
      *>   The account's holds are read in sequence order; the new
      *>   hold takes the number after the highest one on file.
           MOVE ZERO TO WS-LAST-SEQUENCE
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE HRQ-ACCT-NUMBER TO HLD-ACCT-NUMBER
           MOVE ZERO TO HLD-SEQUENCE
           START HOLDMAST-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2320-SCAN-ACCOUNT-HOLD
               UNTIL WS-SCAN-EOF

           IF WS-LAST-SEQUENCE = 999
               MOVE "HOLD SEQUENCE NUMBERS EXHAUSTED"
                   TO WS-REJECT-REASON
           ELSE
               SET WS-APPLY-REQUEST TO TRUE
           END-IF
           .

       2320-SCAN-ACCOUNT-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF HLD-ACCT-NUMBER = HRQ-ACCT-NUMBER
                       MOVE HLD-SEQUENCE TO WS-LAST-SEQUENCE
                   ELSE
                       SET WS-SCAN-EOF TO TRUE
                   END-IF
           END-READ
           .

       2400-EDIT-RELEASE.
           PERFORM 2450-FETCH-ACTIVE-HOLD
           IF WS-REJECT-REASON = SPACES
               SET WS-APPLY-REQUEST TO TRUE
           END-IF
           .

       2450-FETCH-ACTIVE-HOLD.
           MOVE HRQ-ACCT-NUMBER TO HLD-ACCT-NUMBER
           MOVE HRQ-SEQUENCE    TO HLD-SEQUENCE
           READ HOLDMAST-FILE
               INVALID KEY
                   MOVE "HOLD NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET WS-HOLD-READ TO TRUE
                   IF NOT HLD-STATUS-ACTIVE
                       MOVE "HOLD NOT ACTIVE" TO WS-REJECT-REASON
                   END-IF
           END-READ
           .

       2500-EDIT-AMEND.
      *>   Only the fields carried on the request change; the hold
      *>   type is fixed for the life of the hold.
           PERFORM 2450-FETCH-ACTIVE-HOLD
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN HRQ-AMOUNT NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   WHEN HRQ-AMOUNT = ZERO
                           AND HRQ-EXPIRY-DATE = ZERO
                           AND HRQ-REFERENCE = SPACES
                       MOVE "NOTHING TO AMEND" TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM 2550-EDIT-EXPIRY-DATE
                       IF WS-REJECT-REASON = SPACES
                               AND NOT WS-ABEND
                           SET WS-APPLY-REQUEST TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           .

       2550-EDIT-EXPIRY-DATE.
      *>   Zero means the hold stands until released.  Anything else
      *>   must be a real date still ahead of the business date, or
      *>   the hold would expire the moment it went on.
           IF HRQ-EXPIRY-DATE NOT = ZERO
               MOVE HRQ-EXPIRY-DATE TO LS-DATE-YYYYMMDD
               MOVE HRQ-ACCT-NUMBER TO LS-CALLER-KEY
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
                   DISPLAY "HOLDMNT: DATEUTIL AUDIT TRAIL FAILED, "
                           "ABORTING RUN"
                   PERFORM 1090-CLOSE-ALL-FILES
                   SET WS-ABEND TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   IF LS-RETURN-CODE NOT = ZERO
                       MOVE LS-ERROR-MESSAGE TO WS-REJECT-REASON
                   ELSE
                       IF HRQ-EXPIRY-DATE NOT > WS-BUSINESS-DATE
                           MOVE "EXPIRY DATE NOT AFTER BUSINESS DATE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       2600-APPLY-REQUEST.
           EVALUATE TRUE
               WHEN HRQ-PLACE
                   MOVE HRQ-ACCT-NUMBER  TO HLD-ACCT-NUMBER
                   ADD 1 TO WS-LAST-SEQUENCE GIVING HLD-SEQUENCE
                   MOVE HRQ-TYPE         TO HLD-TYPE
                   MOVE HRQ-AMOUNT       TO HLD-AMOUNT
                   MOVE WS-BUSINESS-DATE TO HLD-PLACED-DATE
                   MOVE HRQ-EXPIRY-DATE  TO HLD-EXPIRY-DATE
                   MOVE HRQ-REFERENCE    TO HLD-REFERENCE
                   SET HLD-STATUS-ACTIVE TO TRUE
                   MOVE ZERO             TO HLD-ENDED-DATE
                   WRITE HOLDMAST-RECORD
               WHEN HRQ-RELEASE
                   SET HLD-STATUS-RELEASED TO TRUE
                   MOVE WS-BUSINESS-DATE TO HLD-ENDED-DATE
                   REWRITE HOLDMAST-RECORD
               WHEN HRQ-AMEND
                   IF HRQ-AMOUNT NOT = ZERO
                       MOVE HRQ-AMOUNT TO HLD-AMOUNT
                   END-IF
                   IF HRQ-EXPIRY-DATE NOT = ZERO
                       MOVE HRQ-EXPIRY-DATE TO HLD-EXPIRY-DATE
                   END-IF
                   IF HRQ-REFERENCE NOT = SPACES
                       MOVE HRQ-REFERENCE TO HLD-REFERENCE
                   END-IF
                   REWRITE HOLDMAST-RECORD
           END-EVALUATE

           IF WS-HOLDMAST-STATUS NOT = "00"
               DISPLAY "HOLDMNT: HOLDMAST UPDATE FAILED, STATUS = "
                       WS-HOLDMAST-STATUS
               PERFORM 1090-CLOSE-ALL-FILES
               SET WS-ABEND TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REQUESTS-APPLIED
               MOVE HLD-SEQUENCE TO RPT-HOLD-SEQUENCE
               MOVE HLD-AMOUNT TO RPT-HOLD-AMOUNT
               MOVE "APPLIED" TO RPT-DISPOSITION
               MOVE HLD-REFERENCE TO RPT-REASON
               PERFORM 2700-PRINT-REQUEST
           END-IF
           .

       2700-PRINT-REQUEST.
           MOVE HRQ-ACCT-NUMBER TO RPT-ACCT-NUMBER
           EVALUATE TRUE
               WHEN HRQ-PLACE
                   MOVE "PLACE" TO RPT-ACTION
               WHEN HRQ-RELEASE
                   MOVE "RELEASE" TO RPT-ACTION
               WHEN HRQ-AMEND
                   MOVE "AMEND" TO RPT-ACTION
               WHEN OTHER
                   MOVE HRQ-ACTION TO RPT-ACTION
           END-EVALUATE
           PERFORM 2750-SET-HOLD-TYPE-DESC
           MOVE WS-HOLD-TYPE-DESC TO RPT-HOLD-TYPE
           WRITE HOLDRPT-LINE FROM WS-REPORT-DETAIL
           .

       2750-SET-HOLD-TYPE-DESC.
           EVALUATE TRUE
               WHEN HLD-TYPE-UNCOLLECTED
                   MOVE "UNCOLLECTED" TO WS-HOLD-TYPE-DESC
               WHEN HLD-TYPE-GARNISHMENT
                   MOVE "GARNISHMENT" TO WS-HOLD-TYPE-DESC
               WHEN HLD-TYPE-LEVY
                   MOVE "LEVY" TO WS-HOLD-TYPE-DESC
               WHEN HLD-TYPE-LEGAL-FREEZE
                   MOVE "LEGAL FREEZE" TO WS-HOLD-TYPE-DESC
               WHEN OTHER
                   MOVE HLD-TYPE TO WS-HOLD-TYPE-DESC
           END-EVALUATE
           .

       2800-EXPIRE-HOLDS.
      *>   Sweeps the whole master once the requests are in, so a
      *>   hold amended forward tonight is not expired under its old
      *>   date.  TRANPOST and ACCTINQ already ignore a hold whose
      *>   expiry date has arrived; the sweep makes the master say
      *>   so and puts the drop-off on the report.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO HLD-KEY
           START HOLDMAST-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2810-CHECK-HOLD-EXPIRY
               UNTIL WS-SCAN-EOF
           .

       2810-CHECK-HOLD-EXPIRY.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF HLD-STATUS-ACTIVE
                           AND HLD-EXPIRY-DATE NOT = ZERO
                           AND HLD-EXPIRY-DATE NOT > WS-BUSINESS-DATE
                       PERFORM 2820-EXPIRE-ONE-HOLD
                   END-IF
           END-READ
           .

       2820-EXPIRE-ONE-HOLD.
           SET HLD-STATUS-EXPIRED TO TRUE
           MOVE WS-BUSINESS-DATE TO HLD-ENDED-DATE
           REWRITE HOLDMAST-RECORD
           IF WS-HOLDMAST-STATUS NOT = "00"
               DISPLAY "HOLDMNT: HOLDMAST UPDATE FAILED, STATUS = "
                       WS-HOLDMAST-STATUS
               PERFORM 1090-CLOSE-ALL-FILES
               SET WS-ABEND TO TRUE
               SET WS-SCAN-EOF TO TRUE
           ELSE
               ADD 1 TO WS-HOLDS-EXPIRED
               MOVE HLD-ACCT-NUMBER TO RPT-ACCT-NUMBER
               MOVE HLD-SEQUENCE    TO RPT-HOLD-SEQUENCE
               MOVE "EXPIRE"        TO RPT-ACTION
               PERFORM 2750-SET-HOLD-TYPE-DESC
               MOVE WS-HOLD-TYPE-DESC TO RPT-HOLD-TYPE
               MOVE HLD-AMOUNT      TO RPT-HOLD-AMOUNT
               MOVE "EXPIRED"       TO RPT-DISPOSITION
               MOVE HLD-REFERENCE   TO RPT-REASON
               WRITE HOLDRPT-LINE FROM WS-REPORT-DETAIL
           END-IF
           .

       3000-TERMINATE.
           IF NOT WS-ABEND
               CALL 'DATEUTIL-TERMINATE'
               MOVE WS-REQUESTS-APPLIED  TO RPT-TOTAL-APPLIED
               MOVE WS-REQUESTS-REJECTED TO RPT-TOTAL-REJECTED
               MOVE WS-HOLDS-EXPIRED     TO RPT-TOTAL-EXPIRED
               WRITE HOLDRPT-LINE FROM WS-REPORT-TOTAL-1
               WRITE HOLDRPT-LINE FROM WS-REPORT-TOTAL-2
               WRITE HOLDRPT-LINE FROM WS-REPORT-TOTAL-3
               PERFORM 1090-CLOSE-ALL-FILES
               DISPLAY "HOLDMNT: REQUESTS READ     = " WS-REQUESTS-READ
               DISPLAY "HOLDMNT: REQUESTS APPLIED  = "
                       WS-REQUESTS-APPLIED
               DISPLAY "HOLDMNT: REQUESTS REJECTED = "
                       WS-REQUESTS-REJECTED
               DISPLAY "HOLDMNT: HOLDS EXPIRED     = "
                       WS-HOLDS-EXPIRED
           END-IF
           .

       END PROGRAM HOLDMNT.
