       IDENTIFICATION DIVISION.
      ************************************************
      *  Program ID:   EMPRECN
      *  Program name: Reconcile cleared payroll checks.
      *  Summary:      Reads the bank's paid-check file for the
      *                payroll disbursement account, marks each
      *                matching check on the outstanding-check
      *                register EMPCHK keeps as paid with the date
      *                and amount the bank paid, and reports the
      *                exceptions - checks paid that were never
      *                issued, paid for a different amount, paid
      *                after a void, or presented twice. It then
      *                reconciles the checks still outstanding to
      *                the bank statement balance against the book
      *                balance keyed by the operator.
      ************************************************
      *
       PROGRAM-ID. EMPRECN.
       AUTHOR. John Braddock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "CHKREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NR
               FILE STATUS IS ws-ck-file-status.
           SELECT PAID-CHECK-FILE
               ASSIGN TO "CHKPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bp-file-status.
           SELECT RECON-RPT-FILE
               ASSIGN TO "CHKRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rr-file-status.
       DATA DIVISION.
       FILE SECTION.
      * I-O copy of EMPCHK's CHECK-REGISTER-RECORD - the two layouts
      * must be changed together.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05 CK-CHECK-NR           PIC 9(8).
           05 CK-EMP-ID             PIC X(6).
           05 CK-EMP-NAME           PIC X(30).
           05 CK-PAY-PERIOD-END     PIC 9(8).
           05 CK-ISSUE-DATE         PIC 9(8).
           05 CK-AMOUNT             PIC S9(7)V99.
           05 CK-STATUS             PIC X(1).
              88 check-outstanding  VALUE "O".
              88 check-void         VALUE "V".
              88 check-paid         VALUE "P".
           05 CK-VOID-DATE          PIC 9(8).
           05 CK-REISSUE-NR         PIC 9(8).
           05 CK-PAID-DATE          PIC 9(8).
           05 CK-PAID-AMOUNT        PIC S9(7)V99.

      * The bank's paid-check file for one statement: a "D" line
      * per check paid since the last statement, then a "T"
      * trailer with the item count, the paid total, the statement
      * date and the statement ending balance. The trailer is
      * proved before anything is marked, so a short transmission
      * changes nothing.
       FD  PAID-CHECK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PAID-CHECK-RECORD.
           05 BP-REC-TYPE           PIC X(1).
              88 paid-detail        VALUE "D".
              88 paid-trailer       VALUE "T".
           05 BP-BANK-ACCOUNT       PIC X(17).
           05 BP-CHECK-NR           PIC 9(10).
           05 BP-PAID-AMOUNT        PIC 9(8)V99.
           05 BP-PAID-DATE          PIC 9(8).
           05 FILLER                PIC X(34).
       01  PAID-CHECK-TRAILER.
           05 FILLER                PIC X(1).
           05 BT-BANK-ACCOUNT       PIC X(17).
           05 BT-ITEM-COUNT         PIC 9(6).
           05 BT-PAID-TOTAL         PIC 9(10)V99.
           05 BT-STATEMENT-DATE     PIC 9(8).
           05 BT-STATEMENT-BALANCE  PIC S9(10)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(23).

       FD  RECON-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-RPT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       77 cleared-counter       PIC 9(6).

       01  ws-file-statuses.
           05 ws-ck-file-status    PIC XX.
           05 ws-bp-file-status    PIC XX.
           05 ws-rr-file-status    PIC XX.

       01  ws-flags.
           05 ws-bp-eof-flag          PIC X VALUE "N".
              88 end-of-paid-file     VALUE "Y".
           05 ws-ck-eof-flag          PIC X VALUE "N".
              88 end-of-check-reg     VALUE "Y".
           05 ws-check-found-flag     PIC X VALUE "N".
              88 check-record-found   VALUE "Y".
           05 ws-trailer-found-flag   PIC X VALUE "N".
              88 trailer-found        VALUE "Y".
           05 ws-trailer-acct-flag    PIC X VALUE "Y".
              88 trailer-acct-matches VALUE "Y".
           05 ws-seen-flag            PIC X VALUE "N".
              88 seen-this-run        VALUE "Y".

      * The disbursement account the checks draw on, as the bank
      * knows it. Mirror of EMPCHK's ws-pp-bank-account - the two
      * must be changed together, or every paid file is refused.
      * *** SETUP REQUIRED BEFORE FIRST RECONCILIATION ***
      * ws-pp-bank-account is deliberately zeros, NOT a usable
      * value: the payroll desk must set it to the account number
      * on the bank's positive-pay agreement, the same value keyed
      * into EMPCHK.
       01  ws-pospay-constants.
           05 ws-pp-bank-account   PIC X(17)
              VALUE "00000000000000000".

      * The general-ledger balance of the disbursement account as
      * of the statement date, keyed as twelve digits with the
      * last two the cents.
       01  ws-book-balance         PIC 9(10)V99.
       01  ws-book-balance-x REDEFINES ws-book-balance
                                   PIC X(12).

       01  ws-run-date             PIC 9(8).

      * Proved against the trailer in the first pass.
       01  ws-paid-controls.
           05 ws-detail-count      PIC 9(6) VALUE ZERO.
           05 ws-detail-total      PIC 9(10)V99 VALUE ZERO.
           05 ws-trailer-count     PIC 9(6) VALUE ZERO.
           05 ws-trailer-total     PIC 9(10)V99 VALUE ZERO.
           05 ws-statement-date    PIC 9(8) VALUE ZERO.
           05 ws-statement-balance PIC S9(10)V99 VALUE ZERO.
           05 ws-wrong-acct-count  PIC 9(6) VALUE ZERO.

      * Every check number met in the second pass, so a check the
      * bank paid twice in the same file is caught on its second
      * item even though the first has just marked it paid. The
      * first pass refuses a file with more items than fit.
       01  ws-seen-table.
           05 ws-seen-max          PIC 9(4) VALUE 9999.
           05 ws-seen-count        PIC 9(4) VALUE ZERO.
           05 ws-seen-entry OCCURS 1 TO 9999 TIMES
                 DEPENDING ON ws-seen-count
                 INDEXED BY sn-idx.
              10 ws-seen-check-nr  PIC 9(10).

      * Exception items are money the bank paid that the book did
      * not: the whole paid amount of an item matching no open
      * check, and the paid-less-issued difference on a check paid
      * for the wrong amount. They are added back to the bank side
      * because the book never recorded them.
       01  ws-recon-totals.
           05 ws-exception-count   PIC 9(6) VALUE ZERO.
           05 ws-reapplied-count   PIC 9(6) VALUE ZERO.
           05 ws-exception-total   PIC S9(10)V99 VALUE ZERO.
           05 ws-outstanding-count PIC 9(6) VALUE ZERO.
           05 ws-outstanding-total PIC S9(10)V99 VALUE ZERO.
           05 ws-adjusted-balance  PIC S9(10)V99 VALUE ZERO.
           05 ws-recon-difference  PIC S9(10)V99 VALUE ZERO.

       01  ws-exception-fields.
           05 ws-reason-code       PIC 9(2).
           05 ws-reason-text       PIC X(30).
           05 ws-exception-amount  PIC S9(10)V99.

       01  ws-heading-line.
           05 FILLER               PIC X(34)
              VALUE "PAYROLL CHECK RECONCILIATION".
           05 FILLER               PIC X(15) VALUE "STATEMENT DATE ".
           05 ws-hd-statement-date PIC 9(8).
           05 FILLER               PIC X(11) VALUE "  RUN DATE ".
           05 ws-hd-run-date       PIC 9(8).
           05 FILLER               PIC X(56) VALUE SPACES.

       01  ws-section-line.
           05 ws-sc-title          PIC X(40).
           05 FILLER               PIC X(92) VALUE SPACES.

       01  ws-exc-col-line.
           05 FILLER               PIC X(12) VALUE "CHECK NR".
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(16) VALUE "          ISSUED".
           05 FILLER               PIC X(16) VALUE "            PAID".
           05 FILLER               PIC X(10) VALUE "  PAID ON".
           05 FILLER               PIC X(34) VALUE "  REASON".
           05 FILLER               PIC X(36) VALUE SPACES.

       01  ws-exc-detail-line.
           05 ws-xd-check-nr       PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-xd-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-xd-issued         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ws-xd-paid           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-xd-paid-date      PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-xd-reason-code    PIC 9(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-xd-reason-text    PIC X(30).
           05 FILLER               PIC X(38) VALUE SPACES.

       01  ws-out-col-line.
           05 FILLER               PIC X(10) VALUE "CHECK NR".
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(32) VALUE "NAME".
           05 FILLER               PIC X(10) VALUE "ISSUED".
           05 FILLER               PIC X(16) VALUE "          AMOUNT".
           05 FILLER               PIC X(56) VALUE SPACES.

       01  ws-out-detail-line.
           05 ws-od-check-nr       PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-od-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-od-name           PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-od-issue-date     PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-od-amount         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(59) VALUE SPACES.

       01  ws-total-line.
           05 ws-tl-label          PIC X(40).
           05 ws-tl-amount         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPRECN Version 1.0"

           PERFORM initialization
           PERFORM verify-paid-file
           PERFORM apply-paid-checks
           PERFORM list-outstanding-checks
           PERFORM print-reconciliation

           PERFORM termination
           STOP RUN
           .
       initialization.
           MOVE ZERO TO cleared-counter
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           DISPLAY "ENTER BOOK BALANCE AT STATEMENT DATE "
                   "(12 DIGITS, LAST 2 ARE CENTS):"
           ACCEPT ws-book-balance-x
           IF ws-book-balance-x NOT NUMERIC
              DISPLAY "INVALID BOOK BALANCE - RUN STOPPED"
              STOP RUN
           END-IF

           OPEN I-O CHECK-REGISTER-FILE
           IF ws-ck-file-status NOT = "00"
              DISPLAY "ERROR OPENING CHECK-REGISTER-FILE: "
                      ws-ck-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT RECON-RPT-FILE
           IF ws-rr-file-status NOT = "00"
              DISPLAY "ERROR OPENING RECON-RPT-FILE: "
                      ws-rr-file-status
              STOP RUN
           END-IF
           .
      * First pass: count and total the detail lines and prove them
      * against the trailer. Nothing on the register is touched
      * unless the file is whole.
       verify-paid-file.
           PERFORM open-paid-file
           PERFORM UNTIL end-of-paid-file
              READ PAID-CHECK-FILE
                 AT END
                    MOVE "Y" TO ws-bp-eof-flag
                 NOT AT END
                    PERFORM tally-paid-record
              END-READ
           END-PERFORM
           CLOSE PAID-CHECK-FILE
           IF NOT trailer-found
              DISPLAY "PAID-CHECK-FILE HAS NO TRAILER - RUN STOPPED"
              STOP RUN
           END-IF
           IF ws-detail-count NOT = ws-trailer-count
              OR ws-detail-total NOT = ws-trailer-total
              DISPLAY "PAID-CHECK-FILE OUT OF BALANCE - ITEMS "
                      ws-detail-count " TRAILER " ws-trailer-count
              DISPLAY "  TOTAL " ws-detail-total
                      " TRAILER " ws-trailer-total
              DISPLAY "RUN STOPPED - NO CHECKS MARKED"
              STOP RUN
           END-IF
           IF ws-detail-count > ws-seen-max
              DISPLAY "PAID-CHECK-FILE HAS " ws-detail-count
                      " ITEMS - MORE THAN " ws-seen-max
              DISPLAY "RUN STOPPED - NO CHECKS MARKED"
              STOP RUN
           END-IF
           IF NOT trailer-acct-matches
              OR ws-wrong-acct-count > ZERO
              DISPLAY "PAID-CHECK-FILE IS NOT FOR ACCOUNT "
                      ws-pp-bank-account
              DISPLAY "  ITEMS FOR ANOTHER ACCOUNT "
                      ws-wrong-acct-count
              DISPLAY "RUN STOPPED - NO CHECKS MARKED"
              STOP RUN
           END-IF
           .
       open-paid-file.
           MOVE "N" TO ws-bp-eof-flag
           OPEN INPUT PAID-CHECK-FILE
           IF ws-bp-file-status NOT = "00"
              DISPLAY "ERROR OPENING PAID-CHECK-FILE: "
                      ws-bp-file-status
              STOP RUN
           END-IF
           .
      * The trailer's figures are saved here; the record area is
      * gone once the file closes. A file or item for any other
      * account - an AP or operating account whose check numbers
      * overlap the payroll register's - must not clear payroll
      * checks.
       tally-paid-record.
           EVALUATE TRUE
              WHEN paid-detail
                 ADD 1 TO ws-detail-count
                 ADD BP-PAID-AMOUNT TO ws-detail-total
                 IF BP-BANK-ACCOUNT NOT = ws-pp-bank-account
                    ADD 1 TO ws-wrong-acct-count
                 END-IF
              WHEN paid-trailer
                 MOVE "Y" TO ws-trailer-found-flag
                 IF BT-BANK-ACCOUNT NOT = ws-pp-bank-account
                    MOVE "N" TO ws-trailer-acct-flag
                 END-IF
                 MOVE BT-ITEM-COUNT        TO ws-trailer-count
                 MOVE BT-PAID-TOTAL        TO ws-trailer-total
                 MOVE BT-STATEMENT-DATE    TO ws-statement-date
                 MOVE BT-STATEMENT-BALANCE TO ws-statement-balance
                 MOVE "Y" TO ws-bp-eof-flag
              WHEN OTHER
                 DISPLAY "PAID-CHECK-FILE RECORD TYPE "
                         BP-REC-TYPE " IGNORED"
           END-EVALUATE
           .
      * Second pass: match each paid item to the register.
       apply-paid-checks.
           MOVE ws-statement-date TO ws-hd-statement-date
           MOVE ws-run-date       TO ws-hd-run-date
           MOVE ws-heading-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "EXCEPTIONS" TO ws-sc-title
           MOVE ws-section-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE ws-exc-col-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           PERFORM open-paid-file
           PERFORM UNTIL end-of-paid-file
              READ PAID-CHECK-FILE
                 AT END
                    MOVE "Y" TO ws-bp-eof-flag
                 NOT AT END
                    IF paid-detail
                       PERFORM apply-one-paid-check
                    END-IF
                    IF paid-trailer
                       MOVE "Y" TO ws-bp-eof-flag
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAID-CHECK-FILE
           .
      * An outstanding check is marked paid even when the amount
      * differs - the bank has paid it and it is no longer
      * outstanding - and the difference is reported. A void or
      * already-paid check is reported and left as it stands,
      * and so is a check number met a second time in this file.
      * A check an earlier run marked with this same paid date
      * and amount is a rerun of the same paid file: it is counted
      * as already applied and marks nothing, but an amount
      * mismatch is reported again so the rerun ties exactly as
      * the first run did.
       apply-one-paid-check.
           IF BP-CHECK-NR > 99999999
              MOVE "N" TO ws-check-found-flag
           ELSE
              MOVE BP-CHECK-NR TO CK-CHECK-NR
              READ CHECK-REGISTER-FILE
                  INVALID KEY
                      MOVE "N" TO ws-check-found-flag
                  NOT INVALID KEY
                      MOVE "Y" TO ws-check-found-flag
              END-READ
           END-IF
           PERFORM find-seen-check

           EVALUATE TRUE
              WHEN seen-this-run
                 MOVE 40 TO ws-reason-code
                 MOVE "DUPLICATE PRESENTMENT" TO ws-reason-text
                 MOVE BP-PAID-AMOUNT TO ws-exception-amount
                 PERFORM write-exception-line
              WHEN NOT check-record-found
                 MOVE 10 TO ws-reason-code
                 MOVE "PAID - NOT ISSUED" TO ws-reason-text
                 MOVE BP-PAID-AMOUNT TO ws-exception-amount
                 PERFORM write-exception-line
              WHEN check-void
                 MOVE 30 TO ws-reason-code
                 MOVE "PAID AFTER VOID" TO ws-reason-text
                 MOVE BP-PAID-AMOUNT TO ws-exception-amount
                 PERFORM write-exception-line
              WHEN check-paid
                   AND CK-PAID-DATE   = BP-PAID-DATE
                   AND CK-PAID-AMOUNT = BP-PAID-AMOUNT
                 ADD 1 TO ws-reapplied-count
                 PERFORM report-amount-mismatch
              WHEN check-paid
                 MOVE 40 TO ws-reason-code
                 MOVE "DUPLICATE PRESENTMENT" TO ws-reason-text
                 MOVE BP-PAID-AMOUNT TO ws-exception-amount
                 PERFORM write-exception-line
              WHEN OTHER
                 MOVE "P"            TO CK-STATUS
                 MOVE BP-PAID-DATE   TO CK-PAID-DATE
                 MOVE BP-PAID-AMOUNT TO CK-PAID-AMOUNT
                 REWRITE CHECK-REGISTER-RECORD
                 ADD 1 TO cleared-counter
                 PERFORM report-amount-mismatch
           END-EVALUATE
           IF NOT seen-this-run
              ADD 1 TO ws-seen-count
              SET sn-idx TO ws-seen-count
              MOVE BP-CHECK-NR TO ws-seen-check-nr (sn-idx)
           END-IF
           .
       find-seen-check.
           MOVE "N" TO ws-seen-flag
           IF ws-seen-count > ZERO
              SET sn-idx TO 1
              SEARCH ws-seen-entry
                 WHEN ws-seen-check-nr (sn-idx) = BP-CHECK-NR
                    MOVE "Y" TO ws-seen-flag
              END-SEARCH
           END-IF
           .
       report-amount-mismatch.
           IF CK-PAID-AMOUNT NOT = CK-AMOUNT
              MOVE 20 TO ws-reason-code
              MOVE "AMOUNT MISMATCH" TO ws-reason-text
              COMPUTE ws-exception-amount
                    = CK-PAID-AMOUNT - CK-AMOUNT
              END-COMPUTE
              PERFORM write-exception-line
           END-IF
           .
       write-exception-line.
           MOVE SPACES TO ws-xd-emp-id
           MOVE ZERO   TO ws-xd-issued
           IF check-record-found
              MOVE CK-EMP-ID TO ws-xd-emp-id
              MOVE CK-AMOUNT TO ws-xd-issued
           END-IF
           MOVE BP-CHECK-NR     TO ws-xd-check-nr
           MOVE BP-PAID-AMOUNT  TO ws-xd-paid
           MOVE BP-PAID-DATE    TO ws-xd-paid-date
           MOVE ws-reason-code  TO ws-xd-reason-code
           MOVE ws-reason-text  TO ws-xd-reason-text
           MOVE ws-exc-detail-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           ADD 1 TO ws-exception-count
           ADD ws-exception-amount TO ws-exception-total
           .
      * Checks still outstanding that were issued on or before the
      * statement date - a check written after it cannot be in the
      * book balance being reconciled either.
       list-outstanding-checks.
           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "OUTSTANDING CHECKS" TO ws-sc-title
           MOVE ws-section-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE ws-out-col-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           MOVE ZERO TO CK-CHECK-NR
           MOVE "N" TO ws-ck-eof-flag
           START CHECK-REGISTER-FILE
                 KEY IS NOT LESS THAN CK-CHECK-NR
               INVALID KEY MOVE "Y" TO ws-ck-eof-flag
           END-START
           PERFORM UNTIL end-of-check-reg
              READ CHECK-REGISTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-ck-eof-flag
                 NOT AT END
                    IF check-outstanding
                       AND CK-ISSUE-DATE NOT > ws-statement-date
                       PERFORM write-outstanding-line
                    END-IF
              END-READ
           END-PERFORM
           .
       write-outstanding-line.
           MOVE CK-CHECK-NR   TO ws-od-check-nr
           MOVE CK-EMP-ID     TO ws-od-emp-id
           MOVE CK-EMP-NAME   TO ws-od-name
           MOVE CK-ISSUE-DATE TO ws-od-issue-date
           MOVE CK-AMOUNT     TO ws-od-amount
           MOVE ws-out-detail-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           ADD 1 TO ws-outstanding-count
           ADD CK-AMOUNT TO ws-outstanding-total
           .
      * Statement balance, less the checks the bank has not yet
      * seen, plus the exception items the book never recorded,
      * should equal the book balance. Any difference left over is
      * for the payroll desk to chase.
       print-reconciliation.
           COMPUTE ws-adjusted-balance
                 = ws-statement-balance
                   - ws-outstanding-total
                   + ws-exception-total
           END-COMPUTE
           COMPUTE ws-recon-difference
                 = ws-adjusted-balance - ws-book-balance
           END-COMPUTE

           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "RECONCILIATION" TO ws-sc-title
           MOVE ws-section-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "BANK STATEMENT BALANCE" TO ws-tl-label
           MOVE ws-statement-balance TO ws-tl-amount
           PERFORM write-total-line
           MOVE "LESS OUTSTANDING CHECKS" TO ws-tl-label
           MOVE ws-outstanding-total TO ws-tl-amount
           PERFORM write-total-line
           MOVE "PLUS BANK EXCEPTION ITEMS" TO ws-tl-label
           MOVE ws-exception-total TO ws-tl-amount
           PERFORM write-total-line
           MOVE "ADJUSTED BANK BALANCE" TO ws-tl-label
           MOVE ws-adjusted-balance TO ws-tl-amount
           PERFORM write-total-line
           MOVE "BOOK BALANCE" TO ws-tl-label
           MOVE ws-book-balance TO ws-tl-amount
           PERFORM write-total-line
           MOVE "DIFFERENCE" TO ws-tl-label
           MOVE ws-recon-difference TO ws-tl-amount
           PERFORM write-total-line
           IF ws-recon-difference = ZERO
              MOVE "*** ACCOUNT RECONCILED ***" TO ws-sc-title
           ELSE
              MOVE "*** ACCOUNT OUT OF BALANCE ***" TO ws-sc-title
           END-IF
           MOVE ws-section-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           .
       write-total-line.
           MOVE ws-total-line TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           .
       termination.
           CLOSE CHECK-REGISTER-FILE
           CLOSE RECON-RPT-FILE
           DISPLAY "Checks cleared:     " cleared-counter
           DISPLAY "Exceptions:         " ws-exception-count
           DISPLAY "Already applied:    " ws-reapplied-count
           DISPLAY "Still outstanding:  " ws-outstanding-count
           IF ws-recon-difference = ZERO
              DISPLAY "ACCOUNT RECONCILED"
           ELSE
              DISPLAY "ACCOUNT OUT OF BALANCE BY "
                      ws-recon-difference
           END-IF
           .
