      *                on an outstanding-check register that supports
      *                void, reissue and a stale-check aging report,
      *                so bank reconciliation can tie each check
      *                number to the employee it paid. Every check
      *                issued or voided also goes to the bank's
      *                positive-pay file so the bank pays only
      *                checks this program wrote; EMPRECN marks
      *                them cleared from the bank's paid file.
      ************************************************
      *
       PROGRAM-ID. EMPCHK.
               ASSIGN TO "CHKAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ag-file-status.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pp-file-status.
           SELECT AUDIT-FILE
               ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-au-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Input copy of EMPPAY's PAY-REG-RECORD - the two layouts must
      * be changed together.
       FD  PAY-REGISTER-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  PAY-REG-RECORD.
           05 PR-EMP-ID                PIC X(6).
           05 PR-REC-TYPE              PIC X(1).
           05 PR-RATE-SLICE OCCURS 2 TIMES.
              10 PR-RATE-SLICE-HOURS   PIC 9(3)V99.
              10 PR-RATE-SLICE-RATE    PIC 9(3)V99.
           05 PR-FIT-WAGES             PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 PR-FICA-WAGES            PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 PR-FUTA-WAGES            PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 PR-FUTA-TAX              PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 PR-SUTA-WAGES            PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 PR-SUTA-TAX              PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 PR-PAY-TYPE              PIC X(1).
              88 pr-pay-salaried       VALUES "E", "N".
           05 PR-SALARY-PAY            PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 PR-UNPAID-HOURS          PIC 9(3)V99.
           05 PR-SALARY-DOCK           PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(16).

      * Input copy of EMPPAY's EMP-MASTER-RECORD - the two layouts
      * must be changed together.
       FD  EMP-MASTER-FILE
           RECORD CONTAINS 270 CHARACTERS.
       01  EMP-MASTER-RECORD.
           05 EM-EMP-ID             PIC X(6).
           05 EM-FNAME              PIC X(15).
           05 EM-SPLIT-AMOUNT       PIC 9(5)V99.
           05 EM-STATUS             PIC X(1).
           05 EM-TERM-DATE          PIC 9(8).
           05 EM-PAY-TYPE           PIC X(1).
           05 EM-ANNUAL-SALARY      PIC 9(7)V99.
           05 EM-HIRE-DATE          PIC 9(8).
           05 EM-SSN                PIC 9(9).
           05 EM-ADDR-LOCATION      PIC X(22).
           05 EM-ADDR-DELIVERY      PIC X(22).
           05 EM-ADDR-CITY          PIC X(22).
           05 EM-ADDR-STATE         PIC X(2).
           05 EM-ADDR-ZIP           PIC X(5).
           05 EM-ADDR-ZIP-EXT       PIC X(4).
           05 EM-WORK-STATE         PIC X(2).
           05 EM-STATE-ER-ID        PIC X(20).
           05 FILLER                PIC X(20).

      * The single controlled next-number record, key "C". The next
      * check to issue; bumped and rewritten as each check prints so
      * kept forever - this is the outstanding-check register the
      * bank reconciliation works from. A void keeps the record
      * with status "V"; a reissue voids the old check and points
      * it at the replacement number. EMPRECN sets status "P" with
      * the date and amount the bank paid; it carries a matching
      * copy of this layout - change them together.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05 CK-CHECK-NR           PIC 9(8).
           05 CK-STATUS             PIC X(1).
              88 check-outstanding  VALUE "O".
              88 check-void         VALUE "V".
              88 check-paid         VALUE "P".
           05 CK-VOID-DATE          PIC 9(8).
           05 CK-REISSUE-NR         PIC 9(8).
           05 CK-PAID-DATE          PIC 9(8).
           05 CK-PAID-AMOUNT        PIC S9(7)V99.

       FD  CHECK-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-RPT-RECORD         PIC X(132).

      * Positive-pay issue file for the bank, rebuilt by every run
      * that issues or voids a check and sent before the next such
      * run: an "I" line per check issued, a "V" line per check
      * voided (including the old number of a reissue), and a "T"
      * trailer with the item count and the issue and void totals.
       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  POSITIVE-PAY-RECORD.
           05 PP-REC-TYPE           PIC X(1).
           05 PP-BANK-ACCOUNT       PIC X(17).
           05 PP-CHECK-NR           PIC 9(10).
           05 PP-AMOUNT             PIC 9(8)V99.
           05 PP-ISSUE-DATE         PIC 9(8).
           05 PP-PAYEE              PIC X(30).
           05 FILLER                PIC X(4).
       01  POSITIVE-PAY-TRAILER.
           05 PT-REC-TYPE           PIC X(1).
           05 PT-BANK-ACCOUNT       PIC X(17).
           05 PT-ITEM-COUNT         PIC 9(6).
           05 PT-ISSUE-TOTAL        PIC 9(10)V99.
           05 PT-VOID-TOTAL         PIC 9(10)V99.
           05 FILLER                PIC X(32).

      * Input copy of EMPMNT's AUDIT-RECORD - the two layouts must
      * be changed together. AUDIT-BANK-VIEW is EMPACH's view of
      * the pay method and the two deposit accounts in each master
      * image.
       FD  AUDIT-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  AUDIT-RECORD.
           05 AU-DATE               PIC 9(8).
           05 AU-TIME               PIC 9(8).
           05 AU-USER-ID            PIC X(8).
           05 AU-ACTION             PIC X(1).
              88 au-change-action   VALUE "C".
              88 au-approve-action  VALUE "V".
           05 AU-EMP-ID             PIC X(6).
           05 AU-BEFORE-IMAGE       PIC X(270).
           05 AU-AFTER-IMAGE        PIC X(270).
           05 AU-APPR-DATE          PIC 9(8).
           05 AU-APPR-TIME          PIC 9(8).
           05 AU-APPR-USER-ID       PIC X(8).
           05 FILLER                PIC X(5).
       01  AUDIT-BANK-VIEW.
           05 FILLER                PIC X(31).
           05 AB-BEFORE.
              10 FILLER             PIC X(52).
              10 AB-BEFORE-METHOD   PIC X(1).
              10 FILLER             PIC X(1).
              10 AB-BEFORE-ACCOUNTS PIC X(54).
              10 FILLER             PIC X(162).
           05 AB-AFTER.
              10 FILLER             PIC X(52).
              10 AB-AFTER-METHOD    PIC X(1).
              10 FILLER             PIC X(1).
              10 AB-AFTER-ACCOUNTS  PIC X(54).
              10 FILLER             PIC X(162).
           05 FILLER                PIC X(29).

       WORKING-STORAGE SECTION.
       77 check-counter         PIC 9(6).

           05 ws-ck-file-status    PIC XX.
           05 ws-cp-file-status    PIC XX.
           05 ws-ag-file-status    PIC XX.
           05 ws-pp-file-status    PIC XX.
           05 ws-au-file-status    PIC XX.

       01  ws-flags.
           05 ws-eof-flag             PIC X VALUE "N".
              88 master-record-found  VALUE "Y".
           05 ws-check-found-flag     PIC X VALUE "N".
              88 check-record-found   VALUE "Y".
           05 ws-au-eof-flag          PIC X VALUE "N".
              88 end-of-audit         VALUE "Y".
           05 ws-bank-hold-flag       PIC X VALUE "N".
              88 bank-change-held     VALUE "Y".

      * "P" prints the run's checks from the pay register; "V"
      * voids one check; "R" voids and reissues one check; "A"
          88 mode-reissue          VALUE "R".
          88 mode-aging            VALUE "A".

      * The disbursement account the checks draw on, as the bank
      * knows it for positive pay. EMPRECN refuses a paid file for
      * any other account against its own copy of this value -
      * change the two together.
      * *** SETUP REQUIRED BEFORE FIRST TRANSMISSION ***
      * ws-pp-bank-account is deliberately zeros, NOT a usable
      * value: the payroll desk must set it to the account number
      * on the bank's positive-pay agreement, or the bank will
      * reject the file.
       01  ws-pospay-constants.
           05 ws-pp-bank-account   PIC X(17)
              VALUE "00000000000000000".

       01  ws-pospay-totals.
           05 ws-pp-item-count     PIC 9(6) VALUE ZERO.
           05 ws-pp-issue-total    PIC 9(10)V99 VALUE ZERO.
           05 ws-pp-void-total     PIC 9(10)V99 VALUE ZERO.

      * Mirror of EMPACH's payroll-diversion control: a deposit
      * EMPACH holds for an unapproved recent bank change is paid
      * here by check instead. ws-bank-hold-days must be changed
      * together with EMPACH's and EMPSCHG's, and this program run
      * on the same day as EMPACH, so the two agree on who is held.
       01  ws-bank-hold-controls.
           05 ws-bank-hold-days    PIC 9(3) VALUE 10.
           05 ws-hold-age          PIC S9(7).

       01  ws-bank-change-table.
           05 ws-bc-count          PIC 9(4) VALUE ZERO.
           05 ws-bc-entry OCCURS 1 TO 9999 TIMES
                 DEPENDING ON ws-bc-count
                 INDEXED BY bc-idx.
              10 ws-bc-emp-id      PIC X(6).
              10 ws-bc-date        PIC 9(8).
              10 ws-bc-time        PIC 9(8).
              10 ws-bc-keyer       PIC X(8).
              10 ws-bc-approved    PIC X(1).

       01  ws-run-date             PIC 9(8).
       01  ws-run-date-parts REDEFINES ws-run-date.
           05 ws-run-yyyy          PIC 9(4).
           05 ws-tgt-check-nr      PIC 9(8).
           05 ws-new-check-nr      PIC 9(8).
           05 ws-line-amount       PIC 9(7)V99.
           05 ws-salary-amount     PIC S9(7)V99.
           05 ot-sub               PIC 9(2).
           05 sl-sub               PIC 9(1).
           05 ws-ot-mult-edited    PIC 9.99.
           05 ws-se-amount         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(79) VALUE SPACES.

       01  ws-stub-salary-line.
           05 ws-sy-label          PIC X(22).
           05 ws-sy-hours          PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ws-sy-rate           PIC ZZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ws-sy-amount         PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER               PIC X(78) VALUE SPACES.

       01  ws-stub-amount-line.
           05 ws-sa-label          PIC X(22).
           05 ws-sa-amount         PIC Z,ZZZ,ZZ9.99-.
                         ws-em-file-status
                 STOP RUN
              END-IF
              PERFORM load-bank-changes
           END-IF
           IF mode-print OR mode-reissue
              OPEN EXTEND CHECK-PRINT-FILE
                 STOP RUN
              END-IF
           END-IF
           IF NOT mode-aging
              OPEN OUTPUT POSITIVE-PAY-FILE
              IF ws-pp-file-status NOT = "00"
                 DISPLAY "ERROR OPENING POSITIVE-PAY-FILE: "
                         ws-pp-file-status
                 STOP RUN
              END-IF
           END-IF
           IF mode-print
              PERFORM read-next-register
           END-IF
           .
      * The check population mirrors EMPACH's manifest: everything
      * that program cannot deposit - paper-check and no-master
      * employees, prenote-pending accounts, deposits held for an
      * unapproved bank change, adjustment lines, and flagged final
      * payments whatever the deposit setup - pays here. "V"
      * reversal lines move no money and print no check, and
      * nothing prints for a non-positive net.
       print-run-checks.
           IF pr-reversal
              CONTINUE
                 PERFORM issue-check
              ELSE IF em-prenote-pending
                 PERFORM issue-check
              ELSE
                 PERFORM check-bank-change-hold
                 IF bank-change-held
                    PERFORM issue-check
                 END-IF
              END-IF
           END-IF
           PERFORM read-next-register
                   MOVE "Y" TO ws-master-found-flag
           END-READ
           .
      * Builds the same table of recent bank changes EMPACH builds,
      * in one pass over the audit trail. Approvals always follow
      * the change they name. No audit trail yet means no master
      * change has ever been keyed through EMPMNT.
       load-bank-changes.
           OPEN INPUT AUDIT-FILE
           EVALUATE ws-au-file-status
              WHEN "00"
                 PERFORM UNTIL end-of-audit
                    READ AUDIT-FILE
                       AT END
                          MOVE "Y" TO ws-au-eof-flag
                       NOT AT END
                          PERFORM check-audit-record
                    END-READ
                 END-PERFORM
                 CLOSE AUDIT-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ERROR OPENING AUDIT-FILE: "
                         ws-au-file-status
                 STOP RUN
           END-EVALUATE
           .
       check-audit-record.
           IF au-change-action
              AND AU-DATE NUMERIC
              COMPUTE ws-hold-age
                    = FUNCTION INTEGER-OF-DATE (ws-run-date)
                    - FUNCTION INTEGER-OF-DATE (AU-DATE)
              END-COMPUTE
              IF ws-hold-age < ws-bank-hold-days
                 AND (AB-BEFORE-ACCOUNTS NOT = AB-AFTER-ACCOUNTS
                      OR (AB-AFTER-METHOD = "A"
                          AND AB-BEFORE-METHOD NOT = "A"))
                 PERFORM add-bank-change
              END-IF
           ELSE IF au-approve-action
              PERFORM VARYING bc-idx FROM 1 BY 1
                      UNTIL bc-idx > ws-bc-count
                 IF ws-bc-emp-id (bc-idx) = AU-EMP-ID
                    AND ws-bc-date (bc-idx) = AU-APPR-DATE
                    AND ws-bc-time (bc-idx) = AU-APPR-TIME
                    AND ws-bc-keyer (bc-idx) NOT = AU-USER-ID
                    MOVE "Y" TO ws-bc-approved (bc-idx)
                 END-IF
              END-PERFORM
           END-IF
           .
      * A table too small to hold every recent change would leave
      * a held employee unpaid, so a full table stops the run.
       add-bank-change.
           IF ws-bc-count NOT < 9999
              DISPLAY "BANK CHANGE TABLE FULL - RUN STOPPED"
              STOP RUN
           END-IF
           ADD 1 TO ws-bc-count
           SET bc-idx TO ws-bc-count
           MOVE AU-EMP-ID  TO ws-bc-emp-id (bc-idx)
           MOVE AU-DATE    TO ws-bc-date (bc-idx)
           MOVE AU-TIME    TO ws-bc-time (bc-idx)
           MOVE AU-USER-ID TO ws-bc-keyer (bc-idx)
           MOVE "N"        TO ws-bc-approved (bc-idx)
           .
      * Same test as EMPACH's: any unapproved recent bank change
      * held the whole deposit, so the whole net pays by check.
       check-bank-change-hold.
           MOVE "N" TO ws-bank-hold-flag
           IF ws-bc-count > ZERO
              SET bc-idx TO 1
              SEARCH ws-bc-entry
                 WHEN ws-bc-emp-id (bc-idx) = PR-EMP-ID
                      AND ws-bc-approved (bc-idx) = "N"
                    MOVE "Y" TO ws-bank-hold-flag
              END-SEARCH
           END-IF
           .
      * The number is taken and the next-number record rewritten
      * BEFORE the check prints or registers, so an abend between
      * the two wastes a number instead of duplicating one.
           MOVE "O"               TO CK-STATUS
           MOVE ZERO              TO CK-VOID-DATE
           MOVE ZERO              TO CK-REISSUE-NR
           MOVE ZERO              TO CK-PAID-DATE
           MOVE ZERO              TO CK-PAID-AMOUNT
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY REWRITE CHECK-REGISTER-RECORD
           END-WRITE

           PERFORM write-pospay-issue
           PERFORM print-check-face
           PERFORM print-check-stub
           ADD 1 TO check-counter
      * Stub earnings detail prints the way EMPSTMT prints it:
      * regular and leave hours at the base rate, each overtime
      * tier at base rate times its multiplier, then the period
      * money summary. Salary is its own line, as on the
      * statement.
       print-check-stub.
           MOVE ws-stub-hdr-line TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD

           EVALUATE TRUE
              WHEN pr-pay-salaried
                 PERFORM write-stub-salary-lines
              WHEN PR-RATE-SLICE-COUNT = ZERO
                 MOVE "REGULAR" TO ws-se-label
                 MOVE PR-REG-HOURS TO ws-se-hours
                 MOVE PR-HOURLY-RATE TO ws-se-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-REG-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-se-amount
                 PERFORM write-stub-earnings-line
              WHEN OTHER
                 PERFORM VARYING sl-sub FROM 1 BY 1
                         UNTIL sl-sub > PR-RATE-SLICE-COUNT
                            OR sl-sub > 2
                    MOVE "REGULAR (PRORATED)" TO ws-se-label
                    MOVE PR-RATE-SLICE-HOURS (sl-sub)
                         TO ws-se-hours
                    MOVE PR-RATE-SLICE-RATE (sl-sub)
                         TO ws-se-rate
                    COMPUTE ws-line-amount ROUNDED
                          = PR-RATE-SLICE-HOURS (sl-sub)
                            * PR-RATE-SLICE-RATE (sl-sub)
                    MOVE ws-line-amount TO ws-se-amount
                    PERFORM write-stub-earnings-line
                 END-PERFORM
           END-EVALUATE

           PERFORM VARYING ot-sub FROM 1 BY 1
                   UNTIL ot-sub > PR-OT-TIER-COUNT
              END-IF
           END-PERFORM

           IF pr-pay-salaried
              PERFORM write-stub-salary-leave
           ELSE
              IF PR-VAC-HOURS > ZERO
                 MOVE "VACATION" TO ws-se-label
                 MOVE PR-VAC-HOURS TO ws-se-hours
                 MOVE PR-HOURLY-RATE TO ws-se-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-VAC-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-se-amount
                 PERFORM write-stub-earnings-line
              END-IF
              IF PR-SICK-HOURS > ZERO
                 MOVE "SICK" TO ws-se-label
                 MOVE PR-SICK-HOURS TO ws-se-hours
                 MOVE PR-HOURLY-RATE TO ws-se-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-SICK-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-se-amount
                 PERFORM write-stub-earnings-line
              END-IF
              IF PR-HOL-HOURS > ZERO
                 MOVE "HOLIDAY" TO ws-se-label
                 MOVE PR-HOL-HOURS TO ws-se-hours
                 MOVE PR-HOURLY-RATE TO ws-se-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-HOL-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-se-amount
                 PERFORM write-stub-earnings-line
              END-IF
           END-IF
           IF PR-FINAL-VAC-HOURS > ZERO
              MOVE "VACATION PAYOUT" TO ws-se-label
           MOVE ws-stub-earnings-line TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           .
       write-stub-salary-lines.
           MOVE "SALARY" TO ws-sy-label
           MOVE ZERO TO ws-sy-hours
           MOVE ZERO TO ws-sy-rate
           COMPUTE ws-salary-amount = PR-SALARY-PAY + PR-SALARY-DOCK
           MOVE ws-salary-amount TO ws-sy-amount
           PERFORM write-stub-salary-line
           IF PR-UNPAID-HOURS > ZERO
              MOVE "UNPAID LEAVE" TO ws-sy-label
              MOVE PR-UNPAID-HOURS TO ws-sy-hours
              MOVE PR-HOURLY-RATE TO ws-sy-rate
              COMPUTE ws-salary-amount = ZERO - PR-SALARY-DOCK
              MOVE ws-salary-amount TO ws-sy-amount
              PERFORM write-stub-salary-line
           END-IF
           .
       write-stub-salary-leave.
           MOVE ZERO TO ws-sy-rate
           MOVE ZERO TO ws-sy-amount
           IF PR-VAC-HOURS > ZERO
              MOVE "VACATION - IN SALARY" TO ws-sy-label
              MOVE PR-VAC-HOURS TO ws-sy-hours
              PERFORM write-stub-salary-line
           END-IF
           IF PR-SICK-HOURS > ZERO
              MOVE "SICK - IN SALARY" TO ws-sy-label
              MOVE PR-SICK-HOURS TO ws-sy-hours
              PERFORM write-stub-salary-line
           END-IF
           IF PR-HOL-HOURS > ZERO
              MOVE "HOLIDAY - IN SALARY" TO ws-sy-label
              MOVE PR-HOL-HOURS TO ws-sy-hours
              PERFORM write-stub-salary-line
           END-IF
           .
       write-stub-salary-line.
           MOVE ws-stub-salary-line TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           .
       write-stub-amount-line.
           MOVE ws-stub-amount-line TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           .
      * Positive-pay lines are written from the register record as
      * it stands, so each must be performed with CHECK-REGISTER-
      * RECORD holding the check concerned.
       write-pospay-issue.
           MOVE SPACES          TO POSITIVE-PAY-RECORD
           MOVE "I"             TO PP-REC-TYPE
           PERFORM fill-pospay-line
           ADD PP-AMOUNT TO ws-pp-issue-total
           .
       write-pospay-void.
           MOVE SPACES          TO POSITIVE-PAY-RECORD
           MOVE "V"             TO PP-REC-TYPE
           PERFORM fill-pospay-line
           ADD PP-AMOUNT TO ws-pp-void-total
           .
       fill-pospay-line.
           MOVE ws-pp-bank-account TO PP-BANK-ACCOUNT
           MOVE CK-CHECK-NR     TO PP-CHECK-NR
           MOVE CK-AMOUNT       TO PP-AMOUNT
           MOVE CK-ISSUE-DATE   TO PP-ISSUE-DATE
           MOVE CK-EMP-NAME     TO PP-PAYEE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO ws-pp-item-count
           .
       write-pospay-trailer.
           MOVE SPACES             TO POSITIVE-PAY-TRAILER
           MOVE "T"                TO PT-REC-TYPE
           MOVE ws-pp-bank-account TO PT-BANK-ACCOUNT
           MOVE ws-pp-item-count   TO PT-ITEM-COUNT
           MOVE ws-pp-issue-total  TO PT-ISSUE-TOTAL
           MOVE ws-pp-void-total   TO PT-VOID-TOTAL
           WRITE POSITIVE-PAY-TRAILER
           .
       void-one-check.
           PERFORM get-target-check
           IF check-record-found
                 MOVE "V" TO CK-STATUS
                 MOVE ws-run-date TO CK-VOID-DATE
                 REWRITE CHECK-REGISTER-RECORD
                 PERFORM write-pospay-void
                 DISPLAY "CHECK " CK-CHECK-NR " VOIDED"
              ELSE
                 DISPLAY "CHECK " CK-CHECK-NR
                 MOVE ws-run-date TO CK-VOID-DATE
                 MOVE ws-new-check-nr TO CK-REISSUE-NR
                 REWRITE CHECK-REGISTER-RECORD
                 PERFORM write-pospay-void

                 MOVE ws-new-check-nr TO CK-CHECK-NR
                 MOVE ws-run-date     TO CK-ISSUE-DATE
                 MOVE "O"             TO CK-STATUS
                 MOVE ZERO            TO CK-VOID-DATE
                 MOVE ZERO            TO CK-REISSUE-NR
                 MOVE ZERO            TO CK-PAID-DATE
                 MOVE ZERO            TO CK-PAID-AMOUNT
                 WRITE CHECK-REGISTER-RECORD
                     INVALID KEY REWRITE CHECK-REGISTER-RECORD
                 END-WRITE
                 PERFORM write-pospay-issue

                 MOVE SPACES TO ws-cf-reissue-note
                 STRING "  REISSUE OF " ws-tgt-check-nr
           IF mode-print OR mode-reissue
              CLOSE CHECK-PRINT-FILE
           END-IF
           IF NOT mode-aging
              PERFORM write-pospay-trailer
              CLOSE POSITIVE-PAY-FILE
              DISPLAY "Positive-pay items: " ws-pp-item-count
           END-IF
           CLOSE CHECK-NUMBER-FILE
           CLOSE CHECK-REGISTER-FILE
           DISPLAY "Checks printed: " check-counter
