       IDENTIFICATION DIVISION.
      ************************************************
      *  Program ID:   EMPREMIT
      *  Program name: Remit withheld deductions to third parties.
      *  Summary:      Rolls what EMPPAY withheld for each
      *                deduction order in closed pay periods (the
      *                deduction ledger DEDLEDG.DAT) into a running
      *                balance per payee - the court, union or
      *                benefits carrier named on PAYEE.DAT for the
      *                order or for its deduction type - and pays
      *                every payee whose remittance falls due: an
      *                ACH CCD+ credit, with the child-support
      *                addenda where the order calls for it, or a
      *                check request for accounts payable. A GL
      *                journal debits the deduction liability and
      *                credits remittance cash for each payment.
      *                Balances not yet due, or owed back, carry
      *                forward on REMBAL.DAT to the next run. The
      *                remittance register lists every payee's
      *                opening, withheld, paid and carried amounts
      *                and any withholding with no payee to go to.
      ************************************************
      *
       PROGRAM-ID. EMPREMIT.
       AUTHOR. John Braddock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CTL-FILE
               ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS ws-pc-file-status.
           SELECT DED-LEDGER-FILE
               ASSIGN TO "DEDLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS ws-dl-file-status.
           SELECT PAYEE-FILE
               ASSIGN TO "PAYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rp-file-status.
           SELECT REMIT-BALANCE-FILE
               ASSIGN TO "REMBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-KEY
               FILE STATUS IS ws-rb-file-status.
           SELECT EMP-MASTER-FILE
               ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS ws-em-file-status.
           SELECT GL-MAP-FILE
               ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gm-file-status.
           SELECT REMIT-RPT-FILE
               ASSIGN TO "REMREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rr-file-status.
           SELECT CHECK-REQUEST-FILE
               ASSIGN TO "REMCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rc-file-status.
           SELECT ACH-FILE
               ASSIGN TO "REMACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ac-file-status.
           SELECT GL-EXTRACT-FILE
               ASSIGN TO "REMGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Input copy of EMPPAY's PERIOD-CTL-RECORD - the two layouts
      * must be changed together.
       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PERIOD-CTL-RECORD.
           05 PC-KEY.
              10 PC-PAY-FREQUENCY   PIC X(1).
              10 PC-PERIOD-END      PIC 9(8).
           05 PC-STATUS             PIC X(1).
              88 period-open        VALUE "O".
              88 period-in-progress VALUE "P".
              88 period-closed      VALUE "C".
           05 PC-PAY-DATE           PIC 9(8).
           05 FILLER                PIC X(22).

      * I-O copy of EMPPAY's DED-LEDGER-RECORD - the two layouts
      * must be changed together. This program only ever moves
      * DL-ROLLED-AMOUNT up (or down, after a void) to DL-AMOUNT.
       FD  DED-LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DED-LEDGER-RECORD.
           05 DL-KEY.
              10 DL-EMP-ID          PIC X(6).
              10 DL-PERIOD-END      PIC 9(8).
              10 DL-PRIORITY        PIC 9(2).
              10 DL-SEQ             PIC 9(2).
           05 DL-DED-TYPE           PIC X(3).
           05 DL-PAY-FREQUENCY      PIC X(1).
           05 DL-AMOUNT             PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 DL-ROLLED-AMOUNT      PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(18).

      * One line per payee link, maintained by accounts payable the
      * way GLMAP.DAT is by accounting. RP-LINK-TYPE "T" links
      * every order of the deduction type in the first three
      * positions of RP-LINK-VALUE to the payee; "O" links one
      * garnishment order by employee, priority and sequence (the
      * DEDMAST key) and wins over a "T" line for the same order.
      * RP-FREQUENCY: "E" every run, "W" weekly, "M" monthly,
      * "Q" quarterly - measured from the last remittance.
      * RP-METHOD "A" pays by ACH credit to the routing/account
      * given; anything else raises a check request. An "O" link
      * with RP-CHILD-SUPPORT "Y" sends the child-support (DED*CS)
      * addenda; RP-NCP-SSN, RP-FIPS-CODE and RP-MEDICAL-IND are
      * taken from the income-withholding order.
       FD  PAYEE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PAYEE-RECORD.
           05 RP-LINK-KEY.
              10 RP-LINK-TYPE       PIC X(1).
                 88 payee-by-type   VALUE "T".
                 88 payee-by-order  VALUE "O".
              10 RP-LINK-VALUE      PIC X(10).
              10 RP-LINK-ORDER REDEFINES RP-LINK-VALUE.
                 15 RP-ORD-EMP-ID   PIC X(6).
                 15 RP-ORD-PRIORITY PIC 9(2).
                 15 RP-ORD-SEQ      PIC 9(2).
           05 RP-PAYEE-NAME         PIC X(30).
           05 RP-ADDR-LINE-1        PIC X(30).
           05 RP-ADDR-LINE-2        PIC X(30).
           05 RP-CASE-NUMBER        PIC X(20).
           05 RP-FREQUENCY          PIC X(1).
              88 remit-each-run     VALUE "E".
              88 remit-weekly       VALUE "W".
              88 remit-monthly      VALUE "M".
              88 remit-quarterly    VALUE "Q".
           05 RP-METHOD             PIC X(1).
              88 remit-by-ach       VALUE "A".
           05 RP-ACCT-TYPE          PIC X(1).
              88 rp-acct-savings    VALUE "S".
           05 RP-ROUTING            PIC 9(9).
           05 RP-ACCOUNT            PIC X(17).
           05 RP-CHILD-SUPPORT      PIC X(1).
              88 child-support-order VALUE "Y".
           05 RP-NCP-SSN            PIC X(9).
           05 RP-FIPS-CODE          PIC X(7).
           05 RP-MEDICAL-IND        PIC X(1).
           05 FILLER                PIC X(32).

      * The running balance owed to each payee link, kept across
      * runs: rolled withholdings are added as they arrive and a
      * remittance takes it back to zero. A negative balance is a
      * void the payee was already paid for, recovered from the
      * next withholdings. RB-LAST-PAY-DATE is the pay date of the
      * period RB-LAST-PERIOD-END names; a balance rolled before it
      * was kept leaves it blank and the period end stands in.
       FD  REMIT-BALANCE-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  REMIT-BALANCE-RECORD.
           05 RB-KEY                PIC X(11).
           05 RB-DED-TYPE           PIC X(3).
           05 RB-BALANCE            PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 RB-LAST-PERIOD-END    PIC 9(8).
           05 RB-LAST-REMIT-DATE    PIC 9(8).
           05 RB-LAST-PAY-DATE      PIC 9(8).
           05 FILLER                PIC X(12).

      * Input copy of EMPPAY's EMP-MASTER-RECORD - the two layouts
      * must be changed together.
       FD  EMP-MASTER-FILE
           RECORD CONTAINS 270 CHARACTERS.
       01  EMP-MASTER-RECORD.
           05 EM-EMP-ID             PIC X(6).
           05 EM-FNAME              PIC X(15).
           05 EM-LNAME              PIC X(15).
           05 EM-DEPT               PIC X(4).
           05 EM-PAY-FREQUENCY      PIC X(1).
           05 EM-HOURLY-RATE        PIC 9(3)V99.
           05 EM-FED-FILING-STATUS  PIC X(1).
           05 EM-FED-ALLOWANCES     PIC 9(2).
           05 EM-STATE-FILING-STATUS PIC X(1).
           05 EM-STATE-ALLOWANCES   PIC 9(2).
           05 EM-PAY-METHOD         PIC X(1).
           05 EM-PRENOTE-FLAG       PIC X(1).
           05 EM-ACCT-TYPE          PIC X(1).
           05 EM-ROUTING            PIC 9(9).
           05 EM-ACCOUNT            PIC X(17).
           05 EM-SPLIT-ACCT-TYPE    PIC X(1).
           05 EM-SPLIT-ROUTING      PIC 9(9).
           05 EM-SPLIT-ACCOUNT      PIC X(17).
           05 EM-SPLIT-AMOUNT       PIC 9(5)V99.
           05 EM-STATUS             PIC X(1).
              88 em-terminated      VALUE "T".
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

      * Input copy of EMPPAY's GL-MAP-RECORD - the two layouts must
      * be changed together. This program books to the "D"
      * deduction liability accounts, the "X" default and the "R"
      * remittance cash account; "X" and "R" are required.
       FD  GL-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-MAP-RECORD.
           05 GM-MAP-TYPE           PIC X(1).
           05 GM-DED-TYPE           PIC X(3).
           05 GM-ACCOUNT            PIC X(6).
           05 FILLER                PIC X(70).

       FD  REMIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REMIT-RPT-RECORD         PIC X(132).

      * One request per check remittance, for accounts payable to
      * cut from the remittance cash account.
       FD  CHECK-REQUEST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CHECK-REQUEST-RECORD.
           05 RC-PAYEE-KEY          PIC X(11).
           05 RC-PAYEE-NAME         PIC X(30).
           05 RC-ADDR-LINE-1        PIC X(30).
           05 RC-ADDR-LINE-2        PIC X(30).
           05 RC-CASE-NUMBER        PIC X(20).
           05 RC-DED-TYPE           PIC X(3).
           05 RC-AMOUNT             PIC 9(7)V99.
           05 RC-REQUEST-DATE       PIC 9(8).
           05 RC-LAST-PERIOD-END    PIC 9(8).
           05 FILLER                PIC X(51).

       FD  ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-RECORD               PIC X(94).

      * Same layout as EMPPAY's GL journal: debits positive,
      * credits negative, the file sums to zero.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-EXTRACT-RECORD.
           05 GL-ACCOUNT-CODE        PIC X(6).
           05 GL-COST-CENTER         PIC X(4).
           05 GL-EMP-ID              PIC X(6).
           05 GL-DR-CR               PIC X(1).
           05 GL-PAY-AMOUNT          PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(53).

       WORKING-STORAGE SECTION.
       77 remit-counter         PIC 9(6).

       01  ws-file-statuses.
           05 ws-pc-file-status    PIC XX.
           05 ws-dl-file-status    PIC XX.
           05 ws-rp-file-status    PIC XX.
           05 ws-rb-file-status    PIC XX.
           05 ws-em-file-status    PIC XX.
           05 ws-gm-file-status    PIC XX.
           05 ws-rr-file-status    PIC XX.
           05 ws-rc-file-status    PIC XX.
           05 ws-ac-file-status    PIC XX.
           05 ws-gl-file-status    PIC XX.

       01  ws-flags.
           05 ws-pc-eof-flag          PIC X VALUE "N".
              88 period-ctl-eof       VALUE "Y".
           05 ws-dl-eof-flag          PIC X VALUE "N".
              88 ded-ledger-eof       VALUE "Y".
           05 ws-rp-eof-flag          PIC X VALUE "N".
              88 payee-file-eof       VALUE "Y".
           05 ws-gm-eof-flag          PIC X VALUE "N".
              88 gl-map-eof           VALUE "Y".
           05 ws-period-found-flag    PIC X VALUE "N".
              88 period-record-found  VALUE "Y".
           05 ws-payee-found-flag     PIC X VALUE "N".
              88 payee-link-found     VALUE "Y".
           05 ws-balance-found-flag   PIC X VALUE "N".
              88 balance-record-found VALUE "Y".
           05 ws-master-found-flag    PIC X VALUE "N".
              88 master-record-found  VALUE "Y".
           05 ws-remit-due-flag       PIC X VALUE "N".
              88 remittance-due       VALUE "Y".
           05 ws-ach-started-flag     PIC X VALUE "N".
              88 ach-file-started     VALUE "Y".

      * Originator identity, the same company and bank EMPACH sends
      * payroll under.
      * *** SETUP REQUIRED BEFORE FIRST TRANSMISSION ***
      * ws-immediate-origin and ws-company-id are deliberately
      * zeros, NOT usable values: set them to the immediate-origin
      * and company identification assigned by the ODFI, as in
      * EMPACH, or the bank will reject the file.
       01  ws-ach-constants.
           05 ws-immediate-dest    PIC X(10) VALUE " 091000019".
           05 ws-immediate-origin  PIC X(10) VALUE "0000000000".
           05 ws-dest-name         PIC X(23)
              VALUE "FIRST COMMERCE BANK".
           05 ws-origin-name       PIC X(23)
              VALUE "BRADDOCK MANUFACTURING".
           05 ws-company-name      PIC X(16)
              VALUE "BRADDOCK MFG".
           05 ws-company-id        PIC X(10) VALUE "0000000000".
           05 ws-odfi-routing      PIC 9(8) VALUE 09100001.

       01  ws-run-date             PIC 9(8).
       01  ws-run-date-parts REDEFINES ws-run-date.
           05 ws-run-yyyy.
              10 FILLER            PIC 9(2).
              10 ws-run-yy         PIC 9(2).
           05 ws-run-mm            PIC 9(2).
           05 ws-run-dd            PIC 9(2).
       01  ws-run-time             PIC 9(8).
       01  ws-run-time-parts REDEFINES ws-run-time.
           05 ws-run-hhmm          PIC 9(4).
           05 FILLER               PIC 9(4).

      * The payee links loaded from PAYEE.DAT, with what this run
      * rolled to each.
       01  ws-payee-table.
           05 ws-payee-count       PIC 9(3) VALUE ZERO.
           05 ws-payee-entry OCCURS 200 TIMES
                             INDEXED BY py-idx.
              10 ws-py-link-key    PIC X(11).
              10 ws-py-withheld    PIC S9(7)V99.

       01  ws-search-key.
           05 ws-sk-link-type      PIC X(1).
           05 ws-sk-link-value     PIC X(10).
           05 ws-sk-link-order REDEFINES ws-sk-link-value.
              10 ws-sk-emp-id      PIC X(6).
              10 ws-sk-priority    PIC 9(2).
              10 ws-sk-seq         PIC 9(2).

      * Accounts loaded from GL-MAP-FILE at initialization.
       01  ws-gl-accounts.
           05 ws-gl-ded-dflt-acct  PIC X(6) VALUE SPACES.
           05 ws-gl-cash-acct      PIC X(6) VALUE SPACES.
           05 ws-ded-map-count     PIC 9(2) VALUE ZERO.
           05 ws-ded-map-entry OCCURS 20 TIMES
                               INDEXED BY map-idx.
              10 ws-ded-map-type   PIC X(3).
              10 ws-ded-map-acct   PIC X(6).

       01  ws-gl-line.
           05 ws-gl-line-acct      PIC X(6).
           05 ws-gl-line-emp-id    PIC X(6).
           05 ws-gl-line-amount    PIC S9(7)V99.
           05 ws-gl-debit-total    PIC S9(9)V99 VALUE ZERO.
           05 ws-gl-credit-total   PIC S9(9)V99 VALUE ZERO.

       01  ws-remit-work.
           05 ws-roll-amount       PIC S9(7)V99.
           05 ws-opening-balance   PIC S9(7)V99.
           05 ws-remit-amount      PIC S9(7)V99.
           05 ws-days-since-remit  PIC S9(7).
           05 ws-last-remit-date   PIC 9(8).
           05 ws-last-remit-parts REDEFINES ws-last-remit-date.
              10 ws-last-remit-yyyy PIC 9(4).
              10 ws-last-remit-mm  PIC 9(2).
              10 ws-last-remit-dd  PIC 9(2).
           05 ws-run-quarter       PIC 9(1).
           05 ws-last-quarter      PIC 9(1).
           05 ws-action-text       PIC X(16).

       01  ws-remit-totals.
           05 ws-tot-opening       PIC S9(9)V99 VALUE ZERO.
           05 ws-tot-withheld      PIC S9(9)V99 VALUE ZERO.
           05 ws-tot-paid          PIC S9(9)V99 VALUE ZERO.
           05 ws-tot-carried       PIC S9(9)V99 VALUE ZERO.
           05 ws-unassigned-count  PIC 9(6) VALUE ZERO.
           05 ws-unassigned-total  PIC S9(9)V99 VALUE ZERO.

       01  ws-ach-totals.
           05 ws-entry-count       PIC 9(8) VALUE ZERO.
           05 ws-entry-hash        PIC 9(10) VALUE ZERO.
           05 ws-credit-total      PIC 9(10)V99 VALUE ZERO.
           05 ws-record-count      PIC 9(6) VALUE ZERO.
           05 ws-block-count       PIC 9(6).
           05 ws-trace-seq         PIC 9(7) VALUE ZERO.
           05 ws-pad-count         PIC 9(2).

       01  ws-entry-work.
           05 ws-entry-routing     PIC 9(9).
           05 ws-entry-routing-parts REDEFINES ws-entry-routing.
              10 ws-entry-rt-prefix PIC 9(8).
              10 ws-entry-rt-check  PIC 9(1).
           05 ws-entry-name        PIC X(22).
           05 ws-entry-id          PIC X(15).

      * Child-support addenda pieces. The amount goes as dollars
      * and cents with no decimal point and no leading zeros; the
      * date is the pay date of the latest period in the payment.
       01  ws-cs-addenda-work.
           05 ws-cs-cents          PIC 9(10).
           05 ws-cs-cents-x REDEFINES ws-cs-cents PIC X(10).
           05 ws-cs-lead-zeros     PIC 9(2).
           05 ws-cs-pay-date       PIC 9(8).
           05 ws-cs-pay-date-parts REDEFINES ws-cs-pay-date.
              10 FILLER            PIC 9(2).
              10 ws-cs-pay-yymmdd  PIC 9(6).
           05 ws-cs-last-name      PIC X(10).
           05 ws-cs-term-ind       PIC X(1).

       01  ws-file-header.
           05 FILLER               PIC X(1) VALUE "1".
           05 FILLER               PIC X(2) VALUE "01".
           05 ws-fh-dest           PIC X(10).
           05 ws-fh-origin         PIC X(10).
           05 ws-fh-date           PIC 9(6).
           05 ws-fh-time           PIC 9(4).
           05 FILLER               PIC X(1) VALUE "A".
           05 FILLER               PIC X(3) VALUE "094".
           05 FILLER               PIC X(2) VALUE "10".
           05 FILLER               PIC X(1) VALUE "1".
           05 ws-fh-dest-name      PIC X(23).
           05 ws-fh-origin-name    PIC X(23).
           05 FILLER               PIC X(8) VALUE SPACES.

       01  ws-batch-header.
           05 FILLER               PIC X(1) VALUE "5".
           05 FILLER               PIC X(3) VALUE "220".
           05 ws-bh-company-name   PIC X(16).
           05 FILLER               PIC X(20) VALUE SPACES.
           05 ws-bh-company-id     PIC X(10).
           05 FILLER               PIC X(3) VALUE "CCD".
           05 FILLER               PIC X(10) VALUE "REMITTANCE".
           05 ws-bh-desc-date      PIC 9(6).
           05 ws-bh-eff-date       PIC 9(6).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(1) VALUE "1".
           05 ws-bh-odfi           PIC 9(8).
           05 ws-bh-batch-number   PIC 9(7) VALUE 1.

       01  ws-entry-detail.
           05 FILLER               PIC X(1) VALUE "6".
           05 ws-ed-tran-code      PIC X(2).
           05 ws-ed-routing        PIC 9(8).
           05 ws-ed-check-digit    PIC X(1).
           05 ws-ed-account        PIC X(17).
           05 ws-ed-amount         PIC 9(10).
           05 ws-ed-individual-id  PIC X(15).
           05 ws-ed-name           PIC X(22).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(1) VALUE "1".
           05 ws-ed-trace-odfi     PIC 9(8).
           05 ws-ed-trace-seq      PIC 9(7).

      * Every remittance entry carries one addenda record: the
      * DED*CS segment for a child-support order, otherwise the
      * case number and deduction type for the payee's posting.
       01  ws-addenda-record.
           05 FILLER               PIC X(1) VALUE "7".
           05 FILLER               PIC X(2) VALUE "05".
           05 ws-ad-payment-info   PIC X(80).
           05 ws-ad-sequence       PIC 9(4) VALUE 1.
           05 ws-ad-entry-seq      PIC 9(7).

       01  ws-batch-control.
           05 FILLER               PIC X(1) VALUE "8".
           05 FILLER               PIC X(3) VALUE "220".
           05 ws-bc-entry-count    PIC 9(6).
           05 ws-bc-entry-hash     PIC 9(10).
           05 ws-bc-debit-total    PIC 9(12) VALUE ZERO.
           05 ws-bc-credit-total   PIC 9(12).
           05 ws-bc-company-id     PIC X(10).
           05 FILLER               PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 ws-bc-odfi           PIC 9(8).
           05 ws-bc-batch-number   PIC 9(7) VALUE 1.

       01  ws-file-control.
           05 FILLER               PIC X(1) VALUE "9".
           05 ws-fc-batch-count    PIC 9(6) VALUE 1.
           05 ws-fc-block-count    PIC 9(6).
           05 ws-fc-entry-count    PIC 9(8).
           05 ws-fc-entry-hash     PIC 9(10).
           05 ws-fc-debit-total    PIC 9(12) VALUE ZERO.
           05 ws-fc-credit-total   PIC 9(12).
           05 FILLER               PIC X(39) VALUE SPACES.

       01  ws-heading-line.
           05 FILLER               PIC X(40)
              VALUE "DEDUCTION REMITTANCE REGISTER".
           05 FILLER               PIC X(9) VALUE "RUN DATE ".
           05 ws-hd-run-date       PIC 9(8).
           05 FILLER               PIC X(75) VALUE SPACES.

       01  ws-section-line.
           05 ws-sc-title          PIC X(40).
           05 FILLER               PIC X(92) VALUE SPACES.

       01  ws-una-col-line.
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(10) VALUE "PERIOD".
           05 FILLER               PIC X(5)  VALUE "PRI".
           05 FILLER               PIC X(5)  VALUE "SEQ".
           05 FILLER               PIC X(5)  VALUE "TYPE".
           05 FILLER               PIC X(13) VALUE "       AMOUNT".
           05 FILLER               PIC X(86) VALUE SPACES.

       01  ws-una-detail-line.
           05 ws-ud-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-ud-period-end     PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-ud-priority       PIC 9(2).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ws-ud-seq            PIC 9(2).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ws-ud-ded-type       PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-ud-amount         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(86) VALUE SPACES.

       01  ws-rem-col-line.
           05 FILLER               PIC X(14) VALUE "PAYEE LINK".
           05 FILLER               PIC X(26) VALUE "PAYEE".
           05 FILLER               PIC X(16) VALUE "CASE NUMBER".
           05 FILLER               PIC X(14) VALUE "      OPENING".
           05 FILLER               PIC X(14) VALUE "     WITHHELD".
           05 FILLER               PIC X(14) VALUE "         PAID".
           05 FILLER               PIC X(15) VALUE "      CARRIED".
           05 FILLER               PIC X(19) VALUE "ACTION".

       01  ws-rem-detail-line.
           05 ws-rd-link-type      PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rd-link-value     PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-rd-payee-name     PIC X(24).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-rd-case-number    PIC X(15).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rd-opening        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rd-withheld       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rd-paid           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rd-carried        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-rd-action         PIC X(16).
           05 FILLER               PIC X(3) VALUE SPACES.

       01  ws-rem-total-line.
           05 ws-rt-label          PIC X(54).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rt-opening        PIC ZZZ,ZZZ,ZZ9.99-.
           05 ws-rt-withheld       PIC ZZZ,ZZZ,ZZ9.99-.
           05 ws-rt-paid           PIC ZZZ,ZZZ,ZZ9.99-.
           05 ws-rt-carried        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(17) VALUE SPACES.

       01  ws-total-line.
           05 ws-tl-label          PIC X(40).
           05 ws-tl-amount         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPREMIT Version 1.0"

           PERFORM initialization
           PERFORM roll-ded-ledger
           PERFORM remit-payees

           PERFORM termination
           STOP RUN
           .
       initialization.
           MOVE ZERO TO remit-counter
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME

           PERFORM check-period-control
           PERFORM load-payee-links
           PERFORM load-gl-account-map

           OPEN I-O DED-LEDGER-FILE
           IF ws-dl-file-status NOT = "00"
              DISPLAY "ERROR OPENING DED-LEDGER-FILE: "
                      ws-dl-file-status
              STOP RUN
           END-IF
           PERFORM open-remit-balance-file
           OPEN INPUT EMP-MASTER-FILE
           IF ws-em-file-status NOT = "00"
              DISPLAY "ERROR OPENING EMP-MASTER-FILE: "
                      ws-em-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT REMIT-RPT-FILE
           IF ws-rr-file-status NOT = "00"
              DISPLAY "ERROR OPENING REMIT-RPT-FILE: "
                      ws-rr-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT CHECK-REQUEST-FILE
           IF ws-rc-file-status NOT = "00"
              DISPLAY "ERROR OPENING CHECK-REQUEST-FILE: "
                      ws-rc-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT ACH-FILE
           IF ws-ac-file-status NOT = "00"
              DISPLAY "ERROR OPENING ACH-FILE: "
                      ws-ac-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE
           IF ws-gl-file-status NOT = "00"
              DISPLAY "ERROR OPENING GL-EXTRACT-FILE: "
                      ws-gl-file-status
              STOP RUN
           END-IF

           COMPUTE ws-run-quarter = (ws-run-mm + 2) / 3
           END-COMPUTE
           MOVE ws-run-date TO ws-hd-run-date
           MOVE ws-heading-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           .
      * A pay run holding a period "P" is still posting to the
      * deduction ledger; remitting from under it could pay half a
      * period, so the run waits for EMPPAY to finish.
       check-period-control.
           OPEN INPUT PERIOD-CTL-FILE
           IF ws-pc-file-status NOT = "00"
              DISPLAY "ERROR OPENING PERIOD-CTL-FILE: "
                      ws-pc-file-status
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO PC-KEY
           MOVE "N" TO ws-pc-eof-flag
           START PERIOD-CTL-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY MOVE "Y" TO ws-pc-eof-flag
           END-START
           PERFORM UNTIL period-ctl-eof
              READ PERIOD-CTL-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-pc-eof-flag
                 NOT AT END
                    IF period-in-progress
                       DISPLAY "PAY PERIOD " PC-PERIOD-END
                               " FREQ " PC-PAY-FREQUENCY
                               " IN PROGRESS - RUN STOPPED"
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM
           .
       load-payee-links.
           OPEN INPUT PAYEE-FILE
           IF ws-rp-file-status NOT = "00"
              DISPLAY "ERROR OPENING PAYEE-FILE: "
                      ws-rp-file-status
              STOP RUN
           END-IF
           MOVE "N" TO ws-rp-eof-flag
           PERFORM UNTIL payee-file-eof
              READ PAYEE-FILE
                 AT END
                    MOVE "Y" TO ws-rp-eof-flag
                 NOT AT END
                    PERFORM load-payee-link
              END-READ
           END-PERFORM
           CLOSE PAYEE-FILE
           .
      * Two lines for one link would split its withholdings
      * between them by accident of file order, so a duplicate is
      * fatal the way a full table is.
       load-payee-link.
           MOVE RP-LINK-KEY TO ws-search-key
           PERFORM find-payee-link
           IF payee-link-found
              DISPLAY "DUPLICATE PAYEE LINK " RP-LINK-KEY
                      " ON PAYEE-FILE - RUN STOPPED"
              STOP RUN
           END-IF
           IF ws-payee-count < 200
              ADD 1 TO ws-payee-count
              SET py-idx TO ws-payee-count
              MOVE RP-LINK-KEY TO ws-py-link-key (py-idx)
              MOVE ZERO        TO ws-py-withheld (py-idx)
           ELSE
              DISPLAY "PAYEE LINK TABLE FULL"
              STOP RUN
           END-IF
           .
       find-payee-link.
           MOVE "N" TO ws-payee-found-flag
           PERFORM VARYING py-idx FROM 1 BY 1
                   UNTIL py-idx > ws-payee-count
                      OR payee-link-found
              IF ws-py-link-key (py-idx) = ws-search-key
                 MOVE "Y" TO ws-payee-found-flag
              END-IF
           END-PERFORM
           IF payee-link-found
              SET py-idx DOWN BY 1
           END-IF
           .
      * The journal cannot book without its chart, so a missing
      * mapping file or a missing required entry is fatal here the
      * way it is in EMPPAY.
       load-gl-account-map.
           OPEN INPUT GL-MAP-FILE
           IF ws-gm-file-status NOT = "00"
              DISPLAY "ERROR OPENING GL-MAP-FILE: "
                      ws-gm-file-status
              STOP RUN
           END-IF
           MOVE "N" TO ws-gm-eof-flag
           PERFORM UNTIL gl-map-eof
              READ GL-MAP-FILE
                 AT END
                    MOVE "Y" TO ws-gm-eof-flag
                 NOT AT END
                    PERFORM load-gl-map-record
              END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           IF ws-gl-ded-dflt-acct = SPACES
              OR ws-gl-cash-acct = SPACES
              DISPLAY "GL-MAP-FILE MISSING A REQUIRED ACCOUNT - "
                      "RUN STOPPED"
              STOP RUN
           END-IF
           .
       load-gl-map-record.
           EVALUATE GM-MAP-TYPE
              WHEN "X"
                 MOVE GM-ACCOUNT TO ws-gl-ded-dflt-acct
              WHEN "R"
                 MOVE GM-ACCOUNT TO ws-gl-cash-acct
              WHEN "D"
                 IF ws-ded-map-count < 20
                    ADD 1 TO ws-ded-map-count
                    SET map-idx TO ws-ded-map-count
                    MOVE GM-DED-TYPE TO ws-ded-map-type (map-idx)
                    MOVE GM-ACCOUNT  TO ws-ded-map-acct (map-idx)
                 ELSE
                    DISPLAY "GL DEDUCTION ACCOUNT TABLE FULL"
                    STOP RUN
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       open-remit-balance-file.
           OPEN I-O REMIT-BALANCE-FILE
           IF ws-rb-file-status = "35"
              OPEN OUTPUT REMIT-BALANCE-FILE
              CLOSE REMIT-BALANCE-FILE
              OPEN I-O REMIT-BALANCE-FILE
           END-IF
           IF ws-rb-file-status NOT = "00"
              DISPLAY "ERROR OPENING REMIT-BALANCE-FILE: "
                      ws-rb-file-status
              STOP RUN
           END-IF
           .
      * Walks the whole ledger once. Only a period EMPPAY has
      * closed is rolled - an open period may yet be voided or
      * adjusted. Whatever has changed since the last roll (a new
      * take, or a void backing a rolled take out) moves to the
      * payee's balance, and the ledger record is marked rolled up
      * to its current amount.
       roll-ded-ledger.
           MOVE SPACES TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           MOVE "WITHHOLDINGS WITH NO PAYEE" TO ws-sc-title
           MOVE ws-section-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           MOVE ws-una-col-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD

           MOVE LOW-VALUES TO DL-KEY
           MOVE "N" TO ws-dl-eof-flag
           START DED-LEDGER-FILE KEY IS NOT LESS THAN DL-KEY
               INVALID KEY MOVE "Y" TO ws-dl-eof-flag
           END-START
           PERFORM UNTIL ded-ledger-eof
              READ DED-LEDGER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-dl-eof-flag
                 NOT AT END
                    IF DL-AMOUNT NOT = DL-ROLLED-AMOUNT
                       PERFORM roll-one-ledger-entry
                    END-IF
              END-READ
           END-PERFORM
           .
       roll-one-ledger-entry.
           MOVE DL-PAY-FREQUENCY TO PC-PAY-FREQUENCY
           MOVE DL-PERIOD-END    TO PC-PERIOD-END
           READ PERIOD-CTL-FILE
               INVALID KEY
                   MOVE "N" TO ws-period-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-period-found-flag
           END-READ
           IF period-record-found
              AND period-closed
              COMPUTE ws-roll-amount = DL-AMOUNT - DL-ROLLED-AMOUNT
              END-COMPUTE
              MOVE "O"              TO ws-sk-link-type
              MOVE DL-EMP-ID        TO ws-sk-emp-id
              MOVE DL-PRIORITY      TO ws-sk-priority
              MOVE DL-SEQ           TO ws-sk-seq
              PERFORM find-payee-link
              IF NOT payee-link-found
                 MOVE SPACES        TO ws-search-key
                 MOVE "T"           TO ws-sk-link-type
                 MOVE DL-DED-TYPE   TO ws-sk-link-value
                 PERFORM find-payee-link
              END-IF
              IF payee-link-found
                 PERFORM roll-to-payee-balance
              ELSE
                 PERFORM write-unassigned-line
              END-IF
           END-IF
           .
       roll-to-payee-balance.
           PERFORM read-remit-balance
           IF NOT balance-record-found
              MOVE ws-search-key TO RB-KEY
              MOVE ZERO          TO RB-BALANCE
              MOVE ZERO          TO RB-LAST-PERIOD-END
              MOVE ZERO          TO RB-LAST-REMIT-DATE
              MOVE ZERO          TO RB-LAST-PAY-DATE
           END-IF
           MOVE DL-DED-TYPE TO RB-DED-TYPE
           ADD ws-roll-amount TO RB-BALANCE
           IF DL-PERIOD-END NOT < RB-LAST-PERIOD-END
              MOVE DL-PERIOD-END TO RB-LAST-PERIOD-END
              IF PC-PAY-DATE NUMERIC
                 AND PC-PAY-DATE > ZERO
                 MOVE PC-PAY-DATE   TO RB-LAST-PAY-DATE
              ELSE
                 MOVE PC-PERIOD-END TO RB-LAST-PAY-DATE
              END-IF
           END-IF
           IF balance-record-found
              REWRITE REMIT-BALANCE-RECORD
           ELSE
              WRITE REMIT-BALANCE-RECORD
           END-IF
           ADD ws-roll-amount TO ws-py-withheld (py-idx)

           MOVE DL-AMOUNT TO DL-ROLLED-AMOUNT
           REWRITE DED-LEDGER-RECORD
           .
      * Left unrolled on the ledger: once accounts payable adds a
      * payee line for it, the next run picks it up.
       write-unassigned-line.
           MOVE DL-EMP-ID      TO ws-ud-emp-id
           MOVE DL-PERIOD-END  TO ws-ud-period-end
           MOVE DL-PRIORITY    TO ws-ud-priority
           MOVE DL-SEQ         TO ws-ud-seq
           MOVE DL-DED-TYPE    TO ws-ud-ded-type
           MOVE ws-roll-amount TO ws-ud-amount
           MOVE ws-una-detail-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           ADD 1 TO ws-unassigned-count
           ADD ws-roll-amount TO ws-unassigned-total
           .
       read-remit-balance.
           MOVE ws-search-key TO RB-KEY
           READ REMIT-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO ws-balance-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-balance-found-flag
           END-READ
           .
      * Second pass, in PAYEE.DAT order: every link with a balance
      * is paid in full if its remittance is due, otherwise carried
      * forward. A credit balance is never paid - it waits for
      * withholdings to cover it.
       remit-payees.
           MOVE SPACES TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           MOVE "REMITTANCES" TO ws-sc-title
           MOVE ws-section-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           MOVE ws-rem-col-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD

           OPEN INPUT PAYEE-FILE
           IF ws-rp-file-status NOT = "00"
              DISPLAY "ERROR OPENING PAYEE-FILE: "
                      ws-rp-file-status
              STOP RUN
           END-IF
           MOVE "N" TO ws-rp-eof-flag
           PERFORM UNTIL payee-file-eof
              READ PAYEE-FILE
                 AT END
                    MOVE "Y" TO ws-rp-eof-flag
                 NOT AT END
                    PERFORM remit-one-payee
              END-READ
           END-PERFORM
           CLOSE PAYEE-FILE
           .
       remit-one-payee.
           MOVE RP-LINK-KEY TO ws-search-key
           PERFORM find-payee-link
           PERFORM read-remit-balance
           IF balance-record-found
              IF RB-BALANCE NOT = ZERO
                 OR ws-py-withheld (py-idx) NOT = ZERO
                 PERFORM remit-payee-balance
              END-IF
           END-IF
           .
       remit-payee-balance.
           COMPUTE ws-opening-balance
                 = RB-BALANCE - ws-py-withheld (py-idx)
           END-COMPUTE
           MOVE ZERO TO ws-remit-amount
           PERFORM check-remittance-due
           EVALUATE TRUE
              WHEN RB-BALANCE NOT > ZERO
                 MOVE "CREDIT CARRIED" TO ws-action-text
              WHEN NOT remittance-due
                 MOVE "NOT DUE" TO ws-action-text
              WHEN remit-by-ach
                 MOVE RB-BALANCE TO ws-remit-amount
                 PERFORM write-remit-ach
                 MOVE "PAID ACH" TO ws-action-text
              WHEN OTHER
                 MOVE RB-BALANCE TO ws-remit-amount
                 PERFORM write-check-request
                 MOVE "CHECK REQUESTED" TO ws-action-text
           END-EVALUATE
           IF ws-remit-amount > ZERO
              PERFORM write-remit-gl
              SUBTRACT ws-remit-amount FROM RB-BALANCE
              MOVE ws-run-date TO RB-LAST-REMIT-DATE
              REWRITE REMIT-BALANCE-RECORD
              ADD 1 TO remit-counter
           END-IF
           PERFORM write-remit-line
           .
      * A link never paid before is due at once; otherwise the
      * frequency is measured from its last remittance date.
       check-remittance-due.
           MOVE "Y" TO ws-remit-due-flag
           MOVE RB-LAST-REMIT-DATE TO ws-last-remit-date
           EVALUATE TRUE
              WHEN ws-last-remit-date = ZERO
                 CONTINUE
              WHEN remit-weekly
                 COMPUTE ws-days-since-remit
                       = FUNCTION INTEGER-OF-DATE (ws-run-date)
                       - FUNCTION INTEGER-OF-DATE
                                  (ws-last-remit-date)
                 END-COMPUTE
                 IF ws-days-since-remit < 7
                    MOVE "N" TO ws-remit-due-flag
                 END-IF
              WHEN remit-monthly
                 IF ws-last-remit-yyyy = ws-run-yyyy
                    AND ws-last-remit-mm = ws-run-mm
                    MOVE "N" TO ws-remit-due-flag
                 END-IF
              WHEN remit-quarterly
                 COMPUTE ws-last-quarter
                       = (ws-last-remit-mm + 2) / 3
                 END-COMPUTE
                 IF ws-last-remit-yyyy = ws-run-yyyy
                    AND ws-last-quarter = ws-run-quarter
                    MOVE "N" TO ws-remit-due-flag
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       write-check-request.
           MOVE SPACES              TO CHECK-REQUEST-RECORD
           MOVE RP-LINK-KEY         TO RC-PAYEE-KEY
           MOVE RP-PAYEE-NAME       TO RC-PAYEE-NAME
           MOVE RP-ADDR-LINE-1      TO RC-ADDR-LINE-1
           MOVE RP-ADDR-LINE-2      TO RC-ADDR-LINE-2
           MOVE RP-CASE-NUMBER      TO RC-CASE-NUMBER
           MOVE RB-DED-TYPE         TO RC-DED-TYPE
           MOVE ws-remit-amount     TO RC-AMOUNT
           MOVE ws-run-date         TO RC-REQUEST-DATE
           MOVE RB-LAST-PERIOD-END  TO RC-LAST-PERIOD-END
           WRITE CHECK-REQUEST-RECORD
           .
      * The file and batch headers go out with the first entry, so
      * a run with no ACH payee leaves an empty file rather than an
      * empty batch for the bank to reject.
       write-remit-ach.
           IF NOT ach-file-started
              PERFORM write-file-header
              PERFORM write-batch-header
              MOVE "Y" TO ws-ach-started-flag
           END-IF
           IF rp-acct-savings
              MOVE "32" TO ws-ed-tran-code
           ELSE
              MOVE "22" TO ws-ed-tran-code
           END-IF
           MOVE RP-ROUTING         TO ws-entry-routing
           MOVE ws-entry-rt-prefix TO ws-ed-routing
           MOVE ws-entry-rt-check  TO ws-ed-check-digit
           MOVE RP-ACCOUNT         TO ws-ed-account
      * NACHA amounts are whole cents - convert, a straight MOVE
      * would decimal-align and drop the fraction.
           COMPUTE ws-ed-amount = ws-remit-amount * 100
           END-COMPUTE
           MOVE RP-CASE-NUMBER     TO ws-entry-id
           MOVE ws-entry-id        TO ws-ed-individual-id
           MOVE RP-PAYEE-NAME      TO ws-entry-name
           MOVE ws-entry-name      TO ws-ed-name
           ADD 1 TO ws-trace-seq
           MOVE ws-odfi-routing    TO ws-ed-trace-odfi
           MOVE ws-trace-seq       TO ws-ed-trace-seq

           ADD 2 TO ws-entry-count
           ADD ws-entry-rt-prefix TO ws-entry-hash
           ADD ws-remit-amount TO ws-credit-total

           MOVE ws-entry-detail TO ACH-RECORD
           PERFORM write-ach-record

           IF payee-by-order
              AND child-support-order
              PERFORM build-cs-addenda
           ELSE
              MOVE SPACES TO ws-ad-payment-info
              STRING "REMIT " DELIMITED BY SIZE
                     RB-DED-TYPE DELIMITED BY SIZE
                     " CASE " DELIMITED BY SIZE
                     RP-CASE-NUMBER DELIMITED BY SPACE
                     " THRU " DELIMITED BY SIZE
                     RB-LAST-PERIOD-END DELIMITED BY SIZE
                     INTO ws-ad-payment-info
              END-STRING
           END-IF
           MOVE ws-trace-seq TO ws-ad-entry-seq
           MOVE ws-addenda-record TO ACH-RECORD
           PERFORM write-ach-record
           .
      * DED*CS*case*date*amount*SSN*medical*name*FIPS*term\ - the
      * name is the employee's (the obligor's) surname cut to ten
      * characters, and the termination indicator is "Y" once the
      * master shows the employee terminated.
       build-cs-addenda.
           MOVE RP-ORD-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO ws-master-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-master-found-flag
           END-READ
           MOVE SPACES TO ws-cs-last-name
           MOVE "N"    TO ws-cs-term-ind
           IF master-record-found
              MOVE EM-LNAME TO ws-cs-last-name
              IF em-terminated
                 MOVE "Y" TO ws-cs-term-ind
              END-IF
           END-IF
           IF RB-LAST-PAY-DATE NUMERIC
              AND RB-LAST-PAY-DATE > ZERO
              MOVE RB-LAST-PAY-DATE   TO ws-cs-pay-date
           ELSE
              MOVE RB-LAST-PERIOD-END TO ws-cs-pay-date
           END-IF
           COMPUTE ws-cs-cents = ws-remit-amount * 100
           END-COMPUTE
           MOVE ZERO TO ws-cs-lead-zeros
           INSPECT ws-cs-cents-x
                   TALLYING ws-cs-lead-zeros FOR LEADING "0"
           MOVE SPACES TO ws-ad-payment-info
           STRING "DED*CS*" DELIMITED BY SIZE
                  RP-CASE-NUMBER DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  ws-cs-pay-yymmdd DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  ws-cs-cents-x (ws-cs-lead-zeros + 1 :)
                      DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  RP-NCP-SSN DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  RP-MEDICAL-IND DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  ws-cs-last-name DELIMITED BY "  "
                  "*" DELIMITED BY SIZE
                  RP-FIPS-CODE DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  ws-cs-term-ind DELIMITED BY SIZE
                  "\" DELIMITED BY SIZE
                  INTO ws-ad-payment-info
           END-STRING
           .
       write-file-header.
           MOVE ws-immediate-dest   TO ws-fh-dest
           MOVE ws-immediate-origin TO ws-fh-origin
           COMPUTE ws-fh-date
                 = (ws-run-yy * 10000) + (ws-run-mm * 100)
                   + ws-run-dd
           END-COMPUTE
           MOVE ws-run-hhmm        TO ws-fh-time
           MOVE ws-dest-name       TO ws-fh-dest-name
           MOVE ws-origin-name     TO ws-fh-origin-name
           MOVE ws-file-header TO ACH-RECORD
           PERFORM write-ach-record
           .
      * Remittance traces are numbered within this file only; a
      * return on a remittance is worked by accounts payable, not
      * matched by EMPRET.
       write-batch-header.
           MOVE ws-company-name TO ws-bh-company-name
           MOVE ws-company-id   TO ws-bh-company-id
           COMPUTE ws-bh-desc-date
                 = (ws-run-yy * 10000) + (ws-run-mm * 100)
                   + ws-run-dd
           END-COMPUTE
           MOVE ws-bh-desc-date TO ws-bh-eff-date
           MOVE ws-odfi-routing TO ws-bh-odfi
           MOVE ws-batch-header TO ACH-RECORD
           PERFORM write-ach-record
           .
       write-ach-record.
           WRITE ACH-RECORD
           ADD 1 TO ws-record-count
           .
      * Debit the liability the withholding was credited to, credit
      * remittance cash. An order link carries its employee.
       write-remit-gl.
           MOVE SPACES TO ws-gl-line-emp-id
           IF payee-by-order
              MOVE RP-ORD-EMP-ID TO ws-gl-line-emp-id
           END-IF
           PERFORM find-ded-account
           MOVE ws-remit-amount TO ws-gl-line-amount
           PERFORM write-gl-line
           MOVE ws-gl-cash-acct TO ws-gl-line-acct
           COMPUTE ws-gl-line-amount = ZERO - ws-remit-amount
           END-COMPUTE
           PERFORM write-gl-line
           .
       find-ded-account.
           MOVE ws-gl-ded-dflt-acct TO ws-gl-line-acct
           PERFORM VARYING map-idx FROM 1 BY 1
                   UNTIL map-idx > ws-ded-map-count
              IF ws-ded-map-type (map-idx) = RB-DED-TYPE
                 MOVE ws-ded-map-acct (map-idx) TO ws-gl-line-acct
              END-IF
           END-PERFORM
           .
       write-gl-line.
           MOVE SPACES            TO GL-EXTRACT-RECORD
           MOVE ws-gl-line-acct   TO GL-ACCOUNT-CODE
           MOVE ws-gl-line-emp-id TO GL-EMP-ID
           MOVE ws-gl-line-amount TO GL-PAY-AMOUNT
           IF ws-gl-line-amount < ZERO
              MOVE "C" TO GL-DR-CR
              SUBTRACT ws-gl-line-amount FROM ws-gl-credit-total
           ELSE
              MOVE "D" TO GL-DR-CR
              ADD ws-gl-line-amount TO ws-gl-debit-total
           END-IF
           WRITE GL-EXTRACT-RECORD
           .
       write-remit-line.
           MOVE RP-LINK-TYPE        TO ws-rd-link-type
           MOVE RP-LINK-VALUE       TO ws-rd-link-value
           MOVE RP-PAYEE-NAME       TO ws-rd-payee-name
           MOVE RP-CASE-NUMBER      TO ws-rd-case-number
           MOVE ws-opening-balance  TO ws-rd-opening
           MOVE ws-py-withheld (py-idx) TO ws-rd-withheld
           MOVE ws-remit-amount     TO ws-rd-paid
           MOVE RB-BALANCE          TO ws-rd-carried
           MOVE ws-action-text      TO ws-rd-action
           MOVE ws-rem-detail-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           ADD ws-opening-balance      TO ws-tot-opening
           ADD ws-py-withheld (py-idx) TO ws-tot-withheld
           ADD ws-remit-amount         TO ws-tot-paid
           ADD RB-BALANCE              TO ws-tot-carried
           .
      * Control records carry the accumulated counts, the entry
      * hash and the credit total; the file is padded with all-9s
      * records to a multiple of the 10-record blocking factor.
      * The entry count includes the addenda records.
       finish-ach-file.
           MOVE ws-entry-count  TO ws-bc-entry-count
           MOVE ws-entry-hash   TO ws-bc-entry-hash
           COMPUTE ws-bc-credit-total = ws-credit-total * 100
           END-COMPUTE
           MOVE ws-company-id   TO ws-bc-company-id
           MOVE ws-odfi-routing TO ws-bc-odfi
           MOVE ws-batch-control TO ACH-RECORD
           PERFORM write-ach-record

           COMPUTE ws-block-count
                 = (ws-record-count + 1 + 9) / 10
           END-COMPUTE
           MOVE ws-block-count  TO ws-fc-block-count
           MOVE ws-entry-count  TO ws-fc-entry-count
           MOVE ws-entry-hash   TO ws-fc-entry-hash
           COMPUTE ws-fc-credit-total = ws-credit-total * 100
           END-COMPUTE
           MOVE ws-file-control TO ACH-RECORD
           PERFORM write-ach-record

           COMPUTE ws-pad-count
                 = (ws-block-count * 10) - ws-record-count
           END-COMPUTE
           PERFORM ws-pad-count TIMES
              MOVE ALL "9" TO ACH-RECORD
              WRITE ACH-RECORD
           END-PERFORM
           .
       termination.
           IF ach-file-started
              PERFORM finish-ach-file
           END-IF

           MOVE SPACES TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           MOVE "TOTALS" TO ws-rt-label
           MOVE ws-tot-opening  TO ws-rt-opening
           MOVE ws-tot-withheld TO ws-rt-withheld
           MOVE ws-tot-paid     TO ws-rt-paid
           MOVE ws-tot-carried  TO ws-rt-carried
           MOVE ws-rem-total-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           MOVE "WITHHELD WITH NO PAYEE" TO ws-tl-label
           MOVE ws-unassigned-total TO ws-tl-amount
           MOVE ws-total-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD
           MOVE "REMITTED BY ACH" TO ws-tl-label
           MOVE ws-credit-total TO ws-tl-amount
           MOVE ws-total-line TO REMIT-RPT-RECORD
           WRITE REMIT-RPT-RECORD

           CLOSE PERIOD-CTL-FILE
           CLOSE DED-LEDGER-FILE
           CLOSE REMIT-BALANCE-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE REMIT-RPT-FILE
           CLOSE CHECK-REQUEST-FILE
           CLOSE ACH-FILE
           CLOSE GL-EXTRACT-FILE
           DISPLAY "Payees remitted:    " remit-counter
           DISPLAY "Remitted total:     " ws-tot-paid
           IF ws-unassigned-count > ZERO
              DISPLAY "WITHHOLDINGS WITH NO PAYEE: "
                      ws-unassigned-count
           END-IF
           IF ws-gl-debit-total NOT = ws-gl-credit-total
              DISPLAY "REMITTANCE GL OUT OF BALANCE - DR "
                      ws-gl-debit-total " CR " ws-gl-credit-total
           END-IF
           .
