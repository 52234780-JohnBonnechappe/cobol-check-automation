       IDENTIFICATION DIVISION.
      ************************************************
      *  Program ID:   EMPDEP
      *  Program name: Schedule payroll tax deposits.
      *  Summary:      Works from the tax liability ledger EMPPAY
      *                posts for each closed run, by pay date and
      *                tax. Mode D prints the due-date report: each
      *                pay date's federal (withholding, Social
      *                Security and Medicare, employee and
      *                employer) and state withholding liability,
      *                what has been deposited against it, and the
      *                date the rest is due under our monthly or
      *                semiweekly schedule and the $100,000
      *                next-day rule. Mode R records a deposit as
      *                it is made. Mode Q prints the quarter's
      *                Schedule B daily liability detail and
      *                reconciles the ledger to the 941 worksheet
      *                figures and to the GL liability balances.
      ************************************************
      *
       PROGRAM-ID. EMPDEP.
       AUTHOR. John Braddock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LIAB-FILE
               ASSIGN TO "TAXLIAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS ws-tl-file-status.
           SELECT PERIOD-CTL-FILE
               ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS ws-pc-file-status.
           SELECT TAX-DEPOSIT-FILE
               ASSIGN TO "TAXDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS ws-tp-file-status.
           SELECT TAX-TABLE-FILE
               ASSIGN TO "EMPTAXTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tx-file-status.
           SELECT QTD-FILE
               ASSIGN TO "EMPQTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-KEY
               FILE STATUS IS ws-qt-file-status.
           SELECT DUE-RPT-FILE
               ASSIGN TO "DEPDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dr-file-status.
           SELECT QTR-RPT-FILE
               ASSIGN TO "DEPQTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-qr-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Input copy of EMPPAY's TAX-LIAB-RECORD - the two layouts
      * must be changed together.
       FD  TAX-LIAB-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  TAX-LIAB-RECORD.
           05 TL-KEY.
              10 TL-PAY-DATE        PIC 9(8).
              10 TL-PAY-FREQUENCY   PIC X(1).
              10 TL-PERIOD-END      PIC 9(8).
              10 TL-QTR-YEAR        PIC 9(4).
              10 TL-QTR             PIC 9(1).
              10 TL-TAX-CODE        PIC X(2).
                 88 tl-state-tax    VALUE "ST".
                 88 tl-fed-wh       VALUE "FW".
                 88 tl-ss-tax       VALUES "SE", "SR".
                 88 tl-med-tax      VALUES "ME", "MR".
           05 TL-AMOUNT             PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(24).

      * Input copy of EMPPAY's PERIOD-CTL-RECORD - the two layouts
      * must be changed together.
       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PERIOD-CTL-RECORD.
           05 PC-KEY.
              10 PC-PAY-FREQUENCY   PIC X(1).
              10 PC-PERIOD-END      PIC 9(8).
           05 PC-STATUS             PIC X(1).
              88 period-closed      VALUE "C".
           05 PC-PAY-DATE           PIC 9(8).
           05 FILLER                PIC X(22).

      * One record per deposit made, keyed by jurisdiction ("F"
      * federal, "S" state), the pay date whose liability it pays
      * and the date it was made. Two deposits on one day for the
      * same pay date add into one record; TP-REFERENCE keeps the
      * last confirmation number keyed.
       FD  TAX-DEPOSIT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  TAX-DEPOSIT-RECORD.
           05 TP-KEY.
              10 TP-JURISDICTION    PIC X(1).
              10 TP-PAY-DATE        PIC 9(8).
              10 TP-DEPOSIT-DATE    PIC 9(8).
           05 TP-AMOUNT             PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 TP-REFERENCE          PIC X(15).
           05 TP-ENTERED-DATE       PIC 9(8).
           05 FILLER                PIC X(8).

      * Only the "D" deposit schedule lines of EMPPAY's tax table
      * are read here; every other line type is passed over.
       FD  TAX-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-TABLE-RECORD.
           05 TX-REC-TYPE           PIC X(1).
           05 TX-JURISDICTION       PIC X(1).
           05 TX-FILING-STATUS      PIC X(1).
           05 FILLER                PIC X(77).

      * Input copy of EMPPAY's QTD-RECORD - the two layouts must be
      * changed together.
       FD  QTD-FILE.
       01  QTD-RECORD.
           05 QT-KEY.
              10 QT-EMP-ID          PIC X(6).
              10 QT-YEAR            PIC 9(4).
              10 QT-QUARTER         PIC 9(1).
           05 QT-GROSS              PIC 9(9)V99.
           05 QT-FED-TAX            PIC 9(9)V99.
           05 QT-STATE-TAX          PIC 9(9)V99.
           05 QT-SS-WAGES           PIC 9(9)V99.
           05 QT-SS-TAX             PIC 9(9)V99.
           05 QT-MED-WAGES          PIC 9(9)V99.
           05 QT-MED-TAX            PIC 9(9)V99.
           05 QT-FIT-WAGES          PIC 9(9)V99.
           05 QT-FUTA-WAGES         PIC 9(9)V99.
           05 QT-FUTA-TAX           PIC 9(9)V99.
           05 QT-SUTA-WAGES         PIC 9(9)V99.
           05 QT-SUTA-TAX           PIC 9(9)V99.

       FD  DUE-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DUE-RPT-RECORD           PIC X(132).

       FD  QTR-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  QTR-RPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       77 pay-date-counter      PIC 9(6).

       01  ws-file-statuses.
           05 ws-tl-file-status    PIC XX.
           05 ws-pc-file-status    PIC XX.
           05 ws-tp-file-status    PIC XX.
           05 ws-tx-file-status    PIC XX.
           05 ws-qt-file-status    PIC XX.
           05 ws-dr-file-status    PIC XX.
           05 ws-qr-file-status    PIC XX.

       01  ws-flags.
           05 ws-tl-eof-flag          PIC X VALUE "N".
              88 end-of-tax-ledger    VALUE "Y".
           05 ws-tp-eof-flag          PIC X VALUE "N".
              88 end-of-deposits      VALUE "Y".
           05 ws-tx-eof-flag          PIC X VALUE "N".
              88 tax-table-eof        VALUE "Y".
           05 ws-qt-eof-flag          PIC X VALUE "N".
              88 end-of-qtd           VALUE "Y".
           05 ws-liab-closed-flag     PIC X VALUE "N".
              88 liability-closed     VALUE "Y".
           05 ws-deposit-found-flag   PIC X VALUE "N".
              88 deposit-record-found VALUE "Y".
           05 ws-liab-found-flag      PIC X VALUE "N".
              88 liability-found      VALUE "Y".

       01  ws-run-mode             PIC X(1).
          88 mode-due-dates        VALUE "D".
          88 mode-record-deposit   VALUE "R".
          88 mode-quarter          VALUE "Q".

       01  ws-run-date             PIC 9(8).

      * Loaded from the "D" lines of EMPTAXTB.DAT. A jurisdiction
      * with no line is scheduled semiweekly - the stricter of the
      * two, so a missing line can only make a deposit early.
       01  ws-deposit-schedules.
           05 ws-fed-schedule      PIC X(1) VALUE SPACE.
              88 fed-monthly       VALUE "M".
           05 ws-state-schedule    PIC X(1) VALUE SPACE.
              88 state-monthly     VALUE "M".

      * The $100,000 next-day rule. Federal liability accumulates
      * across the pay dates that share one regular due date (one
      * semiweekly period, or one month); reaching the threshold
      * makes that pay date's deposit due the next business day
      * and starts the accumulation again. A monthly depositor who
      * trips it is a semiweekly depositor for the rest of that
      * year and all of the next.
       01  ws-next-day-fields.
           05 ws-next-day-limit    PIC 9(9)V99 VALUE 100000.00.
           05 ws-accum-liability   PIC S9(11)V99 VALUE ZERO.
           05 ws-accum-due-date    PIC 9(8) VALUE ZERO.
           05 ws-switch-year       PIC 9(4) VALUE ZERO.
           05 ws-next-day-flag     PIC X VALUE "N".
              88 next-day-deposit  VALUE "Y".

      * The period control record last looked up, so a run of
      * ledger records for one period reads it only once.
       01  ws-closure-cache.
           05 ws-cached-pc-key     PIC X(9) VALUE SPACES.
           05 ws-cached-closed     PIC X VALUE "N".

       01  ws-pay-date-fields.
           05 ws-cur-pay-date      PIC 9(8) VALUE ZERO.
           05 ws-pd-fed-liability  PIC S9(11)V99 VALUE ZERO.
           05 ws-pd-state-liability PIC S9(11)V99 VALUE ZERO.
           05 ws-jurisdiction      PIC X(1).
              88 jur-federal       VALUE "F".
           05 ws-liability         PIC S9(11)V99.
           05 ws-deposited         PIC S9(11)V99.
           05 ws-balance-owed      PIC S9(11)V99.
           05 ws-schedule-text     PIC X(10).
           05 ws-status-text       PIC X(14).
           05 ws-due-date          PIC 9(8).

       01  ws-date-work            PIC 9(8).
       01  ws-date-work-parts REDEFINES ws-date-work.
           05 ws-dw-yyyy           PIC 9(4).
           05 ws-dw-mm             PIC 9(2).
           05 ws-dw-dd             PIC 9(2).
       01  ws-date-fields.
           05 ws-date-int          PIC 9(7).
           05 ws-dow               PIC 9(1).
           05 ws-dow-add           PIC 9(1).
           05 ws-pay-year          PIC 9(4).

       01  ws-due-totals.
           05 ws-tot-owed          PIC S9(11)V99 VALUE ZERO.
           05 ws-past-due-count    PIC 9(6) VALUE ZERO.
           05 ws-past-due-total    PIC S9(11)V99 VALUE ZERO.

      * Keyed deposit, mode R.
       01  ws-deposit-entry.
           05 ws-de-jurisdiction   PIC X(1).
           05 ws-de-pay-date       PIC 9(8).
           05 ws-de-pay-date-x REDEFINES ws-de-pay-date
                                   PIC X(8).
           05 ws-de-deposit-date   PIC 9(8).
           05 ws-de-deposit-date-x REDEFINES ws-de-deposit-date
                                   PIC X(8).
           05 ws-de-amount         PIC 9(10)V99.
           05 ws-de-amount-x REDEFINES ws-de-amount
                                   PIC X(12).
           05 ws-de-reference      PIC X(15).

      * Quarter selected for mode Q, and the GL balances keyed for
      * it as twelve digits with the last two the cents. The
      * federal balance is the three federal liability accounts
      * together ("F", "Q" and "M" on GLMAP.DAT) - one deposit pays
      * all three - and the state balance is the "S" account.
       01  ws-quarter-fields.
           05 ws-qtr-year          PIC 9(4).
           05 ws-qtr-year-x REDEFINES ws-qtr-year PIC X(4).
           05 ws-qtr               PIC 9(1).
           05 ws-qtr-x REDEFINES ws-qtr PIC X(1).
           05 ws-qtr-start         PIC 9(8).
           05 ws-qtr-end           PIC 9(8).
           05 ws-qtr-first-month   PIC 9(2).
           05 ws-gl-fed-balance    PIC 9(10)V99.
           05 ws-gl-fed-balance-x REDEFINES ws-gl-fed-balance
                                   PIC X(12).
           05 ws-gl-state-balance  PIC 9(10)V99.
           05 ws-gl-state-balance-x REDEFINES ws-gl-state-balance
                                   PIC X(12).

      * Schedule B: federal liability by day of each month of the
      * quarter, by pay date.
       01  ws-schedule-b.
           05 ws-sb-month OCCURS 3 TIMES.
              10 ws-sb-month-total PIC S9(11)V99.
              10 ws-sb-day-amount  PIC S9(11)V99
                                   OCCURS 31 TIMES.
           05 ws-sb-quarter-total  PIC S9(11)V99 VALUE ZERO.
           05 ws-sb-m              PIC 9(2).
           05 ws-sb-d              PIC 9(2).

      * The ledger by 941 quarter against the worksheet buckets
      * EMPQTRND prints from QTD-FILE. Social Security and Medicare
      * on the ledger are employee plus employer; the worksheet's
      * are the employee share, which the employer matches.
       01  ws-recon-fields.
           05 ws-lg-fed-wh         PIC S9(11)V99 VALUE ZERO.
           05 ws-lg-ss-tax         PIC S9(11)V99 VALUE ZERO.
           05 ws-lg-med-tax        PIC S9(11)V99 VALUE ZERO.
           05 ws-lg-state-tax      PIC S9(11)V99 VALUE ZERO.
           05 ws-wk-fed-wh         PIC S9(11)V99 VALUE ZERO.
           05 ws-wk-ss-tax         PIC S9(11)V99 VALUE ZERO.
           05 ws-wk-med-tax        PIC S9(11)V99 VALUE ZERO.
           05 ws-wk-state-tax      PIC S9(11)V99 VALUE ZERO.
           05 ws-lg-fed-total      PIC S9(11)V99 VALUE ZERO.
           05 ws-cum-fed-liability PIC S9(11)V99 VALUE ZERO.
           05 ws-cum-state-liability PIC S9(11)V99 VALUE ZERO.
           05 ws-cum-fed-deposits  PIC S9(11)V99 VALUE ZERO.
           05 ws-cum-state-deposits PIC S9(11)V99 VALUE ZERO.
           05 ws-undeposited       PIC S9(11)V99.
           05 ws-recon-difference  PIC S9(11)V99.
           05 ws-recon-out-count   PIC 9(2) VALUE ZERO.

       01  ws-due-heading-line.
           05 FILLER               PIC X(36)
              VALUE "PAYROLL TAX DEPOSIT DUE DATES".
           05 FILLER               PIC X(9) VALUE "RUN DATE ".
           05 ws-dh-run-date       PIC 9(8).
           05 FILLER               PIC X(12) VALUE "  FEDERAL: ".
           05 ws-dh-fed-schedule   PIC X(10).
           05 FILLER               PIC X(9) VALUE "  STATE: ".
           05 ws-dh-state-schedule PIC X(10).
           05 FILLER               PIC X(38) VALUE SPACES.

       01  ws-due-col-line.
           05 FILLER               PIC X(10) VALUE "PAY DATE".
           05 FILLER               PIC X(9)  VALUE "TAX".
           05 FILLER               PIC X(12) VALUE "SCHEDULE".
           05 FILLER               PIC X(19)
              VALUE "        LIABILITY".
           05 FILLER               PIC X(19)
              VALUE "        DEPOSITED".
           05 FILLER               PIC X(19)
              VALUE "          BALANCE".
           05 FILLER               PIC X(10) VALUE "DUE DATE".
           05 FILLER               PIC X(34) VALUE "STATUS".

       01  ws-due-detail-line.
           05 ws-dd-pay-date       PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dd-jurisdiction   PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dd-schedule       PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dd-liability      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-dd-deposited      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-dd-balance        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-dd-due-date       PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dd-status         PIC X(14).
           05 FILLER               PIC X(20) VALUE SPACES.

       01  ws-qtr-heading-line.
           05 FILLER               PIC X(40)
              VALUE "SCHEDULE B - REPORT OF TAX LIABILITY".
           05 FILLER               PIC X(5) VALUE "YEAR ".
           05 ws-qh-year           PIC 9(4).
           05 FILLER               PIC X(10) VALUE "  QUARTER ".
           05 ws-qh-quarter        PIC 9(1).
           05 FILLER               PIC X(11) VALUE "  RUN DATE ".
           05 ws-qh-run-date       PIC 9(8).
           05 FILLER               PIC X(53) VALUE SPACES.

       01  ws-section-line.
           05 ws-sc-title          PIC X(60).
           05 FILLER               PIC X(72) VALUE SPACES.

       01  ws-sb-day-line.
           05 FILLER               PIC X(8) VALUE "  MONTH ".
           05 ws-sl-month          PIC 9(1).
           05 FILLER               PIC X(6) VALUE "  DAY ".
           05 ws-sl-day            PIC 9(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 ws-sl-amount         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(93) VALUE SPACES.

       01  ws-recon-col-line.
           05 FILLER               PIC X(36) VALUE SPACES.
           05 FILLER               PIC X(19)
              VALUE "           LEDGER".
           05 FILLER               PIC X(19)
              VALUE "        WORKSHEET".
           05 FILLER               PIC X(19)
              VALUE "       DIFFERENCE".
           05 FILLER               PIC X(39) VALUE SPACES.

       01  ws-recon-line.
           05 ws-rl-label          PIC X(36).
           05 ws-rl-ledger         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rl-other          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-rl-difference     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(40) VALUE SPACES.

       01  ws-total-line.
           05 ws-tl-label          PIC X(36).
           05 ws-tl-amount         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPDEP Version 1.0"

           PERFORM initialization
           EVALUATE TRUE
              WHEN mode-due-dates
                 PERFORM print-due-dates
              WHEN mode-record-deposit
                 PERFORM record-deposit
              WHEN mode-quarter
                 PERFORM print-quarter-report
           END-EVALUATE

           PERFORM termination
           STOP RUN
           .
       initialization.
           MOVE ZERO TO pay-date-counter
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           DISPLAY "ENTER RUN MODE (D=DUE DATES R=RECORD DEPOSIT "
                   "Q=QUARTER SCHEDULE B):"
           ACCEPT ws-run-mode
           IF NOT mode-due-dates AND NOT mode-record-deposit
              AND NOT mode-quarter
              DISPLAY "INVALID RUN MODE - RUN STOPPED"
              STOP RUN
           END-IF
           IF mode-record-deposit
              PERFORM accept-deposit
           END-IF
           IF mode-quarter
              PERFORM accept-quarter
           END-IF

           PERFORM load-deposit-schedules
           OPEN INPUT TAX-LIAB-FILE
           IF ws-tl-file-status NOT = "00"
              DISPLAY "ERROR OPENING TAX-LIAB-FILE: "
                      ws-tl-file-status
              STOP RUN
           END-IF
           OPEN INPUT PERIOD-CTL-FILE
           IF ws-pc-file-status NOT = "00"
              DISPLAY "ERROR OPENING PERIOD-CTL-FILE: "
                      ws-pc-file-status
              STOP RUN
           END-IF
           PERFORM open-tax-deposit-file
           IF mode-due-dates
              OPEN OUTPUT DUE-RPT-FILE
              IF ws-dr-file-status NOT = "00"
                 DISPLAY "ERROR OPENING DUE-RPT-FILE: "
                         ws-dr-file-status
                 STOP RUN
              END-IF
           END-IF
           IF mode-quarter
              OPEN INPUT QTD-FILE
              IF ws-qt-file-status NOT = "00"
                 DISPLAY "ERROR OPENING QTD-FILE: "
                         ws-qt-file-status
                 STOP RUN
              END-IF
              OPEN OUTPUT QTR-RPT-FILE
              IF ws-qr-file-status NOT = "00"
                 DISPLAY "ERROR OPENING QTR-RPT-FILE: "
                         ws-qr-file-status
                 STOP RUN
              END-IF
           END-IF
           .
       accept-deposit.
           DISPLAY "ENTER JURISDICTION (F=FEDERAL S=STATE):"
           ACCEPT ws-de-jurisdiction
           DISPLAY "ENTER PAY DATE THE DEPOSIT COVERS (YYYYMMDD):"
           ACCEPT ws-de-pay-date-x
           DISPLAY "ENTER DATE DEPOSITED (YYYYMMDD):"
           ACCEPT ws-de-deposit-date-x
           DISPLAY "ENTER AMOUNT DEPOSITED "
                   "(12 DIGITS, LAST 2 ARE CENTS):"
           ACCEPT ws-de-amount-x
           DISPLAY "ENTER CONFIRMATION NUMBER:"
           ACCEPT ws-de-reference
           IF (ws-de-jurisdiction NOT = "F"
               AND ws-de-jurisdiction NOT = "S")
              OR ws-de-pay-date-x NOT NUMERIC
              OR ws-de-pay-date = ZERO
              OR ws-de-deposit-date-x NOT NUMERIC
              OR ws-de-deposit-date = ZERO
              OR ws-de-amount-x NOT NUMERIC
              OR ws-de-amount = ZERO
              DISPLAY "INVALID DEPOSIT ENTRY - RUN STOPPED"
              STOP RUN
           END-IF
           .
       accept-quarter.
           DISPLAY "ENTER YEAR (YYYY):"
           ACCEPT ws-qtr-year-x
           DISPLAY "ENTER QUARTER (1-4):"
           ACCEPT ws-qtr-x
           IF ws-qtr-year-x NOT NUMERIC
              OR ws-qtr-year = ZERO
              OR ws-qtr-x NOT NUMERIC
              OR ws-qtr < 1
              OR ws-qtr > 4
              DISPLAY "INVALID YEAR/QUARTER - RUN STOPPED"
              STOP RUN
           END-IF
           DISPLAY "ENTER GL FEDERAL TAX LIABILITY BALANCE AT "
                   "QUARTER END (12 DIGITS, LAST 2 ARE CENTS):"
           ACCEPT ws-gl-fed-balance-x
           DISPLAY "ENTER GL STATE TAX LIABILITY BALANCE AT "
                   "QUARTER END (12 DIGITS, LAST 2 ARE CENTS):"
           ACCEPT ws-gl-state-balance-x
           IF ws-gl-fed-balance-x NOT NUMERIC
              OR ws-gl-state-balance-x NOT NUMERIC
              DISPLAY "INVALID GL BALANCE - RUN STOPPED"
              STOP RUN
           END-IF
           COMPUTE ws-qtr-first-month = (ws-qtr * 3) - 2
           END-COMPUTE
           COMPUTE ws-qtr-start
                 = (ws-qtr-year * 10000)
                   + (ws-qtr-first-month * 100) + 1
           END-COMPUTE
           EVALUATE ws-qtr
              WHEN 1
                 COMPUTE ws-qtr-end = (ws-qtr-year * 10000) + 0331
                 END-COMPUTE
              WHEN 2
                 COMPUTE ws-qtr-end = (ws-qtr-year * 10000) + 0630
                 END-COMPUTE
              WHEN 3
                 COMPUTE ws-qtr-end = (ws-qtr-year * 10000) + 0930
                 END-COMPUTE
              WHEN OTHER
                 COMPUTE ws-qtr-end = (ws-qtr-year * 10000) + 1231
                 END-COMPUTE
           END-EVALUATE
           .
       load-deposit-schedules.
           OPEN INPUT TAX-TABLE-FILE
           IF ws-tx-file-status NOT = "00"
              DISPLAY "ERROR OPENING TAX-TABLE-FILE: "
                      ws-tx-file-status
              STOP RUN
           END-IF
           PERFORM UNTIL tax-table-eof
              READ TAX-TABLE-FILE
                 AT END
                    MOVE "Y" TO ws-tx-eof-flag
                 NOT AT END
                    IF TX-REC-TYPE = "D"
                       IF TX-JURISDICTION = "F"
                          MOVE TX-FILING-STATUS TO ws-fed-schedule
                       END-IF
                       IF TX-JURISDICTION = "S"
                          MOVE TX-FILING-STATUS TO ws-state-schedule
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TAX-TABLE-FILE
           IF ws-fed-schedule NOT = "M"
              AND ws-fed-schedule NOT = "S"
              DISPLAY "NO FEDERAL DEPOSIT SCHEDULE ON TAX-TABLE-FILE "
                      "- SEMIWEEKLY ASSUMED"
              MOVE "S" TO ws-fed-schedule
           END-IF
           IF ws-state-schedule NOT = "M"
              AND ws-state-schedule NOT = "S"
              DISPLAY "NO STATE DEPOSIT SCHEDULE ON TAX-TABLE-FILE "
                      "- SEMIWEEKLY ASSUMED"
              MOVE "S" TO ws-state-schedule
           END-IF
           .
       open-tax-deposit-file.
           OPEN I-O TAX-DEPOSIT-FILE
           IF ws-tp-file-status = "35"
              OPEN OUTPUT TAX-DEPOSIT-FILE
              CLOSE TAX-DEPOSIT-FILE
              OPEN I-O TAX-DEPOSIT-FILE
           END-IF
           IF ws-tp-file-status NOT = "00"
              DISPLAY "ERROR OPENING TAX-DEPOSIT-FILE: "
                      ws-tp-file-status
              STOP RUN
           END-IF
           .
      * Positions the ledger at its first record; each mode walks
      * it in pay date order from there.
       start-tax-ledger.
           MOVE LOW-VALUES TO TL-KEY
           MOVE "N" TO ws-tl-eof-flag
           START TAX-LIAB-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY MOVE "Y" TO ws-tl-eof-flag
           END-START
           .
      * A liability counts only once the run that posted it has
      * closed its period; until then the run may still be
      * restarted or found out of balance.
       check-liability-closed.
           IF TL-KEY (9:9) NOT = ws-cached-pc-key
              MOVE TL-PAY-FREQUENCY TO PC-PAY-FREQUENCY
              MOVE TL-PERIOD-END    TO PC-PERIOD-END
              MOVE "N" TO ws-cached-closed
              READ PERIOD-CTL-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      IF period-closed
                         MOVE "Y" TO ws-cached-closed
                      END-IF
              END-READ
              MOVE TL-KEY (9:9) TO ws-cached-pc-key
           END-IF
           MOVE ws-cached-closed TO ws-liab-closed-flag
           .
      ******************************************************
      * Mode D - the due-date report.
      ******************************************************
       print-due-dates.
           MOVE ws-run-date TO ws-dh-run-date
           IF fed-monthly
              MOVE "MONTHLY" TO ws-dh-fed-schedule
           ELSE
              MOVE "SEMIWEEKLY" TO ws-dh-fed-schedule
           END-IF
           IF state-monthly
              MOVE "MONTHLY" TO ws-dh-state-schedule
           ELSE
              MOVE "SEMIWEEKLY" TO ws-dh-state-schedule
           END-IF
           MOVE ws-due-heading-line TO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD
           MOVE SPACES TO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD
           MOVE ws-due-col-line TO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD

           PERFORM start-tax-ledger
           PERFORM UNTIL end-of-tax-ledger
              READ TAX-LIAB-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-tl-eof-flag
                 NOT AT END
                    PERFORM collect-pay-date-liability
              END-READ
           END-PERFORM
           IF ws-cur-pay-date NOT = ZERO
              PERFORM schedule-pay-date
           END-IF

           MOVE SPACES TO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD
           MOVE "TOTAL BALANCE TO DEPOSIT" TO ws-tl-label
           MOVE ws-tot-owed TO ws-tl-amount
           MOVE ws-total-line TO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD
           MOVE "OF WHICH PAST DUE" TO ws-tl-label
           MOVE ws-past-due-total TO ws-tl-amount
           MOVE ws-total-line TO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD
           .
      * The ledger is in pay date order, so a change of pay date
      * means the previous one is complete.
       collect-pay-date-liability.
           PERFORM check-liability-closed
           IF liability-closed
              IF TL-PAY-DATE NOT = ws-cur-pay-date
                 IF ws-cur-pay-date NOT = ZERO
                    PERFORM schedule-pay-date
                 END-IF
                 MOVE TL-PAY-DATE TO ws-cur-pay-date
                 MOVE ZERO TO ws-pd-fed-liability
                 MOVE ZERO TO ws-pd-state-liability
              END-IF
              IF tl-state-tax
                 ADD TL-AMOUNT TO ws-pd-state-liability
              ELSE
                 ADD TL-AMOUNT TO ws-pd-fed-liability
              END-IF
           END-IF
           .
       schedule-pay-date.
           ADD 1 TO pay-date-counter
           MOVE ws-cur-pay-date (1:4) TO ws-pay-year
           IF ws-pd-fed-liability NOT = ZERO
              MOVE "F" TO ws-jurisdiction
              MOVE ws-pd-fed-liability TO ws-liability
              PERFORM set-federal-due-date
              PERFORM report-pay-date-liability
           END-IF
           IF ws-pd-state-liability NOT = ZERO
              MOVE "S" TO ws-jurisdiction
              MOVE ws-pd-state-liability TO ws-liability
              IF state-monthly
                 PERFORM set-monthly-due-date
                 MOVE "MONTHLY" TO ws-schedule-text
              ELSE
                 PERFORM set-semiweekly-due-date
                 MOVE "SEMIWEEKLY" TO ws-schedule-text
              END-IF
              PERFORM report-pay-date-liability
           END-IF
           .
       set-federal-due-date.
           MOVE "N" TO ws-next-day-flag
           IF fed-monthly
              AND (ws-switch-year = ZERO
                   OR ws-pay-year > ws-switch-year + 1)
              PERFORM set-monthly-due-date
              MOVE "MONTHLY" TO ws-schedule-text
           ELSE
              PERFORM set-semiweekly-due-date
              MOVE "SEMIWEEKLY" TO ws-schedule-text
           END-IF
           IF ws-due-date NOT = ws-accum-due-date
              MOVE ZERO        TO ws-accum-liability
              MOVE ws-due-date TO ws-accum-due-date
           END-IF
           ADD ws-liability TO ws-accum-liability
           IF ws-accum-liability NOT < ws-next-day-limit
              MOVE "Y" TO ws-next-day-flag
              MOVE ZERO TO ws-accum-liability
              IF fed-monthly
                 MOVE ws-pay-year TO ws-switch-year
              END-IF
              MOVE ws-cur-pay-date TO ws-date-work
              COMPUTE ws-date-int
                    = FUNCTION INTEGER-OF-DATE (ws-date-work) + 1
              END-COMPUTE
              PERFORM roll-to-business-day
              MOVE ws-date-work TO ws-due-date
              MOVE "NEXT DAY" TO ws-schedule-text
           END-IF
           .
      * Monthly: the month's liability is due the 15th of the
      * following month.
       set-monthly-due-date.
           MOVE ws-cur-pay-date TO ws-date-work
           IF ws-dw-mm = 12
              ADD 1 TO ws-dw-yyyy
              MOVE 1 TO ws-dw-mm
           ELSE
              ADD 1 TO ws-dw-mm
           END-IF
           MOVE 15 TO ws-dw-dd
           COMPUTE ws-date-int
                 = FUNCTION INTEGER-OF-DATE (ws-date-work)
           END-COMPUTE
           PERFORM roll-to-business-day
           MOVE ws-date-work TO ws-due-date
           .
      * Semiweekly: wages paid Wednesday, Thursday or Friday are
      * due the following Wednesday; Saturday through Tuesday, the
      * following Friday. Day 1 of the integer calendar was a
      * Monday, so MOD 7 gives 1 Monday through 6 Saturday and 0
      * Sunday.
       set-semiweekly-due-date.
           MOVE ws-cur-pay-date TO ws-date-work
           COMPUTE ws-date-int
                 = FUNCTION INTEGER-OF-DATE (ws-date-work)
           END-COMPUTE
           COMPUTE ws-dow = FUNCTION MOD (ws-date-int, 7)
           END-COMPUTE
           EVALUATE ws-dow
              WHEN 3 THRU 5
                 COMPUTE ws-dow-add = 10 - ws-dow
                 END-COMPUTE
              WHEN 6
                 MOVE 6 TO ws-dow-add
              WHEN OTHER
                 COMPUTE ws-dow-add = 5 - ws-dow
                 END-COMPUTE
           END-EVALUATE
           ADD ws-dow-add TO ws-date-int
           PERFORM roll-to-business-day
           MOVE ws-date-work TO ws-due-date
           .
      * A due date on a weekend moves to the Monday; bank holidays
      * are for the tax desk to allow for.
       roll-to-business-day.
           COMPUTE ws-dow = FUNCTION MOD (ws-date-int, 7)
           END-COMPUTE
           PERFORM UNTIL ws-dow NOT = 0 AND ws-dow NOT = 6
              ADD 1 TO ws-date-int
              COMPUTE ws-dow = FUNCTION MOD (ws-date-int, 7)
              END-COMPUTE
           END-PERFORM
           COMPUTE ws-date-work
                 = FUNCTION DATE-OF-INTEGER (ws-date-int)
           END-COMPUTE
           .
      * Every pay date of the current year prints; an older one
      * prints only while something is still owed on it.
       report-pay-date-liability.
           PERFORM sum-deposits-for-pay-date
           COMPUTE ws-balance-owed = ws-liability - ws-deposited
           END-COMPUTE
           EVALUATE TRUE
              WHEN ws-balance-owed < ZERO
                 MOVE "OVER-DEPOSITED" TO ws-status-text
              WHEN ws-balance-owed = ZERO
                 MOVE "DEPOSITED" TO ws-status-text
              WHEN ws-due-date < ws-run-date
                 MOVE "PAST DUE" TO ws-status-text
                 ADD 1 TO ws-past-due-count
                 ADD ws-balance-owed TO ws-past-due-total
              WHEN ws-due-date = ws-run-date
                 MOVE "DUE TODAY" TO ws-status-text
              WHEN OTHER
                 MOVE "DUE" TO ws-status-text
           END-EVALUATE
           IF ws-balance-owed > ZERO
              ADD ws-balance-owed TO ws-tot-owed
           END-IF
           IF ws-pay-year = ws-run-date (1:4)
              OR ws-balance-owed NOT = ZERO
              MOVE ws-cur-pay-date TO ws-dd-pay-date
              IF jur-federal
                 MOVE "FEDERAL" TO ws-dd-jurisdiction
              ELSE
                 MOVE "STATE" TO ws-dd-jurisdiction
              END-IF
              MOVE ws-schedule-text TO ws-dd-schedule
              MOVE ws-liability     TO ws-dd-liability
              MOVE ws-deposited     TO ws-dd-deposited
              MOVE ws-balance-owed  TO ws-dd-balance
              MOVE ws-due-date      TO ws-dd-due-date
              MOVE ws-status-text   TO ws-dd-status
              MOVE ws-due-detail-line TO DUE-RPT-RECORD
              WRITE DUE-RPT-RECORD
           END-IF
           .
       sum-deposits-for-pay-date.
           MOVE ZERO TO ws-deposited
           MOVE ws-jurisdiction TO TP-JURISDICTION
           MOVE ws-cur-pay-date TO TP-PAY-DATE
           MOVE ZERO            TO TP-DEPOSIT-DATE
           MOVE "N" TO ws-tp-eof-flag
           START TAX-DEPOSIT-FILE KEY IS NOT LESS THAN TP-KEY
               INVALID KEY MOVE "Y" TO ws-tp-eof-flag
           END-START
           PERFORM UNTIL end-of-deposits
              READ TAX-DEPOSIT-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-tp-eof-flag
                 NOT AT END
                    IF TP-JURISDICTION = ws-jurisdiction
                       AND TP-PAY-DATE = ws-cur-pay-date
                       ADD TP-AMOUNT TO ws-deposited
                    ELSE
                       MOVE "Y" TO ws-tp-eof-flag
                    END-IF
              END-READ
           END-PERFORM
           .
      ******************************************************
      * Mode R - record a deposit.
      ******************************************************
      * A deposit must name a pay date the ledger carries a closed
      * liability for; a mis-keyed date would otherwise sit on the
      * file paying nothing while the real liability shows owed.
       record-deposit.
           MOVE "N" TO ws-liab-found-flag
           MOVE "N" TO ws-tl-eof-flag
           MOVE ws-de-pay-date TO TL-PAY-DATE
           MOVE LOW-VALUES     TO TL-KEY (9:)
           START TAX-LIAB-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY MOVE "Y" TO ws-tl-eof-flag
           END-START
           PERFORM UNTIL end-of-tax-ledger
              READ TAX-LIAB-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-tl-eof-flag
                 NOT AT END
                    IF TL-PAY-DATE NOT = ws-de-pay-date
                       MOVE "Y" TO ws-tl-eof-flag
                    ELSE
                       PERFORM check-liability-closed
                       IF liability-closed
                          AND ((ws-de-jurisdiction = "S"
                                AND tl-state-tax)
                            OR (ws-de-jurisdiction = "F"
                                AND NOT tl-state-tax))
                          MOVE "Y" TO ws-liab-found-flag
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF NOT liability-found
              DISPLAY "NO CLOSED " ws-de-jurisdiction
                      " LIABILITY FOR PAY DATE " ws-de-pay-date
                      " - DEPOSIT NOT RECORDED"
           ELSE
              PERFORM write-deposit-record
           END-IF
           .
       write-deposit-record.
           MOVE ws-de-jurisdiction  TO TP-JURISDICTION
           MOVE ws-de-pay-date      TO TP-PAY-DATE
           MOVE ws-de-deposit-date  TO TP-DEPOSIT-DATE
           READ TAX-DEPOSIT-FILE
               INVALID KEY
                   MOVE "N" TO ws-deposit-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-deposit-found-flag
           END-READ
           IF deposit-record-found
              ADD ws-de-amount TO TP-AMOUNT
              MOVE ws-de-reference TO TP-REFERENCE
              MOVE ws-run-date     TO TP-ENTERED-DATE
              REWRITE TAX-DEPOSIT-RECORD
           ELSE
              MOVE SPACES              TO TAX-DEPOSIT-RECORD
              MOVE ws-de-jurisdiction  TO TP-JURISDICTION
              MOVE ws-de-pay-date      TO TP-PAY-DATE
              MOVE ws-de-deposit-date  TO TP-DEPOSIT-DATE
              MOVE ws-de-amount        TO TP-AMOUNT
              MOVE ws-de-reference     TO TP-REFERENCE
              MOVE ws-run-date         TO TP-ENTERED-DATE
              WRITE TAX-DEPOSIT-RECORD
           END-IF
           ADD 1 TO pay-date-counter
           DISPLAY "DEPOSIT RECORDED: " ws-de-jurisdiction
                   " PAY DATE " ws-de-pay-date
                   " DEPOSITED " ws-de-deposit-date
                   " AMOUNT " ws-de-amount
           .
      ******************************************************
      * Mode Q - Schedule B and the quarter reconciliation.
      ******************************************************
       print-quarter-report.
           INITIALIZE ws-sb-month (1) ws-sb-month (2) ws-sb-month (3)
           PERFORM start-tax-ledger
           PERFORM UNTIL end-of-tax-ledger
              READ TAX-LIAB-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-tl-eof-flag
                 NOT AT END
                    PERFORM tally-quarter-liability
              END-READ
           END-PERFORM
           PERFORM tally-deposits-to-date
           PERFORM tally-worksheet-buckets

           MOVE ws-qtr-year TO ws-qh-year
           MOVE ws-qtr      TO ws-qh-quarter
           MOVE ws-run-date TO ws-qh-run-date
           MOVE ws-qtr-heading-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           PERFORM print-schedule-b
           PERFORM print-worksheet-recon
           PERFORM print-gl-recon
           .
      * Three views of one ledger pass: Schedule B takes federal
      * liability by pay date inside the quarter; the worksheet
      * reconciliation takes everything booked to the quarter's
      * 941 buckets; the GL reconciliation takes everything paid
      * up to the quarter end.
       tally-quarter-liability.
           PERFORM check-liability-closed
           IF liability-closed
              IF TL-PAY-DATE NOT < ws-qtr-start
                 AND TL-PAY-DATE NOT > ws-qtr-end
                 AND NOT tl-state-tax
                 MOVE TL-PAY-DATE TO ws-date-work
                 COMPUTE ws-sb-m = ws-dw-mm - ws-qtr-first-month + 1
                 END-COMPUTE
                 MOVE ws-dw-dd TO ws-sb-d
                 ADD TL-AMOUNT TO ws-sb-day-amount (ws-sb-m ws-sb-d)
                 ADD TL-AMOUNT TO ws-sb-month-total (ws-sb-m)
                 ADD TL-AMOUNT TO ws-sb-quarter-total
              END-IF
              IF TL-QTR-YEAR = ws-qtr-year
                 AND TL-QTR = ws-qtr
                 EVALUATE TRUE
                    WHEN tl-fed-wh
                       ADD TL-AMOUNT TO ws-lg-fed-wh
                    WHEN tl-ss-tax
                       ADD TL-AMOUNT TO ws-lg-ss-tax
                    WHEN tl-med-tax
                       ADD TL-AMOUNT TO ws-lg-med-tax
                    WHEN tl-state-tax
                       ADD TL-AMOUNT TO ws-lg-state-tax
                 END-EVALUATE
              END-IF
              IF TL-PAY-DATE NOT > ws-qtr-end
                 IF tl-state-tax
                    ADD TL-AMOUNT TO ws-cum-state-liability
                 ELSE
                    ADD TL-AMOUNT TO ws-cum-fed-liability
                 END-IF
              END-IF
           END-IF
           .
       tally-deposits-to-date.
           MOVE LOW-VALUES TO TP-KEY
           MOVE "N" TO ws-tp-eof-flag
           START TAX-DEPOSIT-FILE KEY IS NOT LESS THAN TP-KEY
               INVALID KEY MOVE "Y" TO ws-tp-eof-flag
           END-START
           PERFORM UNTIL end-of-deposits
              READ TAX-DEPOSIT-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-tp-eof-flag
                 NOT AT END
                    IF TP-DEPOSIT-DATE NOT > ws-qtr-end
                       IF TP-JURISDICTION = "S"
                          ADD TP-AMOUNT TO ws-cum-state-deposits
                       ELSE
                          ADD TP-AMOUNT TO ws-cum-fed-deposits
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       tally-worksheet-buckets.
           PERFORM UNTIL end-of-qtd
              READ QTD-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-qt-eof-flag
                 NOT AT END
                    IF QT-YEAR = ws-qtr-year
                       AND QT-QUARTER = ws-qtr
                       ADD QT-FED-TAX   TO ws-wk-fed-wh
                       ADD QT-SS-TAX    TO ws-wk-ss-tax
                       ADD QT-MED-TAX   TO ws-wk-med-tax
                       ADD QT-STATE-TAX TO ws-wk-state-tax
                    END-IF
              END-READ
           END-PERFORM
           COMPUTE ws-wk-ss-tax  = ws-wk-ss-tax * 2
           END-COMPUTE
           COMPUTE ws-wk-med-tax = ws-wk-med-tax * 2
           END-COMPUTE
           .
       print-schedule-b.
           MOVE SPACES TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           MOVE "DAILY FEDERAL TAX LIABILITY BY PAY DATE"
                TO ws-sc-title
           MOVE ws-section-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           PERFORM VARYING ws-sb-m FROM 1 BY 1 UNTIL ws-sb-m > 3
              PERFORM VARYING ws-sb-d FROM 1 BY 1 UNTIL ws-sb-d > 31
                 IF ws-sb-day-amount (ws-sb-m ws-sb-d) NOT = ZERO
                    MOVE ws-sb-m TO ws-sl-month
                    MOVE ws-sb-d TO ws-sl-day
                    MOVE ws-sb-day-amount (ws-sb-m ws-sb-d)
                         TO ws-sl-amount
                    MOVE ws-sb-day-line TO QTR-RPT-RECORD
                    WRITE QTR-RPT-RECORD
                 END-IF
              END-PERFORM
              MOVE SPACES TO ws-tl-label
              STRING "TOTAL LIABILITY FOR MONTH " ws-sb-m
                     DELIMITED BY SIZE
                     INTO ws-tl-label
              END-STRING
              MOVE ws-sb-month-total (ws-sb-m) TO ws-tl-amount
              MOVE ws-total-line TO QTR-RPT-RECORD
              WRITE QTR-RPT-RECORD
           END-PERFORM
           MOVE "TOTAL LIABILITY FOR QUARTER" TO ws-tl-label
           MOVE ws-sb-quarter-total TO ws-tl-amount
           MOVE ws-total-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           .
      * The ledger tallied by 941 quarter must equal the worksheet
      * to the penny. Schedule B's total can differ from the
      * ledger's 941-quarter federal total only by corrections and
      * pay dates that fall in a different quarter from the period
      * they pay - shown as the timing line, for the desk to
      * explain on the return.
       print-worksheet-recon.
           MOVE SPACES TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           MOVE "RECONCILIATION TO 941 WORKSHEET" TO ws-sc-title
           MOVE ws-section-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           MOVE ws-recon-col-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           MOVE "FEDERAL WITHHOLDING" TO ws-rl-label
           MOVE ws-lg-fed-wh TO ws-rl-ledger
           MOVE ws-wk-fed-wh TO ws-rl-other
           COMPUTE ws-recon-difference = ws-lg-fed-wh - ws-wk-fed-wh
           END-COMPUTE
           PERFORM write-recon-line
           MOVE "SOCIAL SECURITY (EMPLOYEE+EMPLOYER)" TO ws-rl-label
           MOVE ws-lg-ss-tax TO ws-rl-ledger
           MOVE ws-wk-ss-tax TO ws-rl-other
           COMPUTE ws-recon-difference = ws-lg-ss-tax - ws-wk-ss-tax
           END-COMPUTE
           PERFORM write-recon-line
           MOVE "MEDICARE (EMPLOYEE+EMPLOYER)" TO ws-rl-label
           MOVE ws-lg-med-tax TO ws-rl-ledger
           MOVE ws-wk-med-tax TO ws-rl-other
           COMPUTE ws-recon-difference
                 = ws-lg-med-tax - ws-wk-med-tax
           END-COMPUTE
           PERFORM write-recon-line
           MOVE "STATE WITHHOLDING" TO ws-rl-label
           MOVE ws-lg-state-tax TO ws-rl-ledger
           MOVE ws-wk-state-tax TO ws-rl-other
           COMPUTE ws-recon-difference
                 = ws-lg-state-tax - ws-wk-state-tax
           END-COMPUTE
           PERFORM write-recon-line

           COMPUTE ws-lg-fed-total
                 = ws-lg-fed-wh + ws-lg-ss-tax + ws-lg-med-tax
           END-COMPUTE
           MOVE SPACES TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           MOVE "941 QUARTER FEDERAL TOTAL" TO ws-tl-label
           MOVE ws-lg-fed-total TO ws-tl-amount
           PERFORM write-qtr-total-line
           MOVE "SCHEDULE B TOTAL (BY PAY DATE)" TO ws-tl-label
           MOVE ws-sb-quarter-total TO ws-tl-amount
           PERFORM write-qtr-total-line
           MOVE "PAY DATE TIMING DIFFERENCE" TO ws-tl-label
           COMPUTE ws-tl-amount = ws-sb-quarter-total - ws-lg-fed-total
           END-COMPUTE
           PERFORM write-qtr-total-line
           .
       write-recon-line.
           MOVE ws-recon-difference TO ws-rl-difference
           MOVE ws-recon-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           IF ws-recon-difference NOT = ZERO
              ADD 1 TO ws-recon-out-count
           END-IF
           .
      * What is still owed as of the quarter end - every closed
      * liability paid on or before it, less every deposit made on
      * or before it - should be what the GL liability accounts
      * carry.
       print-gl-recon.
           MOVE SPACES TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           MOVE SPACES TO ws-sc-title
           STRING "RECONCILIATION TO GL LIABILITY ACCOUNTS AT "
                  ws-qtr-end
                  DELIMITED BY SIZE
                  INTO ws-sc-title
           END-STRING
           MOVE ws-section-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD

           MOVE "FEDERAL LIABILITY TO DATE" TO ws-tl-label
           MOVE ws-cum-fed-liability TO ws-tl-amount
           PERFORM write-qtr-total-line
           MOVE "LESS FEDERAL DEPOSITS TO DATE" TO ws-tl-label
           MOVE ws-cum-fed-deposits TO ws-tl-amount
           PERFORM write-qtr-total-line
           COMPUTE ws-undeposited
                 = ws-cum-fed-liability - ws-cum-fed-deposits
           END-COMPUTE
           MOVE "FEDERAL UNDEPOSITED" TO ws-tl-label
           MOVE ws-undeposited TO ws-tl-amount
           PERFORM write-qtr-total-line
           MOVE "GL FEDERAL LIABILITY BALANCE" TO ws-tl-label
           MOVE ws-gl-fed-balance TO ws-tl-amount
           PERFORM write-qtr-total-line
           COMPUTE ws-recon-difference
                 = ws-undeposited - ws-gl-fed-balance
           END-COMPUTE
           MOVE "FEDERAL DIFFERENCE" TO ws-tl-label
           MOVE ws-recon-difference TO ws-tl-amount
           PERFORM write-qtr-total-line
           IF ws-recon-difference NOT = ZERO
              ADD 1 TO ws-recon-out-count
           END-IF

           MOVE SPACES TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           MOVE "STATE LIABILITY TO DATE" TO ws-tl-label
           MOVE ws-cum-state-liability TO ws-tl-amount
           PERFORM write-qtr-total-line
           MOVE "LESS STATE DEPOSITS TO DATE" TO ws-tl-label
           MOVE ws-cum-state-deposits TO ws-tl-amount
           PERFORM write-qtr-total-line
           COMPUTE ws-undeposited
                 = ws-cum-state-liability - ws-cum-state-deposits
           END-COMPUTE
           MOVE "STATE UNDEPOSITED" TO ws-tl-label
           MOVE ws-undeposited TO ws-tl-amount
           PERFORM write-qtr-total-line
           MOVE "GL STATE LIABILITY BALANCE" TO ws-tl-label
           MOVE ws-gl-state-balance TO ws-tl-amount
           PERFORM write-qtr-total-line
           COMPUTE ws-recon-difference
                 = ws-undeposited - ws-gl-state-balance
           END-COMPUTE
           MOVE "STATE DIFFERENCE" TO ws-tl-label
           MOVE ws-recon-difference TO ws-tl-amount
           PERFORM write-qtr-total-line
           IF ws-recon-difference NOT = ZERO
              ADD 1 TO ws-recon-out-count
           END-IF

           MOVE SPACES TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           IF ws-recon-out-count = ZERO
              MOVE "*** LEDGER RECONCILED ***" TO ws-sc-title
           ELSE
              MOVE "*** LEDGER OUT OF BALANCE - SEE DIFFERENCES ***"
                   TO ws-sc-title
           END-IF
           MOVE ws-section-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           .
       write-qtr-total-line.
           MOVE ws-total-line TO QTR-RPT-RECORD
           WRITE QTR-RPT-RECORD
           .
       termination.
           CLOSE TAX-LIAB-FILE
           CLOSE PERIOD-CTL-FILE
           CLOSE TAX-DEPOSIT-FILE
           IF mode-due-dates
              CLOSE DUE-RPT-FILE
              DISPLAY "Pay dates scheduled: " pay-date-counter
              DISPLAY "Balance to deposit:  " ws-tot-owed
              IF ws-past-due-count > ZERO
                 DISPLAY "PAST DUE DEPOSITS:   " ws-past-due-count
              END-IF
           END-IF
           IF mode-record-deposit
              DISPLAY "Deposits recorded:   " pay-date-counter
           END-IF
           IF mode-quarter
              CLOSE QTD-FILE
              CLOSE QTR-RPT-FILE
              IF ws-recon-out-count = ZERO
                 DISPLAY "LEDGER RECONCILED"
              ELSE
                 DISPLAY "LEDGER OUT OF BALANCE - "
                         ws-recon-out-count " DIFFERENCES"
              END-IF
           END-IF
           .
