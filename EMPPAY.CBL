      *  Program ID:   EMPPAY
      *  Program name: Calculate employee pay.
      *  Summary:      Calculate pay taking into account overtime.
      *                A trial run previews the pay without posting.
      *                Salaried staff are paid their salary from the
      *                master whether or not a timesheet comes in.
      ************************************************
      *
       PROGRAM-ID. EMPPAY.
           SELECT EMP-MASTER-FILE
               ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS ws-em-file-status.
           SELECT LEAVE-FILE
               ASSIGN TO "DEDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dr-file-status.
           SELECT DED-LEDGER-FILE
               ASSIGN TO "DEDLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS ws-dl-file-status.
           SELECT TAX-LIAB-FILE
               ASSIGN TO "TAXLIAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS ws-tl-file-status.
           SELECT PERIOD-CTL-FILE
               ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS ws-ah-file-status.
           SELECT RATE-HISTORY-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS ws-rh-file-status.
           SELECT PREVIEW-REG-FILE
               ASSIGN TO "PAYREG.PRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pv-file-status.
           SELECT PREVIEW-BAL-FILE
               ASSIGN TO "PAYBAL.PRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pb-file-status.
           SELECT VARIANCE-RPT-FILE
               ASSIGN TO "PAYVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-vr-file-status.
      * A trial run builds its register and balancing lines in the
      * live files' record areas and writes them to the previews.
       I-O-CONTROL.
           SAME RECORD AREA FOR PAY-REGISTER-FILE PREVIEW-REG-FILE
           SAME RECORD AREA FOR BALANCE-RPT-FILE PREVIEW-BAL-FILE.
       DATA DIVISION.
       FILE SECTION.
      * The timesheet carries only what the clerk keys: who, which
      * against the card, not the trailer - the "T" trailer carries
      * the expected DETAIL record count and a hash total of the
      * detail cards' hours fields only; the run aborts at
      * termination if the actuals disagree. TS-UNPAID-HOURS is
      * unpaid leave, docked from a salaried employee's salary; an
      * hourly employee is simply not paid for hours not keyed, so
      * the column means nothing on an hourly card. It counts in
      * the hours hash; a card keyed before the column existed
      * carries spaces there and reads as zero.
       FD  EMP-TIMESHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TS-IN-RECORD.
           05 TS-ORIG-NET         PIC 9(7)V99.
           05 TS-ORIG-VAC-HOURS   PIC 9(3).
           05 TS-ORIG-SICK-HOURS  PIC 9(3).
           05 TS-UNPAID-HOURS     PIC 9(3).
           05 FILLER              PIC X(5).
       01  TS-SPLIT-RECORD.
           05 FILLER              PIC X(1).
           05 TS-SP-EMP-ID        PIC X(6).
      * says how many are meaningful. The FICA columns ride
      * separately from PR-DEDUCTIONS: they are statutory
      * withholding, not voluntary deductions, and EMPACH nets from
      * PR-PERIOD-NET which already reflects them. PR-FIT-WAGES is
      * the gross less every pre-tax deduction - the wage federal
      * and state withholding were figured on; PR-FICA-WAGES is
      * the gross less only the Section 125 deductions. A later
      * correction reads both back from the pay history, since the
      * card cannot carry them. The FUTA and SUTA columns are the
      * employer unemployment tax and the wage it was figured on;
      * like the employer FICA they are booked, never withheld, and
      * a correction reads them back the same way. A salaried
      * line carries its pay type, PR-SALARY-PAY - the salary
      * earned this period after any proration and after
      * PR-SALARY-DOCK, the unpaid leave docked at the salary's
      * hourly equivalent (PR-HOURLY-RATE) - so the statement, the
      * stub and the journal show salary as its own earnings line.
      * Overtime and any vacation payout ride in PR-PERIOD-GROSS
      * on top of it. EMPCHK and EMPACH carry copies of this
      * layout as well.
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

      * DS-DEPT-TOTAL is all the department's earnings; the part
      * of it that is salary is broken out in DS-SALARY-TOTAL.
       FD  DEPT-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPT-SUM-RECORD.
           05 DS-DEPT-TOTAL        PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 DS-PAY-PERIOD-END    PIC 9(8).
           05 DS-SALARY-TOTAL      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(44).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * RESTART-DEPT-PERIOD-END) written alongside each checkpoint so
      * a crash-resume can rebuild ws-dept-entry from the exact point
      * of the last checkpoint instead of the last full run's output.
      * RESTART-SWEEP-FLAG "Y" says the timesheets were all done
      * and the run died paying salaried employees from the master;
      * RESTART-LAST-EMP-ID is then the last one paid, and the
      * restart sweeps on from the next.
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05 RESTART-KEY                PIC X(5).
           05 RESTART-GL-LABOR-TOTAL     PIC S9(11)V99.
           05 RESTART-GL-DEBIT-TOTAL     PIC S9(11)V99.
           05 RESTART-GL-CREDIT-TOTAL    PIC S9(11)V99.
           05 RESTART-DEPT-SALARY        PIC S9(9)V99.
           05 RESTART-SWEEP-FLAG         PIC X(1).

      * The FICA buckets accumulate separately from gross:
      * YTD-SS-WAGES stops growing at the annual wage base while
      * YTD-MED-WAGES tracks the full FICA wage (gross less Section
      * 125 deductions), and EMPYREND extracts all four into W-2
      * boxes 3-6. YTD-FIT-WAGES is the federal/state taxable wage
      * (gross less every pre-tax deduction) that becomes W-2 box
      * 1. YTD-FUTA-WAGES and YTD-SUTA-WAGES stop at their annual
      * wage bases the way YTD-SS-WAGES does; EMPYREND's 940
      * worksheet reads them with the employer tax beside them.
      * EMPYREND and EMPSTMT carry copies of this layout - change
      * them together.
       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-EMP-ID            PIC X(6).
           05 YTD-SS-TAX            PIC 9(9)V99.
           05 YTD-MED-WAGES         PIC 9(9)V99.
           05 YTD-MED-TAX           PIC 9(9)V99.
           05 YTD-FIT-WAGES         PIC 9(9)V99.
           05 YTD-FUTA-WAGES        PIC 9(9)V99.
           05 YTD-FUTA-TAX          PIC 9(9)V99.
           05 YTD-SUTA-WAGES        PIC 9(9)V99.
           05 YTD-SUTA-TAX          PIC 9(9)V99.

      * One record per employee per calendar quarter, posted as pay
      * runs post (keyed off the pay period end date), so the 941
      * EMPQTRND reads these for the quarterly worksheet and locks
      * the quarter on QTR-CTL-FILE once filed; this program
      * carries a matching copy of EMPQTRND's layouts - change them
      * together. The FUTA/SUTA wage columns are the taxable wage
      * under each annual base; EMPQTRND's state unemployment
      * report sets them against QT-MED-WAGES, the full wage. EMPDEP
      * and EMPYREND read this file as well.
       FD  QTD-FILE.
       01  QTD-RECORD.
           05 QT-KEY.
           05 QT-SS-TAX             PIC 9(9)V99.
           05 QT-MED-WAGES          PIC 9(9)V99.
           05 QT-MED-TAX            PIC 9(9)V99.
           05 QT-FIT-WAGES          PIC 9(9)V99.
           05 QT-FUTA-WAGES         PIC 9(9)V99.
           05 QT-FUTA-TAX           PIC 9(9)V99.
           05 QT-SUTA-WAGES         PIC 9(9)V99.
           05 QT-SUTA-TAX           PIC 9(9)V99.

      * One record per closed quarter, written by EMPQTRND. A
      * closed quarter takes no more postings: correction cards
      * the field existed keep paying. A terminated employee's
      * termination-period timesheet pays as final pay; any later
      * ordinary timesheet rejects.
      * EM-PAY-TYPE space or "H" is hourly. "E" (salaried exempt)
      * and "N" (salaried non-exempt) are paid EM-ANNUAL-SALARY
      * spread over the frequency's periods, with or without a
      * timesheet; only a non-exempt employee is paid overtime.
      * EM-HIRE-DATE, when present, prorates the first period the
      * way the termination date prorates the last.
      * EM-SSN (zeros until the employee has one) and the mailing
      * address are for the W-2 only - the address fields are sized
      * to the SSA's - and no report prints the SSN in full.
      * EM-WORK-STATE and EM-STATE-ER-ID are the state the wages
      * are reported to and our employer account number there.
       FD  EMP-MASTER-FILE
           RECORD CONTAINS 270 CHARACTERS.
       01  EMP-MASTER-RECORD.
           05 EM-EMP-ID             PIC X(6).
           05 EM-FNAME              PIC X(15).
              88 em-status-loa      VALUE "L".
              88 em-status-term     VALUE "T".
           05 EM-TERM-DATE          PIC 9(8).
           05 EM-PAY-TYPE           PIC X(1).
              88 em-pay-hourly      VALUES "H", " ".
              88 em-pay-salaried    VALUES "E", "N".
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

      * One record per employee, seeded and maintained by HR. The
      * per-period accrual rates ride on the record so the accrual
      * Balanced double-entry journal, one run's worth: for each
      * employee a debit to labor expense by cost center and credits
      * to the withholding liability, deduction liability and net
      * pay clearing accounts, plus the employer FICA, FUTA and
      * SUTA expense and liability pairs. Debits are positive,
      * credits negative, so the file sums to zero;
      * verify-batch-balance proves it before the run may close its
      * periods. GL-MAP-FILE supplies every account number.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-EXTRACT-RECORD.
      *         annual wage base), "M" is Medicare (rate only).
      *         The FICA rate needs more precision than TX-RATE
      *         offers, so "F" lines carry their own columns.
      *   "U" - unemployment tax, laid out as the "F" lines:
      *         jurisdiction "F" is FUTA (the net rate after the
      *         state credit, and the annual wage base), "S" is
      *         SUTA (the state's experience rate for us, and its
      *         annual wage base). "R" is the FUTA credit
      *         reduction rate for a credit-reduction year - read
      *         by EMPYREND only.
      *   "T" - tax treatment of a deduction type, read through
      *         DED-CLASS-TABLE-RECORD: class "R" is pre-tax for
      *         federal and state withholding only (401(k)-style
      *         retirement deferrals), "C" is pre-tax for federal,
      *         state and FICA (Section 125 cafeteria plans). Any
      *         other class, or a type with no "T" line, is taken
      *         after tax; a garnishment always is. TD-W2-CODE is
      *         the W-2 box 12 code the type reports under, if any
      *         (EMPYREND reads it).
      *   "D" - tax deposit schedule for a jurisdiction, read by
      *         EMPDEP only: TX-FILING-STATUS "M" monthly, "S"
      *         semiweekly, as the lookback period sets it each
      *         year.
      * Brackets must be in ascending floor order within each
      * jurisdiction/status. A January table change is an edit to
      * this file, not to the program.
           05 TF-RATE               PIC V9(5).
           05 TF-WAGE-BASE          PIC 9(7)V99.
           05 FILLER                PIC X(63).
       01  DED-CLASS-TABLE-RECORD.
           05 FILLER                PIC X(1).
           05 TD-DED-TYPE           PIC X(3).
           05 TD-TAX-CLASS          PIC X(1).
           05 TD-W2-CODE            PIC X(2).
           05 FILLER                PIC X(73).

      * Account mapping for the GL journal, one line per entry,
      * maintained by accounting the way EMPTAXTB.DAT is by the tax
      * desk. GM-MAP-TYPE says what the account books:
      *   "L" labor expense (debited by cost center)
      *   "A" salary expense (debited by cost center) - optional;
      *       salary books to the "L" account when it is absent
      *   "F" federal withholding liability
      *   "S" state withholding liability
      *   "Q" Social Security liability   "M" Medicare liability
      *   "N" net pay clearing
      *   "D" deduction liability for the DM-DED-TYPE in GM-DED-TYPE
      *   "X" default deduction liability when no "D" entry matches
      *       (also takes whatever part of a reversal's deduction
      *       debit the deduction ledger cannot place by type).
      *   "U" FUTA liability              "V" SUTA liability
      *       (the expense side of both books to "E")
      *   "R" remittance cash - read by EMPREMIT only.
      *   "W" accrued vacation liability and "Y" vacation accrual
      *       expense - read by EMPVACL only ("Y" defaults to "L").
      * All the single-letter entries above except "A", "R", "W"
      * and "Y", plus "X", are required here; a chart-of-accounts
      * change is an edit to this file, not the program.
       FD  GL-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-MAP-RECORD.
      * order so DM-PRIORITY decides who gets paid first when net
      * runs short. DM-SEQ separates same-priority records. A zero
      * period or annual limit means no limit. DM-YTD-TAKEN is
      * maintained here each time the deduction is taken. Whether
      * a type comes out before or after tax is the tax desk's
      * "T" line in TAX-TABLE-FILE, not a field here; the pre-tax
      * types are all taken ahead of the withholding, whatever
      * their priority.
       FD  DEDUCTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DEDUCTION-RECORD.
           05 DR-PAY-PERIOD-END    PIC 9(8).
           05 FILLER                PIC X(34).

      * What each deduction record actually withheld for a pay
      * period, one record per employee/period/DEDMAST key, kept
      * across runs for EMPREMIT. Each take adds to DL-AMOUNT; a
      * void or adjustment backs the period's orders out to zero
      * before any re-pay adds the corrected takes, so DL-AMOUNT
      * is always the period's net withholding for the order.
      * DL-ROLLED-AMOUNT is the part EMPREMIT has already moved to
      * its payee; the difference is still to be remitted. EMPREMIT
      * carries a matching copy of this layout - change them
      * together.
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

      * The payroll tax liability each run incurs, by the date the
      * wages are paid and by tax: "FW" federal withholding, "SE"
      * and "SR" Social Security employee and employer, "ME" and
      * "MR" Medicare employee and employer, "ST" state
      * withholding. TL-PAY-FREQUENCY and TL-PERIOD-END name the
      * period the run held, so EMPDEP counts a liability only once
      * that run has closed it; TL-QTR-YEAR/TL-QTR are the 941
      * quarter the same money went to on QTD-FILE, which for a
      * correction is the quarter of the period it corrects. Each
      * employee's taxes add in as the employee posts; a correction
      * adds the backed-out amounts in negative. EMPDEP carries a
      * matching copy of this layout - change them together.
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
           05 TL-AMOUNT             PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(24).

      * One record per frequency and period end, maintained by the
      * scheduling desk. "O" is the one period a run may pay for
      * that frequency; initialization marks it "P" while the run
      * holds it and termination marks it "C". A record found "P"
      * with no checkpoint on file means another (or a dead) run -
      * only a genuine checkpointed restart may pass through it.
      * PC-PAY-DATE is the date the period's wages are paid, which
      * is what the tax deposit schedule runs from; left zero, the
      * period end date stands in for it.
       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PERIOD-CTL-RECORD.
              88 period-open        VALUE "O".
              88 period-in-progress VALUE "P".
              88 period-closed      VALUE "C".
           05 PC-PAY-DATE           PIC 9(8).
           05 FILLER                PIC X(22).

      * One record per correction applied, keyed by employee,
      * period and card type, with the original gross the card
           RECORD CONTAINS 80 CHARACTERS.
       01  BALANCE-RPT-RECORD      PIC X(80).

      * A trial run's register and balancing report go to these in
      * place of PAYREG.DAT and PAYBAL.RPT, so a preview never
      * disturbs the live run's files or what EMPCHK, EMPACH and
      * EMPSTMT read. Each shares its live file's record area.
       FD  PREVIEW-REG-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  PREVIEW-REG-RECORD      PIC X(300).

       FD  PREVIEW-BAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PREVIEW-BAL-RECORD      PIC X(80).

      * Trial run variance report, for the supervisors to sign off
      * before the live run is released.
       FD  VARIANCE-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VARIANCE-RPT-RECORD     PIC X(132).

      * Permanent register history: every line of every in-balance
      * run, keyed by employee, period and record type, surviving
      * the next run's register truncation. EMPSTMT's reprint mode
      * so the key always holds the operative correction. EMPSTMT
      * carries a matching copy of this layout - change them
      * together, and with PAY-REG-RECORD.
      * PAY-HISTORY-WAGE-VIEW lays the register line's money and
      * taxable wage columns over the image, so a correction card
      * can recover what the original line was taxed on and a
      * trial run can set this period against the last. Lines
      * archived before the wage columns existed carry spaces
      * there and fail the NUMERIC test.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 AH-KEY.
              10 AH-EMP-ID          PIC X(6).
              10 AH-PERIOD-END      PIC 9(8).
              10 AH-REC-TYPE        PIC X(1).
           05 AH-REG-IMAGE          PIC X(300).
       01  PAY-HISTORY-WAGE-VIEW.
           05 FILLER                PIC X(106).
           05 AH-PERIOD-GROSS       PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-FED-TAX            PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-STATE-TAX          PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-SS-TAX             PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-MED-TAX            PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(10).
           05 AH-DEDUCTIONS         PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-PERIOD-NET         PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(27).
           05 AH-FIT-WAGES          PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-FICA-WAGES         PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-FUTA-WAGES         PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-FUTA-TAX           PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-SUTA-WAGES         PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-SUTA-TAX           PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 AH-PAY-TYPE           PIC X(1).
           05 AH-SALARY-PAY         PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(31).

      * Effective-dated hourly rates, maintained through EMPMNT's
      * "R" transaction: the rate in effect for a timesheet is the
           05 ws-qc-file-status    PIC XX.
           05 ws-ah-file-status    PIC XX.
           05 ws-rh-file-status    PIC XX.
           05 ws-dl-file-status    PIC XX.
           05 ws-tl-file-status    PIC XX.
           05 ws-pv-file-status    PIC XX.
           05 ws-pb-file-status    PIC XX.
           05 ws-vr-file-status    PIC XX.

      * "L" is the live run. "T" is a trial run: every employee is
      * figured exactly as the live run would figure them, against
      * the same master, rates, tables and deductions, but no
      * period is locked, no checkpoint is kept and no file is
      * updated. The register and balancing report go to the .PRV
      * files and PAYVAR.RPT sets each employee against the last
      * period paid.
       01  ws-run-mode             PIC X(1).
          88 live-run              VALUE "L".
          88 trial-run             VALUE "T".

      * A live run opens the running files I-O and creates any that
      * do not exist yet. A trial run opens them INPUT and creates
      * nothing; a file that is not there is simply read as empty
      * (no YTD, no balances, no deductions, quarter not closed).
       01  ws-open-flags.
           05 ws-ytd-open-flag        PIC X VALUE "N".
              88 ytd-file-open        VALUE "Y".
           05 ws-qt-open-flag         PIC X VALUE "N".
              88 qtd-file-open        VALUE "Y".
           05 ws-qc-open-flag         PIC X VALUE "N".
              88 qtr-ctl-open         VALUE "Y".
           05 ws-lv-open-flag         PIC X VALUE "N".
              88 leave-file-open      VALUE "Y".
           05 ws-dm-open-flag         PIC X VALUE "N".
              88 deduction-file-open  VALUE "Y".
           05 ws-dl-open-flag         PIC X VALUE "N".
              88 ded-ledger-open      VALUE "Y".
           05 ws-tl-open-flag         PIC X VALUE "N".
              88 tax-liab-open        VALUE "Y".
           05 ws-cl-open-flag         PIC X VALUE "N".
              88 correction-log-open  VALUE "Y".

      * A change is marked when it is more than ws-var-tol-pct
      * percent of last period's figure AND more than
      * ws-var-tol-amt dollars, so pennies on small figures do not
      * light up the report. Last period is the latest earlier
      * period on the pay history whose operative line ("A" before
      * "O", as find-original-wages reads it) was not voided. The
      * six figures are gross, federal tax, state tax, employee
      * FICA, deductions and net. ws-seen-emp-id holds every
      * employee an original card came in for, live or trial, so
      * the master can be swept for salaried employees to pay and
      * for hourly employees who sent nothing.
       01  ws-variance-fields.
           05 ws-var-tol-pct          PIC 9(3) VALUE 10.
           05 ws-var-tol-amt          PIC 9(5)V99 VALUE 25.00.
           05 ws-vh-eof-flag          PIC X VALUE "N".
              88 variance-scan-done   VALUE "Y".
           05 ws-prior-found-flag     PIC X VALUE "N".
              88 prior-pay-found      VALUE "Y".
           05 ws-prior-period-end     PIC 9(8).
           05 ws-scan-period-end      PIC 9(8).
           05 ws-scan-adj-flag        PIC X VALUE "N".
              88 scan-adjusted        VALUE "Y".
           05 ws-scan-orig-flag       PIC X VALUE "N".
              88 scan-original        VALUE "Y".
           05 ws-scan-void-flag       PIC X VALUE "N".
              88 scan-voided          VALUE "Y".
           05 ws-var-over-flag        PIC X VALUE "N".
              88 var-over-tolerance   VALUE "Y".
           05 ws-var-abs              PIC 9(7)V99.
           05 ws-var-limit            PIC 9(7)V99.
           05 ws-var-figure OCCURS 6 TIMES
                 INDEXED BY vr-idx.
              10 ws-var-current       PIC S9(7)V99.
              10 ws-var-prior         PIC S9(7)V99.
              10 ws-var-scan          PIC S9(7)V99.
              10 ws-var-change        PIC S9(7)V99.
           05 ws-var-compared         PIC 9(6) VALUE ZERO.
           05 ws-var-over-count       PIC 9(6) VALUE ZERO.
           05 ws-var-new-count        PIC 9(6) VALUE ZERO.
           05 ws-var-zero-net-count   PIC 9(6) VALUE ZERO.
           05 ws-var-reject-count     PIC 9(6) VALUE ZERO.
           05 ws-var-void-count       PIC 9(6) VALUE ZERO.
           05 ws-var-missing-count    PIC 9(6) VALUE ZERO.
           05 ws-missing-period-end   PIC 9(8).
           05 ws-em-eof-flag          PIC X VALUE "N".
              88 master-scan-done     VALUE "Y".
           05 ws-seen-full-flag       PIC X VALUE "N".
              88 seen-table-full      VALUE "Y".
           05 ws-seen-found-flag      PIC X VALUE "N".
              88 timesheet-seen       VALUE "Y".
           05 ws-seen-key             PIC X(6).
           05 ws-seen-count           PIC 9(4) VALUE ZERO.
           05 ws-seen-emp-id
                 OCCURS 1 TO 9999 TIMES DEPENDING ON ws-seen-count
                 INDEXED BY seen-idx  PIC X(6).

       01  ws-var-heading.
           05 FILLER                  PIC X(40)
              VALUE "EMPPAY TRIAL RUN - PERIOD-OVER-PERIOD ".
           05 FILLER                  PIC X(20)
              VALUE "VARIANCE REPORT".
           05 FILLER                  PIC X(36)
              VALUE "NOTHING HAS BEEN POSTED - FOR ".
           05 FILLER                  PIC X(36)
              VALUE "SUPERVISOR SIGN-OFF".

       01  ws-var-tol-line.
           05 FILLER                  PIC X(31)
              VALUE "CHANGES MARKED * ARE MORE THAN ".
           05 ws-vt-pct               PIC ZZ9.
           05 FILLER                  PIC X(32)
              VALUE "% OF LAST PERIOD AND MORE THAN $".
           05 ws-vt-amt               PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(57) VALUE SPACES.

       01  ws-var-col-heading.
           05 FILLER                  PIC X(8)  VALUE "EMP ID".
           05 FILLER                  PIC X(22) VALUE "NAME".
           05 FILLER                  PIC X(8)  VALUE "LINE".
           05 FILLER                  PIC X(9)  VALUE "PERIOD".
           05 FILLER                  PIC X(14)
              VALUE "        GROSS".
           05 FILLER                  PIC X(14)
              VALUE "      FED TAX".
           05 FILLER                  PIC X(14)
              VALUE "    STATE TAX".
           05 FILLER                  PIC X(14)
              VALUE "     FICA TAX".
           05 FILLER                  PIC X(14)
              VALUE "   DEDUCTIONS".
           05 FILLER                  PIC X(14)
              VALUE "      NET PAY".
           05 FILLER                  PIC X(1)  VALUE SPACES.

      * Cleared to spaces before each use, so the amount columns
      * print blank on the lines that carry no money.
       01  ws-var-detail-line.
           05 ws-vd-emp-id            PIC X(6).
           05 FILLER                  PIC X(2).
           05 ws-vd-name              PIC X(20).
           05 FILLER                  PIC X(2).
           05 ws-vd-label             PIC X(8).
           05 ws-vd-period            PIC X(8).
           05 FILLER                  PIC X(1).
           05 ws-vd-column OCCURS 6 TIMES.
              10 ws-vd-amount         PIC Z,ZZZ,ZZ9.99-.
              10 ws-vd-mark           PIC X(1).
           05 FILLER                  PIC X(1).

       01  ws-var-note-line.
           05 FILLER                  PIC X(8) VALUE SPACES.
           05 ws-vn-text              PIC X(70).
           05 FILLER                  PIC X(54) VALUE SPACES.

       01  ws-var-count-line.
           05 ws-vc-label             PIC X(40).
           05 ws-vc-value             PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(83) VALUE SPACES.

       01  ws-ded-ledger-fields.
           05 ws-dl-found-flag        PIC X VALUE "N".
              88 ledger-entry-found   VALUE "Y".
           05 ws-dl-eof-flag          PIC X VALUE "N".
              88 ded-ledger-eof       VALUE "Y".
           05 ws-rev-ded-total        PIC S9(7)V99.

      * One employee's tax amounts on their way to TAX-LIAB-FILE,
      * negative for a correction's back-out, and the pay date and
      * period they post under.
       01  ws-tax-liab-fields.
           05 ws-tl-found-flag        PIC X VALUE "N".
              88 tax-liab-found       VALUE "Y".
           05 ws-tl-pay-date          PIC 9(8).
           05 ws-tl-frequency         PIC X(1).
           05 ws-tl-period-end        PIC 9(8).
           05 ws-tl-fed-tax           PIC S9(7)V99.
           05 ws-tl-state-tax         PIC S9(7)V99.
           05 ws-tl-ss-tax            PIC S9(7)V99.
           05 ws-tl-med-tax           PIC S9(7)V99.
           05 ws-tl-er-ss-tax         PIC S9(7)V99.
           05 ws-tl-er-med-tax        PIC S9(7)V99.
           05 ws-tl-tax-code          PIC X(2).
           05 ws-tl-amount            PIC S9(7)V99.

      * The pay history is read at correction time for the original
      * line's taxable wages; it is optional here - a shop with no
      * archive yet backs corrections out as if no pre-tax
      * deduction was taken. archive-pay-register reopens it I-O.
       01  ws-pay-history-fields.
           05 ws-ah-open-flag         PIC X VALUE "N".
              88 pay-history-open     VALUE "Y".
           05 ws-hist-found-flag      PIC X VALUE "N".
              88 history-line-found   VALUE "Y".
           05 ws-orig-fit-wages       PIC 9(7)V99.
           05 ws-orig-fica-wages      PIC 9(7)V99.
           05 ws-orig-salary-pay      PIC 9(7)V99.

      * Accounts loaded from GL-MAP-FILE at initialization; the
      * per-type table holds the "D" entries, searched before the
      * "X" default is used.
       01  ws-gl-fields.
           05 ws-gl-labor-acct        PIC X(6) VALUE SPACES.
           05 ws-gl-salary-acct       PIC X(6) VALUE SPACES.
           05 ws-gl-fed-acct          PIC X(6) VALUE SPACES.
           05 ws-gl-state-acct        PIC X(6) VALUE SPACES.
           05 ws-gl-ss-acct           PIC X(6) VALUE SPACES.
           05 ws-gl-med-acct          PIC X(6) VALUE SPACES.
           05 ws-gl-emptax-acct       PIC X(6) VALUE SPACES.
           05 ws-gl-futa-acct         PIC X(6) VALUE SPACES.
           05 ws-gl-suta-acct         PIC X(6) VALUE SPACES.
           05 ws-gl-net-acct          PIC X(6) VALUE SPACES.
           05 ws-gl-ded-dflt-acct     PIC X(6) VALUE SPACES.
           05 ws-gm-eof-flag          PIC X VALUE "N".
                 INDEXED BY pc-idx.
              10 ws-open-frequency    PIC X(1).
              10 ws-open-period-end   PIC 9(8).
              10 ws-open-pay-date     PIC 9(8).
           05 ws-period-found-flag    PIC X VALUE "N".
              88 open-period-found    VALUE "Y".

              10 ws-state-floor       PIC 9(7)V99.
              10 ws-state-rate        PIC V999.
              10 ws-state-base-tax    PIC 9(7)V99.
           05 ws-ded-class-count      PIC 99 VALUE ZERO.
           05 ws-ded-class-entry OCCURS 30 TIMES
                 INDEXED BY dc-idx.
              10 ws-ded-class-type    PIC X(3).
              10 ws-ded-class-code    PIC X(1).

       01  ws-tax-work.
           05 ws-periods-per-year     PIC 99.
           05 ws-orig-ss-tax          PIC 9(7)V99.
           05 ws-orig-med-tax         PIC 9(7)V99.

      * Loaded from the "U" lines of TAX-TABLE-FILE. FUTA and SUTA
      * are the employer's alone, each on the employee's wages up
      * to its annual wage base (YTD-FUTA-WAGES, YTD-SUTA-WAGES).
      * The wage is the FICA wage: Section 125 deductions are
      * exempt from both taxes, retirement deferrals from neither.
       01  ws-unemp-fields.
           05 ws-futa-rate            PIC V9(5) VALUE ZERO.
           05 ws-futa-wage-base       PIC 9(7)V99 VALUE ZERO.
           05 ws-suta-rate            PIC V9(5) VALUE ZERO.
           05 ws-suta-wage-base       PIC 9(7)V99 VALUE ZERO.
           05 ws-unemp-room           PIC S9(9)V99.
           05 ws-futa-taxable         PIC 9(7)V99.
           05 ws-period-futa-tax      PIC 9(7)V99.
           05 ws-suta-taxable         PIC 9(7)V99.
           05 ws-period-suta-tax      PIC 9(7)V99.
           05 ws-orig-futa-wages      PIC 9(7)V99.
           05 ws-orig-futa-tax        PIC 9(7)V99.
           05 ws-orig-suta-wages      PIC 9(7)V99.
           05 ws-orig-suta-tax        PIC 9(7)V99.
           05 ws-orig-unemp-flag      PIC X VALUE "N".
              88 orig-unemp-known     VALUE "Y".

       01  ws-restart-fields.
      * Checkpointed every record: with output (YTD/pay-register/GL)
      * written immediately per employee, any gap between the
           05 ws-split-spread-total   PIC S9(9)V99.
           05 ws-acc-dept-code        PIC X(4).
           05 ws-acc-dept-amount      PIC S9(7)V99.
           05 ws-acc-dept-salary      PIC S9(7)V99.

       01  ws-dept-summary-table.
           05 ws-dept-count         PIC 9(2) VALUE ZERO.
              10 ws-dept-code        PIC X(4).
              10 ws-dept-total       PIC S9(9)V99.
              10 ws-dept-period-end  PIC 9(8).
              10 ws-dept-salary      PIC S9(9)V99.

       01  ws-flags.
           05 ws-eof-flag              PIC X VALUE "N".
           05 ws-ar-eof-flag           PIC X VALUE "N".
              88 end-of-archive-scan   VALUE "Y".

      * A salaried employee's period salary is the annual salary
      * over the frequency's periods, prorated by calendar days
      * for a period the hire or termination date falls inside.
      * ws-salary-hours is the standard work year that turns the
      * salary into the hourly equivalent unpaid leave is docked
      * at and non-exempt overtime is paid at; EMPMNT derives the
      * master rate from the same figure - change them together.
      * ws-labor-gross is the rest of the period gross - overtime,
      * hourly pay, a vacation payout - which books to labor
      * expense and spreads over any labor-split cards.
      * The sweep pays, after the last timesheet, every salaried
      * employee on an open frequency who sent no original card.
       01  ws-salary-fields.
           05 ws-salary-hours         PIC 9(4) VALUE 2080.
           05 ws-period-salary        PIC 9(7)V99.
           05 ws-salary-pay           PIC 9(7)V99.
           05 ws-salary-dock          PIC 9(7)V99.
           05 ws-salary-ot-pay        PIC 9(7)V99.
           05 ws-labor-gross          PIC S9(7)V99.
           05 ws-sal-date             PIC 9(8).
           05 ws-sal-date-parts REDEFINES ws-sal-date.
              10 ws-sal-yyyymm        PIC 9(6).
              10 ws-sal-dd            PIC 9(2).
           05 ws-sal-start-int        PIC 9(7).
           05 ws-sal-end-int          PIC 9(7).
           05 ws-sal-from-int         PIC 9(7).
           05 ws-sal-to-int           PIC 9(7).
           05 ws-sal-date-int         PIC 9(7).
           05 ws-sal-period-days      PIC 9(3).
           05 ws-sal-paid-days        PIC S9(4).
           05 ws-sweep-flag           PIC X VALUE "N".
              88 salary-sweep-running VALUE "Y".
           05 ws-sweep-resume-flag    PIC X VALUE "N".
              88 sweep-resumed        VALUE "Y".
           05 ws-sweep-resume-id      PIC X(6).
           05 ws-sweep-due-flag       PIC X VALUE "N".
              88 salary-sweep-due     VALUE "Y".
           05 ws-sweep-period-end     PIC 9(8).
           05 ws-salaried-swept       PIC 9(6) VALUE ZERO.

       01  ws-overtime-schedule.
           05 ws-ot-tier-count     PIC 99 VALUE 2.
           05 ws-ot-tier-entry OCCURS 10 TIMES INDEXED BY ot-idx.

      * ws-garn-max-pct is the legal ceiling on garnishment as a
      * fraction of disposable earnings (gross less taxes).
      * Deductions are taken in two passes over the employee's
      * records: the pre-tax pass first, so ws-fit-wages and
      * ws-fica-wages are known before any tax is figured, then
      * the after-tax pass out of what is left.
       01  ws-deduction-fields.
           05 ws-period-deductions    PIC 9(7)V99.
           05 ws-ded-available        PIC 9(7)V99.
           05 ws-ded-room             PIC S9(7)V99.
           05 ws-ded-pass-flag        PIC X VALUE "A".
              88 pretax-pass          VALUE "P".
              88 aftertax-pass        VALUE "A".
           05 ws-ded-tax-class        PIC X(1).
              88 ded-class-pretax     VALUES "R", "C".
              88 ded-class-cafeteria  VALUE "C".
           05 ws-pretax-fit           PIC 9(7)V99.
           05 ws-pretax-fica          PIC 9(7)V99.
           05 ws-pretax-limit         PIC S9(7)V99.
           05 ws-pretax-shortfall     PIC S9(7)V99.
           05 ws-pretax-tries         PIC 9(2).
           05 ws-pretax-max-tries     PIC 9(2) VALUE 20.
           05 ws-pretax-sizing-flag   PIC X VALUE "N".
              88 pretax-sizing        VALUE "Y".
           05 ws-pretax-short-flag    PIC X VALUE "N".
              88 pretax-short         VALUE "Y".
           05 ws-fit-wages            PIC 9(7)V99.
           05 ws-fica-wages           PIC 9(7)V99.
           05 ws-disposable-pay       PIC 9(7)V99.
           05 ws-garn-max-pct         PIC V99 VALUE .25.
           05 ws-garn-cap             PIC 9(7)V99.
              88 freq-semimonthly  VALUE "S".
              88 freq-monthly      VALUE "M".
           03 emp-hourly-rate    PIC  9(3)V99.
           03 emp-pay-type       PIC  X(1).
              88 emp-pay-salaried  VALUES "E", "N".
              88 emp-pay-exempt    VALUE "E".
           03 emp-annual-salary  PIC  9(7)V99.
           03 emp-hire-date      PIC  9(8).
           03 emp-term-date      PIC  9(8).
           03 emp-fed-filing-status    PIC X(1).
           03 emp-fed-allowances       PIC 9(2).
           03 emp-state-filing-status  PIC X(1).
           03 emp-vac-hours      PIC  9(3).
           03 emp-sick-hours     PIC  9(3).
           03 emp-hol-hours      PIC  9(3).
           03 emp-unpaid-hours   PIC  9(3).
           03 emp-rec-type       PIC  X(1).
              88 emp-original-record   VALUE "O".
              88 emp-adjustment-record VALUE "A".

           PERFORM initialization
           PERFORM process-employees UNTIL end-of-timesheet
           PERFORM pay-salaried-employees

           PERFORM termination
           STOP RUN
           .
       initialization.
           MOVE ZERO TO rec-counter
           DISPLAY "ENTER RUN MODE (L=LIVE T=TRIAL):"
           ACCEPT ws-run-mode
           IF NOT live-run AND NOT trial-run
              DISPLAY "INVALID RUN MODE - RUN STOPPED"
              STOP RUN
           END-IF
           PERFORM initialize-overtime-schedule
           PERFORM load-tax-tables
           PERFORM load-gl-account-map
           IF live-run
              PERFORM open-restart-file
              PERFORM restore-checkpoint
           ELSE
              MOVE ZERO TO ws-skip-count
           END-IF
           PERFORM open-period-control
           PERFORM lock-open-periods

           END-IF

           PERFORM open-pay-register-file
           IF live-run
              PERFORM open-exception-file
              PERFORM open-gl-extract-file
              PERFORM reload-dept-summary
              OPEN OUTPUT DEPT-SUMMARY-FILE
              IF ws-ds-file-status NOT = "00"
                 DISPLAY "ERROR OPENING DEPT-SUMMARY-FILE: "
                         ws-ds-file-status
                 STOP RUN
              END-IF
           ELSE
              PERFORM open-variance-report
           END-IF
           PERFORM open-ytd-file
           PERFORM open-qtd-file
           PERFORM open-rate-history-file
           PERFORM open-leave-file
           PERFORM open-deduction-file
           IF live-run
              PERFORM open-deduction-rpt-file
           END-IF
           PERFORM open-ded-ledger-file
           PERFORM open-tax-liab-file
           PERFORM open-correction-log
           PERFORM open-pay-history-file
           PERFORM read-next-employee
           PERFORM skip-already-processed
           .
      * opens OUTPUT. Any OPEN failure here is fatal: STOP RUN
      * immediately rather than falling through to termination's
      * CLOSE of files that were never successfully opened.
      * A trial run opens none of these; its register goes to the
      * preview file and its rejects to the variance report.
       open-pay-register-file.
           IF trial-run
              OPEN OUTPUT PREVIEW-REG-FILE
              IF ws-pv-file-status NOT = "00"
                 DISPLAY "ERROR OPENING PREVIEW-REG-FILE: "
                         ws-pv-file-status
                 STOP RUN
              END-IF
           ELSE
              IF restart-found
                 OPEN EXTEND PAY-REGISTER-FILE
              ELSE
                 OPEN OUTPUT PAY-REGISTER-FILE
              END-IF
              IF ws-pr-file-status NOT = "00"
                 DISPLAY "ERROR OPENING PAY-REGISTER-FILE: "
                         ws-pr-file-status
                 STOP RUN
              END-IF
           END-IF
           .
       open-exception-file.
                               TO ws-dept-total (dept-idx)
                          MOVE RESTART-DEPT-PERIOD-END
                               TO ws-dept-period-end (dept-idx)
                          MOVE RESTART-DEPT-SALARY
                               TO ws-dept-salary (dept-idx)
                       ELSE
                          MOVE "Y" TO ws-ds-eof-flag
                       END-IF
           END-IF
           .
      * Without period control there is no duplicate-run protection,
      * so an unreadable PERCTL.DAT stops the run. A trial run only
      * reads it.
       open-period-control.
           IF trial-run
              OPEN INPUT PERIOD-CTL-FILE
           ELSE
              OPEN I-O PERIOD-CTL-FILE
           END-IF
           IF ws-pc-file-status NOT = "00"
              DISPLAY "ERROR OPENING PERIOD-CTL-FILE: "
                      ws-pc-file-status
      * second run (or one that died before its first checkpoint)
      * and stops here instead of double-posting; "C" periods are
      * left alone. A run that finds nothing open has nothing it
      * may pay - the rerun-after-close case stops on that. A trial
      * run takes the "O" periods without marking them, and stops
      * on a "P" the same way: a preview of a half-posted run would
      * compare against figures that are still moving.
       lock-open-periods.
           MOVE ZERO TO ws-open-period-count
           MOVE LOW-VALUES TO PC-KEY
           EVALUATE TRUE
              WHEN period-open
                 PERFORM note-open-period
                 IF live-run
                    MOVE "P" TO PC-STATUS
                    REWRITE PERIOD-CTL-RECORD
                 END-IF
              WHEN period-in-progress
                 IF restart-found
                    PERFORM note-open-period
              SET pc-idx TO ws-open-period-count
              MOVE PC-PAY-FREQUENCY TO ws-open-frequency (pc-idx)
              MOVE PC-PERIOD-END    TO ws-open-period-end (pc-idx)
              IF PC-PAY-DATE NUMERIC
                 AND PC-PAY-DATE > ZERO
                 MOVE PC-PAY-DATE   TO ws-open-pay-date (pc-idx)
              ELSE
                 MOVE PC-PERIOD-END TO ws-open-pay-date (pc-idx)
              END-IF
           ELSE
              DISPLAY "TOO MANY OPEN PAY PERIODS ON "
                      "PERIOD-CTL-FILE - RUN STOPPED"
           END-IF
           .
       open-ytd-file.
           IF trial-run
              OPEN INPUT YTD-FILE
           ELSE
              OPEN I-O YTD-FILE
              IF ws-ytd-file-status = "35"
                 OPEN OUTPUT YTD-FILE
                 CLOSE YTD-FILE
                 OPEN I-O YTD-FILE
              END-IF
           END-IF
           EVALUATE ws-ytd-file-status
              WHEN "00"
                 MOVE "Y" TO ws-ytd-open-flag
              WHEN "35"
                 MOVE "N" TO ws-ytd-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING YTD-FILE: "
                         ws-ytd-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-qtd-file.
           IF trial-run
              OPEN INPUT QTD-FILE
           ELSE
              OPEN I-O QTD-FILE
              IF ws-qt-file-status = "35"
                 OPEN OUTPUT QTD-FILE
                 CLOSE QTD-FILE
                 OPEN I-O QTD-FILE
              END-IF
           END-IF
           EVALUATE ws-qt-file-status
              WHEN "00"
                 MOVE "Y" TO ws-qt-open-flag
              WHEN "35"
                 MOVE "N" TO ws-qt-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING QTD-FILE: "
                         ws-qt-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-qtr-control.
           IF trial-run
              OPEN INPUT QTR-CTL-FILE
           ELSE
              OPEN I-O QTR-CTL-FILE
              IF ws-qc-file-status = "35"
                 OPEN OUTPUT QTR-CTL-FILE
                 CLOSE QTR-CTL-FILE
                 OPEN I-O QTR-CTL-FILE
              END-IF
           END-IF
           EVALUATE ws-qc-file-status
              WHEN "00"
                 MOVE "Y" TO ws-qc-open-flag
              WHEN "35"
                 MOVE "N" TO ws-qc-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING QTR-CTL-FILE: "
                         ws-qc-file-status
                 STOP RUN
           END-EVALUATE
           .
      * The master is maintained outside this program; a run without
      * one cannot price a single timesheet, so a missing or
                 STOP RUN
           END-EVALUATE
           .
      * Opened for lookup only; see ws-pay-history-fields.
       open-pay-history-file.
           OPEN INPUT PAY-HISTORY-FILE
           EVALUATE ws-ah-file-status
              WHEN "00"
                 MOVE "Y" TO ws-ah-open-flag
              WHEN "35"
                 MOVE "N" TO ws-ah-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING PAY-HISTORY-FILE: "
                         ws-ah-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-leave-file.
           IF trial-run
              OPEN INPUT LEAVE-FILE
           ELSE
              OPEN I-O LEAVE-FILE
              IF ws-lv-file-status = "35"
                 OPEN OUTPUT LEAVE-FILE
                 CLOSE LEAVE-FILE
                 OPEN I-O LEAVE-FILE
              END-IF
           END-IF
           EVALUATE ws-lv-file-status
              WHEN "00"
                 MOVE "Y" TO ws-lv-open-flag
              WHEN "35"
                 MOVE "N" TO ws-lv-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING LEAVE-FILE: "
                         ws-lv-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-deduction-file.
           IF trial-run
              OPEN INPUT DEDUCTION-FILE
           ELSE
              OPEN I-O DEDUCTION-FILE
              IF ws-dm-file-status = "35"
                 OPEN OUTPUT DEDUCTION-FILE
                 CLOSE DEDUCTION-FILE
                 OPEN I-O DEDUCTION-FILE
              END-IF
           END-IF
           EVALUATE ws-dm-file-status
              WHEN "00"
                 MOVE "Y" TO ws-dm-open-flag
              WHEN "35"
                 MOVE "N" TO ws-dm-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING DEDUCTION-FILE: "
                         ws-dm-file-status
                 STOP RUN
           END-EVALUATE
           .
      * The ledger is what the remittance run pays from, so a
      * ledger that cannot be opened stops the run (a trial run
      * only reads it, and reads a missing one as empty).
       open-ded-ledger-file.
           IF trial-run
              OPEN INPUT DED-LEDGER-FILE
           ELSE
              OPEN I-O DED-LEDGER-FILE
              IF ws-dl-file-status = "35"
                 OPEN OUTPUT DED-LEDGER-FILE
                 CLOSE DED-LEDGER-FILE
                 OPEN I-O DED-LEDGER-FILE
              END-IF
           END-IF
           EVALUATE ws-dl-file-status
              WHEN "00"
                 MOVE "Y" TO ws-dl-open-flag
              WHEN "35"
                 MOVE "N" TO ws-dl-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING DED-LEDGER-FILE: "
                         ws-dl-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-tax-liab-file.
           IF trial-run
              OPEN INPUT TAX-LIAB-FILE
           ELSE
              OPEN I-O TAX-LIAB-FILE
              IF ws-tl-file-status = "35"
                 OPEN OUTPUT TAX-LIAB-FILE
                 CLOSE TAX-LIAB-FILE
                 OPEN I-O TAX-LIAB-FILE
              END-IF
           END-IF
           EVALUATE ws-tl-file-status
              WHEN "00"
                 MOVE "Y" TO ws-tl-open-flag
              WHEN "35"
                 MOVE "N" TO ws-tl-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING TAX-LIAB-FILE: "
                         ws-tl-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-correction-log.
           IF trial-run
              OPEN INPUT CORRECTION-LOG-FILE
           ELSE
              OPEN I-O CORRECTION-LOG-FILE
              IF ws-cl-file-status = "35"
                 OPEN OUTPUT CORRECTION-LOG-FILE
                 CLOSE CORRECTION-LOG-FILE
                 OPEN I-O CORRECTION-LOG-FILE
              END-IF
           END-IF
           EVALUATE ws-cl-file-status
              WHEN "00"
                 MOVE "Y" TO ws-cl-open-flag
              WHEN "35"
                 MOVE "N" TO ws-cl-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING CORRECTION-LOG-FILE: "
                         ws-cl-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-deduction-rpt-file.
           IF restart-found
      * didn't remove it (e.g. an abend during termination itself) -
      * gate on RESTART-REC-COUNT > ZERO as well, so that case still
      * starts this run fresh instead of misreading it as a restart.
      * A checkpoint taken in the salaried sweep is a restart even
      * with no cards read, and resumes the sweep after the last
      * employee it paid.
       restore-checkpoint.
           MOVE ZERO TO ws-skip-count
           MOVE "C" TO RESTART-KEY
               INVALID KEY MOVE "N" TO ws-restart-found-flag
               NOT INVALID KEY
                   IF RESTART-REC-COUNT > ZERO
                      OR RESTART-SWEEP-FLAG = "Y"
                      MOVE "Y" TO ws-restart-found-flag
                      MOVE RESTART-REC-COUNT TO ws-skip-count
                      MOVE RESTART-PAID-COUNT   TO ws-records-paid
                           TO ws-gl-debit-total
                      MOVE RESTART-GL-CREDIT-TOTAL
                           TO ws-gl-credit-total
                      IF RESTART-SWEEP-FLAG = "Y"
                         MOVE "Y" TO ws-sweep-resume-flag
                         MOVE RESTART-LAST-EMP-ID
                              TO ws-sweep-resume-id
                      END-IF
                      DISPLAY "RESUMING AFTER CHECKPOINT, SKIPPING "
                              ws-skip-count
                              " RECORDS ALREADY PROCESSED"
                   END-IF
           END-READ
           .
      * The cards skipped still count as seen, so the salaried
      * sweep does not pay anyone a card already paid.
       skip-already-processed.
           PERFORM ws-skip-count TIMES
               IF NOT end-of-timesheet
                  IF TS-REC-TYPE = "O" OR TS-REC-TYPE = SPACE
                     MOVE TS-EMP-ID TO ws-seen-key
                     PERFORM note-timesheet-seen
                  END-IF
                  PERFORM read-next-employee
               END-IF
           END-PERFORM
           MOVE TS-VAC-HOURS       TO emp-vac-hours
           MOVE TS-SICK-HOURS      TO emp-sick-hours
           MOVE TS-HOL-HOURS       TO emp-hol-hours
           IF TS-UNPAID-HOURS NUMERIC
              MOVE TS-UNPAID-HOURS TO emp-unpaid-hours
           ELSE
              MOVE ZERO            TO emp-unpaid-hours
           END-IF
           IF emp-original-record
              MOVE emp-id TO ws-seen-key
              PERFORM note-timesheet-seen
           END-IF
           COMPUTE ws-worked-hours = emp-reg-hours + emp-otel-hours
           COMPUTE ws-leave-hours
                 = emp-vac-hours + emp-sick-hours + emp-hol-hours

           PERFORM read-employee-master
           IF master-record-found
              PERFORM load-master-pay-data
              PERFORM read-leave-balances
              PERFORM validate-timesheet
           ELSE
              ADD 1 TO ws-records-rejected
           END-IF

           IF live-run
              PERFORM checkpoint-run
           END-IF
           PERFORM read-next-employee
           .
      * Everything the pay calculation takes from the master. A
      * salaried employee's rate is the salary's hourly equivalent,
      * figured here rather than trusted from the record; a salary
      * too big for the rate field is left for validate-timesheet
      * to reject. A record written before the salary columns
      * existed reads as hourly.
       load-master-pay-data.
           MOVE EM-FNAME          TO emp-fname
           MOVE EM-LNAME          TO emp-lname
           MOVE EM-DEPT           TO emp-dept
           MOVE EM-PAY-FREQUENCY  TO emp-pay-frequency
           MOVE EM-HOURLY-RATE    TO emp-hourly-rate
           MOVE EM-FED-FILING-STATUS
                TO emp-fed-filing-status
           MOVE EM-FED-ALLOWANCES TO emp-fed-allowances
           MOVE EM-STATE-FILING-STATUS
                TO emp-state-filing-status
           MOVE EM-STATE-ALLOWANCES
                TO emp-state-allowances
           MOVE "H"  TO emp-pay-type
           MOVE ZERO TO emp-annual-salary
           IF em-pay-salaried
              MOVE EM-PAY-TYPE TO emp-pay-type
              IF EM-ANNUAL-SALARY NUMERIC
                 MOVE EM-ANNUAL-SALARY TO emp-annual-salary
              END-IF
              IF emp-annual-salary NOT > ws-max-rate * ws-salary-hours
                 COMPUTE emp-hourly-rate ROUNDED
                       = emp-annual-salary / ws-salary-hours
                 END-COMPUTE
              END-IF
           END-IF
           IF EM-HIRE-DATE NUMERIC
              MOVE EM-HIRE-DATE TO emp-hire-date
           ELSE
              MOVE ZERO         TO emp-hire-date
           END-IF
           IF em-status-term
              AND EM-TERM-DATE NUMERIC
              MOVE EM-TERM-DATE TO emp-term-date
           ELSE
              MOVE ZERO         TO emp-term-date
           END-IF
           .
      * After the last card, every salaried employee due this run
      * who sent no original card is paid from the master alone.
      * A salaried card - for overtime or unpaid leave - pays
      * through process-employees instead. The sweep leans on the
      * seen table, so a live run that outgrew it stops here
      * rather than risk paying a carded employee twice; nothing
      * is posted for the sweep, and the checkpoint lets the run
      * be restarted after the table is enlarged.
       pay-salaried-employees.
           IF seen-table-full
              IF live-run
                 DISPLAY "OVER 9999 TIMESHEETS - SALARIED SWEEP "
                         "CANNOT RUN - RUN ABORTED"
                 PERFORM close-all-files
                 STOP RUN
              ELSE
                 DISPLAY "OVER 9999 TIMESHEETS - SALARIED SWEEP "
                         "SKIPPED IN TRIAL RUN"
              END-IF
           ELSE
              PERFORM sweep-salaried-master
           END-IF
           .
      * Browses the master in key order; a restart in the sweep
      * starts just past the last employee the checkpoint holds.
       sweep-salaried-master.
           MOVE "Y" TO ws-sweep-flag
           MOVE "N" TO ws-em-eof-flag
           IF sweep-resumed
              MOVE ws-sweep-resume-id TO EM-EMP-ID
              START EMP-MASTER-FILE KEY IS GREATER THAN EM-EMP-ID
                  INVALID KEY MOVE "Y" TO ws-em-eof-flag
              END-START
           ELSE
              MOVE LOW-VALUES TO EM-EMP-ID
              START EMP-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
                  INVALID KEY MOVE "Y" TO ws-em-eof-flag
              END-START
           END-IF
           PERFORM UNTIL master-scan-done
              READ EMP-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-em-eof-flag
                 NOT AT END
                    PERFORM sweep-one-master
              END-READ
           END-PERFORM
           .
       sweep-one-master.
           IF em-pay-salaried
              PERFORM check-salaried-due
              IF salary-sweep-due
                 PERFORM pay-salaried-master
              END-IF
           END-IF
           .
      * Due means: the frequency has a period open in this run, no
      * original card was read for the employee, the hire date is
      * not after the period end, and the status would let a card
      * pay - active, or terminated with this the final period.
      * A leave-of-absence employee is not paid.
       check-salaried-due.
           MOVE "N" TO ws-sweep-due-flag
           MOVE "N" TO ws-period-found-flag
           MOVE EM-PAY-FREQUENCY TO emp-pay-frequency
           PERFORM VARYING pc-idx FROM 1 BY 1
                   UNTIL pc-idx > ws-open-period-count
              IF ws-open-frequency (pc-idx) = EM-PAY-FREQUENCY
                 MOVE "Y" TO ws-period-found-flag
                 MOVE ws-open-period-end (pc-idx)
                      TO ws-sweep-period-end
              END-IF
           END-PERFORM
           MOVE EM-EMP-ID TO ws-seen-key
           PERFORM find-timesheet-seen
           IF NOT open-period-found
              CONTINUE
           ELSE IF timesheet-seen
              CONTINUE
           ELSE IF EM-HIRE-DATE NUMERIC
                   AND EM-HIRE-DATE > ws-sweep-period-end
              CONTINUE
           ELSE
              MOVE ws-sweep-period-end TO emp-pay-period-end
              MOVE "N" TO ws-status-reject-flag
              EVALUATE TRUE
                 WHEN em-status-active
                    MOVE "Y" TO ws-sweep-due-flag
                 WHEN em-status-term
                    PERFORM check-final-pay-period
                    IF NOT status-rejects-card
                       MOVE "Y" TO ws-sweep-due-flag
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
      * Builds the card the employee did not send - an original
      * for the open period with no hours - and pays it as any
      * card is paid. Its hours are the salary's, so it adds
      * nothing to the batch counts the trailer proves.
       pay-salaried-master.
           MOVE EM-EMP-ID           TO emp-id
           MOVE ws-sweep-period-end TO emp-pay-period-end
           MOVE "O"  TO emp-rec-type
           MOVE ZERO TO emp-orig-gross
           MOVE ZERO TO emp-orig-fed-tax
           MOVE ZERO TO emp-orig-state-tax
           MOVE ZERO TO emp-orig-net
           MOVE ZERO TO emp-orig-vac-hours
           MOVE ZERO TO emp-orig-sick-hours
           MOVE ZERO TO emp-reg-hours
           MOVE ZERO TO emp-otel-hours
           MOVE ZERO TO emp-vac-hours
           MOVE ZERO TO emp-sick-hours
           MOVE ZERO TO emp-hol-hours
           MOVE ZERO TO emp-unpaid-hours
           MOVE ZERO TO ws-worked-hours
           MOVE ZERO TO ws-leave-hours
           MOVE ZERO TO emp-hours
           MOVE ZERO TO ws-split-count
           MOVE "N"  TO ws-split-key-bad-flag
           MOVE SPACES TO emp-name
           PERFORM load-master-pay-data
           PERFORM read-leave-balances
           PERFORM validate-timesheet
           IF record-is-valid
              PERFORM pay-current-timesheet
              ADD 1 TO ws-salaried-swept
           ELSE
              PERFORM write-exception
              ADD 1 TO ws-records-rejected
           END-IF
           IF live-run
              PERFORM write-checkpoint
              PERFORM checkpoint-dept-summary
           END-IF
           .
      * A trial adjustment pays on from the YTD record its back-out
      * left in storage - the figures a live run would read back
      * after rewriting it. A salaried employee is paid from the
      * salary, never the rate history.
       pay-current-timesheet.
           IF live-run OR NOT emp-adjustment-record
              PERFORM read-ytd
           END-IF
           MOVE ZERO TO ws-salary-pay
           MOVE ZERO TO ws-salary-dock
           IF emp-pay-salaried
              MOVE "N" TO ws-rate-split-flag
              PERFORM payment-salaried
           ELSE
              PERFORM find-period-rates
              IF rate-split-present
                 PERFORM price-split-period
              ELSE
                 PERFORM payment-weekly
              END-IF
              PERFORM payment-monthly
           END-IF
           PERFORM payment-deductions
           PERFORM compute-split-spread
           PERFORM update-ytd
           PERFORM update-qtd
           PERFORM post-period-tax-liab
           PERFORM update-leave
           PERFORM show-output
           PERFORM write-pay-register
           ADD 1 TO ws-records-paid
           ADD ws-period-gross TO ws-gross-total
           ADD ws-period-net   TO ws-net-total
           IF trial-run
              PERFORM write-variance-detail
           END-IF
           .
      * A void backs the named prior period's amounts out of YTD,
      * posts a reversing GL record, reduces the department total
           IF record-is-valid
              PERFORM back-out-prior-period
              PERFORM write-reversal-register
              IF trial-run
                 PERFORM write-variance-void
              END-IF
           ELSE
              PERFORM write-exception
              ADD 1 TO ws-records-rejected
           MOVE emp-id             TO CL-EMP-ID
           MOVE emp-pay-period-end TO CL-PERIOD-END
           MOVE emp-rec-type       TO CL-REC-TYPE
           MOVE "N" TO ws-corr-found-flag
           IF correction-log-open
              READ CORRECTION-LOG-FILE
                  INVALID KEY
                      MOVE "N" TO ws-corr-found-flag
                  NOT INVALID KEY
                      MOVE "Y" TO ws-corr-found-flag
              END-READ
           END-IF
           .
       back-out-prior-period.
           PERFORM find-original-wages
           SUBTRACT emp-orig-gross     FROM YTD-GROSS
           SUBTRACT emp-orig-fed-tax   FROM YTD-FED-TAX
           SUBTRACT emp-orig-state-tax FROM YTD-STATE-TAX
           SUBTRACT emp-orig-net       FROM YTD-NET
           IF ws-orig-fit-wages > YTD-FIT-WAGES
              MOVE ZERO TO YTD-FIT-WAGES
           ELSE
              SUBTRACT ws-orig-fit-wages FROM YTD-FIT-WAGES
           END-IF
           PERFORM back-out-fica
           PERFORM back-out-unemployment
           IF live-run
              REWRITE YTD-RECORD
           END-IF
           PERFORM back-out-qtd
           PERFORM reverse-tax-liab
           IF leave-record-found
              AND (emp-orig-vac-hours > ZERO
                   OR emp-orig-sick-hours > ZERO)
              ADD emp-orig-vac-hours  TO LV-VAC-BALANCE
              ADD emp-orig-sick-hours TO LV-SICK-BALANCE
              IF live-run
                 REWRITE LEAVE-RECORD
              END-IF
           END-IF
           PERFORM reverse-ded-ledger
           PERFORM write-gl-reversal
           PERFORM reduce-dept-total
           SUBTRACT emp-orig-gross FROM ws-gross-total
           MOVE emp-pay-period-end TO CL-PERIOD-END
           MOVE emp-rec-type       TO CL-REC-TYPE
           MOVE emp-orig-gross     TO CL-ORIG-GROSS
           IF live-run
              IF correction-already-applied
                 REWRITE CORRECTION-LOG-RECORD
              ELSE
                 WRITE CORRECTION-LOG-RECORD
                     INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF
           .
      * Backs every order the period withheld for out of the
      * ledger, collecting the amounts by type in ws-emp-ded-entry
      * so write-gl-reversal can debit each liability account the
      * original pay credited.
       reverse-ded-ledger.
           MOVE ZERO TO ws-emp-ded-count
           MOVE ZERO TO ws-emp-ded-overflow
           MOVE emp-id             TO DL-EMP-ID
           MOVE emp-pay-period-end TO DL-PERIOD-END
           MOVE ZERO               TO DL-PRIORITY
           MOVE ZERO               TO DL-SEQ
           MOVE "N" TO ws-dl-eof-flag
           IF ded-ledger-open
              START DED-LEDGER-FILE KEY IS NOT LESS THAN DL-KEY
                  INVALID KEY MOVE "Y" TO ws-dl-eof-flag
              END-START
           ELSE
              MOVE "Y" TO ws-dl-eof-flag
           END-IF
           PERFORM UNTIL ded-ledger-eof
              READ DED-LEDGER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-dl-eof-flag
                 NOT AT END
                    IF DL-EMP-ID = emp-id
                       AND DL-PERIOD-END = emp-pay-period-end
                       PERFORM reverse-one-ledger-entry
                    ELSE
                       MOVE "Y" TO ws-dl-eof-flag
                    END-IF
              END-READ
           END-PERFORM
           .
       reverse-one-ledger-entry.
           IF DL-AMOUNT > ZERO
              MOVE DL-DED-TYPE TO ws-ded-lookup-type
              MOVE DL-AMOUNT   TO ws-ded-taken
              PERFORM accumulate-ded-by-type
              IF live-run
                 PERFORM reduce-order-ytd-taken
              END-IF
           END-IF
           MOVE ZERO TO DL-AMOUNT
           IF live-run
              REWRITE DED-LEDGER-RECORD
           END-IF
           .
      * The order's year-to-date taken comes back down by what the
      * period withheld, so the W-2 Box 12 totals and the annual
      * limit reflect only what is still withheld.
       reduce-order-ytd-taken.
           MOVE DL-EMP-ID   TO DM-EMP-ID
           MOVE DL-PRIORITY TO DM-PRIORITY
           MOVE DL-SEQ      TO DM-SEQ
           READ DEDUCTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DL-AMOUNT > DM-YTD-TAKEN
                      MOVE ZERO TO DM-YTD-TAKEN
                   ELSE
                      SUBTRACT DL-AMOUNT FROM DM-YTD-TAKEN
                   END-IF
                   REWRITE DEDUCTION-RECORD
           END-READ
           .
      * The card carries the original gross but not what it was
      * taxed on. When the pay history's operative line for the
      * period ("A" before "O", as EMPSTMT's reprint reads it)
      * shows the same gross, its taxable wage columns are the
      * original figures; otherwise the original period is taken
      * to have had no pre-tax deductions. The salary part of the
      * original gross comes back the same way, and is otherwise
      * taken as none - the whole gross reverses from labor.
       find-original-wages.
           MOVE emp-orig-gross TO ws-orig-fit-wages
           MOVE emp-orig-gross TO ws-orig-fica-wages
           MOVE ZERO TO ws-orig-salary-pay
           MOVE "N" TO ws-orig-unemp-flag
           MOVE "N" TO ws-hist-found-flag
           IF pay-history-open
              MOVE "A" TO AH-REC-TYPE
              PERFORM read-history-line
              IF NOT history-line-found
                 MOVE "O" TO AH-REC-TYPE
                 PERFORM read-history-line
              END-IF
           END-IF
           IF history-line-found
              AND AH-PERIOD-GROSS NUMERIC
              AND AH-FIT-WAGES NUMERIC
              AND AH-FICA-WAGES NUMERIC
              IF AH-PERIOD-GROSS = emp-orig-gross
                 AND AH-FIT-WAGES NOT < ZERO
                 AND AH-FICA-WAGES NOT < ZERO
                 MOVE AH-FIT-WAGES  TO ws-orig-fit-wages
                 MOVE AH-FICA-WAGES TO ws-orig-fica-wages
                 IF AH-SALARY-PAY NUMERIC
                    AND AH-SALARY-PAY > ZERO
                    AND AH-SALARY-PAY NOT > emp-orig-gross
                    MOVE AH-SALARY-PAY TO ws-orig-salary-pay
                 END-IF
                 IF AH-FUTA-WAGES NUMERIC
                    AND AH-FUTA-TAX NUMERIC
                    AND AH-SUTA-WAGES NUMERIC
                    AND AH-SUTA-TAX NUMERIC
                    AND AH-FUTA-WAGES NOT < ZERO
                    AND AH-FUTA-TAX NOT < ZERO
                    AND AH-SUTA-WAGES NOT < ZERO
                    AND AH-SUTA-TAX NOT < ZERO
                    MOVE AH-FUTA-WAGES TO ws-orig-futa-wages
                    MOVE AH-FUTA-TAX   TO ws-orig-futa-tax
                    MOVE AH-SUTA-WAGES TO ws-orig-suta-wages
                    MOVE AH-SUTA-TAX   TO ws-orig-suta-tax
                    MOVE "Y" TO ws-orig-unemp-flag
                 END-IF
              END-IF
           END-IF
           .
       read-history-line.
           MOVE emp-id             TO AH-EMP-ID
           MOVE emp-pay-period-end TO AH-PERIOD-END
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO ws-hist-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-hist-found-flag
           END-READ
           .
      * The correction card carries the original gross/fed/state/net
      * but not the original FICA, so the back-out re-derives it at
      * the table rates against the original FICA wage (see
      * find-original-wages), then caps each
      * bucket at what is actually on the YTD record - a card for a
      * period paid before the wage base filled can never drive an
      * unsigned bucket through zero. The capped figures also feed
      * the "V" reversal line so the register deduction residual
      * stays a true residual.
       back-out-fica.
           COMPUTE ws-orig-ss-tax ROUNDED
                 = ws-orig-fica-wages * ws-ss-rate
           END-COMPUTE
           IF ws-orig-ss-tax > YTD-SS-TAX
              MOVE YTD-SS-TAX TO ws-orig-ss-tax
           END-IF
           COMPUTE ws-orig-med-tax ROUNDED
                 = ws-orig-fica-wages * ws-med-rate
           END-COMPUTE
           IF ws-orig-med-tax > YTD-MED-TAX
              MOVE YTD-MED-TAX TO ws-orig-med-tax
           END-IF
           SUBTRACT ws-orig-ss-tax  FROM YTD-SS-TAX
           SUBTRACT ws-orig-med-tax FROM YTD-MED-TAX
           IF ws-orig-fica-wages > YTD-SS-WAGES
              MOVE ZERO TO YTD-SS-WAGES
           ELSE
              SUBTRACT ws-orig-fica-wages FROM YTD-SS-WAGES
           END-IF
           IF ws-orig-fica-wages > YTD-MED-WAGES
              MOVE ZERO TO YTD-MED-WAGES
           ELSE
              SUBTRACT ws-orig-fica-wages FROM YTD-MED-WAGES
           END-IF
           .
      * The original FUTA and SUTA come from the pay history line
      * when it carries them. A period archived before they were
      * registered is re-derived the way back-out-fica does it:
      * the original FICA wage at today's rates, each piece capped
      * at what the YTD record actually holds.
       back-out-unemployment.
           IF NOT orig-unemp-known
              MOVE ws-orig-fica-wages TO ws-orig-futa-wages
              IF ws-orig-futa-wages > YTD-FUTA-WAGES
                 MOVE YTD-FUTA-WAGES TO ws-orig-futa-wages
              END-IF
              MOVE ws-orig-fica-wages TO ws-orig-suta-wages
              IF ws-orig-suta-wages > YTD-SUTA-WAGES
                 MOVE YTD-SUTA-WAGES TO ws-orig-suta-wages
              END-IF
              COMPUTE ws-orig-futa-tax ROUNDED
                    = ws-orig-futa-wages * ws-futa-rate
              END-COMPUTE
              COMPUTE ws-orig-suta-tax ROUNDED
                    = ws-orig-suta-wages * ws-suta-rate
              END-COMPUTE
           END-IF
           IF ws-orig-futa-wages > YTD-FUTA-WAGES
              MOVE YTD-FUTA-WAGES TO ws-orig-futa-wages
           END-IF
           IF ws-orig-futa-tax > YTD-FUTA-TAX
              MOVE YTD-FUTA-TAX TO ws-orig-futa-tax
           END-IF
           IF ws-orig-suta-wages > YTD-SUTA-WAGES
              MOVE YTD-SUTA-WAGES TO ws-orig-suta-wages
           END-IF
           IF ws-orig-suta-tax > YTD-SUTA-TAX
              MOVE YTD-SUTA-TAX TO ws-orig-suta-tax
           END-IF
           SUBTRACT ws-orig-futa-wages FROM YTD-FUTA-WAGES
           SUBTRACT ws-orig-futa-tax   FROM YTD-FUTA-TAX
           SUBTRACT ws-orig-suta-wages FROM YTD-SUTA-WAGES
           SUBTRACT ws-orig-suta-tax   FROM YTD-SUTA-TAX
           .
      * Backs the original journal out: credit labor expense for
      * the original gross, debit the liability accounts back. The
      * deduction piece - the card's spread after taxes, FICA and
      * net - debits each type's liability account for what the
      * deduction ledger shows the period withheld
      * (reverse-ded-ledger); anything the ledger cannot account
      * for debits the "X" default account for accounting to
      * reclassify. The original employer FICA
      * pair reverses from back-out-fica's re-derived figures, and
      * the FUTA and SUTA pairs from back-out-unemployment's. A
      * correction card carries no split detail, so the labor
      * credit lands whole on the home department; a mis-spread
      * period is re-spread by the adjustment's own split cards.
      * The original salary, when the pay history shows one,
      * credits the salary account and the rest credits labor.
       write-gl-reversal.
           MOVE emp-dept TO ws-gl-line-cc
           IF ws-orig-salary-pay > ZERO
              MOVE ws-gl-salary-acct TO ws-gl-line-acct
              COMPUTE ws-gl-line-amount = ZERO - ws-orig-salary-pay
              END-COMPUTE
              PERFORM write-gl-line
           END-IF
           IF ws-orig-salary-pay = ZERO
              OR emp-orig-gross NOT = ws-orig-salary-pay
              MOVE ws-gl-labor-acct TO ws-gl-line-acct
              COMPUTE ws-gl-line-amount
                    = ZERO - (emp-orig-gross - ws-orig-salary-pay)
              END-COMPUTE
              PERFORM write-gl-line
           END-IF
           SUBTRACT emp-orig-gross FROM ws-gl-labor-total
           IF emp-orig-fed-tax > ZERO
              MOVE ws-gl-fed-acct TO ws-gl-line-acct
              MOVE emp-orig-fed-tax TO ws-gl-line-amount
              MOVE ws-orig-med-tax TO ws-gl-line-amount
              PERFORM write-gl-line
           END-IF
           COMPUTE ws-rev-ded-total
                 = emp-orig-gross - emp-orig-fed-tax
                   - emp-orig-state-tax - ws-orig-ss-tax
                   - ws-orig-med-tax - emp-orig-net
           END-COMPUTE
           PERFORM VARYING ed-idx FROM 1 BY 1
                   UNTIL ed-idx > ws-emp-ded-count
              MOVE ws-emp-ded-type (ed-idx) TO ws-ded-lookup-type
              PERFORM find-ded-account
              MOVE ws-emp-ded-amt (ed-idx) TO ws-gl-line-amount
              SUBTRACT ws-emp-ded-amt (ed-idx) FROM ws-rev-ded-total
              PERFORM write-gl-line
           END-PERFORM
           IF ws-rev-ded-total NOT = ZERO
              MOVE ws-gl-ded-dflt-acct TO ws-gl-line-acct
              MOVE ws-rev-ded-total TO ws-gl-line-amount
              PERFORM write-gl-line
           END-IF
           IF emp-orig-net > ZERO
                 PERFORM write-gl-line
              END-IF
           END-IF
           IF ws-orig-futa-tax > ZERO
              MOVE ws-gl-emptax-acct TO ws-gl-line-acct
              COMPUTE ws-gl-line-amount = ZERO - ws-orig-futa-tax
              END-COMPUTE
              PERFORM write-gl-line
              MOVE ws-gl-futa-acct TO ws-gl-line-acct
              MOVE ws-orig-futa-tax TO ws-gl-line-amount
              PERFORM write-gl-line
           END-IF
           IF ws-orig-suta-tax > ZERO
              MOVE ws-gl-emptax-acct TO ws-gl-line-acct
              COMPUTE ws-gl-line-amount = ZERO - ws-orig-suta-tax
              END-COMPUTE
              PERFORM write-gl-line
              MOVE ws-gl-suta-acct TO ws-gl-line-acct
              MOVE ws-orig-suta-tax TO ws-gl-line-amount
              PERFORM write-gl-line
           END-IF
           .
       reduce-dept-total.
           SET dept-idx TO 1
                    COMPUTE ws-dept-total (dept-idx)
                          = ZERO - emp-orig-gross
                    END-COMPUTE
                    COMPUTE ws-dept-salary (dept-idx)
                          = ZERO - ws-orig-salary-pay
                    END-COMPUTE
                    MOVE emp-pay-period-end
                         TO ws-dept-period-end (dept-idx)
                 ELSE
              WHEN ws-dept-code (dept-idx) = emp-dept
                 SUBTRACT emp-orig-gross
                     FROM ws-dept-total (dept-idx)
                 SUBTRACT ws-orig-salary-pay
                     FROM ws-dept-salary (dept-idx)
           END-SEARCH
           .
      * The reversal line carries the prior period's figures as
           END-COMPUTE
           COMPUTE PR-PERIOD-NET = ZERO - emp-orig-net
           END-COMPUTE
           COMPUTE PR-FIT-WAGES = ZERO - ws-orig-fit-wages
           END-COMPUTE
           COMPUTE PR-FICA-WAGES = ZERO - ws-orig-fica-wages
           END-COMPUTE
           COMPUTE PR-FUTA-WAGES = ZERO - ws-orig-futa-wages
           END-COMPUTE
           COMPUTE PR-FUTA-TAX = ZERO - ws-orig-futa-tax
           END-COMPUTE
           COMPUTE PR-SUTA-WAGES = ZERO - ws-orig-suta-wages
           END-COMPUTE
           COMPUTE PR-SUTA-TAX = ZERO - ws-orig-suta-tax
           END-COMPUTE
           MOVE emp-pay-type TO PR-PAY-TYPE
           COMPUTE PR-SALARY-PAY = ZERO - ws-orig-salary-pay
           END-COMPUTE
           MOVE ZERO  TO PR-UNPAID-HOURS
           MOVE ZERO  TO PR-SALARY-DOCK
           MOVE SPACE TO PR-FINAL-PAY-FLAG
           MOVE ZERO  TO PR-FINAL-VAC-HOURS
           MOVE ZERO  TO PR-RATE-SLICE-COUNT
           MOVE ZERO  TO PR-RATE-SLICE-RATE (1)
           MOVE ZERO  TO PR-RATE-SLICE-HOURS (2)
           MOVE ZERO  TO PR-RATE-SLICE-RATE (2)
           PERFORM put-register-line
           .
       checkpoint-run.
           IF FUNCTION MOD (rec-counter, ws-checkpoint-interval) = 0
           MOVE ws-gl-labor-total   TO RESTART-GL-LABOR-TOTAL
           MOVE ws-gl-debit-total   TO RESTART-GL-DEBIT-TOTAL
           MOVE ws-gl-credit-total  TO RESTART-GL-CREDIT-TOTAL
           MOVE ws-sweep-flag       TO RESTART-SWEEP-FLAG
           REWRITE RESTART-RECORD
               INVALID KEY WRITE RESTART-RECORD
           END-REWRITE
              MOVE ws-dept-total (dept-idx)      TO RESTART-DEPT-TOTAL
              MOVE ws-dept-period-end (dept-idx)
                   TO RESTART-DEPT-PERIOD-END
              MOVE ws-dept-salary (dept-idx) TO RESTART-DEPT-SALARY
              REWRITE RESTART-RECORD
                  INVALID KEY WRITE RESTART-RECORD
              END-REWRITE
              ADD 1 TO ws-records-read
              ADD TS-REG-HOURS TS-OT-HOURS TS-VAC-HOURS
                  TS-SICK-HOURS TS-HOL-HOURS TO ws-hours-hash
              IF TS-UNPAID-HOURS NUMERIC
                 ADD TS-UNPAID-HOURS TO ws-hours-hash
              END-IF
              PERFORM collect-split-cards
           END-IF
           .
      * accrual is credited until HR seeds the record.
       read-leave-balances.
           MOVE emp-id TO LV-EMP-ID
           MOVE "N" TO ws-leave-found-flag
           IF leave-file-open
              READ LEAVE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO ws-leave-found-flag
              END-READ
           END-IF
           IF NOT leave-record-found
              MOVE ZERO TO LV-VAC-BALANCE
              MOVE ZERO TO LV-SICK-BALANCE
              MOVE ZERO TO LV-VAC-ACCRUAL
              MOVE ZERO TO LV-SICK-ACCRUAL
           END-IF
           .
      * Debits the leave actually taken and credits the per-period
      * accrual in one REWRITE, only after the employee has been
                         + LV-SICK-ACCRUAL
                 END-COMPUTE
              END-IF
              IF live-run
                 REWRITE LEAVE-RECORD
              END-IF
           END-IF
           .
       read-ytd.
           MOVE emp-id TO YTD-EMP-ID
           MOVE "N" TO ws-ytd-found-flag
           IF ytd-file-open
              READ YTD-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO ws-ytd-found-flag
              END-READ
           END-IF
           IF NOT ytd-record-found
              MOVE ZERO TO YTD-GROSS
              MOVE ZERO TO YTD-FED-TAX
              MOVE ZERO TO YTD-STATE-TAX
              MOVE ZERO TO YTD-NET
              MOVE ZERO TO YTD-SS-WAGES
              MOVE ZERO TO YTD-SS-TAX
              MOVE ZERO TO YTD-MED-WAGES
              MOVE ZERO TO YTD-MED-TAX
              MOVE ZERO TO YTD-FIT-WAGES
              MOVE ZERO TO YTD-FUTA-WAGES
              MOVE ZERO TO YTD-FUTA-TAX
              MOVE ZERO TO YTD-SUTA-WAGES
              MOVE ZERO TO YTD-SUTA-TAX
           END-IF
           .
      * Posts the period figures payment-deductions computed for the
      * employee's own frequency; no amounts are derived here. The
      * SS wage bucket grows only by the capped taxable piece, so it
      * parks at the wage base for the rest of the year; the
      * Medicare and federal/state wage buckets take the wages
      * left after the pre-tax deductions. The FUTA and SUTA wage
      * buckets park at their own bases the same way.
       update-ytd.
           ADD ws-period-gross     TO YTD-GROSS
           ADD ws-period-fed-tax   TO YTD-FED-TAX
           ADD ws-period-net       TO YTD-NET
           ADD ws-ss-taxable       TO YTD-SS-WAGES
           ADD ws-period-ss-tax    TO YTD-SS-TAX
           ADD ws-fica-wages       TO YTD-MED-WAGES
           ADD ws-period-med-tax   TO YTD-MED-TAX
           ADD ws-fit-wages        TO YTD-FIT-WAGES
           ADD ws-futa-taxable     TO YTD-FUTA-WAGES
           ADD ws-period-futa-tax  TO YTD-FUTA-TAX
           ADD ws-suta-taxable     TO YTD-SUTA-WAGES
           ADD ws-period-suta-tax  TO YTD-SUTA-TAX
           MOVE emp-id TO YTD-EMP-ID

           IF live-run
              IF ytd-record-found
                 REWRITE YTD-RECORD
              ELSE
                 WRITE YTD-RECORD
              END-IF
           END-IF
           .
       set-pay-quarter.
       check-quarter-status.
           MOVE ws-pay-year    TO QC-YEAR
           MOVE ws-pay-quarter TO QC-QUARTER
           MOVE "N" TO ws-qtr-closed-flag
           IF qtr-ctl-open
              READ QTR-CTL-FILE
                  INVALID KEY
                      MOVE "N" TO ws-qtr-closed-flag
                  NOT INVALID KEY
                      IF quarter-closed
                         MOVE "Y" TO ws-qtr-closed-flag
                      ELSE
                         MOVE "N" TO ws-qtr-closed-flag
                      END-IF
              END-READ
           END-IF
           .
       read-qtd.
           MOVE emp-id         TO QT-EMP-ID
           MOVE ws-pay-year    TO QT-YEAR
           MOVE ws-pay-quarter TO QT-QUARTER
           MOVE "N" TO ws-qtd-found-flag
           IF qtd-file-open
              READ QTD-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO ws-qtd-found-flag
              END-READ
           END-IF
           IF NOT qtd-record-found
              MOVE ZERO TO QT-GROSS
              MOVE ZERO TO QT-FED-TAX
              MOVE ZERO TO QT-STATE-TAX
              MOVE ZERO TO QT-SS-WAGES
              MOVE ZERO TO QT-SS-TAX
              MOVE ZERO TO QT-MED-WAGES
              MOVE ZERO TO QT-MED-TAX
              MOVE ZERO TO QT-FIT-WAGES
              MOVE ZERO TO QT-FUTA-WAGES
              MOVE ZERO TO QT-FUTA-TAX
              MOVE ZERO TO QT-SUTA-WAGES
              MOVE ZERO TO QT-SUTA-TAX
           END-IF
           .
      * Posts the same period figures update-ytd just posted, into
      * the quarter bucket the period end date names.
           ADD ws-period-state-tax TO QT-STATE-TAX
           ADD ws-ss-taxable       TO QT-SS-WAGES
           ADD ws-period-ss-tax    TO QT-SS-TAX
           ADD ws-fica-wages       TO QT-MED-WAGES
           ADD ws-period-med-tax   TO QT-MED-TAX
           ADD ws-fit-wages        TO QT-FIT-WAGES
           ADD ws-futa-taxable     TO QT-FUTA-WAGES
           ADD ws-period-futa-tax  TO QT-FUTA-TAX
           ADD ws-suta-taxable     TO QT-SUTA-WAGES
           ADD ws-period-suta-tax  TO QT-SUTA-TAX
           MOVE emp-id         TO QT-EMP-ID
           MOVE ws-pay-year    TO QT-YEAR
           MOVE ws-pay-quarter TO QT-QUARTER
           IF live-run
              IF qtd-record-found
                 REWRITE QTD-RECORD
              ELSE
                 WRITE QTD-RECORD
                     INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF
           .
      * The employer's Social Security and Medicare match the
      * employee's; the Medicare share is taken as the rest of
      * ws-employer-fica so the two employer lines always sum to
      * what the register carries.
       post-period-tax-liab.
           MOVE ws-period-fed-tax   TO ws-tl-fed-tax
           MOVE ws-period-state-tax TO ws-tl-state-tax
           MOVE ws-period-ss-tax    TO ws-tl-ss-tax
           MOVE ws-period-med-tax   TO ws-tl-med-tax
           MOVE ws-period-ss-tax    TO ws-tl-er-ss-tax
           COMPUTE ws-tl-er-med-tax
                 = ws-employer-fica - ws-period-ss-tax
           END-COMPUTE
           PERFORM post-tax-liab
           .
      * A correction's back-out lowers the liability on this run's
      * pay date - that is when the money moves - but stays in the
      * 941 quarter back-out-qtd just took it out of.
       reverse-tax-liab.
           COMPUTE ws-tl-fed-tax   = ZERO - emp-orig-fed-tax
           END-COMPUTE
           COMPUTE ws-tl-state-tax = ZERO - emp-orig-state-tax
           END-COMPUTE
           COMPUTE ws-tl-ss-tax    = ZERO - ws-orig-ss-tax
           END-COMPUTE
           COMPUTE ws-tl-med-tax   = ZERO - ws-orig-med-tax
           END-COMPUTE
           MOVE ws-tl-ss-tax  TO ws-tl-er-ss-tax
           MOVE ws-tl-med-tax TO ws-tl-er-med-tax
           PERFORM post-tax-liab
           .
      * Expects set-pay-quarter to have named the 941 quarter.
       post-tax-liab.
           PERFORM find-liability-period
           MOVE "FW" TO ws-tl-tax-code
           MOVE ws-tl-fed-tax TO ws-tl-amount
           PERFORM post-one-tax-liab
           MOVE "SE" TO ws-tl-tax-code
           MOVE ws-tl-ss-tax TO ws-tl-amount
           PERFORM post-one-tax-liab
           MOVE "SR" TO ws-tl-tax-code
           MOVE ws-tl-er-ss-tax TO ws-tl-amount
           PERFORM post-one-tax-liab
           MOVE "ME" TO ws-tl-tax-code
           MOVE ws-tl-med-tax TO ws-tl-amount
           PERFORM post-one-tax-liab
           MOVE "MR" TO ws-tl-tax-code
           MOVE ws-tl-er-med-tax TO ws-tl-amount
           PERFORM post-one-tax-liab
           MOVE "ST" TO ws-tl-tax-code
           MOVE ws-tl-state-tax TO ws-tl-amount
           PERFORM post-one-tax-liab
           .
      * The run's period for the employee's frequency. A correction
      * for a frequency this run holds nothing open for posts under
      * the first period the run does hold - it is paid, and closes,
      * with that run.
       find-liability-period.
           SET pc-idx TO 1
           MOVE ws-open-frequency (pc-idx)  TO ws-tl-frequency
           MOVE ws-open-period-end (pc-idx) TO ws-tl-period-end
           MOVE ws-open-pay-date (pc-idx)   TO ws-tl-pay-date
           PERFORM VARYING pc-idx FROM 1 BY 1
                   UNTIL pc-idx > ws-open-period-count
              IF ws-open-frequency (pc-idx) = emp-pay-frequency
                 MOVE ws-open-frequency (pc-idx)  TO ws-tl-frequency
                 MOVE ws-open-period-end (pc-idx) TO ws-tl-period-end
                 MOVE ws-open-pay-date (pc-idx)   TO ws-tl-pay-date
              END-IF
           END-PERFORM
           .
       post-one-tax-liab.
           IF ws-tl-amount NOT = ZERO
              AND live-run
              MOVE ws-tl-pay-date   TO TL-PAY-DATE
              MOVE ws-tl-frequency  TO TL-PAY-FREQUENCY
              MOVE ws-tl-period-end TO TL-PERIOD-END
              MOVE ws-pay-year      TO TL-QTR-YEAR
              MOVE ws-pay-quarter   TO TL-QTR
              MOVE ws-tl-tax-code   TO TL-TAX-CODE
              READ TAX-LIAB-FILE
                  INVALID KEY
                      MOVE "N" TO ws-tl-found-flag
                  NOT INVALID KEY
                      MOVE "Y" TO ws-tl-found-flag
              END-READ
              IF tax-liab-found
                 ADD ws-tl-amount TO TL-AMOUNT
                 REWRITE TAX-LIAB-RECORD
              ELSE
                 MOVE SPACES           TO TAX-LIAB-RECORD
                 MOVE ws-tl-pay-date   TO TL-PAY-DATE
                 MOVE ws-tl-frequency  TO TL-PAY-FREQUENCY
                 MOVE ws-tl-period-end TO TL-PERIOD-END
                 MOVE ws-pay-year      TO TL-QTR-YEAR
                 MOVE ws-pay-quarter   TO TL-QTR
                 MOVE ws-tl-tax-code   TO TL-TAX-CODE
                 MOVE ws-tl-amount     TO TL-AMOUNT
                 WRITE TAX-LIAB-RECORD
              END-IF
           END-IF
           .
      * Mirrors the YTD back-out into the quarter bucket the
              ELSE
                 SUBTRACT emp-orig-state-tax FROM QT-STATE-TAX
              END-IF
              IF ws-orig-fica-wages > QT-SS-WAGES
                 MOVE ZERO TO QT-SS-WAGES
              ELSE
                 SUBTRACT ws-orig-fica-wages FROM QT-SS-WAGES
              END-IF
              IF ws-orig-ss-tax > QT-SS-TAX
                 MOVE ZERO TO QT-SS-TAX
              ELSE
                 SUBTRACT ws-orig-ss-tax FROM QT-SS-TAX
              END-IF
              IF ws-orig-fica-wages > QT-MED-WAGES
                 MOVE ZERO TO QT-MED-WAGES
              ELSE
                 SUBTRACT ws-orig-fica-wages FROM QT-MED-WAGES
              END-IF
              IF ws-orig-med-tax > QT-MED-TAX
                 MOVE ZERO TO QT-MED-TAX
              ELSE
                 SUBTRACT ws-orig-med-tax FROM QT-MED-TAX
              END-IF
              IF ws-orig-fit-wages > QT-FIT-WAGES
                 MOVE ZERO TO QT-FIT-WAGES
              ELSE
                 SUBTRACT ws-orig-fit-wages FROM QT-FIT-WAGES
              END-IF
              IF ws-orig-futa-wages > QT-FUTA-WAGES
                 MOVE ZERO TO QT-FUTA-WAGES
              ELSE
                 SUBTRACT ws-orig-futa-wages FROM QT-FUTA-WAGES
              END-IF
              IF ws-orig-futa-tax > QT-FUTA-TAX
                 MOVE ZERO TO QT-FUTA-TAX
              ELSE
                 SUBTRACT ws-orig-futa-tax FROM QT-FUTA-TAX
              END-IF
              IF ws-orig-suta-wages > QT-SUTA-WAGES
                 MOVE ZERO TO QT-SUTA-WAGES
              ELSE
                 SUBTRACT ws-orig-suta-wages FROM QT-SUTA-WAGES
              END-IF
              IF ws-orig-suta-tax > QT-SUTA-TAX
                 MOVE ZERO TO QT-SUTA-TAX
              ELSE
                 SUBTRACT ws-orig-suta-tax FROM QT-SUTA-TAX
              END-IF
              IF live-run
                 REWRITE QTD-RECORD
              END-IF
           END-IF
           .
      * emp-hours/emp-hourly-rate are unsigned, so the lower bounds
              MOVE "N" TO ws-valid-record-flag
              MOVE 10 TO ws-reason-code
              MOVE "HOURS OUT OF BOUNDS" TO ws-reason-text
           ELSE IF emp-pay-salaried
                   AND (emp-annual-salary = ZERO
                        OR emp-annual-salary
                           > ws-max-rate * ws-salary-hours)
              MOVE "N" TO ws-valid-record-flag
              MOVE 34 TO ws-reason-code
              MOVE "ANNUAL SALARY OUT OF BOUNDS" TO ws-reason-text
           ELSE IF emp-hourly-rate < ws-min-rate
                   OR emp-hourly-rate > ws-max-rate
              MOVE "N" TO ws-valid-record-flag
              END-IF
           END-PERFORM
           .
      * A trial run's rejects are listed on the variance report
      * instead, leaving EMPEXC.DAT as the last live run wrote it.
       write-exception.
           IF trial-run
              PERFORM write-variance-reject
           ELSE
              MOVE SPACES        TO EXCEPTION-RECORD
              MOVE emp-id         TO EX-EMP-ID
              MOVE emp-name        TO EX-EMP-NAME
              MOVE ws-reason-code  TO EX-REASON-CODE
              MOVE ws-reason-text  TO EX-REASON-TEXT
              WRITE EXCEPTION-RECORD
           END-IF
           .
      * Seeds the overtime tier table. Adding a tier (or changing a
      * breakpoint/multiplier) is a data change here, not a new
                      "RUN STOPPED"
              STOP RUN
           END-IF
      * A zero SUTA rate is a real experience rating; a zero wage
      * base never is, so the base is what proves the line is there.
           IF ws-futa-rate = ZERO
              OR ws-futa-wage-base = ZERO
              OR ws-suta-wage-base = ZERO
              DISPLAY "TAX-TABLE-FILE HAS NO UNEMPLOYMENT RATES - "
                      "RUN STOPPED"
              STOP RUN
           END-IF
           .
       load-tax-table-record.
           EVALUATE TX-REC-TYPE ALSO TX-JURISDICTION
                 MOVE TF-WAGE-BASE TO ws-ss-wage-base
              WHEN "F" ALSO "M"
                 MOVE TF-RATE      TO ws-med-rate
              WHEN "U" ALSO "F"
                 MOVE TF-RATE      TO ws-futa-rate
                 MOVE TF-WAGE-BASE TO ws-futa-wage-base
              WHEN "U" ALSO "S"
                 MOVE TF-RATE      TO ws-suta-rate
                 MOVE TF-WAGE-BASE TO ws-suta-wage-base
              WHEN "T" ALSO ANY
                 IF ws-ded-class-count < 30
                    ADD 1 TO ws-ded-class-count
                    SET dc-idx TO ws-ded-class-count
                    MOVE TD-DED-TYPE  TO ws-ded-class-type (dc-idx)
                    MOVE TD-TAX-CLASS TO ws-ded-class-code (dc-idx)
                 ELSE
                    DISPLAY "DEDUCTION TAX CLASS TABLE FULL"
                    STOP RUN
                 END-IF
              WHEN "B" ALSO "S"
                 IF ws-state-bracket-count < 30
                    ADD 1 TO ws-state-bracket-count
              END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           IF ws-gl-salary-acct = SPACES
              MOVE ws-gl-labor-acct TO ws-gl-salary-acct
           END-IF
           IF ws-gl-labor-acct = SPACES
              OR ws-gl-fed-acct = SPACES
              OR ws-gl-state-acct = SPACES
              OR ws-gl-ss-acct = SPACES
              OR ws-gl-med-acct = SPACES
              OR ws-gl-emptax-acct = SPACES
              OR ws-gl-futa-acct = SPACES
              OR ws-gl-suta-acct = SPACES
              OR ws-gl-net-acct = SPACES
              OR ws-gl-ded-dflt-acct = SPACES
              DISPLAY "GL-MAP-FILE MISSING A REQUIRED ACCOUNT - "
           EVALUATE GM-MAP-TYPE
              WHEN "L"
                 MOVE GM-ACCOUNT TO ws-gl-labor-acct
              WHEN "A"
                 MOVE GM-ACCOUNT TO ws-gl-salary-acct
              WHEN "F"
                 MOVE GM-ACCOUNT TO ws-gl-fed-acct
              WHEN "S"
                 MOVE GM-ACCOUNT TO ws-gl-med-acct
              WHEN "E"
                 MOVE GM-ACCOUNT TO ws-gl-emptax-acct
              WHEN "U"
                 MOVE GM-ACCOUNT TO ws-gl-futa-acct
              WHEN "V"
                 MOVE GM-ACCOUNT TO ws-gl-suta-acct
              WHEN "N"
                 MOVE GM-ACCOUNT TO ws-gl-net-acct
              WHEN "X"
           END-EVALUATE
           .

      * The period's salary, prorated and docked, goes in the
      * gross field for the employee's frequency, where
      * set-period-gross will find it. Vacation, sick and holiday
      * hours are paid inside the salary - update-leave still
      * takes them off the balances. A non-exempt employee's
      * overtime is priced through the same tier schedule as
      * hourly overtime, at the salary's hourly equivalent, and
      * carried to the period the way payment-monthly carries
      * weekly hourly pay; an exempt employee earns none.
       payment-salaried.
           PERFORM set-salary-period
           COMPUTE ws-period-salary ROUNDED
                 = emp-annual-salary / ws-periods-per-year
           END-COMPUTE
           PERFORM prorate-salary
           IF emp-unpaid-hours > ZERO
              COMPUTE ws-salary-dock ROUNDED
                    = emp-unpaid-hours * emp-hourly-rate
              END-COMPUTE
              IF ws-salary-dock > ws-salary-pay
                 MOVE ws-salary-pay TO ws-salary-dock
              END-IF
              SUBTRACT ws-salary-dock FROM ws-salary-pay
           END-IF
           MOVE ZERO TO ws-salary-ot-pay
           IF emp-pay-exempt
              PERFORM VARYING ot-idx FROM 1 BY 1
                      UNTIL ot-idx > ws-ot-tier-count
                 MOVE ZERO TO ws-ot-tier-hours (ot-idx)
              END-PERFORM
              MOVE ZERO TO emp-ot-rate
              MOVE ws-worked-hours TO ws-reg-hours
           ELSE
              PERFORM payment-weekly
              PERFORM VARYING ot-idx FROM 1 BY 1
                      UNTIL ot-idx > ws-ot-tier-count
                 COMPUTE ws-salary-ot-pay = ws-salary-ot-pay
                       + (ws-ot-tier-hours (ot-idx) * emp-hourly-rate
                            * ws-ot-tier-multiplier (ot-idx))
                 END-COMPUTE
              END-PERFORM
              COMPUTE ws-salary-ot-pay ROUNDED
                    = ws-salary-ot-pay * 52 / ws-periods-per-year
              END-COMPUTE
           END-IF
           MOVE ZERO TO emp-reward
           MOVE ZERO TO emp-pay-week
           MOVE ZERO TO emp-pay-biweekly
           MOVE ZERO TO emp-pay-semimonthly
           MOVE ZERO TO emp-pay-month
           EVALUATE TRUE
              WHEN freq-biweekly
                 ADD ws-salary-pay ws-salary-ot-pay
                     GIVING emp-pay-biweekly
              WHEN freq-semimonthly
                 ADD ws-salary-pay ws-salary-ot-pay
                     GIVING emp-pay-semimonthly
              WHEN freq-weekly
                 ADD ws-salary-pay ws-salary-ot-pay
                     GIVING emp-pay-week
              WHEN OTHER
                 ADD ws-salary-pay ws-salary-ot-pay
                     GIVING emp-pay-month
           END-EVALUATE
           .
      * The calendar span of the period that ends on the card's
      * period end: weekly and biweekly count back 7 and 14 days,
      * a semimonthly period is the 1st-15th or the 16th-month
      * end, and a monthly period the whole month. The periods per
      * year match set-period-gross.
       set-salary-period.
           COMPUTE ws-sal-end-int
                 = FUNCTION INTEGER-OF-DATE (emp-pay-period-end)
           END-COMPUTE
           MOVE emp-pay-period-end TO ws-sal-date
           EVALUATE TRUE
              WHEN freq-weekly
                 MOVE 52 TO ws-periods-per-year
                 COMPUTE ws-sal-start-int = ws-sal-end-int - 6
              WHEN freq-biweekly
                 MOVE 26 TO ws-periods-per-year
                 COMPUTE ws-sal-start-int = ws-sal-end-int - 13
              WHEN freq-semimonthly
                 MOVE 24 TO ws-periods-per-year
                 IF ws-sal-dd > 15
                    MOVE 16 TO ws-sal-dd
                 ELSE
                    MOVE 01 TO ws-sal-dd
                 END-IF
                 COMPUTE ws-sal-start-int
                       = FUNCTION INTEGER-OF-DATE (ws-sal-date)
                 END-COMPUTE
              WHEN OTHER
                 MOVE 12 TO ws-periods-per-year
                 MOVE 01 TO ws-sal-dd
                 COMPUTE ws-sal-start-int
                       = FUNCTION INTEGER-OF-DATE (ws-sal-date)
                 END-COMPUTE
           END-EVALUATE
           COMPUTE ws-sal-period-days
                 = ws-sal-end-int - ws-sal-start-int + 1
           END-COMPUTE
           .
      * Pays the days employed: from the later of the period start
      * and the hire date to the earlier of the period end and the
      * termination date. A full period pays the period salary
      * exactly, with no rounding drift.
       prorate-salary.
           MOVE ws-sal-start-int TO ws-sal-from-int
           MOVE ws-sal-end-int   TO ws-sal-to-int
           IF emp-hire-date > ZERO
              COMPUTE ws-sal-date-int
                    = FUNCTION INTEGER-OF-DATE (emp-hire-date)
              END-COMPUTE
              IF ws-sal-date-int > ws-sal-from-int
                 MOVE ws-sal-date-int TO ws-sal-from-int
              END-IF
           END-IF
           IF emp-term-date > ZERO
              COMPUTE ws-sal-date-int
                    = FUNCTION INTEGER-OF-DATE (emp-term-date)
              END-COMPUTE
              IF ws-sal-date-int < ws-sal-to-int
                 MOVE ws-sal-date-int TO ws-sal-to-int
              END-IF
           END-IF
           COMPUTE ws-sal-paid-days
                 = ws-sal-to-int - ws-sal-from-int + 1
           END-COMPUTE
           EVALUATE TRUE
              WHEN ws-sal-paid-days NOT > ZERO
                 MOVE ZERO TO ws-salary-pay
              WHEN ws-sal-paid-days < ws-sal-period-days
                 COMPUTE ws-salary-pay ROUNDED
                       = ws-period-salary * ws-sal-paid-days
                         / ws-sal-period-days
                 END-COMPUTE
              WHEN OTHER
                 MOVE ws-period-salary TO ws-salary-pay
           END-EVALUATE
           .

      * Period figures are computed once, for the employee's actual
      * pay frequency. Withholding is annualized: the period's
      * taxable wage projected to a full year less the allowance
      * amounts, walked down the bracket tables, and the annual tax
      * brought back to the period. The pre-tax deductions come out
      * first since they decide that taxable wage; everything else
      * is taken after the taxes. The pre-tax takes are sized
      * against the real withholding before any of them posts, and
      * the after-tax pass takes only what is left, so net can
      * never go below zero. The per-frequency net fields feed
      * the register; only the column for the employee's own
      * frequency is filled.
       payment-deductions.
           PERFORM set-period-gross
           PERFORM apply-final-vac-payout
           PERFORM size-pretax-deductions
           PERFORM start-deductions
           MOVE "P" TO ws-ded-pass-flag
           PERFORM apply-deductions
           PERFORM set-taxable-wages
           PERFORM compute-withholding
           PERFORM compute-fica
           PERFORM compute-unemployment
           MOVE "A" TO ws-ded-pass-flag
           PERFORM apply-deductions

           COMPUTE ws-period-net
                   - ws-period-med-tax
                   - ws-period-deductions
           END-COMPUTE

           MOVE ZERO TO emp-net-pay-week
           MOVE ZERO TO emp-net-pay-month
                 MOVE emp-pay-month TO ws-period-gross
           END-EVALUATE
           .
      * A 401(k)-class deduction shelters wages from federal and
      * state withholding only; a Section 125 deduction shelters
      * them from FICA as well.
       set-taxable-wages.
           COMPUTE ws-fit-wages = ws-period-gross - ws-pretax-fit
           END-COMPUTE
           COMPUTE ws-fica-wages = ws-period-gross - ws-pretax-fica
           END-COMPUTE
           .
      * Brackets are in ascending floor order, so the last entry
      * whose floor the taxable figure reaches wins the walk. A
      * filing status with no matching entries withholds nothing -
      * the table file, not this code, defines the statuses.
       compute-withholding.
           COMPUTE ws-annual-gross
                 = ws-fit-wages * ws-periods-per-year

           COMPUTE ws-annual-taxable
                 = ws-annual-gross
      * Social Security withholds only on the room left under the
      * annual wage base - read-ytd has already fetched (or zeroed)
      * the YTD record, so YTD-SS-WAGES is current here. Medicare
      * withholds on the full FICA wage with no cap. The employer
      * match is the same two amounts again; it is booked, not
      * withheld.
       compute-fica.
           COMPUTE ws-ss-room
                 = ws-ss-wage-base - YTD-SS-WAGES
           IF ws-ss-room < ZERO
              MOVE ZERO TO ws-ss-room
           END-IF
           IF ws-fica-wages > ws-ss-room
              MOVE ws-ss-room TO ws-ss-taxable
           ELSE
              MOVE ws-fica-wages TO ws-ss-taxable
           END-IF
           COMPUTE ws-period-ss-tax ROUNDED
                 = ws-ss-taxable * ws-ss-rate
           END-COMPUTE
           COMPUTE ws-period-med-tax ROUNDED
                 = ws-fica-wages * ws-med-rate
           END-COMPUTE
           COMPUTE ws-employer-fica
                 = ws-period-ss-tax + ws-period-med-tax
           END-COMPUTE
           .
      * FUTA and SUTA each tax only the room left under their own
      * annual wage base, exactly as Social Security does. Neither
      * touches net pay; both are booked as employer expense.
       compute-unemployment.
           COMPUTE ws-unemp-room
                 = ws-futa-wage-base - YTD-FUTA-WAGES
           END-COMPUTE
           IF ws-unemp-room < ZERO
              MOVE ZERO TO ws-unemp-room
           END-IF
           IF ws-fica-wages > ws-unemp-room
              MOVE ws-unemp-room TO ws-futa-taxable
           ELSE
              MOVE ws-fica-wages TO ws-futa-taxable
           END-IF
           COMPUTE ws-period-futa-tax ROUNDED
                 = ws-futa-taxable * ws-futa-rate
           END-COMPUTE
           COMPUTE ws-unemp-room
                 = ws-suta-wage-base - YTD-SUTA-WAGES
           END-COMPUTE
           IF ws-unemp-room < ZERO
              MOVE ZERO TO ws-unemp-room
           END-IF
           IF ws-fica-wages > ws-unemp-room
              MOVE ws-unemp-room TO ws-suta-taxable
           ELSE
              MOVE ws-fica-wages TO ws-suta-taxable
           END-IF
           COMPUTE ws-period-suta-tax ROUNDED
                 = ws-suta-taxable * ws-suta-rate
           END-COMPUTE
           .
      * Finds how much the pre-tax pass may take. The first try
      * allows the gross less the FICA on the full gross; the
      * withholding on what that leaves taxable is then figured,
      * and any amount by which the pre-tax takes exceed the gross
      * less all the taxes comes off the allowance, so the takes
      * latest in priority order are cut back first. Cutting a take
      * raises the taxable wage and so the tax, by less than the
      * cut, so each try closes most of the gap. Nothing is posted
      * while sizing; the real pre-tax pass then takes the same
      * amounts against the final allowance.
       size-pretax-deductions.
           COMPUTE ws-pretax-limit ROUNDED
                 = ws-period-gross
                   - (ws-period-gross * (ws-ss-rate + ws-med-rate))
           END-COMPUTE
           MOVE ZERO TO ws-pretax-tries
           MOVE "Y"  TO ws-pretax-sizing-flag
           MOVE "Y"  TO ws-pretax-short-flag
           MOVE "P"  TO ws-ded-pass-flag
           PERFORM size-pretax-once UNTIL NOT pretax-short
           MOVE "N"  TO ws-pretax-sizing-flag
           .
      * After ws-pretax-max-tries the allowance drops to zero, which
      * always fits: the taxes alone never exceed the gross.
       size-pretax-once.
           ADD 1 TO ws-pretax-tries
           PERFORM start-deductions
           PERFORM apply-deductions
           PERFORM set-taxable-wages
           PERFORM compute-withholding
           PERFORM compute-fica
           COMPUTE ws-pretax-shortfall
                 =   ws-period-deductions
                   - (ws-period-gross
                      - ws-period-fed-tax
                      - ws-period-state-tax
                      - ws-period-ss-tax
                      - ws-period-med-tax)
           END-COMPUTE
           IF ws-pretax-shortfall NOT > ZERO
              OR ws-pretax-limit = ZERO
              MOVE "N" TO ws-pretax-short-flag
           ELSE IF ws-pretax-tries NOT < ws-pretax-max-tries
              MOVE ZERO TO ws-pretax-limit
           ELSE
              SUBTRACT ws-pretax-shortfall FROM ws-pretax-limit
              IF ws-pretax-limit < ZERO
                 MOVE ZERO TO ws-pretax-limit
              END-IF
           END-IF
           .
      * Clears the per-employee deduction accumulators both passes
      * of apply-deductions add into.
       start-deductions.
           MOVE ZERO TO ws-period-deductions
           MOVE ZERO TO ws-garn-taken
           MOVE ZERO TO ws-emp-ded-count
           MOVE ZERO TO ws-emp-ded-overflow
           MOVE ZERO TO ws-pretax-fit
           MOVE ZERO TO ws-pretax-fica
           MOVE ZERO TO ws-garn-cap
           .
      * Walks the employee's deduction records in key order, so
      * DM-PRIORITY decides who is paid first, taking only the
      * records whose tax class belongs to the current pass. The
      * pre-tax pass may take only ws-pretax-limit, the allowance
      * size-pretax-deductions found to leave room for every tax
      * the pre-tax takes leave owing. While sizing, the takes are
      * only totalled - nothing is posted, rewritten or reported.
      * The after-tax pass takes what net remains after
      * taxes and the pre-tax deductions. Garnishments are capped
      * in total at ws-garn-max-pct of disposable earnings (gross
      * less taxes); the pre-tax deductions are voluntary and do
      * not reduce disposable earnings.
       apply-deductions.
           IF pretax-pass
              MOVE ws-pretax-limit TO ws-ded-room
           ELSE
              COMPUTE ws-ded-room
                    =   ws-period-gross
                      - ws-period-fed-tax
                      - ws-period-state-tax
                      - ws-period-ss-tax
                      - ws-period-med-tax
              END-COMPUTE
              IF ws-ded-room < ZERO
                 MOVE ZERO TO ws-ded-room
              END-IF
              MOVE ws-ded-room TO ws-disposable-pay
              COMPUTE ws-garn-cap ROUNDED
                    = ws-disposable-pay * ws-garn-max-pct
              SUBTRACT ws-period-deductions FROM ws-ded-room
           END-IF
           IF ws-ded-room < ZERO
              MOVE ZERO TO ws-ded-available
           ELSE
              MOVE ws-ded-room TO ws-ded-available
           END-IF

           MOVE emp-id TO DM-EMP-ID
           MOVE ZERO   TO DM-PRIORITY
           MOVE ZERO   TO DM-SEQ
           MOVE "N"    TO ws-dm-eof-flag
           IF deduction-file-open
              START DEDUCTION-FILE KEY IS NOT LESS THAN DM-KEY
                  INVALID KEY MOVE "Y" TO ws-dm-eof-flag
              END-START
           ELSE
              MOVE "Y" TO ws-dm-eof-flag
           END-IF
           PERFORM UNTIL deduction-list-done
              READ DEDUCTION-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-dm-eof-flag
                 NOT AT END
                    IF DM-EMP-ID = emp-id
                       PERFORM find-ded-tax-class
                       EVALUATE TRUE
                          WHEN final-pay-run
                               AND NOT ded-garnishment
                             CONTINUE
                          WHEN pretax-pass
                               AND ded-class-pretax
                             PERFORM apply-one-deduction
                          WHEN aftertax-pass
                               AND NOT ded-class-pretax
                             PERFORM apply-one-deduction
                       END-EVALUATE
                    ELSE
                       MOVE "Y" TO ws-dm-eof-flag
                    END-IF

           SUBTRACT ws-ded-taken FROM ws-ded-available
           ADD ws-ded-taken TO ws-period-deductions
           IF pretax-pass
              ADD ws-ded-taken TO ws-pretax-fit
              IF ded-class-cafeteria
                 ADD ws-ded-taken TO ws-pretax-fica
              END-IF
           END-IF
           IF NOT pretax-sizing
              PERFORM post-one-deduction
           END-IF
           .
       post-one-deduction.
           ADD ws-ded-taken TO DM-YTD-TAKEN
           IF live-run
              REWRITE DEDUCTION-RECORD
           END-IF
           IF ws-ded-taken > ZERO
              MOVE DM-DED-TYPE TO ws-ded-lookup-type
              PERFORM accumulate-ded-by-type
              IF live-run
                 PERFORM post-ded-ledger
              END-IF
           END-IF

           IF ws-ded-taken < ws-ded-requested
              AND live-run
              PERFORM write-deduction-report
           END-IF
           .
      * A garnishment is always after tax, whatever the table says.
       find-ded-tax-class.
           MOVE "A" TO ws-ded-tax-class
           IF NOT ded-garnishment
              PERFORM VARYING dc-idx FROM 1 BY 1
                      UNTIL dc-idx > ws-ded-class-count
                 IF ws-ded-class-type (dc-idx) = DM-DED-TYPE
                    MOVE ws-ded-class-code (dc-idx)
                         TO ws-ded-tax-class
                 END-IF
              END-PERFORM
           END-IF
           .
      * Adds this record's take to its order's ledger line for the
      * period, starting the line on the order's first take.
       post-ded-ledger.
           MOVE emp-id             TO DL-EMP-ID
           MOVE emp-pay-period-end TO DL-PERIOD-END
           MOVE DM-PRIORITY        TO DL-PRIORITY
           MOVE DM-SEQ             TO DL-SEQ
           READ DED-LEDGER-FILE
               INVALID KEY
                   MOVE "N" TO ws-dl-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-dl-found-flag
           END-READ
           IF ledger-entry-found
              ADD ws-ded-taken TO DL-AMOUNT
              REWRITE DED-LEDGER-RECORD
           ELSE
              MOVE SPACES             TO DED-LEDGER-RECORD
              MOVE emp-id             TO DL-EMP-ID
              MOVE emp-pay-period-end TO DL-PERIOD-END
              MOVE DM-PRIORITY        TO DL-PRIORITY
              MOVE DM-SEQ             TO DL-SEQ
              MOVE DM-DED-TYPE        TO DL-DED-TYPE
              MOVE emp-pay-frequency  TO DL-PAY-FREQUENCY
              MOVE ws-ded-taken       TO DL-AMOUNT
              MOVE ZERO               TO DL-ROLLED-AMOUNT
              WRITE DED-LEDGER-RECORD
                  INVALID KEY CONTINUE
              END-WRITE
           END-IF
           .
      * Rolls a take into the per-type detail the GL journal
      * credits from (and a reversal's ledger amounts into the
      * detail it debits from); same-type records (e.g. two GRN
      * orders) combine into one line. ws-ded-lookup-type carries
      * the type.
       accumulate-ded-by-type.
           SET ed-idx TO 1
           SEARCH ws-emp-ded-entry
                 IF ws-emp-ded-count < 20
                    ADD 1 TO ws-emp-ded-count
                    SET ed-idx TO ws-emp-ded-count
                    MOVE ws-ded-lookup-type
                         TO ws-emp-ded-type (ed-idx)
                    MOVE ws-ded-taken TO ws-emp-ded-amt (ed-idx)
                 ELSE
                    ADD ws-ded-taken TO ws-emp-ded-overflow
                    DISPLAY "DEDUCTION TYPE TABLE FULL - EMP "
                            emp-id " TYPE " ws-ded-lookup-type
                            " BOOKED TO DEFAULT"
                 END-IF
              WHEN ws-emp-ded-type (ed-idx) = ws-ded-lookup-type
                 ADD ws-ded-taken TO ws-emp-ded-amt (ed-idx)
           END-SEARCH
           .
           DISPLAY  "Vacation hours     :" emp-vac-hours
           DISPLAY  "Sick hours         :" emp-sick-hours
           DISPLAY  "Holiday hours      :" emp-hol-hours
           DISPLAY  "Salary this period :" ws-salary-pay
           DISPLAY  "Hourly rate        :" emp-hourly-rate
           DISPLAY  "OT rate            :" emp-ot-rate
           DISPLAY  "Gross pay per week :" emp-pay-week
           DISPLAY  "Soc Sec tax        :" ws-period-ss-tax
           DISPLAY  "Medicare tax       :" ws-period-med-tax
           DISPLAY  "Deductions         :" ws-period-deductions
           DISPLAY  "Fed/state wages    :" ws-fit-wages
           .
       write-pay-register.
           MOVE SPACES          TO PAY-REG-RECORD
           MOVE ws-employer-fica     TO PR-EMPLOYER-FICA
           MOVE ws-period-deductions TO PR-DEDUCTIONS
           MOVE ws-period-net        TO PR-PERIOD-NET
           MOVE ws-fit-wages         TO PR-FIT-WAGES
           MOVE ws-fica-wages        TO PR-FICA-WAGES
           MOVE ws-futa-taxable      TO PR-FUTA-WAGES
           MOVE ws-period-futa-tax   TO PR-FUTA-TAX
           MOVE ws-suta-taxable      TO PR-SUTA-WAGES
           MOVE ws-period-suta-tax   TO PR-SUTA-TAX
           MOVE emp-pay-type         TO PR-PAY-TYPE
           MOVE ws-salary-pay        TO PR-SALARY-PAY
           MOVE emp-unpaid-hours     TO PR-UNPAID-HOURS
           MOVE ws-salary-dock       TO PR-SALARY-DOCK
           IF final-pay-run
              MOVE "F" TO PR-FINAL-PAY-FLAG
              MOVE ws-final-vac-hours TO PR-FINAL-VAC-HOURS
              MOVE ZERO  TO PR-FINAL-VAC-HOURS
           END-IF
           PERFORM move-rate-slices
           PERFORM put-register-line
           .
       put-register-line.
           IF trial-run
              WRITE PREVIEW-REG-RECORD
           ELSE
              WRITE PAY-REG-RECORD
           END-IF
           .
      * The regular hours split at the rate-change date by the same
      * day shares the money split on, so the statement's prorated
      * so the labor side, the department summary and the pay
      * register all tie on the balancing report; the credits are
      * the withholding, FICA, per-type deduction and net clearing
      * liabilities, which sum back to the gross. The employer FICA,
      * FUTA and SUTA expense/liability pairs book alongside, each
      * balanced within itself. Salary debits the salary account
      * on the home department as a line of its own; the labor
      * line carries the rest of the gross and is left off when a
      * salaried employee has nothing beyond salary.
       write-gl-extract.
           MOVE emp-dept TO ws-gl-line-cc
           IF ws-salary-pay > ZERO
              MOVE ws-gl-salary-acct TO ws-gl-line-acct
              MOVE ws-salary-pay     TO ws-gl-line-amount
              PERFORM write-gl-line
           END-IF
           EVALUATE TRUE
              WHEN ws-split-count > ZERO
                   AND ws-split-hours-total > ZERO
                 PERFORM VARYING sp-idx FROM 1 BY 1
                         UNTIL sp-idx > ws-split-count
                    MOVE ws-gl-labor-acct TO ws-gl-line-acct
                    MOVE ws-split-dept (sp-idx)  TO ws-gl-line-cc
                    MOVE ws-split-gross (sp-idx)
                         TO ws-gl-line-amount
                    PERFORM write-gl-line
                 END-PERFORM
                 MOVE emp-dept TO ws-gl-line-cc
              WHEN ws-labor-gross NOT = ZERO
                   OR ws-salary-pay = ZERO
                 MOVE ws-gl-labor-acct TO ws-gl-line-acct
                 MOVE ws-labor-gross   TO ws-gl-line-amount
                 PERFORM write-gl-line
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD ws-period-gross TO ws-gl-labor-total
           IF ws-period-fed-tax > ZERO
              MOVE ws-gl-fed-acct TO ws-gl-line-acct
                 PERFORM write-gl-line
              END-IF
           END-IF
           IF ws-period-futa-tax > ZERO
              MOVE ws-gl-emptax-acct  TO ws-gl-line-acct
              MOVE ws-period-futa-tax TO ws-gl-line-amount
              PERFORM write-gl-line
              MOVE ws-gl-futa-acct TO ws-gl-line-acct
              COMPUTE ws-gl-line-amount = ZERO - ws-period-futa-tax
              END-COMPUTE
              PERFORM write-gl-line
           END-IF
           IF ws-period-suta-tax > ZERO
              MOVE ws-gl-emptax-acct  TO ws-gl-line-acct
              MOVE ws-period-suta-tax TO ws-gl-line-amount
              PERFORM write-gl-line
              MOVE ws-gl-suta-acct TO ws-gl-line-acct
              COMPUTE ws-gl-line-amount = ZERO - ws-period-suta-tax
              END-COMPUTE
              PERFORM write-gl-line
           END-IF
           .
       find-ded-account.
           MOVE ws-gl-ded-dflt-acct TO ws-gl-line-acct
              MOVE "D" TO GL-DR-CR
              ADD ws-gl-line-amount TO ws-gl-debit-total
           END-IF
           IF live-run
              WRITE GL-EXTRACT-RECORD
           END-IF
           .
      * Spreads the period gross across the charged departments in
      * proportion to each split's share of the worked hours. The
      * absorbs the remainder, so the shares always sum back to
      * the gross and the balancing report still ties. With no
      * split cards the whole gross stays on the home department.
      * Salary is not spread - it is not paid by the hour - so
      * only ws-labor-gross, the gross beyond salary, is.
       compute-split-spread.
           COMPUTE ws-labor-gross = ws-period-gross - ws-salary-pay
           END-COMPUTE
           IF ws-split-count > ZERO
              AND ws-split-hours-total > ZERO
              MOVE ZERO TO ws-split-spread-total
                      UNTIL sp-idx > ws-split-count
                 IF sp-idx < ws-split-count
                    COMPUTE ws-split-gross (sp-idx) ROUNDED
                          = ws-labor-gross
                            * (ws-split-reg-hours (sp-idx)
                               + ws-split-ot-hours (sp-idx))
                            / ws-split-hours-total
                        TO ws-split-spread-total
                 ELSE
                    COMPUTE ws-split-gross (sp-idx)
                          = ws-labor-gross
                            - ws-split-spread-total
                    END-COMPUTE
                 END-IF
           .
      * With split cards present, each charged department takes its
      * spread share; otherwise the home department takes it all.
      * Salary always lands on the home department, counted in its
      * total and in its salary column both.
       accumulate-dept-total.
           IF ws-salary-pay > ZERO
              MOVE emp-dept      TO ws-acc-dept-code
              MOVE ws-salary-pay TO ws-acc-dept-amount
              MOVE ws-salary-pay TO ws-acc-dept-salary
              PERFORM accumulate-one-dept
           END-IF
           MOVE ZERO TO ws-acc-dept-salary
           IF ws-split-count > ZERO
              AND ws-split-hours-total > ZERO
              PERFORM VARYING sp-idx FROM 1 BY 1
                 PERFORM accumulate-one-dept
              END-PERFORM
           ELSE
              MOVE emp-dept       TO ws-acc-dept-code
              MOVE ws-labor-gross TO ws-acc-dept-amount
              PERFORM accumulate-one-dept
           END-IF
           .
                         TO ws-dept-code (dept-idx)
                    MOVE ws-acc-dept-amount
                         TO ws-dept-total (dept-idx)
                    MOVE ws-acc-dept-salary
                         TO ws-dept-salary (dept-idx)
                    MOVE emp-pay-period-end
                         TO ws-dept-period-end (dept-idx)
                 ELSE
                 END-IF
              WHEN ws-dept-code (dept-idx) = ws-acc-dept-code
                 ADD ws-acc-dept-amount TO ws-dept-total (dept-idx)
                 ADD ws-acc-dept-salary TO ws-dept-salary (dept-idx)
                 MOVE emp-pay-period-end
                      TO ws-dept-period-end (dept-idx)
           END-SEARCH
              MOVE ws-dept-code (dept-idx)        TO DS-DEPT-CODE
              MOVE ws-dept-total (dept-idx)       TO DS-DEPT-TOTAL
              MOVE ws-dept-period-end (dept-idx)  TO DS-PAY-PERIOD-END
              MOVE ws-dept-salary (dept-idx)      TO DS-SALARY-TOTAL
              ADD ws-dept-total (dept-idx) TO ws-ds-total
              IF live-run
                 WRITE DEPT-SUM-RECORD
              END-IF
           END-PERFORM
           .
      * An out-of-balance run stops with the checkpoint intact and
      * its periods still "P", so nothing can be rerun or closed
      * until someone looks at PAYBAL.RPT and repairs the batch.
      * A trial run has posted nothing and holds nothing, so it
      * only finishes its reports, in balance or not.
       termination.
           PERFORM write-dept-summary
           PERFORM verify-batch-balance
           PERFORM write-balance-report
           EVALUATE TRUE
              WHEN trial-run
                 PERFORM finish-variance-report
                 PERFORM close-all-files
                 IF NOT run-in-balance
                    DISPLAY "TRIAL RUN OUT OF BALANCE - SEE "
                            "PAYBAL.PRV"
                 END-IF
                 DISPLAY "TRIAL RUN - NOTHING POSTED"
                 DISPLAY "Employees processed: " rec-counter
                 DISPLAY "Salaried paid without timesheet: "
                         ws-salaried-swept
              WHEN run-in-balance
                 PERFORM close-open-periods
                 PERFORM clear-checkpoint
                 PERFORM close-all-files
                 PERFORM archive-pay-register
                 DISPLAY "Employees processed: " rec-counter
                 DISPLAY "Salaried paid without timesheet: "
                         ws-salaried-swept
              WHEN OTHER
                 PERFORM close-all-files
                 DISPLAY "RUN OUT OF BALANCE - SEE PAYBAL.RPT "
                         "- RUN ABORTED"
                 STOP RUN
           END-EVALUATE
           .
       verify-batch-balance.
           MOVE "Y" TO ws-balance-flag
           END-IF
           .
       write-balance-report.
           IF trial-run
              OPEN OUTPUT PREVIEW-BAL-FILE
              IF ws-pb-file-status NOT = "00"
                 DISPLAY "ERROR OPENING PREVIEW-BAL-FILE: "
                         ws-pb-file-status
                 STOP RUN
              END-IF
              MOVE "EMPPAY TRIAL RUN BALANCING REPORT - NOT POSTED"
                   TO BALANCE-RPT-RECORD
           ELSE
              OPEN OUTPUT BALANCE-RPT-FILE
              IF ws-bl-file-status NOT = "00"
                 DISPLAY "ERROR OPENING BALANCE-RPT-FILE: "
                         ws-bl-file-status
                 STOP RUN
              END-IF
              MOVE "EMPPAY RUN BALANCING REPORT" TO BALANCE-RPT-RECORD
           END-IF
           PERFORM put-balance-line
           MOVE SPACES TO BALANCE-RPT-RECORD
           PERFORM put-balance-line

           MOVE "TIMESHEET RECORDS READ" TO ws-bal-cnt-label
           MOVE ws-records-read TO ws-bal-cnt-value
           PERFORM write-balance-amount-line

           MOVE SPACES TO BALANCE-RPT-RECORD
           PERFORM put-balance-line
           IF run-in-balance
              MOVE "RUN VERDICT: IN BALANCE" TO BALANCE-RPT-RECORD
           ELSE
              MOVE "RUN VERDICT: OUT OF BALANCE"
                   TO BALANCE-RPT-RECORD
           END-IF
           PERFORM put-balance-line
           IF trial-run
              CLOSE PREVIEW-BAL-FILE
           ELSE
              CLOSE BALANCE-RPT-FILE
           END-IF
           .
       write-balance-count-line.
           MOVE ws-bal-count-line TO BALANCE-RPT-RECORD
           PERFORM put-balance-line
           .
       write-balance-amount-line.
           MOVE ws-bal-amount-line TO BALANCE-RPT-RECORD
           PERFORM put-balance-line
           .
       put-balance-line.
           IF trial-run
              WRITE PREVIEW-BAL-RECORD
           ELSE
              WRITE BALANCE-RPT-RECORD
           END-IF
           .
      * Trial run only. The heading states the tolerance the run
      * marks changes against.
       open-variance-report.
           OPEN OUTPUT VARIANCE-RPT-FILE
           IF ws-vr-file-status NOT = "00"
              DISPLAY "ERROR OPENING VARIANCE-RPT-FILE: "
                      ws-vr-file-status
              STOP RUN
           END-IF
           MOVE ws-var-heading TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           MOVE ws-var-tol-pct TO ws-vt-pct
           MOVE ws-var-tol-amt TO ws-vt-amt
           MOVE ws-var-tol-line TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           MOVE SPACES TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           MOVE ws-var-col-heading TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           MOVE SPACES TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           .
       note-timesheet-seen.
           PERFORM find-timesheet-seen
           IF NOT timesheet-seen
              IF ws-seen-count < 9999
                 ADD 1 TO ws-seen-count
                 MOVE ws-seen-key TO ws-seen-emp-id (ws-seen-count)
              ELSE
                 MOVE "Y" TO ws-seen-full-flag
              END-IF
           END-IF
           .
       find-timesheet-seen.
           MOVE "N" TO ws-seen-found-flag
           IF ws-seen-count > ZERO
              SET seen-idx TO 1
              SEARCH ws-seen-emp-id
                 WHEN ws-seen-emp-id (seen-idx) = ws-seen-key
                    MOVE "Y" TO ws-seen-found-flag
              END-SEARCH
           END-IF
           .
      * This period's figures, last period's beneath them and the
      * change, with any change over tolerance marked; then a note
      * for a new hire (nothing earlier on the pay history), a
      * zero net, or a change over tolerance.
       write-variance-detail.
           ADD 1 TO ws-var-compared
           MOVE ws-period-gross      TO ws-var-current (1)
           MOVE ws-period-fed-tax    TO ws-var-current (2)
           MOVE ws-period-state-tax  TO ws-var-current (3)
           COMPUTE ws-var-current (4)
                 = ws-period-ss-tax + ws-period-med-tax
           END-COMPUTE
           MOVE ws-period-deductions TO ws-var-current (5)
           MOVE ws-period-net        TO ws-var-current (6)
           PERFORM find-prior-pay
           MOVE "N" TO ws-var-over-flag

           PERFORM start-variance-line
           IF emp-adjustment-record
              MOVE "ADJUST" TO ws-vd-label
           ELSE
              MOVE "THIS"   TO ws-vd-label
           END-IF
           PERFORM VARYING vr-idx FROM 1 BY 1 UNTIL vr-idx > 6
              MOVE ws-var-current (vr-idx) TO ws-vd-amount (vr-idx)
           END-PERFORM
           PERFORM write-variance-line

           IF prior-pay-found
              MOVE SPACES TO ws-var-detail-line
              MOVE "LAST" TO ws-vd-label
              MOVE ws-prior-period-end TO ws-vd-period
              PERFORM VARYING vr-idx FROM 1 BY 1 UNTIL vr-idx > 6
                 MOVE ws-var-prior (vr-idx) TO ws-vd-amount (vr-idx)
              END-PERFORM
              PERFORM write-variance-line
              MOVE SPACES TO ws-var-detail-line
              MOVE "CHANGE" TO ws-vd-label
              PERFORM VARYING vr-idx FROM 1 BY 1 UNTIL vr-idx > 6
                 PERFORM check-variance-tolerance
              END-PERFORM
              PERFORM write-variance-line
              IF var-over-tolerance
                 ADD 1 TO ws-var-over-count
                 MOVE "** CHANGE OVER TOLERANCE - SEE * ABOVE"
                      TO ws-vn-text
                 PERFORM write-variance-note
              END-IF
           ELSE
              ADD 1 TO ws-var-new-count
              MOVE "** NEW HIRE - NO EARLIER PAY ON THE PAY HISTORY"
                   TO ws-vn-text
              PERFORM write-variance-note
           END-IF
           IF ws-period-net = ZERO
              ADD 1 TO ws-var-zero-net-count
              MOVE "** ZERO NET PAY" TO ws-vn-text
              PERFORM write-variance-note
           END-IF
           PERFORM write-variance-blank
           .
       check-variance-tolerance.
           COMPUTE ws-var-change (vr-idx)
                 = ws-var-current (vr-idx) - ws-var-prior (vr-idx)
           END-COMPUTE
           MOVE ws-var-change (vr-idx) TO ws-vd-amount (vr-idx)
           MOVE ws-var-change (vr-idx) TO ws-var-abs
           COMPUTE ws-var-limit ROUNDED
                 = ws-var-prior (vr-idx) * ws-var-tol-pct / 100
           END-COMPUTE
           IF ws-var-abs > ws-var-tol-amt
              AND ws-var-abs > ws-var-limit
              MOVE "*" TO ws-vd-mark (vr-idx)
              MOVE "Y" TO ws-var-over-flag
           END-IF
           .
      * Walks the employee's pay history from the start up to the
      * period being paid. Within a period the keys come "A", "O",
      * "V", so an adjustment's figures are taken ahead of the
      * original's, and a period with only an original and its
      * void was never paid at all and does not count.
       find-prior-pay.
           MOVE "N"  TO ws-prior-found-flag
           MOVE ZERO TO ws-prior-period-end
           MOVE ZERO TO ws-scan-period-end
           MOVE "N"  TO ws-scan-adj-flag
           MOVE "N"  TO ws-scan-orig-flag
           MOVE "N"  TO ws-scan-void-flag
           IF pay-history-open
              MOVE emp-id TO AH-EMP-ID
              MOVE ZERO   TO AH-PERIOD-END
              MOVE SPACE  TO AH-REC-TYPE
              MOVE "N" TO ws-vh-eof-flag
              START PAY-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
                  INVALID KEY MOVE "Y" TO ws-vh-eof-flag
              END-START
              PERFORM UNTIL variance-scan-done
                 READ PAY-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE "Y" TO ws-vh-eof-flag
                    NOT AT END
                       IF AH-EMP-ID = emp-id
                          AND AH-PERIOD-END < emp-pay-period-end
                          PERFORM scan-prior-history-line
                       ELSE
                          MOVE "Y" TO ws-vh-eof-flag
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM settle-scanned-period
           END-IF
           .
       scan-prior-history-line.
           IF AH-PERIOD-END NOT = ws-scan-period-end
              PERFORM settle-scanned-period
              MOVE AH-PERIOD-END TO ws-scan-period-end
              MOVE "N" TO ws-scan-adj-flag
              MOVE "N" TO ws-scan-orig-flag
              MOVE "N" TO ws-scan-void-flag
           END-IF
           EVALUATE AH-REC-TYPE
              WHEN "A"
                 PERFORM take-history-figures
                 MOVE "Y" TO ws-scan-adj-flag
              WHEN "O"
                 IF NOT scan-adjusted
                    PERFORM take-history-figures
                 END-IF
                 MOVE "Y" TO ws-scan-orig-flag
              WHEN "V"
                 MOVE "Y" TO ws-scan-void-flag
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       take-history-figures.
           IF AH-PERIOD-GROSS NUMERIC
              AND AH-FED-TAX NUMERIC
              AND AH-STATE-TAX NUMERIC
              AND AH-SS-TAX NUMERIC
              AND AH-MED-TAX NUMERIC
              AND AH-DEDUCTIONS NUMERIC
              AND AH-PERIOD-NET NUMERIC
              MOVE AH-PERIOD-GROSS TO ws-var-scan (1)
              MOVE AH-FED-TAX      TO ws-var-scan (2)
              MOVE AH-STATE-TAX    TO ws-var-scan (3)
              COMPUTE ws-var-scan (4) = AH-SS-TAX + AH-MED-TAX
              END-COMPUTE
              MOVE AH-DEDUCTIONS   TO ws-var-scan (5)
              MOVE AH-PERIOD-NET   TO ws-var-scan (6)
           ELSE
              PERFORM VARYING vr-idx FROM 1 BY 1 UNTIL vr-idx > 6
                 MOVE ZERO TO ws-var-scan (vr-idx)
              END-PERFORM
           END-IF
           .
       settle-scanned-period.
           IF ws-scan-period-end > ZERO
              AND (scan-adjusted
                   OR (scan-original AND NOT scan-voided))
              MOVE "Y" TO ws-prior-found-flag
              MOVE ws-scan-period-end TO ws-prior-period-end
              PERFORM VARYING vr-idx FROM 1 BY 1 UNTIL vr-idx > 6
                 MOVE ws-var-scan (vr-idx) TO ws-var-prior (vr-idx)
              END-PERFORM
           END-IF
           .
      * The void's reversal, as the "V" register line carries it.
       write-variance-void.
           ADD 1 TO ws-var-void-count
           COMPUTE ws-var-current (1) = ZERO - emp-orig-gross
           END-COMPUTE
           COMPUTE ws-var-current (2) = ZERO - emp-orig-fed-tax
           END-COMPUTE
           COMPUTE ws-var-current (3) = ZERO - emp-orig-state-tax
           END-COMPUTE
           COMPUTE ws-var-current (4)
                 = ZERO - (ws-orig-ss-tax + ws-orig-med-tax)
           END-COMPUTE
           COMPUTE ws-var-current (6) = ZERO - emp-orig-net
           END-COMPUTE
           COMPUTE ws-var-current (5)
                 = ws-var-current (1) - ws-var-current (2)
                   - ws-var-current (3) - ws-var-current (4)
                   - ws-var-current (6)
           END-COMPUTE
           PERFORM start-variance-line
           MOVE "VOID" TO ws-vd-label
           PERFORM VARYING vr-idx FROM 1 BY 1 UNTIL vr-idx > 6
              MOVE ws-var-current (vr-idx) TO ws-vd-amount (vr-idx)
           END-PERFORM
           PERFORM write-variance-line
           MOVE "** VOID - PERIOD REVERSED, NOTHING RE-PAID"
                TO ws-vn-text
           PERFORM write-variance-note
           PERFORM write-variance-blank
           .
       write-variance-reject.
           ADD 1 TO ws-var-reject-count
           PERFORM start-variance-line
           MOVE "REJECT" TO ws-vd-label
           PERFORM write-variance-line
           MOVE SPACES TO ws-vn-text
           STRING "** REJECTED - REASON " DELIMITED BY SIZE
                  ws-reason-code          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ws-reason-text          DELIMITED BY SIZE
                  INTO ws-vn-text
           END-STRING
           PERFORM write-variance-note
           PERFORM write-variance-blank
           .
      * Employee id, name and the card's period on a cleared line.
       start-variance-line.
           MOVE SPACES TO ws-var-detail-line
           MOVE emp-id TO ws-vd-emp-id
           IF emp-lname NOT = SPACES
              STRING emp-lname DELIMITED BY "  "
                     ", "      DELIMITED BY SIZE
                     emp-fname DELIMITED BY "  "
                     INTO ws-vd-name
              END-STRING
           END-IF
           MOVE emp-pay-period-end TO ws-vd-period
           .
       write-variance-line.
           MOVE ws-var-detail-line TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           .
       write-variance-note.
           MOVE ws-var-note-line TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           .
       write-variance-blank.
           MOVE SPACES TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           .
      * Every active hourly employee on a frequency this run pays
      * should have sent a card; the master is swept for any who
      * did not. A leave-of-absence or terminated employee is not
      * expected, and a salaried employee is paid without one.
      * The report closes with its counts and the sign-off line.
       finish-variance-report.
           IF seen-table-full
              MOVE "** OVER 9999 CARDS - MISSING TIMESHEETS NOT CHECKED"
                   TO ws-vn-text
              PERFORM write-variance-note
              MOVE "** SALARIED EMPLOYEES WITHOUT A CARD NOT PAID"
                   TO ws-vn-text
              PERFORM write-variance-note
           ELSE
              PERFORM check-missing-timesheets
           END-IF
           PERFORM write-variance-blank
           MOVE "TRIAL RUN VARIANCE TOTALS" TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           MOVE "EMPLOYEES PAID AND COMPARED" TO ws-vc-label
           MOVE ws-var-compared TO ws-vc-value
           PERFORM write-variance-count-line
           MOVE "CHANGES OVER TOLERANCE" TO ws-vc-label
           MOVE ws-var-over-count TO ws-vc-value
           PERFORM write-variance-count-line
           MOVE "NEW HIRES - NO EARLIER PAY" TO ws-vc-label
           MOVE ws-var-new-count TO ws-vc-value
           PERFORM write-variance-count-line
           MOVE "ZERO NET PAY" TO ws-vc-label
           MOVE ws-var-zero-net-count TO ws-vc-value
           PERFORM write-variance-count-line
           MOVE "VOIDS" TO ws-vc-label
           MOVE ws-var-void-count TO ws-vc-value
           PERFORM write-variance-count-line
           MOVE "CARDS REJECTED" TO ws-vc-label
           MOVE ws-var-reject-count TO ws-vc-value
           PERFORM write-variance-count-line
           MOVE "ACTIVE EMPLOYEES WITH NO TIMESHEET" TO ws-vc-label
           MOVE ws-var-missing-count TO ws-vc-value
           PERFORM write-variance-count-line
           PERFORM write-variance-blank
           PERFORM write-variance-blank
           MOVE "REVIEWED AND APPROVED FOR LIVE RUN: "
                TO VARIANCE-RPT-RECORD
           MOVE "______________________________  DATE: __________"
                TO VARIANCE-RPT-RECORD (37:48)
           WRITE VARIANCE-RPT-RECORD
           .
       write-variance-count-line.
           MOVE ws-var-count-line TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD
           .
       check-missing-timesheets.
           MOVE LOW-VALUES TO EM-EMP-ID
           MOVE "N" TO ws-em-eof-flag
           START EMP-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
               INVALID KEY MOVE "Y" TO ws-em-eof-flag
           END-START
           PERFORM UNTIL master-scan-done
              READ EMP-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-em-eof-flag
                 NOT AT END
                    PERFORM check-one-master-timesheet
              END-READ
           END-PERFORM
           .
       check-one-master-timesheet.
           MOVE "N" TO ws-period-found-flag
           IF em-status-active AND em-pay-hourly
              PERFORM VARYING pc-idx FROM 1 BY 1
                      UNTIL pc-idx > ws-open-period-count
                 IF ws-open-frequency (pc-idx) = EM-PAY-FREQUENCY
                    MOVE "Y" TO ws-period-found-flag
                    MOVE ws-open-period-end (pc-idx)
                         TO ws-missing-period-end
                 END-IF
              END-PERFORM
           END-IF
           IF open-period-found
              MOVE EM-EMP-ID TO ws-seen-key
              PERFORM find-timesheet-seen
              IF NOT timesheet-seen
                 ADD 1 TO ws-var-missing-count
                 MOVE SPACES TO ws-var-detail-line
                 MOVE EM-EMP-ID TO ws-vd-emp-id
                 STRING EM-LNAME DELIMITED BY "  "
                        ", "     DELIMITED BY SIZE
                        EM-FNAME DELIMITED BY "  "
                        INTO ws-vd-name
                 END-STRING
                 MOVE "NO CARD" TO ws-vd-label
                 MOVE ws-missing-period-end TO ws-vd-period
                 PERFORM write-variance-line
                 MOVE "** ACTIVE ON MASTER, NO TIMESHEET - NOT PAID"
                      TO ws-vn-text
                 PERFORM write-variance-note
                 PERFORM write-variance-blank
              END-IF
           END-IF
           .
       close-all-files.
           CLOSE EMP-TIMESHEET-FILE
           IF trial-run
              CLOSE PREVIEW-REG-FILE
              CLOSE VARIANCE-RPT-FILE
           ELSE
              CLOSE PAY-REGISTER-FILE
              CLOSE DEPT-SUMMARY-FILE
              CLOSE EXCEPTION-FILE
              CLOSE RESTART-FILE
              CLOSE DEDUCTION-RPT-FILE
              CLOSE GL-EXTRACT-FILE
           END-IF
           IF ytd-file-open
              CLOSE YTD-FILE
           END-IF
           IF qtd-file-open
              CLOSE QTD-FILE
           END-IF
           IF qtr-ctl-open
              CLOSE QTR-CTL-FILE
           END-IF
           CLOSE EMP-MASTER-FILE
           IF rate-file-open
              CLOSE RATE-HISTORY-FILE
           END-IF
           IF leave-file-open
              CLOSE LEAVE-FILE
           END-IF
           IF deduction-file-open
              CLOSE DEDUCTION-FILE
           END-IF
           IF ded-ledger-open
              CLOSE DED-LEDGER-FILE
           END-IF
           IF tax-liab-open
              CLOSE TAX-LIAB-FILE
           END-IF
           CLOSE PERIOD-CTL-FILE
           IF correction-log-open
              CLOSE CORRECTION-LOG-FILE
           END-IF
           IF pay-history-open
              CLOSE PAY-HISTORY-FILE
              MOVE "N" TO ws-ah-open-flag
           END-IF
           .
      * Only an in-balance run reaches here: the run's register,
      * just closed, is read back and every line filed into the
