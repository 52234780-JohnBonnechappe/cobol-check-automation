      *  Summary:      Closes a calendar quarter: refuses to run
      *                while the period control still shows any pay
      *                period of that quarter open, prints the 941
      *                worksheet (gross pay, wages after pre-tax
      *                deductions, federal withholding,
      *                FICA figures, and the per-employee quarterly
      *                detail) and the state unemployment wage and
      *                contribution report (total, excess and
      *                taxable wages and the SUTA accrued, checked
      *                against the experience rate, with the
      *                quarter's FUTA beside it) from the quarterly
      *                buckets EMPPAY posts, and locks the quarter
      *                so no later correction can move money into a
      *                filed quarter.
      ************************************************
      *
       PROGRAM-ID. EMPQTRND.
               ASSIGN TO "F941WKS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-wk-file-status.
           SELECT TAX-TABLE-FILE
               ASSIGN TO "EMPTAXTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tx-file-status.
           SELECT SUTA-RPT-FILE
               ASSIGN TO "SUTAQTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-su-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Input copy of EMPPAY's PERIOD-CTL-RECORD - the two layouts
              10 PC-PERIOD-END      PIC 9(8).
           05 PC-STATUS             PIC X(1).
              88 period-closed      VALUE "C".
           05 PC-PAY-DATE           PIC 9(8).
           05 FILLER                PIC X(22).

      * Input copy of EMPPAY's QTD-RECORD - the two layouts must be
      * changed together.
           05 QT-SS-TAX             PIC 9(9)V99.
           05 QT-MED-WAGES          PIC 9(9)V99.
           05 QT-MED-TAX            PIC 9(9)V99.
           05 QT-FIT-WAGES          PIC 9(9)V99.
           05 QT-FUTA-WAGES         PIC 9(9)V99.
           05 QT-FUTA-TAX           PIC 9(9)V99.
           05 QT-SUTA-WAGES         PIC 9(9)V99.
           05 QT-SUTA-TAX           PIC 9(9)V99.

      * I-O copy of EMPPAY's QTR-CTL-RECORD - the two layouts must
      * be changed together.
           RECORD CONTAINS 132 CHARACTERS.
       01  WORKSHEET-RECORD         PIC X(132).

      * Input copy of EMPPAY's tax table; only the "U" "S" line is
      * used here, for the SUTA experience rate and wage base. See
      * EMPPAY for the full layout.
       FD  TAX-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-TABLE-RECORD.
           05 TX-REC-TYPE           PIC X(1).
           05 TX-JURISDICTION       PIC X(1).
           05 FILLER                PIC X(1).
           05 TF-RATE               PIC V9(5).
           05 TF-WAGE-BASE          PIC 9(7)V99.
           05 FILLER                PIC X(63).

       FD  SUTA-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SUTA-RPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       77 emp-qtr-counter       PIC 9(6).

           05 ws-qt-file-status    PIC XX.
           05 ws-qc-file-status    PIC XX.
           05 ws-wk-file-status    PIC XX.
           05 ws-tx-file-status    PIC XX.
           05 ws-su-file-status    PIC XX.

       01  ws-flags.
           05 ws-pc-eof-flag          PIC X VALUE "N".
              88 end-of-qtd           VALUE "Y".
           05 ws-qc-found-flag        PIC X VALUE "N".
              88 qtr-ctl-found        VALUE "Y".
           05 ws-tx-eof-flag          PIC X VALUE "N".
              88 tax-table-eof        VALUE "Y".

       01  ws-close-year           PIC 9(4).
       01  ws-close-year-x REDEFINES ws-close-year

       01  ws-qtr-totals.
           05 ws-total-gross       PIC 9(11)V99 VALUE ZERO.
           05 ws-total-fit-wages   PIC 9(11)V99 VALUE ZERO.
           05 ws-total-fed-tax     PIC 9(11)V99 VALUE ZERO.
           05 ws-total-state-tax   PIC 9(11)V99 VALUE ZERO.
           05 ws-total-ss-wages    PIC 9(11)V99 VALUE ZERO.
           05 ws-total-med-wages   PIC 9(11)V99 VALUE ZERO.
           05 ws-total-med-tax     PIC 9(11)V99 VALUE ZERO.

      * The state unemployment report. Total wages are the FICA
      * wage (QT-MED-WAGES) - the wage SUTA is figured on before
      * the base cuts it off - and the excess is what the base cut
      * off. The contribution accrued run by run, rounded per
      * employee per run, is proved against the quarter's taxable
      * wages at the experience rate; a difference beyond pennies
      * means the rate changed mid-quarter or a bucket is wrong.
       01  ws-suta-fields.
           05 ws-suta-rate         PIC V9(5) VALUE ZERO.
           05 ws-suta-wage-base    PIC 9(7)V99 VALUE ZERO.
           05 ws-suta-rate-pct     PIC 9(3)V999.
           05 ws-suta-excess       PIC S9(9)V99.
           05 ws-suta-total-wages  PIC 9(11)V99 VALUE ZERO.
           05 ws-suta-total-excess PIC S9(11)V99 VALUE ZERO.
           05 ws-suta-total-taxable PIC 9(11)V99 VALUE ZERO.
           05 ws-suta-total-tax    PIC 9(11)V99 VALUE ZERO.
           05 ws-suta-tax-at-rate  PIC 9(11)V99.
           05 ws-suta-difference   PIC S9(11)V99.
           05 ws-futa-total-wages  PIC 9(11)V99 VALUE ZERO.
           05 ws-futa-total-tax    PIC 9(11)V99 VALUE ZERO.

       01  ws-heading-line.
           05 FILLER               PIC X(25)
              VALUE "FORM 941 WORKSHEET".

       01  ws-col-line.
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(16) VALUE "           WAGES".
           05 FILLER               PIC X(16) VALUE "         FED TAX".
           05 FILLER               PIC X(16) VALUE "       STATE TAX".
           05 FILLER               PIC X(16) VALUE "        SS WAGES".
       01  ws-detail-line.
           05 ws-dt-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dt-wages          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dt-fed-tax        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-tl-amount         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(83) VALUE SPACES.

       01  ws-suta-heading-line.
           05 FILLER               PIC X(40)
              VALUE "STATE UNEMPLOYMENT WAGE REPORT".
           05 FILLER               PIC X(5) VALUE "YEAR ".
           05 ws-sh-year           PIC 9(4).
           05 FILLER               PIC X(9) VALUE "  QUARTER".
           05 ws-sh-quarter        PIC Z9.
           05 FILLER               PIC X(72) VALUE SPACES.

       01  ws-suta-rate-line.
           05 FILLER               PIC X(18)
              VALUE "CONTRIBUTION RATE ".
           05 ws-sr-rate-pct       PIC ZZ9.999.
           05 FILLER               PIC X(22)
              VALUE "%   TAXABLE WAGE BASE ".
           05 ws-sr-wage-base      PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(73) VALUE SPACES.

       01  ws-suta-col-line.
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(16) VALUE "     TOTAL WAGES".
           05 FILLER               PIC X(16) VALUE "    EXCESS WAGES".
           05 FILLER               PIC X(16) VALUE "   TAXABLE WAGES".
           05 FILLER               PIC X(16) VALUE "    CONTRIBUTION".
           05 FILLER               PIC X(60) VALUE SPACES.

       01  ws-suta-detail-line.
           05 ws-sd-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-sd-total-wages    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-sd-excess-wages   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-sd-taxable-wages  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-sd-contribution   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(62) VALUE SPACES.

       01  ws-suta-total-line.
           05 ws-st-label          PIC X(32).
           05 ws-st-amount         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPQTRND Version 1.0"

           PERFORM initialization
           PERFORM print-worksheet
           PERFORM print-suta-report
           PERFORM lock-quarter

           PERFORM termination
                      ws-wk-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT SUTA-RPT-FILE
           IF ws-su-file-status NOT = "00"
              DISPLAY "ERROR OPENING SUTA-RPT-FILE: "
                      ws-su-file-status
              STOP RUN
           END-IF
           PERFORM load-suta-rate
           .
      * The tax table is the payroll's own, so a missing table is
      * fatal here as it is in EMPPAY. A table with no "U" "S" line
      * still closes the quarter; the rate proof just shows it.
       load-suta-rate.
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
                    IF TX-REC-TYPE = "U"
                       AND TX-JURISDICTION = "S"
                       MOVE TF-RATE      TO ws-suta-rate
                       MOVE TF-WAGE-BASE TO ws-suta-wage-base
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TAX-TABLE-FILE
           IF ws-suta-wage-base = ZERO
              DISPLAY "NO SUTA RATE ON TAX-TABLE-FILE"
           END-IF
           .
      * The quarter may not close while any of its pay periods is
      * still "O" or "P" on the period control - that run's money

           MOVE SPACES TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           MOVE "GROSS PAY THIS QUARTER" TO ws-tl-label
           MOVE ws-total-gross TO ws-tl-amount
           PERFORM write-total-line
           MOVE "TOTAL WAGES THIS QUARTER" TO ws-tl-label
           MOVE ws-total-fit-wages TO ws-tl-amount
           PERFORM write-total-line
           MOVE "FEDERAL TAX WITHHELD" TO ws-tl-label
           MOVE ws-total-fed-tax TO ws-tl-amount
           PERFORM write-total-line
           MOVE ws-total-med-tax TO ws-tl-amount
           PERFORM write-total-line
           .
      * The wage column is what federal withholding was figured
      * on - gross less the pre-tax deductions - which is the
      * 941's wages figure; gross pay is totalled alongside it.
       write-employee-detail.
           ADD 1 TO emp-qtr-counter
           MOVE QT-EMP-ID    TO ws-dt-emp-id
           MOVE QT-FIT-WAGES TO ws-dt-wages
           MOVE QT-FED-TAX   TO ws-dt-fed-tax
           MOVE QT-STATE-TAX TO ws-dt-state-tax
           MOVE QT-SS-WAGES  TO ws-dt-ss-wages
           MOVE QT-MED-WAGES TO ws-dt-med-wages
           MOVE QT-MED-TAX   TO ws-dt-med-tax
           ADD QT-GROSS     TO ws-total-gross
           ADD QT-FIT-WAGES TO ws-total-fit-wages
           ADD QT-FED-TAX   TO ws-total-fed-tax
           ADD QT-STATE-TAX TO ws-total-state-tax
           ADD QT-SS-WAGES  TO ws-total-ss-wages
           ADD QT-MED-TAX   TO ws-total-med-tax
           MOVE ws-detail-line TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           PERFORM write-suta-detail
           .
       write-total-line.
           MOVE ws-total-line TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           .
      * The state report's detail is gathered while the 941 pass
      * reads the quarter, so the QTD file is read once; the
      * heading goes out first and the totals after.
       write-suta-detail.
           IF emp-qtr-counter = 1
              PERFORM write-suta-heading
           END-IF
           COMPUTE ws-suta-excess = QT-MED-WAGES - QT-SUTA-WAGES
           END-COMPUTE
           MOVE QT-EMP-ID     TO ws-sd-emp-id
           MOVE QT-MED-WAGES  TO ws-sd-total-wages
           MOVE ws-suta-excess TO ws-sd-excess-wages
           MOVE QT-SUTA-WAGES TO ws-sd-taxable-wages
           MOVE QT-SUTA-TAX   TO ws-sd-contribution
           ADD QT-MED-WAGES   TO ws-suta-total-wages
           ADD ws-suta-excess TO ws-suta-total-excess
           ADD QT-SUTA-WAGES  TO ws-suta-total-taxable
           ADD QT-SUTA-TAX    TO ws-suta-total-tax
           ADD QT-FUTA-WAGES  TO ws-futa-total-wages
           ADD QT-FUTA-TAX    TO ws-futa-total-tax
           MOVE ws-suta-detail-line TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           .
       write-suta-heading.
           MOVE ws-close-year    TO ws-sh-year
           MOVE ws-close-quarter TO ws-sh-quarter
           MOVE ws-suta-heading-line TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           COMPUTE ws-suta-rate-pct = ws-suta-rate * 100
           END-COMPUTE
           MOVE ws-suta-rate-pct  TO ws-sr-rate-pct
           MOVE ws-suta-wage-base TO ws-sr-wage-base
           MOVE ws-suta-rate-line TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           MOVE SPACES TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           MOVE ws-suta-col-line TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           .
       print-suta-report.
           IF emp-qtr-counter = ZERO
              PERFORM write-suta-heading
           END-IF
           COMPUTE ws-suta-tax-at-rate ROUNDED
                 = ws-suta-total-taxable * ws-suta-rate
           END-COMPUTE
           COMPUTE ws-suta-difference
                 = ws-suta-total-tax - ws-suta-tax-at-rate
           END-COMPUTE
           MOVE SPACES TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           MOVE "TOTAL WAGES" TO ws-st-label
           MOVE ws-suta-total-wages TO ws-st-amount
           PERFORM write-suta-total-line
           MOVE "EXCESS WAGES OVER WAGE BASE" TO ws-st-label
           MOVE ws-suta-total-excess TO ws-st-amount
           PERFORM write-suta-total-line
           MOVE "TAXABLE WAGES" TO ws-st-label
           MOVE ws-suta-total-taxable TO ws-st-amount
           PERFORM write-suta-total-line
           MOVE "CONTRIBUTIONS ACCRUED" TO ws-st-label
           MOVE ws-suta-total-tax TO ws-st-amount
           PERFORM write-suta-total-line
           MOVE "CONTRIBUTIONS DUE AT RATE" TO ws-st-label
           MOVE ws-suta-tax-at-rate TO ws-st-amount
           PERFORM write-suta-total-line
           MOVE "ROUNDING DIFFERENCE" TO ws-st-label
           MOVE ws-suta-difference TO ws-st-amount
           PERFORM write-suta-total-line
           MOVE SPACES TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           MOVE "FUTA TAXABLE WAGES THIS QUARTER" TO ws-st-label
           MOVE ws-futa-total-wages TO ws-st-amount
           PERFORM write-suta-total-line
           MOVE "FUTA TAX ACCRUED THIS QUARTER" TO ws-st-label
           MOVE ws-futa-total-tax TO ws-st-amount
           PERFORM write-suta-total-line
           .
       write-suta-total-line.
           MOVE ws-suta-total-line TO SUTA-RPT-RECORD
           WRITE SUTA-RPT-RECORD
           .
      * Marking the quarter "C" is what locks it: EMPPAY rejects
      * any correction card naming a period inside a closed
      * quarter. Re-running the close reprints the worksheet and
           CLOSE QTD-FILE
           CLOSE QTR-CTL-FILE
           CLOSE WORKSHEET-FILE
           CLOSE SUTA-RPT-FILE
           DISPLAY "Employees on worksheet: " emp-qtr-counter
           DISPLAY "QUARTER " ws-close-quarter " OF "
                   ws-close-year " CLOSED"
