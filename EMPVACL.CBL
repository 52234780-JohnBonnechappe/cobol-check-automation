       IDENTIFICATION DIVISION.
      ************************************************
      *  Program ID:   EMPVACL
      *  Program name: Value accrued vacation liability.
      *  Summary:      Values every employee's banked vacation
      *                hours on EMPLEAVE.DAT at the rate in effect
      *                at the month end - the latest EMPRATE.DAT
      *                record on or before it, or EM-HOURLY-RATE
      *                when there is no history (for a salaried
      *                employee always EM-HOURLY-RATE, the
      *                salary's hourly equivalent). The valuation
      *                is kept on VACVAL.DAT by month and printed
      *                by department with employee detail beside
      *                last month's, with any vacation paid out at
      *                final pay during the month shown as
      *                liability relieved. A GL journal in the
      *                EMPGL.DAT layout books the month's change
      *                in the liability by department.
      ************************************************
      *
       PROGRAM-ID. EMPVACL.
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
           SELECT LEAVE-FILE
               ASSIGN TO "EMPLEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS ws-lv-file-status.
           SELECT EMP-MASTER-FILE
               ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS ws-em-file-status.
           SELECT RATE-HISTORY-FILE
               ASSIGN TO "EMPRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS ws-rh-file-status.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS ws-ah-file-status.
           SELECT VAC-VALUE-FILE
               ASSIGN TO "VACVAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VV-KEY
               FILE STATUS IS ws-vv-file-status.
           SELECT GL-MAP-FILE
               ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gm-file-status.
           SELECT VAC-RPT-FILE
               ASSIGN TO "VACLIAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-vr-file-status.
           SELECT GL-EXTRACT-FILE
               ASSIGN TO "VACGL.DAT"
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

      * Input copy of EMPPAY's LEAVE-RECORD - the two layouts must
      * be changed together.
       FD  LEAVE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LEAVE-RECORD.
           05 LV-EMP-ID             PIC X(6).
           05 LV-VAC-BALANCE        PIC 9(3)V99.
           05 LV-SICK-BALANCE       PIC 9(3)V99.
           05 LV-VAC-ACCRUAL        PIC 9V99.
           05 LV-SICK-ACCRUAL       PIC 9V99.
           05 FILLER                PIC X(18).

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
           05 EM-TERM-DATE          PIC 9(8).
           05 EM-PAY-TYPE           PIC X(1).
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

      * Input copy of EMPPAY's RATE-HISTORY-RECORD - the layouts
      * must be changed together.
       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05 RH-KEY.
              10 RH-EMP-ID          PIC X(6).
              10 RH-EFF-DATE        PIC 9(8).
           05 RH-HOURLY-RATE        PIC 9(3)V99.

      * Input copy of EMPPAY's PAY-HISTORY-RECORD - the register
      * line as archived, keyed by employee, period and line type.
      * PAY-HISTORY-PAYOUT-VIEW lays the register's hourly rate
      * and final-pay vacation hours over the image; it must move
      * with EMPPAY's PAY-REG-RECORD.
       FD  PAY-HISTORY-FILE
           RECORD CONTAINS 315 CHARACTERS.
       01  PAY-HISTORY-RECORD.
           05 AH-KEY.
              10 AH-EMP-ID          PIC X(6).
              10 AH-PERIOD-END      PIC 9(8).
              10 AH-REC-TYPE        PIC X(1).
           05 AH-REG-IMAGE          PIC X(300).
       01  PAY-HISTORY-PAYOUT-VIEW.
           05 FILLER                PIC X(15).
           05 FILLER                PIC X(46).
           05 AH-HOURLY-RATE        PIC 9(3)V99.
           05 FILLER                PIC X(120).
           05 AH-FINAL-PAY-FLAG     PIC X(1).
           05 AH-FINAL-VAC-HOURS    PIC 9(3)V99.
           05 FILLER                PIC X(123).

      * One record per employee per month valued, so each run has
      * the latest earlier month's figures - normally last month's
      * - to compare with and book against. A rerun for the same
      * month replaces that month's records.
       FD  VAC-VALUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VAC-VALUE-RECORD.
           05 VV-KEY.
              10 VV-MONTH           PIC 9(6).
              10 VV-EMP-ID          PIC X(6).
           05 VV-DEPT               PIC X(4).
           05 VV-VAC-HOURS          PIC 9(3)V99.
           05 VV-RATE               PIC 9(3)V99.
           05 VV-VALUE              PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 VV-RELIEVED           PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 VV-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(26).

      * Input copy of EMPPAY's GL-MAP-RECORD - the two layouts must
      * be changed together. This program books to the "W"
      * accrued vacation liability, which is required, and the
      * "Y" vacation accrual expense, which falls back to the "L"
      * labor expense account the payouts themselves book to.
       FD  GL-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-MAP-RECORD.
           05 GM-MAP-TYPE           PIC X(1).
           05 GM-DED-TYPE           PIC X(3).
           05 GM-ACCOUNT            PIC X(6).
           05 FILLER                PIC X(70).

       FD  VAC-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VAC-RPT-RECORD           PIC X(132).

      * Same layout as EMPPAY's GL-EXTRACT-RECORD: debits positive,
      * credits negative, one expense and one liability line per
      * department whose liability moved.
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
       77 valued-counter        PIC 9(6).

       01  ws-file-statuses.
           05 ws-pc-file-status    PIC XX.
           05 ws-lv-file-status    PIC XX.
           05 ws-em-file-status    PIC XX.
           05 ws-rh-file-status    PIC XX.
           05 ws-ah-file-status    PIC XX.
           05 ws-vv-file-status    PIC XX.
           05 ws-gm-file-status    PIC XX.
           05 ws-vr-file-status    PIC XX.
           05 ws-gl-file-status    PIC XX.

       01  ws-flags.
           05 ws-pc-eof-flag          PIC X VALUE "N".
              88 period-ctl-eof       VALUE "Y".
           05 ws-lv-eof-flag          PIC X VALUE "N".
              88 leave-file-eof       VALUE "Y".
           05 ws-rh-eof-flag          PIC X VALUE "N".
              88 rate-scan-done       VALUE "Y".
           05 ws-ah-eof-flag          PIC X VALUE "N".
              88 history-scan-done    VALUE "Y".
           05 ws-vv-eof-flag          PIC X VALUE "N".
              88 value-scan-done      VALUE "Y".
           05 ws-gm-eof-flag          PIC X VALUE "N".
              88 gl-map-eof           VALUE "Y".
           05 ws-rh-open-flag         PIC X VALUE "N".
              88 rate-history-open    VALUE "Y".
           05 ws-ah-open-flag         PIC X VALUE "N".
              88 pay-history-open     VALUE "Y".
           05 ws-master-found-flag    PIC X VALUE "N".
              88 master-record-found  VALUE "Y".
           05 ws-prior-found-flag     PIC X VALUE "N".
              88 prior-value-found    VALUE "Y".
           05 ws-scan-adj-flag        PIC X VALUE "N".
              88 scan-adjusted        VALUE "Y".
           05 ws-scan-orig-flag       PIC X VALUE "N".
              88 scan-original        VALUE "Y".
           05 ws-scan-void-flag       PIC X VALUE "N".
              88 scan-voided          VALUE "Y".

       01  ws-run-date             PIC 9(8).

      * The month valued, keyed by the operator, and the month end
      * the rates are taken at. The prior month is the latest month
      * valued before it - the balance the GL last had booked - and
      * is the one the change is measured from, even when a month
      * end was skipped in between. Zero means none is on file.
       01  ws-month-fields.
           05 ws-val-month-x       PIC X(6).
           05 ws-val-month REDEFINES ws-val-month-x
                                   PIC 9(6).
           05 ws-val-month-parts REDEFINES ws-val-month-x.
              10 ws-val-yyyy       PIC 9(4).
              10 ws-val-mm         PIC 9(2).
           05 ws-prior-month       PIC 9(6).
           05 ws-val-date          PIC 9(8).
           05 ws-next-month-start  PIC 9(8).
           05 ws-next-month-parts REDEFINES ws-next-month-start.
              10 ws-nm-yyyy        PIC 9(4).
              10 ws-nm-mm          PIC 9(2).
              10 ws-nm-dd          PIC 9(2).
           05 ws-date-int          PIC 9(7).

      * Accounts loaded from GL-MAP-FILE at initialization.
       01  ws-gl-accounts.
           05 ws-gl-liab-acct      PIC X(6) VALUE SPACES.
           05 ws-gl-expense-acct   PIC X(6) VALUE SPACES.
           05 ws-gl-labor-acct     PIC X(6) VALUE SPACES.

       01  ws-gl-line.
           05 ws-gl-line-acct      PIC X(6).
           05 ws-gl-line-cc        PIC X(4).
           05 ws-gl-line-amount    PIC S9(7)V99.
           05 ws-gl-debit-total    PIC S9(9)V99 VALUE ZERO.
           05 ws-gl-credit-total   PIC S9(9)V99 VALUE ZERO.

      * The employee being valued.
       01  ws-emp-fields.
           05 ws-emp-id            PIC X(6).
           05 ws-emp-name          PIC X(30).
           05 ws-emp-dept          PIC X(4).
           05 ws-emp-rate          PIC 9(3)V99.
           05 ws-emp-hours         PIC 9(3)V99.
           05 ws-emp-value         PIC S9(7)V99.
           05 ws-emp-relieved      PIC S9(7)V99.
           05 ws-emp-prior-value   PIC S9(7)V99.
           05 ws-emp-prior-dept    PIC X(4).
           05 ws-emp-note          PIC X(1).

      * The operative pay-history line for a period is the "A"
      * ahead of the "O", and a period voided with no adjustment
      * was never paid - the rule EMPPAY's variance report uses.
       01  ws-payout-scan.
           05 ws-scan-period-end   PIC 9(8).
           05 ws-scan-payout       PIC S9(7)V99.

      * The prior month's valuation, loaded in key order so it can be
      * searched by employee. pv-matched marks an employee found
      * again this month; those left unmatched have left the
      * leave file and their whole balance comes off.
       01  ws-prior-table.
           05 ws-prior-count       PIC 9(4) VALUE ZERO.
           05 ws-prior-entry OCCURS 1 TO 9999 TIMES
                 DEPENDING ON ws-prior-count
                 ASCENDING KEY IS ws-pv-emp-id
                 INDEXED BY pv-idx.
              10 ws-pv-emp-id      PIC X(6).
              10 ws-pv-dept        PIC X(4).
              10 ws-pv-value       PIC S9(7)V99.
              10 ws-pv-matched     PIC X(1).

      * One report line per employee per department. An employee
      * who changed department since last month has a line under
      * each, so every department's lines foot to what its cost
      * center is booked. ws-dt-note:
      *   "N" new this month - nothing valued last month
      *   "T" transferred in     "O" transferred out
      *   "G" gone from the leave file since last month
      *   "M" not on the employee master
       01  ws-detail-table.
           05 ws-detail-count      PIC 9(5) VALUE ZERO.
           05 ws-detail-entry OCCURS 1 TO 19998 TIMES
                 DEPENDING ON ws-detail-count
                 INDEXED BY dt-idx.
              10 ws-dt-emp-id      PIC X(6).
              10 ws-dt-name        PIC X(30).
              10 ws-dt-dept        PIC X(4).
              10 ws-dt-hours       PIC 9(3)V99.
              10 ws-dt-rate        PIC 9(3)V99.
              10 ws-dt-value       PIC S9(7)V99.
              10 ws-dt-prior       PIC S9(7)V99.
              10 ws-dt-relieved    PIC S9(7)V99.
              10 ws-dt-note        PIC X(1).

      * Department totals, kept in department order as they are
      * added so the report and journal come out sorted.
       01  ws-dept-table.
           05 ws-dept-count        PIC 9(3) VALUE ZERO.
           05 ws-dept-entry OCCURS 200 TIMES INDEXED BY dp-idx.
              10 ws-dp-code        PIC X(4).
              10 ws-dp-count       PIC 9(5).
              10 ws-dp-value       PIC S9(9)V99.
              10 ws-dp-prior       PIC S9(9)V99.
              10 ws-dp-relieved    PIC S9(9)V99.
           05 ws-dp-move           PIC 9(3).
           05 ws-dp-found-flag     PIC X VALUE "N".
              88 dept-entry-found  VALUE "Y".

       01  ws-totals.
           05 ws-tot-value         PIC S9(9)V99 VALUE ZERO.
           05 ws-tot-prior         PIC S9(9)V99 VALUE ZERO.
           05 ws-tot-relieved      PIC S9(9)V99 VALUE ZERO.
           05 ws-tot-change        PIC S9(9)V99 VALUE ZERO.
           05 ws-tot-accrual       PIC S9(9)V99 VALUE ZERO.
           05 ws-dept-change       PIC S9(9)V99.

       01  ws-heading-line.
           05 FILLER               PIC X(34)
              VALUE "ACCRUED VACATION LIABILITY".
           05 FILLER               PIC X(6)  VALUE "MONTH ".
           05 ws-hd-month          PIC 9(6).
           05 FILLER               PIC X(13) VALUE "  RATES AS OF".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 ws-hd-val-date       PIC 9(8).
           05 FILLER               PIC X(17) VALUE "  COMPARED WITH ".
           05 ws-hd-prior-month    PIC 9(6).
           05 FILLER               PIC X(11) VALUE "  RUN DATE ".
           05 ws-hd-run-date       PIC 9(8).
           05 FILLER               PIC X(22) VALUE SPACES.

       01  ws-dept-head-line.
           05 FILLER               PIC X(11) VALUE "DEPARTMENT ".
           05 ws-dh-dept           PIC X(4).
           05 FILLER               PIC X(117) VALUE SPACES.

       01  ws-col-line.
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(31) VALUE "NAME".
           05 FILLER               PIC X(8)  VALUE "  HOURS ".
           05 FILLER               PIC X(8)  VALUE "   RATE ".
           05 FILLER               PIC X(15) VALUE "    THIS MONTH ".
           05 FILLER               PIC X(15) VALUE "    LAST MONTH ".
           05 FILLER               PIC X(15) VALUE "        CHANGE ".
           05 FILLER               PIC X(15) VALUE "  FINAL PAYOUT ".
           05 FILLER               PIC X(17) VALUE "NOTE".

       01  ws-detail-line.
           05 ws-dl-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-name           PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-dl-hours          PIC ZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-dl-rate           PIC ZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ws-dl-value          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-prior          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-change         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-relieved       PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-note           PIC X(17).

       01  ws-dept-total-line.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dtl-label         PIC X(36).
           05 ws-dtl-count         PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE " EMPLOYEES".
           05 ws-dtl-value         PIC ZZZ,ZZZ,ZZ9.99-.
           05 ws-dtl-prior         PIC ZZZ,ZZZ,ZZ9.99-.
           05 ws-dtl-change        PIC ZZZ,ZZZ,ZZ9.99-.
           05 ws-dtl-relieved      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(19) VALUE SPACES.

       01  ws-section-line.
           05 ws-sc-title          PIC X(60).
           05 FILLER               PIC X(72) VALUE SPACES.

       01  ws-total-line.
           05 ws-tl-label          PIC X(40).
           05 ws-tl-amount         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPVACL Version 1.0"

           PERFORM initialization
           PERFORM load-prior-valuation
           PERFORM clear-month-valuation
           PERFORM value-leave-balances
           PERFORM relieve-departed-employees
           PERFORM print-valuation-report
           PERFORM write-liability-journal

           PERFORM termination
           STOP RUN
           .
      * The month keyed is valued at its last day; a month still
      * running values today's balances at the rates that will be
      * in effect at its end.
       initialization.
           MOVE ZERO TO valued-counter
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           DISPLAY "ENTER MONTH TO VALUE (YYYYMM):"
           ACCEPT ws-val-month-x
           IF ws-val-month-x NOT NUMERIC
              OR ws-val-mm < 01
              OR ws-val-mm > 12
              DISPLAY "INVALID MONTH - RUN STOPPED"
              STOP RUN
           END-IF
           IF ws-val-mm = 12
              COMPUTE ws-nm-yyyy = ws-val-yyyy + 1
              MOVE 01 TO ws-nm-mm
           ELSE
              MOVE ws-val-yyyy TO ws-nm-yyyy
              COMPUTE ws-nm-mm = ws-val-mm + 1
           END-IF
           MOVE 01 TO ws-nm-dd
           COMPUTE ws-date-int
                 = FUNCTION INTEGER-OF-DATE (ws-next-month-start) - 1
           END-COMPUTE
           COMPUTE ws-val-date
                 = FUNCTION DATE-OF-INTEGER (ws-date-int)
           END-COMPUTE
           MOVE ZERO TO ws-prior-month

           PERFORM check-period-control
           PERFORM load-gl-account-map

           OPEN INPUT LEAVE-FILE
           IF ws-lv-file-status NOT = "00"
              DISPLAY "ERROR OPENING LEAVE-FILE: "
                      ws-lv-file-status
              STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER-FILE
           IF ws-em-file-status NOT = "00"
              DISPLAY "ERROR OPENING EMP-MASTER-FILE: "
                      ws-em-file-status
              STOP RUN
           END-IF
           PERFORM open-rate-history-file
           PERFORM open-pay-history-file
           PERFORM open-vac-value-file
           PERFORM find-prior-month
           OPEN OUTPUT VAC-RPT-FILE
           IF ws-vr-file-status NOT = "00"
              DISPLAY "ERROR OPENING VAC-RPT-FILE: "
                      ws-vr-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE
           IF ws-gl-file-status NOT = "00"
              DISPLAY "ERROR OPENING GL-EXTRACT-FILE: "
                      ws-gl-file-status
              STOP RUN
           END-IF

           MOVE ws-val-month   TO ws-hd-month
           MOVE ws-val-date    TO ws-hd-val-date
           MOVE ws-prior-month TO ws-hd-prior-month
           MOVE ws-run-date    TO ws-hd-run-date
           MOVE ws-heading-line TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           MOVE SPACES TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           .
      * A pay run holding a period "P" is still moving leave
      * balances; valuing from under it would catch some employees
      * before their accrual and some after, so the run waits for
      * EMPPAY to finish.
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
           CLOSE PERIOD-CTL-FILE
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
           IF ws-gl-expense-acct = SPACES
              MOVE ws-gl-labor-acct TO ws-gl-expense-acct
           END-IF
           IF ws-gl-liab-acct = SPACES
              OR ws-gl-expense-acct = SPACES
              DISPLAY "GL-MAP-FILE MISSING A REQUIRED ACCOUNT - "
                      "RUN STOPPED"
              STOP RUN
           END-IF
           .
       load-gl-map-record.
           EVALUATE GM-MAP-TYPE
              WHEN "W"
                 MOVE GM-ACCOUNT TO ws-gl-liab-acct
              WHEN "Y"
                 MOVE GM-ACCOUNT TO ws-gl-expense-acct
              WHEN "L"
                 MOVE GM-ACCOUNT TO ws-gl-labor-acct
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       open-rate-history-file.
           OPEN INPUT RATE-HISTORY-FILE
           EVALUATE ws-rh-file-status
              WHEN "00"
                 MOVE "Y" TO ws-rh-open-flag
              WHEN "35"
                 MOVE "N" TO ws-rh-open-flag
              WHEN OTHER
                 DISPLAY "ERROR OPENING RATE-HISTORY-FILE: "
                         ws-rh-file-status
                 STOP RUN
           END-EVALUATE
           .
       open-pay-history-file.
           OPEN INPUT PAY-HISTORY-FILE
           EVALUATE ws-ah-file-status
              WHEN "00"
                 MOVE "Y" TO ws-ah-open-flag
              WHEN "35"
                 MOVE "N" TO ws-ah-open-flag
                 DISPLAY "NO PAY-HISTORY-FILE - NO PAYOUTS RELIEVED"
              WHEN OTHER
                 DISPLAY "ERROR OPENING PAY-HISTORY-FILE: "
                         ws-ah-file-status
                 STOP RUN
           END-EVALUATE
           .
      * Created empty on the first run.
       open-vac-value-file.
           OPEN I-O VAC-VALUE-FILE
           IF ws-vv-file-status = "35"
              OPEN OUTPUT VAC-VALUE-FILE
              CLOSE VAC-VALUE-FILE
              OPEN I-O VAC-VALUE-FILE
           END-IF
           IF ws-vv-file-status NOT = "00"
              DISPLAY "ERROR OPENING VAC-VALUE-FILE: "
                      ws-vv-file-status
              STOP RUN
           END-IF
           .
      * The file is in month order, so the last month read before
      * reaching the month being valued is the latest earlier one.
       find-prior-month.
           MOVE LOW-VALUES TO VV-KEY
           MOVE "N" TO ws-vv-eof-flag
           START VAC-VALUE-FILE KEY IS NOT LESS THAN VV-KEY
               INVALID KEY MOVE "Y" TO ws-vv-eof-flag
           END-START
           PERFORM UNTIL value-scan-done
              READ VAC-VALUE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-vv-eof-flag
                 NOT AT END
                    IF VV-MONTH < ws-val-month
                       MOVE VV-MONTH TO ws-prior-month
                    ELSE
                       MOVE "Y" TO ws-vv-eof-flag
                    END-IF
              END-READ
           END-PERFORM
           .
       load-prior-valuation.
           MOVE ws-prior-month TO VV-MONTH
           MOVE LOW-VALUES     TO VV-EMP-ID
           MOVE "N" TO ws-vv-eof-flag
           IF ws-prior-month = ZERO
              MOVE "Y" TO ws-vv-eof-flag
           ELSE
              START VAC-VALUE-FILE KEY IS NOT LESS THAN VV-KEY
                  INVALID KEY MOVE "Y" TO ws-vv-eof-flag
              END-START
           END-IF
           PERFORM UNTIL value-scan-done
              READ VAC-VALUE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-vv-eof-flag
                 NOT AT END
                    IF VV-MONTH = ws-prior-month
                       PERFORM load-prior-entry
                    ELSE
                       MOVE "Y" TO ws-vv-eof-flag
                    END-IF
              END-READ
           END-PERFORM
           IF ws-prior-count = ZERO
              DISPLAY "NO EARLIER VALUATION ON FILE"
                      " - WHOLE LIABILITY BOOKED AS THE CHANGE"
           END-IF
           .
       load-prior-entry.
           IF ws-prior-count < 9999
              ADD 1 TO ws-prior-count
              SET pv-idx TO ws-prior-count
              MOVE VV-EMP-ID TO ws-pv-emp-id (pv-idx)
              MOVE VV-DEPT   TO ws-pv-dept (pv-idx)
              MOVE VV-VALUE  TO ws-pv-value (pv-idx)
              MOVE "N"       TO ws-pv-matched (pv-idx)
           ELSE
              DISPLAY "PRIOR VALUATION TABLE FULL - RUN STOPPED"
              STOP RUN
           END-IF
           .
      * A rerun for a month already valued replaces it whole, so
      * an employee dropped from the leave file since the first
      * run leaves nothing behind.
       clear-month-valuation.
           MOVE ws-val-month TO VV-MONTH
           MOVE LOW-VALUES   TO VV-EMP-ID
           MOVE "N" TO ws-vv-eof-flag
           START VAC-VALUE-FILE KEY IS NOT LESS THAN VV-KEY
               INVALID KEY MOVE "Y" TO ws-vv-eof-flag
           END-START
           PERFORM UNTIL value-scan-done
              READ VAC-VALUE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-vv-eof-flag
                 NOT AT END
                    IF VV-MONTH = ws-val-month
                       DELETE VAC-VALUE-FILE RECORD
                    ELSE
                       MOVE "Y" TO ws-vv-eof-flag
                    END-IF
              END-READ
           END-PERFORM
           .
       value-leave-balances.
           MOVE "N" TO ws-lv-eof-flag
           PERFORM UNTIL leave-file-eof
              READ LEAVE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-lv-eof-flag
                 NOT AT END
                    PERFORM value-one-employee
              END-READ
           END-PERFORM
           .
      * An employee who moved department since last month is
      * relieved from the old department in full and valued anew
      * in the new one.
       value-one-employee.
           ADD 1 TO valued-counter
           MOVE LV-EMP-ID      TO ws-emp-id
           MOVE LV-VAC-BALANCE TO ws-emp-hours
           MOVE SPACE          TO ws-emp-note
           PERFORM read-employee-master
           PERFORM find-current-rate
           COMPUTE ws-emp-value ROUNDED = ws-emp-hours * ws-emp-rate
           END-COMPUTE
           PERFORM find-final-payouts
           PERFORM find-prior-value

           IF NOT prior-value-found
              IF ws-emp-note = SPACE
                 MOVE "N" TO ws-emp-note
              END-IF
              PERFORM add-detail-entry
           ELSE IF ws-emp-prior-dept NOT = ws-emp-dept
              PERFORM add-transfer-out-entry
              MOVE ZERO TO ws-emp-prior-value
              IF ws-emp-note = SPACE
                 MOVE "T" TO ws-emp-note
              END-IF
              PERFORM add-detail-entry
           ELSE
              PERFORM add-detail-entry
           END-IF

           MOVE SPACES         TO VAC-VALUE-RECORD
           MOVE ws-val-month   TO VV-MONTH
           MOVE ws-emp-id      TO VV-EMP-ID
           MOVE ws-emp-dept    TO VV-DEPT
           MOVE ws-emp-hours   TO VV-VAC-HOURS
           MOVE ws-emp-rate    TO VV-RATE
           MOVE ws-emp-value   TO VV-VALUE
           MOVE ws-emp-relieved TO VV-RELIEVED
           MOVE ws-run-date    TO VV-RUN-DATE
           WRITE VAC-VALUE-RECORD
               INVALID KEY
                   DISPLAY "VALUATION NOT WRITTEN FOR " ws-emp-id
                           " STATUS " ws-vv-file-status
           END-WRITE
           .
      * An employee missing from the master keeps last month's
      * department, or none, and is valued from rate history alone.
       read-employee-master.
           MOVE ws-emp-id TO EM-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO ws-master-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-master-found-flag
           END-READ
           MOVE SPACES TO ws-emp-name
           MOVE ZERO   TO ws-emp-rate
           IF master-record-found
              STRING EM-LNAME DELIMITED BY "  "
                     ", "     DELIMITED BY SIZE
                     EM-FNAME DELIMITED BY "  "
                     INTO ws-emp-name
              END-STRING
              MOVE EM-DEPT        TO ws-emp-dept
              MOVE EM-HOURLY-RATE TO ws-emp-rate
           ELSE
              MOVE "M"    TO ws-emp-note
              MOVE SPACES TO ws-emp-dept
           END-IF
           .
      * The rate card with the latest effective date on or before
      * the month end, as EMPPAY prices a period. A salaried
      * employee is valued at the master's hourly equivalent; any
      * rate cards left from hourly days no longer apply.
       find-current-rate.
           IF rate-history-open
              AND NOT (master-record-found AND em-pay-salaried)
              MOVE ws-emp-id TO RH-EMP-ID
              MOVE ZERO      TO RH-EFF-DATE
              MOVE "N" TO ws-rh-eof-flag
              START RATE-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
                  INVALID KEY MOVE "Y" TO ws-rh-eof-flag
              END-START
              PERFORM UNTIL rate-scan-done
                 READ RATE-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE "Y" TO ws-rh-eof-flag
                    NOT AT END
                       IF RH-EMP-ID = ws-emp-id
                          AND RH-EFF-DATE NOT > ws-val-date
                          MOVE RH-HOURLY-RATE TO ws-emp-rate
                       ELSE
                          MOVE "Y" TO ws-rh-eof-flag
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .
      * Vacation paid out at final pay in a period ending in the
      * month, valued as apply-final-vac-payout paid it: the hours
      * at the register's hourly rate.
       find-final-payouts.
           MOVE ZERO TO ws-emp-relieved
           MOVE ZERO TO ws-scan-period-end
           MOVE ZERO TO ws-scan-payout
           MOVE "N"  TO ws-scan-adj-flag
           MOVE "N"  TO ws-scan-orig-flag
           MOVE "N"  TO ws-scan-void-flag
           IF pay-history-open
              MOVE ws-emp-id TO AH-EMP-ID
              MOVE ZERO      TO AH-PERIOD-END
              MOVE SPACE     TO AH-REC-TYPE
              MOVE "N" TO ws-ah-eof-flag
              START PAY-HISTORY-FILE KEY IS NOT LESS THAN AH-KEY
                  INVALID KEY MOVE "Y" TO ws-ah-eof-flag
              END-START
              PERFORM UNTIL history-scan-done
                 READ PAY-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE "Y" TO ws-ah-eof-flag
                    NOT AT END
                       EVALUATE TRUE
                          WHEN AH-EMP-ID NOT = ws-emp-id
                          WHEN AH-PERIOD-END (1:6) > ws-val-month-x
                             MOVE "Y" TO ws-ah-eof-flag
                          WHEN AH-PERIOD-END (1:6) = ws-val-month-x
                             PERFORM scan-payout-line
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              PERFORM settle-payout-period
           END-IF
           .
       scan-payout-line.
           IF AH-PERIOD-END NOT = ws-scan-period-end
              PERFORM settle-payout-period
              MOVE AH-PERIOD-END TO ws-scan-period-end
              MOVE ZERO TO ws-scan-payout
              MOVE "N" TO ws-scan-adj-flag
              MOVE "N" TO ws-scan-orig-flag
              MOVE "N" TO ws-scan-void-flag
           END-IF
           EVALUATE AH-REC-TYPE
              WHEN "A"
                 PERFORM take-payout-figures
                 MOVE "Y" TO ws-scan-adj-flag
              WHEN "O"
                 IF NOT scan-adjusted
                    PERFORM take-payout-figures
                 END-IF
                 MOVE "Y" TO ws-scan-orig-flag
              WHEN "V"
                 MOVE "Y" TO ws-scan-void-flag
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       take-payout-figures.
           MOVE ZERO TO ws-scan-payout
           IF AH-FINAL-PAY-FLAG = "F"
              AND AH-FINAL-VAC-HOURS NUMERIC
              AND AH-HOURLY-RATE NUMERIC
              COMPUTE ws-scan-payout ROUNDED
                    = AH-FINAL-VAC-HOURS * AH-HOURLY-RATE
              END-COMPUTE
           END-IF
           .
       settle-payout-period.
           IF ws-scan-period-end > ZERO
              AND (scan-adjusted
                   OR (scan-original AND NOT scan-voided))
              ADD ws-scan-payout TO ws-emp-relieved
           END-IF
           .
       find-prior-value.
           MOVE "N"  TO ws-prior-found-flag
           MOVE ZERO TO ws-emp-prior-value
           MOVE SPACES TO ws-emp-prior-dept
           IF ws-prior-count > ZERO
              SEARCH ALL ws-prior-entry
                 WHEN ws-pv-emp-id (pv-idx) = ws-emp-id
                    MOVE "Y" TO ws-prior-found-flag
                    MOVE "Y" TO ws-pv-matched (pv-idx)
                    MOVE ws-pv-value (pv-idx) TO ws-emp-prior-value
                    MOVE ws-pv-dept (pv-idx)  TO ws-emp-prior-dept
              END-SEARCH
           END-IF
           IF prior-value-found
              AND NOT master-record-found
              MOVE ws-emp-prior-dept TO ws-emp-dept
           END-IF
           .
       add-detail-entry.
           PERFORM next-detail-entry
           MOVE ws-emp-id          TO ws-dt-emp-id (dt-idx)
           MOVE ws-emp-name        TO ws-dt-name (dt-idx)
           MOVE ws-emp-dept        TO ws-dt-dept (dt-idx)
           MOVE ws-emp-hours       TO ws-dt-hours (dt-idx)
           MOVE ws-emp-rate        TO ws-dt-rate (dt-idx)
           MOVE ws-emp-value       TO ws-dt-value (dt-idx)
           MOVE ws-emp-prior-value TO ws-dt-prior (dt-idx)
           MOVE ws-emp-relieved    TO ws-dt-relieved (dt-idx)
           MOVE ws-emp-note        TO ws-dt-note (dt-idx)
           .
       add-transfer-out-entry.
           PERFORM next-detail-entry
           MOVE ws-emp-id          TO ws-dt-emp-id (dt-idx)
           MOVE ws-emp-name        TO ws-dt-name (dt-idx)
           MOVE ws-emp-prior-dept  TO ws-dt-dept (dt-idx)
           MOVE ZERO               TO ws-dt-hours (dt-idx)
           MOVE ZERO               TO ws-dt-rate (dt-idx)
           MOVE ZERO               TO ws-dt-value (dt-idx)
           MOVE ws-emp-prior-value TO ws-dt-prior (dt-idx)
           MOVE ZERO               TO ws-dt-relieved (dt-idx)
           MOVE "O"                TO ws-dt-note (dt-idx)
           .
       next-detail-entry.
           IF ws-detail-count < 19998
              ADD 1 TO ws-detail-count
              SET dt-idx TO ws-detail-count
           ELSE
              DISPLAY "VALUATION DETAIL TABLE FULL - RUN STOPPED"
              STOP RUN
           END-IF
           .
      * Last month's employees with no leave record now: their
      * whole balance comes off, most of it paid out at final pay.
       relieve-departed-employees.
           PERFORM VARYING pv-idx FROM 1 BY 1
                   UNTIL pv-idx > ws-prior-count
              IF ws-pv-matched (pv-idx) = "N"
                 MOVE ws-pv-emp-id (pv-idx) TO ws-emp-id
                 PERFORM read-employee-master
                 MOVE ws-pv-dept (pv-idx)  TO ws-emp-dept
                 MOVE ws-pv-value (pv-idx) TO ws-emp-prior-value
                 MOVE ZERO TO ws-emp-hours
                 MOVE ZERO TO ws-emp-rate
                 MOVE ZERO TO ws-emp-value
                 MOVE "G"  TO ws-emp-note
                 PERFORM find-final-payouts
                 PERFORM add-detail-entry
              END-IF
           END-PERFORM
           .
      * Departments are listed in code order with their employees
      * beneath them, then the month's totals rolled forward from
      * last month's liability.
       print-valuation-report.
           PERFORM VARYING dt-idx FROM 1 BY 1
                   UNTIL dt-idx > ws-detail-count
              PERFORM accumulate-dept-entry
           END-PERFORM
           PERFORM VARYING dp-idx FROM 1 BY 1
                   UNTIL dp-idx > ws-dept-count
              PERFORM print-one-department
           END-PERFORM
           COMPUTE ws-tot-change = ws-tot-value - ws-tot-prior
           END-COMPUTE
           COMPUTE ws-tot-accrual = ws-tot-change + ws-tot-relieved
           END-COMPUTE

           MOVE "LIABILITY ROLL-FORWARD" TO ws-sc-title
           MOVE ws-section-line TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           MOVE "LIABILITY LAST MONTH" TO ws-tl-label
           MOVE ws-tot-prior TO ws-tl-amount
           PERFORM write-total-line
           MOVE "LESS RELIEVED BY FINAL-PAY PAYOUTS" TO ws-tl-label
           COMPUTE ws-tl-amount = ZERO - ws-tot-relieved
           END-COMPUTE
           PERFORM write-total-line
           MOVE "ACCRUED AND REVALUED, NET" TO ws-tl-label
           MOVE ws-tot-accrual TO ws-tl-amount
           PERFORM write-total-line
           MOVE "LIABILITY THIS MONTH" TO ws-tl-label
           MOVE ws-tot-value TO ws-tl-amount
           PERFORM write-total-line
           MOVE SPACES TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           MOVE "CHANGE BOOKED TO THE GL" TO ws-tl-label
           MOVE ws-tot-change TO ws-tl-amount
           PERFORM write-total-line
           IF ws-prior-count = ZERO
              MOVE "** NO EARLIER VALUATION ON FILE - WHOLE LIABILITY"
                   TO ws-sc-title
              MOVE ws-section-line TO VAC-RPT-RECORD
              WRITE VAC-RPT-RECORD
              MOVE "   BOOKED AS THIS MONTH'S CHANGE" TO ws-sc-title
              MOVE ws-section-line TO VAC-RPT-RECORD
              WRITE VAC-RPT-RECORD
           END-IF
           .
      * Finds the entry's department or inserts it in code order,
      * moving the later departments down one place.
       accumulate-dept-entry.
           MOVE "N" TO ws-dp-found-flag
           PERFORM VARYING dp-idx FROM 1 BY 1
                   UNTIL dp-idx > ws-dept-count
                      OR dept-entry-found
                      OR ws-dp-code (dp-idx) > ws-dt-dept (dt-idx)
              IF ws-dp-code (dp-idx) = ws-dt-dept (dt-idx)
                 MOVE "Y" TO ws-dp-found-flag
              END-IF
           END-PERFORM
           IF dept-entry-found
              SET dp-idx DOWN BY 1
           ELSE
              IF ws-dept-count NOT < 200
                 DISPLAY "DEPARTMENT TABLE FULL - RUN STOPPED"
                 STOP RUN
              END-IF
              PERFORM VARYING ws-dp-move FROM ws-dept-count BY -1
                      UNTIL ws-dp-move < dp-idx
                 MOVE ws-dept-entry (ws-dp-move)
                      TO ws-dept-entry (ws-dp-move + 1)
              END-PERFORM
              ADD 1 TO ws-dept-count
              MOVE ws-dt-dept (dt-idx) TO ws-dp-code (dp-idx)
              MOVE ZERO TO ws-dp-count (dp-idx)
              MOVE ZERO TO ws-dp-value (dp-idx)
              MOVE ZERO TO ws-dp-prior (dp-idx)
              MOVE ZERO TO ws-dp-relieved (dp-idx)
           END-IF
           ADD 1 TO ws-dp-count (dp-idx)
           ADD ws-dt-value (dt-idx)    TO ws-dp-value (dp-idx)
           ADD ws-dt-prior (dt-idx)    TO ws-dp-prior (dp-idx)
           ADD ws-dt-relieved (dt-idx) TO ws-dp-relieved (dp-idx)
           .
       print-one-department.
           MOVE ws-dp-code (dp-idx) TO ws-dh-dept
           MOVE ws-dept-head-line TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           MOVE ws-col-line TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           PERFORM VARYING dt-idx FROM 1 BY 1
                   UNTIL dt-idx > ws-detail-count
              IF ws-dt-dept (dt-idx) = ws-dp-code (dp-idx)
                 PERFORM write-detail-line
              END-IF
           END-PERFORM
           MOVE "DEPARTMENT TOTAL" TO ws-dtl-label
           MOVE ws-dp-count (dp-idx)    TO ws-dtl-count
           MOVE ws-dp-value (dp-idx)    TO ws-dtl-value
           MOVE ws-dp-prior (dp-idx)    TO ws-dtl-prior
           COMPUTE ws-dept-change
                 = ws-dp-value (dp-idx) - ws-dp-prior (dp-idx)
           END-COMPUTE
           MOVE ws-dept-change          TO ws-dtl-change
           MOVE ws-dp-relieved (dp-idx) TO ws-dtl-relieved
           MOVE ws-dept-total-line TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           MOVE SPACES TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           ADD ws-dp-value (dp-idx)    TO ws-tot-value
           ADD ws-dp-prior (dp-idx)    TO ws-tot-prior
           ADD ws-dp-relieved (dp-idx) TO ws-tot-relieved
           .
       write-detail-line.
           MOVE ws-dt-emp-id (dt-idx)   TO ws-dl-emp-id
           MOVE ws-dt-name (dt-idx)     TO ws-dl-name
           MOVE ws-dt-hours (dt-idx)    TO ws-dl-hours
           MOVE ws-dt-rate (dt-idx)     TO ws-dl-rate
           MOVE ws-dt-value (dt-idx)    TO ws-dl-value
           MOVE ws-dt-prior (dt-idx)    TO ws-dl-prior
           COMPUTE ws-dept-change
                 = ws-dt-value (dt-idx) - ws-dt-prior (dt-idx)
           END-COMPUTE
           MOVE ws-dept-change          TO ws-dl-change
           MOVE ws-dt-relieved (dt-idx) TO ws-dl-relieved
           EVALUATE ws-dt-note (dt-idx)
              WHEN "N"
                 MOVE "NEW"              TO ws-dl-note
              WHEN "T"
                 MOVE "TRANSFERRED IN"   TO ws-dl-note
              WHEN "O"
                 MOVE "TRANSFERRED OUT"  TO ws-dl-note
              WHEN "G"
                 MOVE "NO LEAVE RECORD"  TO ws-dl-note
              WHEN "M"
                 MOVE "NOT ON MASTER"    TO ws-dl-note
              WHEN OTHER
                 MOVE SPACES             TO ws-dl-note
           END-EVALUATE
           MOVE ws-detail-line TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           .
       write-total-line.
           MOVE ws-total-line TO VAC-RPT-RECORD
           WRITE VAC-RPT-RECORD
           .
      * Only the change is booked: a rise debits vacation expense
      * and credits the accrued liability on the department's cost
      * center, a fall reverses both. The payouts themselves were
      * expensed through labor by EMPPAY, so their relief lands
      * back in expense here as part of the change.
       write-liability-journal.
           PERFORM VARYING dp-idx FROM 1 BY 1
                   UNTIL dp-idx > ws-dept-count
              COMPUTE ws-dept-change
                    = ws-dp-value (dp-idx) - ws-dp-prior (dp-idx)
              END-COMPUTE
              IF ws-dept-change NOT = ZERO
                 MOVE ws-dp-code (dp-idx) TO ws-gl-line-cc
                 MOVE ws-gl-expense-acct TO ws-gl-line-acct
                 MOVE ws-dept-change     TO ws-gl-line-amount
                 PERFORM write-gl-line
                 MOVE ws-gl-liab-acct TO ws-gl-line-acct
                 COMPUTE ws-gl-line-amount = ZERO - ws-dept-change
                 END-COMPUTE
                 PERFORM write-gl-line
              END-IF
           END-PERFORM
           .
       write-gl-line.
           MOVE SPACES            TO GL-EXTRACT-RECORD
           MOVE ws-gl-line-acct   TO GL-ACCOUNT-CODE
           MOVE ws-gl-line-cc     TO GL-COST-CENTER
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
       termination.
           CLOSE LEAVE-FILE
           CLOSE EMP-MASTER-FILE
           IF rate-history-open
              CLOSE RATE-HISTORY-FILE
           END-IF
           IF pay-history-open
              CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE VAC-VALUE-FILE
           CLOSE VAC-RPT-FILE
           CLOSE GL-EXTRACT-FILE
           DISPLAY "Employees valued:   " valued-counter
           DISPLAY "Liability:          " ws-tot-value
           DISPLAY "Change booked:      " ws-tot-change
           IF ws-gl-debit-total NOT = ws-gl-credit-total
              DISPLAY "VACATION GL OUT OF BALANCE - DR "
                      ws-gl-debit-total " CR " ws-gl-credit-total
           END-IF
           .
