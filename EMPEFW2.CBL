       IDENTIFICATION DIVISION.
      ************************************************
      *  Program ID:   EMPEFW2
      *  Program name: W-2 electronic filing.
      *  Summary:      Edits a closed tax year's W-2 extract
      *                before it goes to the Social Security
      *                Administration: missing and invalid SSNs,
      *                negative or damaged box amounts, box 12
      *                codes the wage record has no field for,
      *                state reporting gaps, each W-2 against the
      *                year's closing balances on the YTD archive,
      *                and the year's totals against the four 941
      *                quarters locked on the quarter control. In
      *                submission mode, a clean edit then writes
      *                the SSA's EFW2 file (RA/RE/RW/RS/RT/RF) and
      *                the matching state W-2 file (the same, with
      *                the state total RV). The edit report prints
      *                the SSN masked; only the filing files carry
      *                it in full.
      ************************************************
      *
       PROGRAM-ID. EMPEFW2.
       AUTHOR. John Braddock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2-EXTRACT-FILE
               ASSIGN TO "W2EXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-w2-file-status.
           SELECT YTD-ARCHIVE-FILE
               ASSIGN TO "EMPYTDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ar-file-status.
           SELECT QTR-CTL-FILE
               ASSIGN TO "QTRCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QC-KEY
               FILE STATUS IS ws-qc-file-status.
           SELECT QTD-FILE
               ASSIGN TO "EMPQTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-KEY
               FILE STATUS IS ws-qt-file-status.
           SELECT EDIT-RPT-FILE
               ASSIGN TO "EFW2EDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-er-file-status.
           SELECT SSA-FILE
               ASSIGN TO "W2SSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sa-file-status.
           SELECT STATE-W2-FILE
               ASSIGN TO "W2STATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sw-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Input copy of EMPYREND's W2-EXTRACT-RECORD - the two
      * layouts must be changed together. W2-BOX-VIEW lays the
      * eight wage and tax boxes over the record as a table, in
      * the extract's order (box 17 comes before box 16).
       FD  W2-EXTRACT-FILE
           RECORD CONTAINS 340 CHARACTERS.
       01  W2-EXTRACT-RECORD.
           05 W2-TAX-YEAR           PIC 9(4).
           05 W2-EMP-ID             PIC X(6).
           05 W2-EMP-NAME           PIC X(30).
           05 W2-BOX1-WAGES         PIC 9(9)V99.
           05 W2-BOX2-FED-TAX       PIC 9(9)V99.
           05 W2-BOX3-SS-WAGES      PIC 9(9)V99.
           05 W2-BOX4-SS-TAX        PIC 9(9)V99.
           05 W2-BOX5-MED-WAGES     PIC 9(9)V99.
           05 W2-BOX6-MED-TAX       PIC 9(9)V99.
           05 W2-BOX17-STATE-TAX    PIC 9(9)V99.
           05 W2-BOX16-STATE-WAGES  PIC 9(9)V99.
           05 W2-BOX13-RETIRE-PLAN  PIC X(1).
           05 W2-BOX12 OCCURS 4 TIMES.
              10 W2-BOX12-CODE      PIC X(2).
              10 W2-BOX12-AMOUNT    PIC 9(9)V99.
           05 W2-FIRST-NAME         PIC X(15).
           05 W2-LAST-NAME          PIC X(15).
           05 W2-SSN                PIC 9(9).
           05 W2-ADDR-LOCATION      PIC X(22).
           05 W2-ADDR-DELIVERY      PIC X(22).
           05 W2-ADDR-CITY          PIC X(22).
           05 W2-ADDR-STATE         PIC X(2).
           05 W2-ADDR-ZIP           PIC X(5).
           05 W2-ADDR-ZIP-EXT       PIC X(4).
           05 W2-WORK-STATE         PIC X(2).
           05 W2-STATE-ER-ID        PIC X(20).
           05 FILLER                PIC X(21).
       01  W2-BOX-VIEW.
           05 FILLER                PIC X(40).
           05 W2-BOX-AMT            PIC 9(9)V99 OCCURS 8 TIMES.
           05 FILLER                PIC X(212).

      * Input copy of EMPYREND's YTD-ARCHIVE-RECORD - the two
      * layouts must be changed together.
       FD  YTD-ARCHIVE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  YTD-ARCHIVE-RECORD.
           05 AR-TAX-YEAR           PIC 9(4).
           05 AR-EMP-ID             PIC X(6).
           05 AR-GROSS              PIC 9(9)V99.
           05 AR-FED-TAX            PIC 9(9)V99.
           05 AR-STATE-TAX          PIC 9(9)V99.
           05 AR-NET                PIC 9(9)V99.
           05 AR-SS-WAGES           PIC 9(9)V99.
           05 AR-SS-TAX             PIC 9(9)V99.
           05 AR-MED-WAGES          PIC 9(9)V99.
           05 AR-MED-TAX            PIC 9(9)V99.
           05 AR-FIT-WAGES          PIC 9(9)V99.
           05 FILLER                PIC X(23).

      * Input copy of EMPPAY's QTR-CTL-RECORD - the two layouts
      * must be changed together.
       FD  QTR-CTL-FILE.
       01  QTR-CTL-RECORD.
           05 QC-KEY.
              10 QC-YEAR            PIC 9(4).
              10 QC-QUARTER         PIC 9(1).
           05 QC-STATUS             PIC X(1).
              88 quarter-closed     VALUE "C".

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

       FD  EDIT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EDIT-RPT-RECORD          PIC X(132).

      * Both filing files are 512-byte EFW2 records. Amounts are
      * dollars and cents with no decimal point, zero-filled.
       FD  SSA-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  SSA-RECORD               PIC X(512).

       FD  STATE-W2-FILE
           RECORD CONTAINS 512 CHARACTERS.
       01  STATE-W2-RECORD          PIC X(512).

       WORKING-STORAGE SECTION.
       77 w2-counter            PIC 9(6).

       01  ws-file-statuses.
           05 ws-w2-file-status    PIC XX.
           05 ws-ar-file-status    PIC XX.
           05 ws-qc-file-status    PIC XX.
           05 ws-qt-file-status    PIC XX.
           05 ws-er-file-status    PIC XX.
           05 ws-sa-file-status    PIC XX.
           05 ws-sw-file-status    PIC XX.

       01  ws-flags.
           05 ws-w2-eof-flag          PIC X VALUE "N".
              88 end-of-w2            VALUE "Y".
           05 ws-ar-eof-flag          PIC X VALUE "N".
              88 end-of-archive       VALUE "Y".
           05 ws-ar-stop-flag         PIC X VALUE "N".
              88 archive-load-stopped VALUE "Y".
           05 ws-qt-eof-flag          PIC X VALUE "N".
              88 end-of-qtd           VALUE "Y".
           05 ws-boxes-ok-flag        PIC X VALUE "Y".
              88 boxes-ok             VALUE "Y".
           05 ws-zero-w2-flag         PIC X VALUE "N".
              88 zero-w2              VALUE "Y".
           05 ws-archive-found-flag   PIC X VALUE "N".
              88 archive-found        VALUE "Y".
           05 ws-ssn-ok-flag          PIC X VALUE "N".
              88 ssn-ok               VALUE "Y".
           05 ws-state-ok-flag        PIC X VALUE "N".
              88 state-code-ok        VALUE "Y".
           05 ws-b12-ok-flag          PIC X VALUE "N".
              88 box12-code-ok        VALUE "Y".

       01  ws-run-date             PIC 9(8).
       01  ws-tax-year             PIC 9(4).
       01  ws-tax-year-x REDEFINES ws-tax-year
                                   PIC X(4).
       01  ws-run-mode             PIC X(1).
           88 mode-edit            VALUE "E".
           88 mode-submit          VALUE "S".

      * Employer and submitter identity for the SSA, fixed for the
      * shop the way EMPACH's originator identity is.
      * *** SETUP REQUIRED BEFORE FIRST SUBMISSION ***
      * ws-employer-ein is deliberately zeros and the user ID,
      * address and contact deliberately blank, NOT usable values:
      * the payroll desk must set the EIN, the Business Services
      * Online user ID the SSA issued, the employer's address and
      * the contact the SSA calls about a rejected file. Until then
      * the edit reports the setup incomplete and no file is
      * written.
       01  ws-efw2-constants.
           05 ws-employer-ein      PIC 9(9) VALUE ZERO.
           05 ws-bso-user-id       PIC X(8) VALUE SPACES.
           05 ws-employer-name     PIC X(57)
              VALUE "BRADDOCK MANUFACTURING".
           05 ws-employer-location PIC X(22) VALUE SPACES.
           05 ws-employer-delivery PIC X(22) VALUE SPACES.
           05 ws-employer-city     PIC X(22) VALUE SPACES.
           05 ws-employer-state    PIC X(2)  VALUE SPACES.
           05 ws-employer-zip      PIC X(5)  VALUE SPACES.
           05 ws-employer-zip-ext  PIC X(4)  VALUE SPACES.
           05 ws-contact-name      PIC X(27) VALUE SPACES.
           05 ws-contact-phone     PIC X(15) VALUE SPACES.
           05 ws-contact-email     PIC X(40) VALUE SPACES.

      * Copy of EMPMNT's state code table - the two must be changed
      * together. The FIPS code is what the state record carries.
       01  ws-state-code-values.
           05 FILLER                PIC X(40) VALUE
              "AL01AK02AZ04AR05CA06CO08CT09DE10DC11FL12".
           05 FILLER                PIC X(40) VALUE
              "GA13HI15ID16IL17IN18IA19KS20KY21LA22ME23".
           05 FILLER                PIC X(40) VALUE
              "MD24MA25MI26MN27MS28MO29MT30NE31NV32NH33".
           05 FILLER                PIC X(40) VALUE
              "NJ34NM35NY36NC37ND38OH39OK40OR41PA42RI44".
           05 FILLER                PIC X(40) VALUE
              "SC45SD46TN47TX48UT49VT50VA51WA53WV54WI55".
           05 FILLER                PIC X(8)  VALUE
              "WY56PR72".
       01  ws-state-code-table REDEFINES ws-state-code-values.
           05 ws-state-entry OCCURS 52 TIMES INDEXED BY st-idx.
              10 ws-st-postal       PIC X(2).
              10 ws-st-fips         PIC X(2).

      * Same SSN rule EMPMNT keys against.
       01  ws-ssn-work.
           05 ws-ssn-digits         PIC X(9).
           05 ws-ssn-parts REDEFINES ws-ssn-digits.
              10 ws-ssn-area        PIC X(3).
              10 ws-ssn-group       PIC X(2).
              10 ws-ssn-serial      PIC X(4).
           05 ws-ssn-masked.
              10 FILLER             PIC X(7) VALUE "XXX-XX-".
              10 ws-ssn-last4       PIC X(4).

       01  ws-case-work.
           05 ws-lower-case        PIC X(26)
              VALUE "abcdefghijklmnopqrstuvwxyz".
           05 ws-upper-case        PIC X(26)
              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * The eight boxes tied out, in W2-BOX-VIEW order. Each is
      * totalled three ways: the W-2s, the locked 941 quarters
      * from the quarterly buckets, and the YTD archive.
       01  ws-box-label-values.
           05 FILLER PIC X(22) VALUE "BOX 1 WAGES".
           05 FILLER PIC X(22) VALUE "BOX 2 FEDERAL TAX".
           05 FILLER PIC X(22) VALUE "BOX 3 SS WAGES".
           05 FILLER PIC X(22) VALUE "BOX 4 SS TAX".
           05 FILLER PIC X(22) VALUE "BOX 5 MEDICARE WAGES".
           05 FILLER PIC X(22) VALUE "BOX 6 MEDICARE TAX".
           05 FILLER PIC X(22) VALUE "BOX 17 STATE TAX".
           05 FILLER PIC X(22) VALUE "BOX 16 STATE WAGES".
       01  ws-box-label-table REDEFINES ws-box-label-values.
           05 ws-box-label         PIC X(22) OCCURS 8 TIMES.

       01  ws-tie-table.
           05 ws-tie-entry OCCURS 8 TIMES.
              10 ws-tie-w2         PIC S9(11)V99 VALUE ZERO.
              10 ws-tie-qtr        PIC S9(11)V99 VALUE ZERO.
              10 ws-tie-archive    PIC S9(11)V99 VALUE ZERO.
           05 ws-box-sub           PIC 9(2).
           05 ws-b12-sub           PIC 9(1).
           05 ws-qtr-sub           PIC 9(1).
           05 ws-tie-difference    PIC S9(11)V99.

       01  ws-quarter-locks.
           05 ws-qtr-locked        PIC X(1) OCCURS 4 TIMES.

      * The year's closing balances from the archive, in employee
      * order as EMPYREND wrote them. A second close of the same
      * year starts the employee order over; that block is
      * reported and not loaded.
       01  ws-archive-table.
           05 ws-ar-count          PIC 9(4) VALUE ZERO.
           05 ws-ar-entry OCCURS 1 TO 9999 TIMES
                 DEPENDING ON ws-ar-count
                 ASCENDING KEY IS ws-ae-emp-id
                 INDEXED BY ae-idx.
              10 ws-ae-emp-id      PIC X(6).
              10 ws-ae-matched     PIC X(1).
              10 ws-ae-amount      PIC 9(9)V99 OCCURS 8 TIMES.

       01  ws-edit-counts.
           05 ws-error-count       PIC 9(6) VALUE ZERO.
           05 ws-warning-count     PIC 9(6) VALUE ZERO.
           05 ws-filed-count       PIC 9(6) VALUE ZERO.
           05 ws-skipped-count     PIC 9(6) VALUE ZERO.
           05 ws-rs-count          PIC 9(7) VALUE ZERO.

      * Fields for one edit report line.
       01  ws-edit-fields.
           05 ws-ed-emp-id         PIC X(6).
           05 ws-ed-name           PIC X(30).
           05 ws-ed-ssn            PIC X(11).
           05 ws-ed-message        PIC X(50).

       01  ws-heading-line.
           05 FILLER               PIC X(30)
              VALUE "W-2 PRE-SUBMISSION EDIT".
           05 FILLER               PIC X(9) VALUE "TAX YEAR ".
           05 ws-hd-year           PIC 9(4).
           05 FILLER               PIC X(11) VALUE "  RUN DATE ".
           05 ws-hd-run-date       PIC 9(8).
           05 FILLER               PIC X(7) VALUE "  MODE ".
           05 ws-hd-mode           PIC X(1).
           05 FILLER               PIC X(62) VALUE SPACES.

       01  ws-col-line.
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(32) VALUE "NAME".
           05 FILLER               PIC X(13) VALUE "SSN".
           05 FILLER               PIC X(9)  VALUE "LEVEL".
           05 FILLER               PIC X(70) VALUE "MESSAGE".

       01  ws-detail-line.
           05 ws-dl-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-name           PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-ssn            PIC X(11).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-level          PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-message        PIC X(50).
           05 FILLER               PIC X(20) VALUE SPACES.

       01  ws-tie-col-line.
           05 FILLER               PIC X(24) VALUE "TOTALS".
           05 FILLER               PIC X(18) VALUE "     W-2 TOTAL".
           05 FILLER               PIC X(18) VALUE "  941 QUARTERS".
           05 FILLER               PIC X(18) VALUE "    DIFFERENCE".
           05 FILLER               PIC X(18) VALUE "   YTD ARCHIVE".
           05 FILLER               PIC X(18) VALUE "    DIFFERENCE".
           05 FILLER               PIC X(18) VALUE SPACES.

       01  ws-tie-line.
           05 ws-tl-label          PIC X(24).
           05 ws-tl-w2             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 ws-tl-qtr            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 ws-tl-qtr-diff       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 ws-tl-archive        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 ws-tl-archive-diff   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(18) VALUE SPACES.

       01  ws-count-line.
           05 ws-cl-label          PIC X(40).
           05 ws-cl-count          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       01  ws-result-line.
           05 ws-rl-text           PIC X(80).
           05 FILLER               PIC X(52) VALUE SPACES.

      * EFW2 submitter record. The employer files for itself, so
      * the submitter and employer are the same and the preparer
      * code is "L" (self-prepared); "98" is in-house software.
       01  ws-ra-record.
           05 FILLER               PIC X(2)  VALUE "RA".
           05 ws-ra-ein            PIC 9(9).
           05 ws-ra-user-id        PIC X(8).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(1)  VALUE "0".
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE "98".
           05 ws-ra-company-name   PIC X(57).
           05 ws-ra-co-location    PIC X(22).
           05 ws-ra-co-delivery    PIC X(22).
           05 ws-ra-co-city        PIC X(22).
           05 ws-ra-co-state       PIC X(2).
           05 ws-ra-co-zip         PIC X(5).
           05 ws-ra-co-zip-ext     PIC X(4).
           05 FILLER               PIC X(45) VALUE SPACES.
           05 ws-ra-sub-name       PIC X(57).
           05 ws-ra-sub-location   PIC X(22).
           05 ws-ra-sub-delivery   PIC X(22).
           05 ws-ra-sub-city       PIC X(22).
           05 ws-ra-sub-state      PIC X(2).
           05 ws-ra-sub-zip        PIC X(5).
           05 ws-ra-sub-zip-ext    PIC X(4).
           05 FILLER               PIC X(45) VALUE SPACES.
           05 ws-ra-contact-name   PIC X(27).
           05 ws-ra-contact-phone  PIC X(15).
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 ws-ra-contact-email  PIC X(40).
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(1)  VALUE "L".
           05 FILLER               PIC X(12) VALUE SPACES.

      * EFW2 employer record: a regular ("R") 941 filer that is
      * none of the special kinds of employer ("N"), with no
      * third-party sick pay.
       01  ws-re-record.
           05 FILLER               PIC X(2)  VALUE "RE".
           05 ws-re-tax-year       PIC 9(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 ws-re-ein            PIC 9(9).
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 FILLER               PIC X(1)  VALUE "0".
           05 FILLER               PIC X(13) VALUE SPACES.
           05 ws-re-name           PIC X(57).
           05 ws-re-location       PIC X(22).
           05 ws-re-delivery       PIC X(22).
           05 ws-re-city           PIC X(22).
           05 ws-re-state          PIC X(2).
           05 ws-re-zip            PIC X(5).
           05 ws-re-zip-ext        PIC X(4).
           05 FILLER               PIC X(1)  VALUE "N".
           05 FILLER               PIC X(44) VALUE SPACES.
           05 FILLER               PIC X(1)  VALUE "R".
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 FILLER               PIC X(1)  VALUE "0".
           05 ws-re-contact-name   PIC X(27).
           05 ws-re-contact-phone  PIC X(15).
           05 FILLER               PIC X(15) VALUE SPACES.
           05 ws-re-contact-email  PIC X(40).
           05 FILLER               PIC X(194) VALUE SPACES.

      * EFW2 employee wage record, one per W-2 filed. Box 12
      * amounts go to the field for their code.
       01  ws-rw-record.
           05 FILLER               PIC X(2)  VALUE "RW".
           05 ws-rw-ssn            PIC 9(9).
           05 ws-rw-first-name     PIC X(15).
           05 ws-rw-middle-name    PIC X(15).
           05 ws-rw-last-name      PIC X(20).
           05 ws-rw-suffix         PIC X(4).
           05 ws-rw-location       PIC X(22).
           05 ws-rw-delivery       PIC X(22).
           05 ws-rw-city           PIC X(22).
           05 ws-rw-state          PIC X(2).
           05 ws-rw-zip            PIC X(5).
           05 ws-rw-zip-ext        PIC X(4).
           05 FILLER               PIC X(45) VALUE SPACES.
           05 ws-rw-wages          PIC 9(9)V99.
           05 ws-rw-fed-tax        PIC 9(9)V99.
           05 ws-rw-ss-wages       PIC 9(9)V99.
           05 ws-rw-ss-tax         PIC 9(9)V99.
           05 ws-rw-med-wages      PIC 9(9)V99.
           05 ws-rw-med-tax        PIC 9(9)V99.
           05 ws-rw-ss-tips        PIC 9(9)V99.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 ws-rw-dep-care       PIC 9(9)V99.
           05 ws-rw-code-d         PIC 9(9)V99.
           05 ws-rw-code-e         PIC 9(9)V99.
           05 ws-rw-code-f         PIC 9(9)V99.
           05 ws-rw-code-g         PIC 9(9)V99.
           05 ws-rw-code-h         PIC 9(9)V99.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 ws-rw-nq-457         PIC 9(9)V99.
           05 ws-rw-code-w         PIC 9(9)V99.
           05 ws-rw-nq-other       PIC 9(9)V99.
           05 ws-rw-code-q         PIC 9(9)V99.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 ws-rw-code-c         PIC 9(9)V99.
           05 ws-rw-code-v         PIC 9(9)V99.
           05 ws-rw-code-y         PIC 9(9)V99.
           05 ws-rw-code-aa        PIC 9(9)V99.
           05 ws-rw-code-bb        PIC 9(9)V99.
           05 ws-rw-code-dd        PIC 9(9)V99.
           05 ws-rw-code-ff        PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 ws-rw-statutory      PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 ws-rw-retire-plan    PIC X(1).
           05 ws-rw-sick-pay       PIC X(1).
           05 FILLER               PIC X(23) VALUE SPACES.

      * EFW2 state wage record, one per W-2 with state wages or
      * tax: the state's FIPS code, our account number there, and
      * boxes 16 and 17. The quarterly unemployment fields are
      * for quarterly filing and are left blank.
       01  ws-rs-record.
           05 FILLER               PIC X(2)  VALUE "RS".
           05 ws-rs-state-code     PIC X(2).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 ws-rs-ssn            PIC 9(9).
           05 ws-rs-first-name     PIC X(15).
           05 ws-rs-middle-name    PIC X(15).
           05 ws-rs-last-name      PIC X(20).
           05 ws-rs-suffix         PIC X(4).
           05 ws-rs-location       PIC X(22).
           05 ws-rs-delivery       PIC X(22).
           05 ws-rs-city           PIC X(22).
           05 ws-rs-state          PIC X(2).
           05 ws-rs-zip            PIC X(5).
           05 ws-rs-zip-ext        PIC X(4).
           05 FILLER               PIC X(45) VALUE SPACES.
           05 FILLER               PIC X(53) VALUE SPACES.
           05 ws-rs-er-account     PIC X(20).
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 ws-rs-income-state   PIC X(2).
           05 ws-rs-state-wages    PIC 9(9)V99.
           05 ws-rs-state-tax      PIC 9(9)V99.
           05 FILLER               PIC X(215) VALUE SPACES.

      * EFW2 total record: the RW count and the sum of every RW
      * amount field, field for field.
       01  ws-rt-record.
           05 FILLER               PIC X(2)  VALUE "RT".
           05 ws-rt-rw-count       PIC 9(7)  VALUE ZERO.
           05 ws-rt-wages          PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-fed-tax        PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-ss-wages       PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-ss-tax         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-med-wages      PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-med-tax        PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-ss-tips        PIC 9(13)V99 VALUE ZERO.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 ws-rt-dep-care       PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-d         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-e         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-f         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-g         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-h         PIC 9(13)V99 VALUE ZERO.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 ws-rt-nq-457         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-w         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-nq-other       PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-q         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-c         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-sick-pay-tax   PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-v         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-y         PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-aa        PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-bb        PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-dd        PIC 9(13)V99 VALUE ZERO.
           05 ws-rt-code-ff        PIC 9(13)V99 VALUE ZERO.
           05 FILLER               PIC X(98) VALUE SPACES.

      * State total record for the state file: the RS count and
      * the state wage and tax totals.
       01  ws-rv-record.
           05 FILLER               PIC X(2)  VALUE "RV".
           05 ws-rv-rs-count       PIC 9(7)  VALUE ZERO.
           05 ws-rv-state-wages    PIC 9(13)V99 VALUE ZERO.
           05 ws-rv-state-tax      PIC 9(13)V99 VALUE ZERO.
           05 FILLER               PIC X(473) VALUE SPACES.

       01  ws-rf-record.
           05 FILLER               PIC X(2)  VALUE "RF".
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 ws-rf-rw-count       PIC 9(9)  VALUE ZERO.
           05 FILLER               PIC X(496) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPEFW2 Version 1.0"

           PERFORM initialization
           PERFORM check-employer-setup
           PERFORM load-ytd-archive
           PERFORM collect-941-quarters
           PERFORM edit-w2-records
           PERFORM report-unmatched-archive
           PERFORM print-edit-totals
           IF mode-submit
              AND ws-error-count = ZERO
              PERFORM write-submission-files
           END-IF

           PERFORM termination
           STOP RUN
           .
      * The extract must be the year asked for - EMPYREND rewrites
      * it at every close - or nothing below means anything.
       initialization.
           MOVE ZERO TO w2-counter
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           DISPLAY "ENTER TAX YEAR TO FILE (YYYY):"
           ACCEPT ws-tax-year
           IF ws-tax-year-x NOT NUMERIC
              OR ws-tax-year = ZERO
              DISPLAY "INVALID TAX YEAR - RUN STOPPED"
              STOP RUN
           END-IF
           DISPLAY "ENTER RUN MODE (E=EDIT ONLY S=EDIT AND "
                   "SUBMISSION FILES):"
           ACCEPT ws-run-mode
           IF NOT mode-edit AND NOT mode-submit
              DISPLAY "INVALID RUN MODE - RUN STOPPED"
              STOP RUN
           END-IF

           OPEN INPUT W2-EXTRACT-FILE
           IF ws-w2-file-status NOT = "00"
              DISPLAY "ERROR OPENING W2-EXTRACT-FILE: "
                      ws-w2-file-status
              STOP RUN
           END-IF
           READ W2-EXTRACT-FILE
               AT END MOVE "Y" TO ws-w2-eof-flag
           END-READ
           IF NOT end-of-w2
              AND W2-TAX-YEAR NOT = ws-tax-year
              DISPLAY "W2-EXTRACT-FILE HOLDS TAX YEAR " W2-TAX-YEAR
                      " - RUN STOPPED"
              STOP RUN
           END-IF
           OPEN OUTPUT EDIT-RPT-FILE
           IF ws-er-file-status NOT = "00"
              DISPLAY "ERROR OPENING EDIT-RPT-FILE: "
                      ws-er-file-status
              STOP RUN
           END-IF

           MOVE ws-tax-year TO ws-hd-year
           MOVE ws-run-date TO ws-hd-run-date
           MOVE ws-run-mode TO ws-hd-mode
           MOVE ws-heading-line TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE SPACES TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE ws-col-line TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           .
       check-employer-setup.
           IF ws-employer-ein = ZERO
              OR ws-bso-user-id = SPACES
              OR ws-employer-delivery = SPACES
              OR ws-employer-city = SPACES
              OR ws-employer-state = SPACES
              OR ws-employer-zip = SPACES
              OR ws-contact-name = SPACES
              OR ws-contact-phone = SPACES
              PERFORM clear-edit-fields
              MOVE "EMPLOYER SETUP INCOMPLETE - EIN, USER ID, ADDRESS"
                   TO ws-ed-message
              PERFORM write-edit-error
           END-IF
           .
       load-ytd-archive.
           OPEN INPUT YTD-ARCHIVE-FILE
           IF ws-ar-file-status NOT = "00"
              DISPLAY "ERROR OPENING YTD-ARCHIVE-FILE: "
                      ws-ar-file-status
              STOP RUN
           END-IF
           PERFORM UNTIL end-of-archive
              READ YTD-ARCHIVE-FILE
                 AT END
                    MOVE "Y" TO ws-ar-eof-flag
                 NOT AT END
                    IF AR-TAX-YEAR = ws-tax-year
                       AND NOT archive-load-stopped
                       PERFORM load-archive-entry
                    END-IF
              END-READ
           END-PERFORM
           CLOSE YTD-ARCHIVE-FILE
           .
       load-archive-entry.
           IF ws-ar-count > ZERO
              AND AR-EMP-ID NOT > ws-ae-emp-id (ws-ar-count)
              MOVE "Y" TO ws-ar-stop-flag
              PERFORM clear-edit-fields
              MOVE AR-EMP-ID TO ws-ed-emp-id
              MOVE "YEAR CLOSED TWICE ON YTD ARCHIVE - SECOND IGNORED"
                   TO ws-ed-message
              PERFORM write-edit-error
           ELSE IF ws-ar-count NOT < 9999
              DISPLAY "YTD ARCHIVE TABLE FULL - RUN STOPPED"
              STOP RUN
           ELSE
              ADD 1 TO ws-ar-count
              SET ae-idx TO ws-ar-count
              MOVE AR-EMP-ID     TO ws-ae-emp-id (ae-idx)
              MOVE "N"           TO ws-ae-matched (ae-idx)
              MOVE AR-FIT-WAGES  TO ws-ae-amount (ae-idx, 1)
              MOVE AR-FED-TAX    TO ws-ae-amount (ae-idx, 2)
              MOVE AR-SS-WAGES   TO ws-ae-amount (ae-idx, 3)
              MOVE AR-SS-TAX     TO ws-ae-amount (ae-idx, 4)
              MOVE AR-MED-WAGES  TO ws-ae-amount (ae-idx, 5)
              MOVE AR-MED-TAX    TO ws-ae-amount (ae-idx, 6)
              MOVE AR-STATE-TAX  TO ws-ae-amount (ae-idx, 7)
              MOVE AR-FIT-WAGES  TO ws-ae-amount (ae-idx, 8)
              PERFORM VARYING ws-box-sub FROM 1 BY 1
                      UNTIL ws-box-sub > 8
                 ADD ws-ae-amount (ae-idx, ws-box-sub)
                     TO ws-tie-archive (ws-box-sub)
              END-PERFORM
           END-IF
           .
      * All four quarters must be closed by EMPQTRND before the
      * year is filed; the quarterly buckets of the locked quarters
      * are then the 941s as filed, since EMPPAY posts nothing into
      * a locked quarter. The state columns tie to the same
      * buckets' state wage and tax.
       collect-941-quarters.
           MOVE "NNNN" TO ws-quarter-locks
           OPEN INPUT QTR-CTL-FILE
           EVALUATE ws-qc-file-status
              WHEN "00"
                 PERFORM VARYING ws-qtr-sub FROM 1 BY 1
                         UNTIL ws-qtr-sub > 4
                    MOVE ws-tax-year TO QC-YEAR
                    MOVE ws-qtr-sub  TO QC-QUARTER
                    READ QTR-CTL-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF quarter-closed
                               MOVE "Y"
                                 TO ws-qtr-locked (ws-qtr-sub)
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE QTR-CTL-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ERROR OPENING QTR-CTL-FILE: "
                         ws-qc-file-status
                 STOP RUN
           END-EVALUATE
           PERFORM VARYING ws-qtr-sub FROM 1 BY 1
                   UNTIL ws-qtr-sub > 4
              IF ws-qtr-locked (ws-qtr-sub) NOT = "Y"
                 PERFORM clear-edit-fields
                 STRING "941 QUARTER " DELIMITED BY SIZE
                        ws-qtr-sub     DELIMITED BY SIZE
                        " NOT CLOSED"  DELIMITED BY SIZE
                        INTO ws-ed-message
                 END-STRING
                 PERFORM write-edit-error
              END-IF
           END-PERFORM

           OPEN INPUT QTD-FILE
           EVALUATE ws-qt-file-status
              WHEN "00"
                 PERFORM UNTIL end-of-qtd
                    READ QTD-FILE NEXT RECORD
                       AT END
                          MOVE "Y" TO ws-qt-eof-flag
                       NOT AT END
                          IF QT-YEAR = ws-tax-year
                             AND QT-QUARTER > ZERO
                             AND QT-QUARTER < 5
                             PERFORM add-quarter-buckets
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE QTD-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ERROR OPENING QTD-FILE: "
                         ws-qt-file-status
                 STOP RUN
           END-EVALUATE
           .
       add-quarter-buckets.
           IF ws-qtr-locked (QT-QUARTER) = "Y"
              ADD QT-FIT-WAGES TO ws-tie-qtr (1)
              ADD QT-FED-TAX   TO ws-tie-qtr (2)
              ADD QT-SS-WAGES  TO ws-tie-qtr (3)
              ADD QT-SS-TAX    TO ws-tie-qtr (4)
              ADD QT-MED-WAGES TO ws-tie-qtr (5)
              ADD QT-MED-TAX   TO ws-tie-qtr (6)
              ADD QT-STATE-TAX TO ws-tie-qtr (7)
              ADD QT-FIT-WAGES TO ws-tie-qtr (8)
           END-IF
           .
      * The first record was read at initialization.
       edit-w2-records.
           PERFORM UNTIL end-of-w2
              PERFORM edit-one-w2
              READ W2-EXTRACT-FILE
                  AT END MOVE "Y" TO ws-w2-eof-flag
              END-READ
           END-PERFORM
           CLOSE W2-EXTRACT-FILE
           .
      * A W-2 with nothing in any box is an employee the YTD file
      * still carries from an earlier year; it is not filed. The
      * box amounts are unsigned, so a negative one - or one
      * damaged in transit - fails the numeric test.
       edit-one-w2.
           ADD 1 TO w2-counter
           PERFORM clear-edit-fields
           MOVE W2-EMP-ID   TO ws-ed-emp-id
           MOVE W2-EMP-NAME TO ws-ed-name
           PERFORM mask-w2-ssn
           PERFORM check-box-amounts
           PERFORM find-archive-entry

           IF boxes-ok
              PERFORM add-w2-totals
           END-IF
           IF boxes-ok AND zero-w2
              ADD 1 TO ws-skipped-count
           ELSE
              ADD 1 TO ws-filed-count
              PERFORM edit-w2-identity
              PERFORM edit-w2-state
              IF boxes-ok
                 PERFORM edit-w2-against-archive
              END-IF
           END-IF
           .
       mask-w2-ssn.
           IF W2-SSN NUMERIC
              AND W2-SSN NOT = ZERO
              MOVE W2-SSN TO ws-ssn-digits
              MOVE ws-ssn-serial TO ws-ssn-last4
              MOVE ws-ssn-masked TO ws-ed-ssn
           ELSE
              MOVE "MISSING" TO ws-ed-ssn
           END-IF
           .
       check-box-amounts.
           MOVE "Y" TO ws-boxes-ok-flag
           MOVE "Y" TO ws-zero-w2-flag
           PERFORM VARYING ws-box-sub FROM 1 BY 1
                   UNTIL ws-box-sub > 8
              IF W2-BOX-AMT (ws-box-sub) NOT NUMERIC
                 MOVE "N" TO ws-boxes-ok-flag
                 MOVE SPACES TO ws-ed-message
                 STRING ws-box-label (ws-box-sub) DELIMITED BY "  "
                        " NEGATIVE OR NOT NUMERIC" DELIMITED BY SIZE
                        INTO ws-ed-message
                 END-STRING
                 PERFORM write-edit-error
              ELSE IF W2-BOX-AMT (ws-box-sub) NOT = ZERO
                 MOVE "N" TO ws-zero-w2-flag
              END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING ws-b12-sub FROM 1 BY 1
                   UNTIL ws-b12-sub > 4
              IF W2-BOX12-CODE (ws-b12-sub) NOT = SPACES
                 PERFORM check-box12-entry
              END-IF
           END-PERFORM
           .
       check-box12-entry.
           IF W2-BOX12-AMOUNT (ws-b12-sub) NOT NUMERIC
              MOVE "N" TO ws-boxes-ok-flag
              MOVE SPACES TO ws-ed-message
              STRING "BOX 12 CODE "              DELIMITED BY SIZE
                     W2-BOX12-CODE (ws-b12-sub)  DELIMITED BY SIZE
                     " NEGATIVE OR NOT NUMERIC"  DELIMITED BY SIZE
                     INTO ws-ed-message
              END-STRING
              PERFORM write-edit-error
           ELSE
              IF W2-BOX12-AMOUNT (ws-b12-sub) NOT = ZERO
                 MOVE "N" TO ws-zero-w2-flag
              END-IF
              PERFORM check-box12-code
              IF NOT box12-code-ok
                 MOVE SPACES TO ws-ed-message
                 STRING "BOX 12 CODE "             DELIMITED BY SIZE
                        W2-BOX12-CODE (ws-b12-sub) DELIMITED BY SIZE
                        " HAS NO EFW2 WAGE FIELD"  DELIMITED BY SIZE
                        INTO ws-ed-message
                 END-STRING
                 PERFORM write-edit-error
              END-IF
           END-IF
           .
      * The box 12 codes the RW record carries a field for; the
      * rest go on records this program does not write.
       check-box12-code.
           EVALUATE W2-BOX12-CODE (ws-b12-sub)
              WHEN "D "
              WHEN "E "
              WHEN "F "
              WHEN "G "
              WHEN "H "
              WHEN "W "
              WHEN "Q "
              WHEN "C "
              WHEN "V "
              WHEN "Y "
              WHEN "AA"
              WHEN "BB"
              WHEN "DD"
              WHEN "FF"
                 MOVE "Y" TO ws-b12-ok-flag
              WHEN OTHER
                 MOVE "N" TO ws-b12-ok-flag
           END-EVALUATE
           .
       add-w2-totals.
           PERFORM VARYING ws-box-sub FROM 1 BY 1
                   UNTIL ws-box-sub > 8
              ADD W2-BOX-AMT (ws-box-sub) TO ws-tie-w2 (ws-box-sub)
           END-PERFORM
           .
       find-archive-entry.
           MOVE "N" TO ws-archive-found-flag
           IF ws-ar-count > ZERO
              SEARCH ALL ws-ar-entry
                 WHEN ws-ae-emp-id (ae-idx) = W2-EMP-ID
                    MOVE "Y" TO ws-archive-found-flag
                    MOVE "Y" TO ws-ae-matched (ae-idx)
              END-SEARCH
           END-IF
           .
      * A missing SSN blocks the filing as surely as a bad one:
      * the SSA cannot credit the wages to anyone. A missing
      * address does not stop the SSA file, but the form cannot be
      * mailed, so it is a warning.
       edit-w2-identity.
           IF W2-SSN NOT NUMERIC
              OR W2-SSN = ZERO
              MOVE "SSN MISSING" TO ws-ed-message
              PERFORM write-edit-error
           ELSE
              MOVE W2-SSN TO ws-ssn-digits
              PERFORM check-ssn-format
              IF NOT ssn-ok
                 MOVE "SSN INVALID" TO ws-ed-message
                 PERFORM write-edit-error
              END-IF
           END-IF
           IF W2-FIRST-NAME = SPACES
              OR W2-LAST-NAME = SPACES
              MOVE "EMPLOYEE NAME MISSING - NOT ON MASTER AT CLOSE"
                   TO ws-ed-message
              PERFORM write-edit-error
           END-IF
           IF W2-ADDR-DELIVERY = SPACES
              OR W2-ADDR-CITY = SPACES
              OR W2-ADDR-STATE = SPACES
              OR W2-ADDR-ZIP = SPACES
              MOVE "MAILING ADDRESS MISSING" TO ws-ed-message
              PERFORM write-edit-warning
           END-IF
           .
       check-ssn-format.
           MOVE "N" TO ws-ssn-ok-flag
           IF ws-ssn-digits NUMERIC
              AND ws-ssn-area NOT = "000"
              AND ws-ssn-area NOT = "666"
              AND ws-ssn-area < "900"
              AND ws-ssn-group NOT = "00"
              AND ws-ssn-serial NOT = "0000"
              MOVE "Y" TO ws-ssn-ok-flag
           END-IF
           .
      * Only a W-2 with state wages or tax is reported to a state.
       edit-w2-state.
           IF boxes-ok
              AND (W2-BOX16-STATE-WAGES NOT = ZERO
                   OR W2-BOX17-STATE-TAX NOT = ZERO)
              IF W2-WORK-STATE = SPACES
                 MOVE "WORK STATE MISSING" TO ws-ed-message
                 PERFORM write-edit-error
              ELSE
                 PERFORM find-work-state
                 IF NOT state-code-ok
                    MOVE "WORK STATE INVALID" TO ws-ed-message
                    PERFORM write-edit-error
                 END-IF
              END-IF
              IF W2-STATE-ER-ID = SPACES
                 MOVE "STATE EMPLOYER ID MISSING" TO ws-ed-message
                 PERFORM write-edit-error
              END-IF
           END-IF
           .
       find-work-state.
           MOVE "N" TO ws-state-ok-flag
           SET st-idx TO 1
           SEARCH ws-state-entry
              WHEN ws-st-postal (st-idx) = W2-WORK-STATE
                 MOVE "Y" TO ws-state-ok-flag
           END-SEARCH
           .
      * The extract and the archive are written from the same YTD
      * record at the close, so any difference means one of them
      * was changed afterwards.
       edit-w2-against-archive.
           IF NOT archive-found
              MOVE "NOT ON YTD ARCHIVE FOR THE YEAR" TO ws-ed-message
              PERFORM write-edit-error
           ELSE
              PERFORM VARYING ws-box-sub FROM 1 BY 1
                      UNTIL ws-box-sub > 8
                 IF W2-BOX-AMT (ws-box-sub)
                    NOT = ws-ae-amount (ae-idx, ws-box-sub)
                    MOVE SPACES TO ws-ed-message
                    STRING ws-box-label (ws-box-sub)
                              DELIMITED BY "  "
                           " DOES NOT MATCH YTD ARCHIVE"
                              DELIMITED BY SIZE
                           INTO ws-ed-message
                    END-STRING
                    PERFORM write-edit-error
                 END-IF
              END-PERFORM
           END-IF
           .
       report-unmatched-archive.
           PERFORM VARYING ae-idx FROM 1 BY 1
                   UNTIL ae-idx > ws-ar-count
              IF ws-ae-matched (ae-idx) = "N"
                 PERFORM clear-edit-fields
                 MOVE ws-ae-emp-id (ae-idx) TO ws-ed-emp-id
                 MOVE "ON YTD ARCHIVE BUT NO W-2 EXTRACTED"
                      TO ws-ed-message
                 PERFORM write-edit-error
              END-IF
           END-PERFORM
           .
      * Every box must tie to both the locked quarters and the
      * archive to the penny; a difference is an error.
       print-edit-totals.
           MOVE SPACES TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE ws-tie-col-line TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           PERFORM VARYING ws-box-sub FROM 1 BY 1
                   UNTIL ws-box-sub > 8
              PERFORM write-tie-line
           END-PERFORM
           PERFORM VARYING ws-box-sub FROM 1 BY 1
                   UNTIL ws-box-sub > 8
              PERFORM check-tie-line
           END-PERFORM

           MOVE SPACES TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE "W-2 RECORDS READ" TO ws-cl-label
           MOVE w2-counter TO ws-cl-count
           PERFORM write-count-line
           MOVE "W-2S TO BE FILED" TO ws-cl-label
           MOVE ws-filed-count TO ws-cl-count
           PERFORM write-count-line
           MOVE "NOT FILED - NO WAGES OR TAX" TO ws-cl-label
           MOVE ws-skipped-count TO ws-cl-count
           PERFORM write-count-line
           MOVE "ERRORS" TO ws-cl-label
           MOVE ws-error-count TO ws-cl-count
           PERFORM write-count-line
           MOVE "WARNINGS" TO ws-cl-label
           MOVE ws-warning-count TO ws-cl-count
           PERFORM write-count-line

           MOVE SPACES TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           IF mode-edit
              MOVE "EDIT ONLY - NO SUBMISSION FILES WRITTEN"
                   TO ws-rl-text
           ELSE IF ws-error-count > ZERO
              MOVE "ERRORS FOUND - SUBMISSION FILES NOT WRITTEN"
                   TO ws-rl-text
           ELSE
              MOVE "EDIT CLEAN - W2SSA.DAT AND W2STATE.DAT WRITTEN"
                   TO ws-rl-text
           END-IF
           MOVE ws-result-line TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           .
       write-tie-line.
           MOVE ws-box-label (ws-box-sub) TO ws-tl-label
           MOVE ws-tie-w2 (ws-box-sub)  TO ws-tl-w2
           MOVE ws-tie-qtr (ws-box-sub) TO ws-tl-qtr
           COMPUTE ws-tie-difference
                 = ws-tie-w2 (ws-box-sub) - ws-tie-qtr (ws-box-sub)
           END-COMPUTE
           MOVE ws-tie-difference TO ws-tl-qtr-diff
           MOVE ws-tie-archive (ws-box-sub) TO ws-tl-archive
           COMPUTE ws-tie-difference
                 = ws-tie-w2 (ws-box-sub)
                 - ws-tie-archive (ws-box-sub)
           END-COMPUTE
           MOVE ws-tie-difference TO ws-tl-archive-diff
           MOVE ws-tie-line TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           .
       check-tie-line.
           PERFORM clear-edit-fields
           IF ws-tie-w2 (ws-box-sub) NOT = ws-tie-qtr (ws-box-sub)
              STRING ws-box-label (ws-box-sub) DELIMITED BY "  "
                     " TOTAL DOES NOT TIE TO 941 QUARTERS"
                        DELIMITED BY SIZE
                     INTO ws-ed-message
              END-STRING
              PERFORM write-edit-error
           END-IF
           PERFORM clear-edit-fields
           IF ws-tie-w2 (ws-box-sub)
              NOT = ws-tie-archive (ws-box-sub)
              STRING ws-box-label (ws-box-sub) DELIMITED BY "  "
                     " TOTAL DOES NOT TIE TO YTD ARCHIVE"
                        DELIMITED BY SIZE
                     INTO ws-ed-message
              END-STRING
              PERFORM write-edit-error
           END-IF
           .
       write-count-line.
           MOVE ws-count-line TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           .
       clear-edit-fields.
           MOVE SPACES TO ws-ed-emp-id
           MOVE SPACES TO ws-ed-name
           MOVE SPACES TO ws-ed-ssn
           MOVE SPACES TO ws-ed-message
           .
       write-edit-error.
           ADD 1 TO ws-error-count
           MOVE "ERROR" TO ws-dl-level
           PERFORM write-edit-line
           .
       write-edit-warning.
           ADD 1 TO ws-warning-count
           MOVE "WARNING" TO ws-dl-level
           PERFORM write-edit-line
           .
       write-edit-line.
           MOVE ws-ed-emp-id  TO ws-dl-emp-id
           MOVE ws-ed-name    TO ws-dl-name
           MOVE ws-ed-ssn     TO ws-dl-ssn
           MOVE ws-ed-message TO ws-dl-message
           MOVE ws-detail-line TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           .
      * Second pass over the extract, taken only after a clean
      * edit, so every record written here has already passed.
       write-submission-files.
           OPEN OUTPUT SSA-FILE
           IF ws-sa-file-status NOT = "00"
              DISPLAY "ERROR OPENING SSA-FILE: "
                      ws-sa-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT STATE-W2-FILE
           IF ws-sw-file-status NOT = "00"
              DISPLAY "ERROR OPENING STATE-W2-FILE: "
                      ws-sw-file-status
              STOP RUN
           END-IF
           OPEN INPUT W2-EXTRACT-FILE
           IF ws-w2-file-status NOT = "00"
              DISPLAY "ERROR OPENING W2-EXTRACT-FILE: "
                      ws-w2-file-status
              STOP RUN
           END-IF

           PERFORM build-header-records
           MOVE ws-ra-record TO SSA-RECORD
           WRITE SSA-RECORD
           MOVE ws-ra-record TO STATE-W2-RECORD
           WRITE STATE-W2-RECORD
           MOVE ws-re-record TO SSA-RECORD
           WRITE SSA-RECORD
           MOVE ws-re-record TO STATE-W2-RECORD
           WRITE STATE-W2-RECORD

           MOVE "N" TO ws-w2-eof-flag
           PERFORM UNTIL end-of-w2
              READ W2-EXTRACT-FILE
                 AT END
                    MOVE "Y" TO ws-w2-eof-flag
                 NOT AT END
                    PERFORM file-one-w2
              END-READ
           END-PERFORM
           CLOSE W2-EXTRACT-FILE

           MOVE ws-rt-record TO SSA-RECORD
           WRITE SSA-RECORD
           MOVE ws-rt-record TO STATE-W2-RECORD
           WRITE STATE-W2-RECORD
           MOVE ws-rs-count TO ws-rv-rs-count
           MOVE ws-rv-record TO STATE-W2-RECORD
           WRITE STATE-W2-RECORD
           MOVE ws-rt-rw-count TO ws-rf-rw-count
           MOVE ws-rf-record TO SSA-RECORD
           WRITE SSA-RECORD
           MOVE ws-rf-record TO STATE-W2-RECORD
           WRITE STATE-W2-RECORD
           CLOSE SSA-FILE
           CLOSE STATE-W2-FILE
           .
       build-header-records.
           MOVE ws-employer-ein      TO ws-ra-ein
           MOVE ws-bso-user-id       TO ws-ra-user-id
           MOVE ws-employer-name     TO ws-ra-company-name
           MOVE ws-employer-location TO ws-ra-co-location
           MOVE ws-employer-delivery TO ws-ra-co-delivery
           MOVE ws-employer-city     TO ws-ra-co-city
           MOVE ws-employer-state    TO ws-ra-co-state
           MOVE ws-employer-zip      TO ws-ra-co-zip
           MOVE ws-employer-zip-ext  TO ws-ra-co-zip-ext
           MOVE ws-employer-name     TO ws-ra-sub-name
           MOVE ws-employer-location TO ws-ra-sub-location
           MOVE ws-employer-delivery TO ws-ra-sub-delivery
           MOVE ws-employer-city     TO ws-ra-sub-city
           MOVE ws-employer-state    TO ws-ra-sub-state
           MOVE ws-employer-zip      TO ws-ra-sub-zip
           MOVE ws-employer-zip-ext  TO ws-ra-sub-zip-ext
           MOVE ws-contact-name      TO ws-ra-contact-name
           MOVE ws-contact-phone     TO ws-ra-contact-phone
           MOVE ws-contact-email     TO ws-ra-contact-email

           MOVE ws-tax-year          TO ws-re-tax-year
           MOVE ws-employer-ein      TO ws-re-ein
           MOVE ws-employer-name     TO ws-re-name
           MOVE ws-employer-location TO ws-re-location
           MOVE ws-employer-delivery TO ws-re-delivery
           MOVE ws-employer-city     TO ws-re-city
           MOVE ws-employer-state    TO ws-re-state
           MOVE ws-employer-zip      TO ws-re-zip
           MOVE ws-employer-zip-ext  TO ws-re-zip-ext
           MOVE ws-contact-name      TO ws-re-contact-name
           MOVE ws-contact-phone     TO ws-re-contact-phone
           MOVE ws-contact-email     TO ws-re-contact-email
           .
       file-one-w2.
           MOVE "N" TO ws-zero-w2-flag
           IF W2-BOX1-WAGES = ZERO
              AND W2-BOX2-FED-TAX = ZERO
              AND W2-BOX3-SS-WAGES = ZERO
              AND W2-BOX4-SS-TAX = ZERO
              AND W2-BOX5-MED-WAGES = ZERO
              AND W2-BOX6-MED-TAX = ZERO
              AND W2-BOX17-STATE-TAX = ZERO
              AND W2-BOX16-STATE-WAGES = ZERO
              AND W2-BOX12-AMOUNT (1) = ZERO
              AND W2-BOX12-AMOUNT (2) = ZERO
              AND W2-BOX12-AMOUNT (3) = ZERO
              AND W2-BOX12-AMOUNT (4) = ZERO
              MOVE "Y" TO ws-zero-w2-flag
           END-IF
           IF NOT zero-w2
              PERFORM build-rw-record
              MOVE ws-rw-record TO SSA-RECORD
              WRITE SSA-RECORD
              MOVE ws-rw-record TO STATE-W2-RECORD
              WRITE STATE-W2-RECORD
              PERFORM add-rw-totals
              IF W2-BOX16-STATE-WAGES NOT = ZERO
                 OR W2-BOX17-STATE-TAX NOT = ZERO
                 PERFORM build-rs-record
                 MOVE ws-rs-record TO SSA-RECORD
                 WRITE SSA-RECORD
                 MOVE ws-rs-record TO STATE-W2-RECORD
                 WRITE STATE-W2-RECORD
              END-IF
           END-IF
           .
      * The SSA wants names and addresses in upper case.
       build-rw-record.
           INITIALIZE ws-rw-record
           MOVE W2-SSN               TO ws-rw-ssn
           MOVE W2-FIRST-NAME        TO ws-rw-first-name
           MOVE W2-LAST-NAME         TO ws-rw-last-name
           MOVE W2-ADDR-LOCATION     TO ws-rw-location
           MOVE W2-ADDR-DELIVERY     TO ws-rw-delivery
           MOVE W2-ADDR-CITY         TO ws-rw-city
           MOVE W2-ADDR-STATE        TO ws-rw-state
           MOVE W2-ADDR-ZIP          TO ws-rw-zip
           MOVE W2-ADDR-ZIP-EXT      TO ws-rw-zip-ext
           MOVE W2-BOX1-WAGES        TO ws-rw-wages
           MOVE W2-BOX2-FED-TAX      TO ws-rw-fed-tax
           MOVE W2-BOX3-SS-WAGES     TO ws-rw-ss-wages
           MOVE W2-BOX4-SS-TAX       TO ws-rw-ss-tax
           MOVE W2-BOX5-MED-WAGES    TO ws-rw-med-wages
           MOVE W2-BOX6-MED-TAX      TO ws-rw-med-tax
           PERFORM VARYING ws-b12-sub FROM 1 BY 1
                   UNTIL ws-b12-sub > 4
              IF W2-BOX12-CODE (ws-b12-sub) NOT = SPACES
                 PERFORM post-rw-box12
              END-IF
           END-PERFORM
           MOVE "0" TO ws-rw-statutory
           MOVE "0" TO ws-rw-sick-pay
           IF W2-BOX13-RETIRE-PLAN = "X"
              MOVE "1" TO ws-rw-retire-plan
           ELSE
              MOVE "0" TO ws-rw-retire-plan
           END-IF
           INSPECT ws-rw-record
                   CONVERTING ws-lower-case TO ws-upper-case
           .
       post-rw-box12.
           EVALUATE W2-BOX12-CODE (ws-b12-sub)
              WHEN "D "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-d
              WHEN "E "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-e
              WHEN "F "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-f
              WHEN "G "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-g
              WHEN "H "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-h
              WHEN "W "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-w
              WHEN "Q "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-q
              WHEN "C "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-c
              WHEN "V "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-v
              WHEN "Y "
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-y
              WHEN "AA"
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-aa
              WHEN "BB"
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-bb
              WHEN "DD"
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-dd
              WHEN "FF"
                 ADD W2-BOX12-AMOUNT (ws-b12-sub) TO ws-rw-code-ff
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       add-rw-totals.
           ADD 1                 TO ws-rt-rw-count
           ADD ws-rw-wages       TO ws-rt-wages
           ADD ws-rw-fed-tax     TO ws-rt-fed-tax
           ADD ws-rw-ss-wages    TO ws-rt-ss-wages
           ADD ws-rw-ss-tax      TO ws-rt-ss-tax
           ADD ws-rw-med-wages   TO ws-rt-med-wages
           ADD ws-rw-med-tax     TO ws-rt-med-tax
           ADD ws-rw-ss-tips     TO ws-rt-ss-tips
           ADD ws-rw-dep-care    TO ws-rt-dep-care
           ADD ws-rw-code-d      TO ws-rt-code-d
           ADD ws-rw-code-e      TO ws-rt-code-e
           ADD ws-rw-code-f      TO ws-rt-code-f
           ADD ws-rw-code-g      TO ws-rt-code-g
           ADD ws-rw-code-h      TO ws-rt-code-h
           ADD ws-rw-nq-457      TO ws-rt-nq-457
           ADD ws-rw-code-w      TO ws-rt-code-w
           ADD ws-rw-nq-other    TO ws-rt-nq-other
           ADD ws-rw-code-q      TO ws-rt-code-q
           ADD ws-rw-code-c      TO ws-rt-code-c
           ADD ws-rw-code-v      TO ws-rt-code-v
           ADD ws-rw-code-y      TO ws-rt-code-y
           ADD ws-rw-code-aa     TO ws-rt-code-aa
           ADD ws-rw-code-bb     TO ws-rt-code-bb
           ADD ws-rw-code-dd     TO ws-rt-code-dd
           ADD ws-rw-code-ff     TO ws-rt-code-ff
           .
       build-rs-record.
           MOVE ws-rw-ssn            TO ws-rs-ssn
           MOVE ws-rw-first-name     TO ws-rs-first-name
           MOVE ws-rw-middle-name    TO ws-rs-middle-name
           MOVE ws-rw-last-name      TO ws-rs-last-name
           MOVE ws-rw-suffix         TO ws-rs-suffix
           MOVE ws-rw-location       TO ws-rs-location
           MOVE ws-rw-delivery       TO ws-rs-delivery
           MOVE ws-rw-city           TO ws-rs-city
           MOVE ws-rw-state          TO ws-rs-state
           MOVE ws-rw-zip            TO ws-rs-zip
           MOVE ws-rw-zip-ext        TO ws-rs-zip-ext
           PERFORM find-work-state
           MOVE ws-st-fips (st-idx)  TO ws-rs-state-code
           MOVE ws-st-fips (st-idx)  TO ws-rs-income-state
           MOVE W2-STATE-ER-ID       TO ws-rs-er-account
           INSPECT ws-rs-er-account
                   CONVERTING ws-lower-case TO ws-upper-case
           MOVE W2-BOX16-STATE-WAGES TO ws-rs-state-wages
           MOVE W2-BOX17-STATE-TAX   TO ws-rs-state-tax
           ADD 1                     TO ws-rs-count
           ADD W2-BOX16-STATE-WAGES  TO ws-rv-state-wages
           ADD W2-BOX17-STATE-TAX    TO ws-rv-state-tax
           .
       termination.
           CLOSE EDIT-RPT-FILE
           DISPLAY "W-2 records read:  " w2-counter
           DISPLAY "W-2s to be filed:  " ws-filed-count
           DISPLAY "Edit errors:       " ws-error-count
           DISPLAY "Edit warnings:     " ws-warning-count
           IF mode-submit
              IF ws-error-count = ZERO
                 DISPLAY "SUBMISSION FILES WRITTEN - RW RECORDS: "
                         ws-rt-rw-count
              ELSE
                 DISPLAY "EDIT ERRORS - SUBMISSION FILES NOT WRITTEN"
              END-IF
           END-IF
           .
