      *  Program ID:   EMPYREND
      *  Program name: Year-end close.
      *  Summary:      Closes a tax year: writes a W-2 extract
      *                record per employee from the YTD figures
      *                and the master's SSN and mailing address
      *                (wages net of pre-tax deductions, and the
      *                box 12 amounts from the deduction master),
      *                archives the closing balances for reprints
      *                and corrections, prints the Form 940
      *                worksheet (payments, exempt and excess
      *                wages, FUTA before and after the credit
      *                reduction, and the quarterly liability),
      *                and resets the live YTD
      *                file for the new year. Refuses to run while
      *                the period control still shows any pay
      *                period of the closing year open.
           SELECT DEDUCTION-FILE
               ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS ws-dm-file-status.
           SELECT TAX-TABLE-FILE
               ASSIGN TO "EMPTAXTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tx-file-status.
           SELECT W2-EXTRACT-FILE
               ASSIGN TO "W2EXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "EMPYTDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ar-file-status.
           SELECT QTD-FILE
               ASSIGN TO "EMPQTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QT-KEY
               FILE STATUS IS ws-qt-file-status.
           SELECT F940-WORKSHEET-FILE
               ASSIGN TO "F940WKS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fw-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Input copy of EMPPAY's PERIOD-CTL-RECORD - the two layouts
              10 PC-PERIOD-END      PIC 9(8).
           05 PC-STATUS             PIC X(1).
              88 period-closed      VALUE "C".
           05 PC-PAY-DATE           PIC 9(8).
           05 FILLER                PIC X(22).

       FD  YTD-FILE.
       01  YTD-RECORD.
           05 YTD-SS-TAX            PIC 9(9)V99.
           05 YTD-MED-WAGES         PIC 9(9)V99.
           05 YTD-MED-TAX           PIC 9(9)V99.
           05 YTD-FIT-WAGES         PIC 9(9)V99.
           05 YTD-FUTA-WAGES        PIC 9(9)V99.
           05 YTD-FUTA-TAX          PIC 9(9)V99.
           05 YTD-SUTA-WAGES        PIC 9(9)V99.
           05 YTD-SUTA-TAX          PIC 9(9)V99.

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

      * Input copy of EMPPAY's DEDUCTION-RECORD - the two layouts
      * must be changed together. Only DM-YTD-TAKEN is touched
      * here: it is read first for the W-2 box 12 amounts, then
      * the annual accumulators roll with the pay YTD so
      * annual-limited deductions restart cleanly in January.
       FD  DEDUCTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 DM-YTD-TAKEN          PIC 9(7)V99.
           05 FILLER                PIC X(41).

      * Input copy of EMPPAY's tax table; only the "T" lines are
      * used here, for each deduction type's tax class and W-2
      * box 12 code, and the "U" lines for the FUTA rate, wage
      * base and credit reduction. See EMPPAY for the full
      * layout.
       FD  TAX-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-TABLE-RECORD.
           05 TX-REC-TYPE           PIC X(1).
           05 TD-DED-TYPE           PIC X(3).
           05 TD-TAX-CLASS          PIC X(1).
           05 TD-W2-CODE            PIC X(2).
           05 FILLER                PIC X(73).
       01  UNEMP-TABLE-RECORD.
           05 FILLER                PIC X(1).
           05 TU-JURISDICTION       PIC X(1).
           05 FILLER                PIC X(1).
           05 TU-RATE               PIC V9(5).
           05 TU-WAGE-BASE          PIC 9(7)V99.
           05 FILLER                PIC X(63).

      * One record per employee per closed year: the box-level
      * wage and withholding amounts for the W-2 print service.
      * Box 1 and box 16 are the wages left after pre-tax
      * deductions; box 12 carries up to four code/amount pairs
      * and box 13 is "X" when a retirement deferral was taken.
      * The name, SSN, address and state account are the master's
      * as they stood at the close, so the print service can mail
      * the form and EMPEFW2 can file it. EMPEFW2 carries a
      * matching copy of this layout - change them together.
       FD  W2-EXTRACT-FILE
           RECORD CONTAINS 340 CHARACTERS.
       01  W2-EXTRACT-RECORD.
           05 W2-TAX-YEAR           PIC 9(4).
           05 W2-EMP-ID             PIC X(6).
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

      * Closing balances by year, kept forever for W-2 reprints
      * and corrections; the file extends across year-end runs.
           05 AR-SS-TAX             PIC 9(9)V99.
           05 AR-MED-WAGES          PIC 9(9)V99.
           05 AR-MED-TAX            PIC 9(9)V99.
           05 AR-FIT-WAGES          PIC 9(9)V99.
           05 FILLER                PIC X(23).

      * Input copy of EMPPAY's QTD-RECORD - the two layouts must be
      * changed together. Read for the 940's quarterly FUTA
      * liability.
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

       FD  F940-WORKSHEET-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  F940-WORKSHEET-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       77 close-counter         PIC 9(6).
           05 ws-em-file-status    PIC XX.
           05 ws-w2-file-status    PIC XX.
           05 ws-ar-file-status    PIC XX.
           05 ws-tx-file-status    PIC XX.
           05 ws-qt-file-status    PIC XX.
           05 ws-fw-file-status    PIC XX.

       01  ws-flags.
           05 ws-pc-eof-flag          PIC X VALUE "N".
              88 deduction-file-open  VALUE "Y".
           05 ws-master-found-flag    PIC X VALUE "N".
              88 master-record-found  VALUE "Y".
           05 ws-tx-eof-flag          PIC X VALUE "N".
              88 tax-table-eof        VALUE "Y".
           05 ws-emp-ded-eof-flag     PIC X VALUE "N".
              88 end-of-emp-deductions VALUE "Y".
           05 ws-qt-eof-flag          PIC X VALUE "N".
              88 end-of-qtd           VALUE "Y".

      * Deduction types that report on the W-2, from the tax
      * table's "T" lines. A type with no code and no retirement
      * class is left out.
       01  ws-w2-code-table.
           05 ws-w2-code-count        PIC 99 VALUE ZERO.
           05 ws-w2-code-entry OCCURS 30 TIMES
                                      INDEXED BY wc-idx.
              10 ws-w2-ded-type       PIC X(3).
              10 ws-w2-tax-class      PIC X(1).
                 88 w2-class-retire   VALUE "R".
              10 ws-w2-box12-code     PIC X(2).

       01  ws-box12-fields.
           05 ws-box12-count          PIC 9 VALUE ZERO.
           05 ws-box12-sub            PIC 9 VALUE ZERO.

       01  ws-close-year           PIC 9(4).
       01  ws-close-year-x REDEFINES ws-close-year
                                   PIC X(4).

      * The 940 worksheet, by form line. Total payments are the
      * gross; the exempt payments are the Section 125 deductions
      * (gross less the FICA wage), which FUTA does not tax; the
      * excess is each employee's FICA wage above the FUTA wage
      * base. Line 7 is therefore the FUTA wage buckets' sum. The
      * credit reduction, when the state owes one, is line 7 at
      * the "U" "R" rate and lands in the fourth quarter's
      * liability, as the form instructs.
       01  ws-940-fields.
           05 ws-futa-rate         PIC V9(5) VALUE ZERO.
           05 ws-futa-wage-base    PIC 9(7)V99 VALUE ZERO.
           05 ws-credit-red-rate   PIC V9(5) VALUE ZERO.
           05 ws-940-line3         PIC S9(11)V99 VALUE ZERO.
           05 ws-940-line4         PIC S9(11)V99 VALUE ZERO.
           05 ws-940-line5         PIC S9(11)V99 VALUE ZERO.
           05 ws-940-line6         PIC S9(11)V99 VALUE ZERO.
           05 ws-940-line7         PIC S9(11)V99 VALUE ZERO.
           05 ws-940-line8         PIC S9(11)V99 VALUE ZERO.
           05 ws-940-line11        PIC S9(11)V99 VALUE ZERO.
           05 ws-940-line12        PIC S9(11)V99 VALUE ZERO.
           05 ws-940-qtr-liab      PIC S9(11)V99 VALUE ZERO
                                   OCCURS 4 TIMES.
           05 ws-940-line17        PIC S9(11)V99 VALUE ZERO.
           05 ws-futa-accrued      PIC S9(11)V99 VALUE ZERO.
           05 ws-940-difference    PIC S9(11)V99.
           05 ws-940-sub           PIC 9(1).

       01  ws-940-heading-line.
           05 FILLER               PIC X(40)
              VALUE "FORM 940 WORKSHEET".
           05 FILLER               PIC X(9) VALUE "TAX YEAR ".
           05 ws-fh-year           PIC 9(4).
           05 FILLER               PIC X(79) VALUE SPACES.

       01  ws-940-line.
           05 ws-fl-line-no        PIC X(6).
           05 ws-fl-label          PIC X(48).
           05 ws-fl-amount         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPYREND Version 1.0"

           PERFORM initialization
           PERFORM close-employee-year UNTIL end-of-ytd
           PERFORM print-940-worksheet
           PERFORM reset-deduction-ytd

           PERFORM termination
              STOP RUN
           END-IF
           PERFORM open-deduction-file
           PERFORM load-w2-codes
           PERFORM collect-940-quarters
           OPEN OUTPUT W2-EXTRACT-FILE
           IF ws-w2-file-status NOT = "00"
              DISPLAY "ERROR OPENING W2-EXTRACT-FILE: "
                      ws-ar-file-status
              STOP RUN
           END-IF
           OPEN OUTPUT F940-WORKSHEET-FILE
           IF ws-fw-file-status NOT = "00"
              DISPLAY "ERROR OPENING F940-WORKSHEET-FILE: "
                      ws-fw-file-status
              STOP RUN
           END-IF
           PERFORM read-next-ytd
           .
      * The year may not close while any of its pay periods is
                 STOP RUN
           END-EVALUATE
           .
      * Without the tax table there would be no box 12 codes, so a
      * missing table is fatal here as it is in EMPPAY.
       load-w2-codes.
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
                    IF TX-REC-TYPE = "T"
                       AND (TD-W2-CODE NOT = SPACES
                            OR TD-TAX-CLASS = "R")
                       PERFORM load-w2-code-record
                    END-IF
                    IF TX-REC-TYPE = "U"
                       PERFORM load-unemp-record
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TAX-TABLE-FILE
           IF ws-futa-rate = ZERO
              OR ws-futa-wage-base = ZERO
              DISPLAY "TAX-TABLE-FILE HAS NO FUTA RATE - "
                      "RUN STOPPED"
              STOP RUN
           END-IF
           .
       load-unemp-record.
           EVALUATE TU-JURISDICTION
              WHEN "F"
                 MOVE TU-RATE      TO ws-futa-rate
                 MOVE TU-WAGE-BASE TO ws-futa-wage-base
              WHEN "R"
                 MOVE TU-RATE      TO ws-credit-red-rate
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       load-w2-code-record.
           IF ws-w2-code-count < 30
              ADD 1 TO ws-w2-code-count
              SET wc-idx TO ws-w2-code-count
              MOVE TD-DED-TYPE  TO ws-w2-ded-type (wc-idx)
              MOVE TD-TAX-CLASS TO ws-w2-tax-class (wc-idx)
              MOVE TD-W2-CODE   TO ws-w2-box12-code (wc-idx)
           ELSE
              DISPLAY "W-2 CODE TABLE FULL"
              STOP RUN
           END-IF
           .
       close-employee-year.
           ADD 1 TO close-counter
           PERFORM read-employee-master
           PERFORM write-w2-extract
           PERFORM write-ytd-archive
           PERFORM accumulate-940-wages
           PERFORM reset-ytd-record
           PERFORM read-next-ytd
           .
                     EM-LNAME DELIMITED BY "  "
                     INTO W2-EMP-NAME
              END-STRING
              MOVE EM-FNAME         TO W2-FIRST-NAME
              MOVE EM-LNAME         TO W2-LAST-NAME
              MOVE EM-SSN           TO W2-SSN
              MOVE EM-ADDR-LOCATION TO W2-ADDR-LOCATION
              MOVE EM-ADDR-DELIVERY TO W2-ADDR-DELIVERY
              MOVE EM-ADDR-CITY     TO W2-ADDR-CITY
              MOVE EM-ADDR-STATE    TO W2-ADDR-STATE
              MOVE EM-ADDR-ZIP      TO W2-ADDR-ZIP
              MOVE EM-ADDR-ZIP-EXT  TO W2-ADDR-ZIP-EXT
              MOVE EM-WORK-STATE    TO W2-WORK-STATE
              MOVE EM-STATE-ER-ID   TO W2-STATE-ER-ID
           ELSE
              MOVE "NOT ON MASTER" TO W2-EMP-NAME
              MOVE ZERO            TO W2-SSN
           END-IF
           MOVE YTD-FIT-WAGES  TO W2-BOX1-WAGES
           MOVE YTD-FED-TAX    TO W2-BOX2-FED-TAX
           MOVE YTD-SS-WAGES   TO W2-BOX3-SS-WAGES
           MOVE YTD-SS-TAX     TO W2-BOX4-SS-TAX
           MOVE YTD-MED-WAGES  TO W2-BOX5-MED-WAGES
           MOVE YTD-MED-TAX    TO W2-BOX6-MED-TAX
           MOVE YTD-FIT-WAGES  TO W2-BOX16-STATE-WAGES
           MOVE YTD-STATE-TAX  TO W2-BOX17-STATE-TAX
           MOVE SPACE          TO W2-BOX13-RETIRE-PLAN
           PERFORM VARYING ws-box12-sub FROM 1 BY 1
                   UNTIL ws-box12-sub > 4
              MOVE ZERO TO W2-BOX12-AMOUNT (ws-box12-sub)
           END-PERFORM
           MOVE ZERO TO ws-box12-count
           IF deduction-file-open
              PERFORM collect-box12-amounts
           END-IF
           WRITE W2-EXTRACT-RECORD
           .
      * Reads the employee's deduction records before the reset
      * zeroes them, adding each reportable year-to-date take to
      * the box 12 slot for its code.
       collect-box12-amounts.
           MOVE YTD-EMP-ID TO DM-EMP-ID
           MOVE ZERO       TO DM-PRIORITY
           MOVE ZERO       TO DM-SEQ
           MOVE "N" TO ws-emp-ded-eof-flag
           START DEDUCTION-FILE KEY IS NOT LESS THAN DM-KEY
               INVALID KEY
                   MOVE "Y" TO ws-emp-ded-eof-flag
           END-START
           PERFORM UNTIL end-of-emp-deductions
              READ DEDUCTION-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO ws-emp-ded-eof-flag
                 NOT AT END
                    IF DM-EMP-ID = YTD-EMP-ID
                       IF DM-YTD-TAKEN > ZERO
                          PERFORM add-box12-amount
                       END-IF
                    ELSE
                       MOVE "Y" TO ws-emp-ded-eof-flag
                    END-IF
              END-READ
           END-PERFORM
           .
       add-box12-amount.
           PERFORM VARYING wc-idx FROM 1 BY 1
                   UNTIL wc-idx > ws-w2-code-count
              IF ws-w2-ded-type (wc-idx) = DM-DED-TYPE
                 IF w2-class-retire (wc-idx)
                    MOVE "X" TO W2-BOX13-RETIRE-PLAN
                 END-IF
                 IF ws-w2-box12-code (wc-idx) NOT = SPACES
                    PERFORM post-box12-slot
                 END-IF
              END-IF
           END-PERFORM
           .
      * Same code adds into its existing slot; a fifth code would
      * need a second W-2 and is reported for manual handling.
       post-box12-slot.
           PERFORM VARYING ws-box12-sub FROM 1 BY 1
                   UNTIL ws-box12-sub > ws-box12-count
                      OR W2-BOX12-CODE (ws-box12-sub)
                         = ws-w2-box12-code (wc-idx)
              CONTINUE
           END-PERFORM
           IF ws-box12-sub > ws-box12-count
              IF ws-box12-count < 4
                 ADD 1 TO ws-box12-count
                 MOVE ws-box12-count TO ws-box12-sub
                 MOVE ws-w2-box12-code (wc-idx)
                      TO W2-BOX12-CODE (ws-box12-sub)
              ELSE
                 DISPLAY "EMPLOYEE " YTD-EMP-ID
                         " HAS MORE THAN 4 BOX 12 CODES - CODE "
                         ws-w2-box12-code (wc-idx)
                         " NOT EXTRACTED"
                 MOVE ZERO TO ws-box12-sub
              END-IF
           END-IF
           IF ws-box12-sub > ZERO
              ADD DM-YTD-TAKEN TO W2-BOX12-AMOUNT (ws-box12-sub)
           END-IF
           .
       write-ytd-archive.
           MOVE SPACES        TO YTD-ARCHIVE-RECORD
           MOVE ws-close-year TO AR-TAX-YEAR
           MOVE YTD-SS-TAX    TO AR-SS-TAX
           MOVE YTD-MED-WAGES TO AR-MED-WAGES
           MOVE YTD-MED-TAX   TO AR-MED-TAX
           MOVE YTD-FIT-WAGES TO AR-FIT-WAGES
           WRITE YTD-ARCHIVE-RECORD
           .
       accumulate-940-wages.
           ADD YTD-GROSS TO ws-940-line3
           COMPUTE ws-940-line4 = ws-940-line4
                                + YTD-GROSS - YTD-MED-WAGES
           END-COMPUTE
           COMPUTE ws-940-line5 = ws-940-line5
                                + YTD-MED-WAGES - YTD-FUTA-WAGES
           END-COMPUTE
           ADD YTD-FUTA-TAX TO ws-futa-accrued
           .
       print-940-worksheet.
           COMPUTE ws-940-line6 = ws-940-line4 + ws-940-line5
           END-COMPUTE
           COMPUTE ws-940-line7 = ws-940-line3 - ws-940-line6
           END-COMPUTE
           COMPUTE ws-940-line8 ROUNDED
                 = ws-940-line7 * ws-futa-rate
           END-COMPUTE
           COMPUTE ws-940-line11 ROUNDED
                 = ws-940-line7 * ws-credit-red-rate
           END-COMPUTE
           COMPUTE ws-940-line12 = ws-940-line8 + ws-940-line11
           END-COMPUTE
           ADD ws-940-line11 TO ws-940-qtr-liab (4)
           PERFORM VARYING ws-940-sub FROM 1 BY 1
                   UNTIL ws-940-sub > 4
              ADD ws-940-qtr-liab (ws-940-sub) TO ws-940-line17
           END-PERFORM

           MOVE ws-close-year TO ws-fh-year
           MOVE ws-940-heading-line TO F940-WORKSHEET-RECORD
           WRITE F940-WORKSHEET-RECORD
           MOVE SPACES TO F940-WORKSHEET-RECORD
           WRITE F940-WORKSHEET-RECORD
           MOVE "3" TO ws-fl-line-no
           MOVE "TOTAL PAYMENTS TO ALL EMPLOYEES" TO ws-fl-label
           MOVE ws-940-line3 TO ws-fl-amount
           PERFORM write-940-line
           MOVE "4" TO ws-fl-line-no
           MOVE "PAYMENTS EXEMPT FROM FUTA TAX (SECTION 125)"
                TO ws-fl-label
           MOVE ws-940-line4 TO ws-fl-amount
           PERFORM write-940-line
           MOVE "5" TO ws-fl-line-no
           MOVE "PAYMENTS OVER THE FUTA WAGE BASE" TO ws-fl-label
           MOVE ws-940-line5 TO ws-fl-amount
           PERFORM write-940-line
           MOVE "6" TO ws-fl-line-no
           MOVE "SUBTOTAL (LINE 4 + LINE 5)" TO ws-fl-label
           MOVE ws-940-line6 TO ws-fl-amount
           PERFORM write-940-line
           MOVE "7" TO ws-fl-line-no
           MOVE "TOTAL TAXABLE FUTA WAGES (LINE 3 - LINE 6)"
                TO ws-fl-label
           MOVE ws-940-line7 TO ws-fl-amount
           PERFORM write-940-line
           MOVE "8" TO ws-fl-line-no
           MOVE "FUTA TAX BEFORE ADJUSTMENTS" TO ws-fl-label
           MOVE ws-940-line8 TO ws-fl-amount
           PERFORM write-940-line
           MOVE "11" TO ws-fl-line-no
           MOVE "CREDIT REDUCTION" TO ws-fl-label
           MOVE ws-940-line11 TO ws-fl-amount
           PERFORM write-940-line
           MOVE "12" TO ws-fl-line-no
           MOVE "TOTAL FUTA TAX AFTER ADJUSTMENTS" TO ws-fl-label
           MOVE ws-940-line12 TO ws-fl-amount
           PERFORM write-940-line

           MOVE SPACES TO F940-WORKSHEET-RECORD
           WRITE F940-WORKSHEET-RECORD
           MOVE "16A" TO ws-fl-line-no
           MOVE "LIABILITY FIRST QUARTER" TO ws-fl-label
           MOVE ws-940-qtr-liab (1) TO ws-fl-amount
           PERFORM write-940-line
           MOVE "16B" TO ws-fl-line-no
           MOVE "LIABILITY SECOND QUARTER" TO ws-fl-label
           MOVE ws-940-qtr-liab (2) TO ws-fl-amount
           PERFORM write-940-line
           MOVE "16C" TO ws-fl-line-no
           MOVE "LIABILITY THIRD QUARTER" TO ws-fl-label
           MOVE ws-940-qtr-liab (3) TO ws-fl-amount
           PERFORM write-940-line
           MOVE "16D" TO ws-fl-line-no
           MOVE "LIABILITY FOURTH QUARTER (WITH CREDIT REDUCTION)"
                TO ws-fl-label
           MOVE ws-940-qtr-liab (4) TO ws-fl-amount
           PERFORM write-940-line
           MOVE "17" TO ws-fl-line-no
           MOVE "TOTAL LIABILITY FOR THE YEAR" TO ws-fl-label
           MOVE ws-940-line17 TO ws-fl-amount
           PERFORM write-940-line

      * Line 17 is the accruals run by run, line 12 the year's
      * wages at the rate; they differ only by per-run rounding.
           MOVE SPACES TO F940-WORKSHEET-RECORD
           WRITE F940-WORKSHEET-RECORD
           MOVE SPACES TO ws-fl-line-no
           MOVE "FUTA ACCRUED BY PAYROLL (YTD)" TO ws-fl-label
           MOVE ws-futa-accrued TO ws-fl-amount
           PERFORM write-940-line
           COMPUTE ws-940-difference = ws-940-line17 - ws-940-line12
           END-COMPUTE
           MOVE "DIFFERENCE LINE 17 - LINE 12" TO ws-fl-label
           MOVE ws-940-difference TO ws-fl-amount
           PERFORM write-940-line
           .
      * Read before any YTD record is touched, so a bad QTD file
      * stops the close while it can still be rerun. A shop whose
      * quarters were never posted has no liability to spread; the
      * lines print as zero.
       collect-940-quarters.
           OPEN INPUT QTD-FILE
           EVALUATE ws-qt-file-status
              WHEN "00"
                 PERFORM UNTIL end-of-qtd
                    READ QTD-FILE NEXT RECORD
                       AT END
                          MOVE "Y" TO ws-qt-eof-flag
                       NOT AT END
                          IF QT-YEAR = ws-close-year
                             AND QT-QUARTER > ZERO
                             AND QT-QUARTER < 5
                             ADD QT-FUTA-TAX
                                 TO ws-940-qtr-liab (QT-QUARTER)
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
       write-940-line.
           MOVE ws-940-line TO F940-WORKSHEET-RECORD
           WRITE F940-WORKSHEET-RECORD
           .
      * The live record is zeroed, not deleted, so January's first
      * run finds every employee already on file.
       reset-ytd-record.
           MOVE ZERO TO YTD-SS-TAX
           MOVE ZERO TO YTD-MED-WAGES
           MOVE ZERO TO YTD-MED-TAX
           MOVE ZERO TO YTD-FIT-WAGES
           MOVE ZERO TO YTD-FUTA-WAGES
           MOVE ZERO TO YTD-FUTA-TAX
           MOVE ZERO TO YTD-SUTA-WAGES
           MOVE ZERO TO YTD-SUTA-TAX
           REWRITE YTD-RECORD
           .
      * The deduction annual accumulators roll with the pay YTD -
      * annual-limited deduction against last year's figure.
       reset-deduction-ytd.
           IF deduction-file-open
              MOVE LOW-VALUES TO DM-KEY
              START DEDUCTION-FILE KEY IS NOT LESS THAN DM-KEY
                  INVALID KEY
                      MOVE "Y" TO ws-dm-eof-flag
              END-START
              PERFORM UNTIL end-of-deductions
                 READ DEDUCTION-FILE NEXT RECORD
                    AT END
           END-IF
           CLOSE W2-EXTRACT-FILE
           CLOSE YTD-ARCHIVE-FILE
           CLOSE F940-WORKSHEET-FILE
           DISPLAY "Employees closed: " close-counter
           DISPLAY "TAX YEAR " ws-close-year " CLOSED"
           .
