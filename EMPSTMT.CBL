      *  Program name: Print employee pay statements.
      *  Summary:      Reads the pay register and the YTD file and
      *                prints a formatted statement per employee:
      *                earnings by hours type or salary, each
      *                overtime tier, the period withholding, the
      *                wages taxed after pre-tax deductions, and
      *                net, and the
      *                year-to-date figures. Reprint mode ("R")
      *                rebuilds one prior-period statement from the
      *                register history EMPPAY archives, watermarked
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

       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
              10 AH-EMP-ID          PIC X(6).
              10 AH-PERIOD-END      PIC 9(8).
              10 AH-REC-TYPE        PIC X(1).
           05 AH-REG-IMAGE          PIC X(300).

       WORKING-STORAGE SECTION.
       77 stmt-counter          PIC 9(6).

       01  ws-work-fields.
           05 ws-line-amount       PIC 9(7)V99.
           05 ws-salary-amount     PIC S9(7)V99.
           05 ws-page-number       PIC 9(4) VALUE ZERO.
           05 ot-sub               PIC 9(2).
           05 sl-sub               PIC 9(1).
           05 ws-ea-amount         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(79) VALUE SPACES.

       01  ws-salary-line.
           05 ws-sy-label          PIC X(22).
           05 ws-sy-hours          PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ws-sy-rate           PIC ZZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ws-sy-amount         PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER               PIC X(78) VALUE SPACES.

       01  ws-amount-line.
           05 ws-am-label          PIC X(22).
           05 ws-am-amount         PIC Z,ZZZ,ZZ9.99-.
                   MOVE ZERO TO YTD-FED-TAX
                   MOVE ZERO TO YTD-STATE-TAX
                   MOVE ZERO TO YTD-NET
                   MOVE ZERO TO YTD-FIT-WAGES
               NOT INVALID KEY
                   MOVE "Y" TO ws-ytd-found-flag
           END-READ
      * each overtime tier at base rate times its multiplier. When
      * a mid-period rate change was prorated, the regular hours
      * print as one line per rate slice instead, showing the old
      * and new rates the period actually paid at. A salaried
      * employee's salary prints as its own line in place of the
      * regular hours, with any unpaid leave docked beneath it;
      * leave hours taken print without an amount, being paid
      * inside the salary.
       write-earnings-lines.
           MOVE ws-earnings-hdr-line TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           EVALUATE TRUE
              WHEN pr-pay-salaried
                 PERFORM write-salary-lines
              WHEN PR-RATE-SLICE-COUNT = ZERO
                 MOVE "REGULAR" TO ws-ea-label
                 MOVE PR-REG-HOURS TO ws-ea-hours
                 MOVE PR-HOURLY-RATE TO ws-ea-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-REG-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-ea-amount
                 PERFORM write-earnings-line
              WHEN OTHER
                 PERFORM VARYING sl-sub FROM 1 BY 1
                         UNTIL sl-sub > PR-RATE-SLICE-COUNT
                            OR sl-sub > 2
                    MOVE "REGULAR (PRORATED)" TO ws-ea-label
                    MOVE PR-RATE-SLICE-HOURS (sl-sub)
                         TO ws-ea-hours
                    MOVE PR-RATE-SLICE-RATE (sl-sub)
                         TO ws-ea-rate
                    COMPUTE ws-line-amount ROUNDED
                          = PR-RATE-SLICE-HOURS (sl-sub)
                            * PR-RATE-SLICE-RATE (sl-sub)
                    MOVE ws-line-amount TO ws-ea-amount
                    PERFORM write-earnings-line
                 END-PERFORM
           END-EVALUATE

           PERFORM VARYING ot-sub FROM 1 BY 1
                   UNTIL ot-sub > PR-OT-TIER-COUNT
              END-IF
           END-PERFORM

           IF pr-pay-salaried
              PERFORM write-salary-leave-lines
           ELSE
              IF PR-VAC-HOURS > ZERO
                 MOVE "VACATION" TO ws-ea-label
                 MOVE PR-VAC-HOURS TO ws-ea-hours
                 MOVE PR-HOURLY-RATE TO ws-ea-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-VAC-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-ea-amount
                 PERFORM write-earnings-line
              END-IF
              IF PR-SICK-HOURS > ZERO
                 MOVE "SICK" TO ws-ea-label
                 MOVE PR-SICK-HOURS TO ws-ea-hours
                 MOVE PR-HOURLY-RATE TO ws-ea-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-SICK-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-ea-amount
                 PERFORM write-earnings-line
              END-IF
              IF PR-HOL-HOURS > ZERO
                 MOVE "HOLIDAY" TO ws-ea-label
                 MOVE PR-HOL-HOURS TO ws-ea-hours
                 MOVE PR-HOURLY-RATE TO ws-ea-rate
                 COMPUTE ws-line-amount ROUNDED
                       = PR-HOL-HOURS * PR-HOURLY-RATE
                 MOVE ws-line-amount TO ws-ea-amount
                 PERFORM write-earnings-line
              END-IF
           END-IF
           IF PR-FINAL-VAC-HOURS > ZERO
              MOVE "VACATION PAYOUT" TO ws-ea-label
           MOVE ws-earnings-line TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .
      * The salary line shows the period salary before any dock,
      * so the unpaid-leave line beneath it nets to what was paid.
       write-salary-lines.
           MOVE "SALARY" TO ws-sy-label
           MOVE ZERO TO ws-sy-hours
           MOVE ZERO TO ws-sy-rate
           COMPUTE ws-salary-amount = PR-SALARY-PAY + PR-SALARY-DOCK
           MOVE ws-salary-amount TO ws-sy-amount
           PERFORM write-salary-line
           IF PR-UNPAID-HOURS > ZERO
              MOVE "UNPAID LEAVE" TO ws-sy-label
              MOVE PR-UNPAID-HOURS TO ws-sy-hours
              MOVE PR-HOURLY-RATE TO ws-sy-rate
              COMPUTE ws-salary-amount = ZERO - PR-SALARY-DOCK
              MOVE ws-salary-amount TO ws-sy-amount
              PERFORM write-salary-line
           END-IF
           .
       write-salary-leave-lines.
           MOVE ZERO TO ws-sy-rate
           MOVE ZERO TO ws-sy-amount
           IF PR-VAC-HOURS > ZERO
              MOVE "VACATION - IN SALARY" TO ws-sy-label
              MOVE PR-VAC-HOURS TO ws-sy-hours
              PERFORM write-salary-line
           END-IF
           IF PR-SICK-HOURS > ZERO
              MOVE "SICK - IN SALARY" TO ws-sy-label
              MOVE PR-SICK-HOURS TO ws-sy-hours
              PERFORM write-salary-line
           END-IF
           IF PR-HOL-HOURS > ZERO
              MOVE "HOLIDAY - IN SALARY" TO ws-sy-label
              MOVE PR-HOL-HOURS TO ws-sy-hours
              PERFORM write-salary-line
           END-IF
           .
       write-salary-line.
           MOVE ws-salary-line TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .
       write-amount-line.
           MOVE ws-amount-line TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .
      * The taxable wage line shows only when pre-tax deductions
      * made it differ from gross. A history image archived before
      * the wage columns existed has spaces there and skips it.
       write-summary-lines.
           MOVE "GROSS PAY THIS PERIOD" TO ws-am-label
           MOVE PR-PERIOD-GROSS TO ws-am-amount
           PERFORM write-amount-line
           IF PR-FIT-WAGES NUMERIC
              IF PR-FIT-WAGES NOT = PR-PERIOD-GROSS
                 MOVE "TAXABLE WAGES" TO ws-am-label
                 MOVE PR-FIT-WAGES TO ws-am-amount
                 PERFORM write-amount-line
              END-IF
           END-IF
           MOVE "FEDERAL WITHHOLDING" TO ws-am-label
           MOVE PR-FED-TAX TO ws-am-amount
           PERFORM write-amount-line
           MOVE "YTD GROSS" TO ws-am-label
           MOVE YTD-GROSS TO ws-am-amount
           PERFORM write-amount-line
           IF YTD-FIT-WAGES NOT = YTD-GROSS
              MOVE "YTD TAXABLE WAGES" TO ws-am-label
              MOVE YTD-FIT-WAGES TO ws-am-amount
              PERFORM write-amount-line
           END-IF
           MOVE "YTD FEDERAL TAX" TO ws-am-label
           MOVE YTD-FED-TAX TO ws-am-amount
           PERFORM write-amount-line
