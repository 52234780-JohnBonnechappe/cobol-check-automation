      *                field against the rules EMPPAY enforces at
      *                pay time, and writes a before/after audit
      *                record for every change so the master is
      *                never hand-edited again. Salaried staff carry
      *                a pay type and annual salary in place of a
      *                keyed hourly rate. The SSN, mailing address
      *                and state employer ID the W-2 needs are
      *                format-checked here as they are keyed.
      *                A second user approves a keyed change with a
      *                "V" card, recorded on the audit trail; EMPACH
      *                holds deposits to a bank account changed
      *                recently until one is there.
      ************************************************
      *
       PROGRAM-ID. EMPMNT.
      * numeric columns are picture X with a numeric redefinition so
      * a mis-keyed card rejects on this report instead of landing
      * as garbage on the master. MT-USER-ID identifies the keyer
      * and is carried onto every audit record. MT-PAY-TYPE space
      * or "H" is hourly; "E" salaried exempt and "N" salaried
      * non-exempt carry MT-ANNUAL-SALARY, and their hourly rate
      * column is not keyed - the master rate is derived from the
      * salary. MT-HIRE-DATE is optional; when present, EMPPAY
      * prorates a salaried employee's first period from it.
      * MT-SSN is keyed as nine digits with no dashes, and may be
      * left blank until the employee has one. The address columns
      * are the SSA's W-2 fields: location (suite or apartment)
      * and delivery (street) address, city, state, ZIP and ZIP+4.
      * MT-WORK-STATE and MT-STATE-ER-ID name the state the wages
      * are reported to and our employer account number there.
      * A "V" card approves an earlier change to the employee: its
      * MT-EFF-DATE and MT-APPR-TIME carry the audit date and time
      * the sensitive-change report (EMPSCHG) prints for it, and
      * MT-USER-ID is the approver, who may not be the user who
      * keyed the change.
       FD  MAINT-TRAN-FILE
           RECORD CONTAINS 280 CHARACTERS.
       01  MAINT-TRAN-RECORD.
           05 MT-ACTION             PIC X(1).
              88 mt-add-action        VALUE "A".
              88 mt-change-action     VALUE "C".
              88 mt-terminate-action  VALUE "T".
              88 mt-rate-action       VALUE "R".
              88 mt-approve-action    VALUE "V".
           05 MT-EMP-ID             PIC X(6).
           05 MT-USER-ID            PIC X(8).
           05 MT-FNAME              PIC X(15).
           05 MT-EFF-DATE           PIC X(8).
           05 MT-EFF-DATE-N REDEFINES MT-EFF-DATE
                                    PIC 9(8).
           05 MT-PAY-TYPE           PIC X(1).
              88 mt-pay-hourly        VALUES "H", " ".
              88 mt-pay-salaried      VALUES "E", "N".
           05 MT-ANNUAL-SALARY      PIC X(9).
           05 MT-ANNUAL-SALARY-N REDEFINES MT-ANNUAL-SALARY
                                    PIC 9(7)V99.
           05 MT-HIRE-DATE          PIC X(8).
           05 MT-HIRE-DATE-N REDEFINES MT-HIRE-DATE
                                    PIC 9(8).
           05 MT-SSN                PIC X(9).
           05 MT-SSN-N REDEFINES MT-SSN
                                    PIC 9(9).
           05 MT-ADDR-LOCATION      PIC X(22).
           05 MT-ADDR-DELIVERY      PIC X(22).
           05 MT-ADDR-CITY          PIC X(22).
           05 MT-ADDR-STATE         PIC X(2).
           05 MT-ADDR-ZIP           PIC X(5).
           05 MT-ADDR-ZIP-EXT       PIC X(4).
           05 MT-WORK-STATE         PIC X(2).
           05 MT-STATE-ER-ID        PIC X(20).
           05 MT-APPR-TIME          PIC X(8).
           05 MT-APPR-TIME-N REDEFINES MT-APPR-TIME
                                    PIC 9(8).
           05 FILLER                PIC X(5).

      * Maintenance copy of EMPPAY's EMP-MASTER-RECORD - the two
      * layouts must be changed together.
       FD  EMP-MASTER-FILE
           RECORD CONTAINS 270 CHARACTERS.
       01  EMP-MASTER-RECORD.
           05 EM-EMP-ID             PIC X(6).
           05 EM-FNAME              PIC X(15).
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

      * Maintenance copy of EMPPAY's RATE-HISTORY-RECORD - the two
      * layouts must be changed together. "R" transactions land
      * it, when, and the full master image before and after. The
      * before image is spaces on an add. This file extends across
      * runs and answers "who changed this employee's bank account
      * and when". A "V" record is an approval: its images are the
      * master as it stood, and AU-APPR-DATE/TIME identify the
      * change approved, keyed by AU-APPR-USER-ID. EMPACH and
      * EMPSCHG carry copies of this layout - change them together.
       FD  AUDIT-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  AUDIT-RECORD.
           05 AU-DATE               PIC 9(8).
           05 AU-TIME               PIC 9(8).
           05 AU-USER-ID            PIC X(8).
           05 AU-ACTION             PIC X(1).
           05 AU-EMP-ID             PIC X(6).
           05 AU-BEFORE-IMAGE       PIC X(270).
           05 AU-AFTER-IMAGE        PIC X(270).
           05 AU-APPR-DATE          PIC 9(8).
           05 AU-APPR-TIME          PIC 9(8).
           05 AU-APPR-USER-ID       PIC X(8).
           05 FILLER                PIC X(5).

      * One line per transaction, applied or rejected, rebuilt every
      * run for the HR desk to verify its batch.
              88 end-of-trans         VALUE "Y".
           05 ws-master-found-flag    PIC X VALUE "N".
              88 master-record-found  VALUE "Y".
           05 ws-au-eof-flag          PIC X VALUE "N".
              88 end-of-audit         VALUE "Y".

       01  ws-run-date             PIC 9(8).
       01  ws-run-time             PIC 9(8).

      * Mirror of EMPPAY's ws-validation-bounds rate limits - the
      * two must be changed together so a rate this program accepts
      * is a rate EMPPAY will pay. A salary is held to the same
      * ceiling through its hourly equivalent: the annual salary
      * over ws-salary-hours, EMPPAY's standard work year.
       01  ws-validation-bounds.
           05 ws-min-rate           PIC 9(3)V99 VALUE 0.
           05 ws-max-rate           PIC 9(3)V99 VALUE 500.
           05 ws-salary-hours       PIC 9(4)    VALUE 2080.
           05 ws-salary-rate        PIC 9(5)V99.
           05 ws-valid-tran-flag    PIC X VALUE "Y".
              88 tran-is-valid      VALUE "Y".
           05 ws-reason-code        PIC 9(2).
           05 ws-routing-ok-flag    PIC X.
              88 routing-ok         VALUE "Y".

      * SSN format: nine digits in three parts, none of them all
      * zeros, and an area number the SSA issues - never 666 and
      * never 900 or above.
       01  ws-ssn-work.
           05 ws-ssn-digits         PIC X(9).
           05 ws-ssn-parts REDEFINES ws-ssn-digits.
              10 ws-ssn-area        PIC X(3).
              10 ws-ssn-group       PIC X(2).
              10 ws-ssn-serial      PIC X(4).
           05 ws-ssn-ok-flag        PIC X.
              88 ssn-ok             VALUE "Y".

      * Postal codes accepted for an address or work state - the
      * fifty states, DC and Puerto Rico - each with the FIPS code
      * the SSA's state record carries. EMPEFW2 holds the same
      * table; change them together.
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

       01  ws-state-work.
           05 ws-state-lookup       PIC X(2).
           05 ws-state-ok-flag      PIC X.
              88 state-code-ok      VALUE "Y".
           05 ws-addr-state-flag    PIC X.
              88 addr-state-ok      VALUE "Y".
           05 ws-work-state-flag    PIC X.
              88 work-state-ok      VALUE "Y".
           05 ws-addr-keyed-flag    PIC X.
              88 address-keyed      VALUE "Y".
      * A state employer account number is letters, digits and
      * hyphens; converting those to spaces must leave nothing.
           05 ws-er-id-work         PIC X(20).
           05 ws-er-id-chars        PIC X(37) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-".
           05 ws-er-id-blanks       PIC X(37) VALUE SPACES.

      * The change a "V" card names, as found on the audit trail.
       01  ws-approval-work.
           05 ws-appr-found-count   PIC 9(4).
           05 ws-appr-self-flag     PIC X.
              88 approver-keyed-it  VALUE "Y".
           05 ws-appr-keyer         PIC X(8).

       01  ws-maint-totals.
           05 ws-trans-applied      PIC 9(6) VALUE ZERO.
           05 ws-trans-rejected     PIC 9(6) VALUE ZERO.
                    PERFORM apply-terminate
                 WHEN mt-rate-action
                    PERFORM apply-rate
                 WHEN mt-approve-action
                    PERFORM apply-approve
              END-EVALUATE
              ADD 1 TO ws-trans-applied
              MOVE "APPLIED " TO MR-DISPOSITION
              AND NOT mt-change-action
              AND NOT mt-terminate-action
              AND NOT mt-rate-action
              AND NOT mt-approve-action
              MOVE "N" TO ws-valid-tran-flag
              MOVE 70 TO ws-reason-code
              MOVE "INVALID ACTION CODE" TO ws-reason-text
              END-IF
           ELSE IF mt-rate-action
              PERFORM validate-rate-card
           ELSE IF mt-approve-action
              PERFORM validate-approve-card
           ELSE
              PERFORM validate-field-rules
           END-IF
           .
      * A rate card carries the key, the new rate and its
      * effective date; the rate takes EMPPAY's own bounds. A
      * salaried employee's raise is a change card carrying the
      * new salary, so a rate card for one rejects. Both
      * dates this program accepts must be real calendar dates,
      * not merely numeric - EMPPAY runs them through date
      * arithmetic, so a keying slip like 20260231 must stop here
              MOVE "N" TO ws-valid-tran-flag
              MOVE 73 TO ws-reason-code
              MOVE "EFFECTIVE DATE BAD" TO ws-reason-text
           ELSE IF em-pay-salaried
              MOVE "N" TO ws-valid-tran-flag
              MOVE 36 TO ws-reason-code
              MOVE "RATE CARD FOR SALARIED EMP" TO ws-reason-text
           END-IF
           .
      * An approval must name a change actually on the audit trail
      * for this employee, and the approver must be a different
      * user from whoever keyed it - two people, not one person
      * twice, before a new bank account is paid.
       validate-approve-card.
           IF MT-USER-ID = SPACES
              MOVE "N" TO ws-valid-tran-flag
              MOVE 77 TO ws-reason-code
              MOVE "APPROVER USER ID MISSING" TO ws-reason-text
           ELSE IF MT-EFF-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (MT-EFF-DATE-N)
                         NOT = ZERO
                   OR MT-APPR-TIME NOT NUMERIC
              MOVE "N" TO ws-valid-tran-flag
              MOVE 74 TO ws-reason-code
              MOVE "APPROVAL DATE/TIME BAD" TO ws-reason-text
           ELSE
              PERFORM find-approved-change
              IF ws-appr-found-count = ZERO
                 MOVE "N" TO ws-valid-tran-flag
                 MOVE 75 TO ws-reason-code
                 MOVE "CHANGE NOT ON AUDIT TRAIL" TO ws-reason-text
              ELSE IF approver-keyed-it
                 MOVE "N" TO ws-valid-tran-flag
                 MOVE 76 TO ws-reason-code
                 MOVE "APPROVER KEYED THE CHANGE" TO ws-reason-text
              END-IF
           END-IF
           .
      * The audit trail is only ever appended to, so it is closed
      * and read from the top for each approval - there are few -
      * then reopened to extend. Changes applied earlier in this
      * run are already on it. Every change under the one date and
      * time is approved together, so none of them may be the
      * approver's own.
       find-approved-change.
           MOVE ZERO   TO ws-appr-found-count
           MOVE "N"    TO ws-appr-self-flag
           MOVE SPACES TO ws-appr-keyer
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF ws-au-file-status NOT = "00"
              DISPLAY "ERROR OPENING AUDIT-FILE: "
                      ws-au-file-status
              STOP RUN
           END-IF
           MOVE "N" TO ws-au-eof-flag
           PERFORM UNTIL end-of-audit
              READ AUDIT-FILE
                 AT END
                    MOVE "Y" TO ws-au-eof-flag
                 NOT AT END
                    IF AU-EMP-ID = MT-EMP-ID
                       AND AU-DATE = MT-EFF-DATE-N
                       AND AU-TIME = MT-APPR-TIME-N
                       AND AU-ACTION NOT = "V"
                       ADD 1 TO ws-appr-found-count
                       MOVE AU-USER-ID TO ws-appr-keyer
                       IF AU-USER-ID = MT-USER-ID
                          MOVE "Y" TO ws-appr-self-flag
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           IF ws-au-file-status NOT = "00"
              DISPLAY "ERROR OPENING AUDIT-FILE: "
                      ws-au-file-status
              STOP RUN
           END-IF
           .
      * A terminate carries only the key and the termination date,
      * so only add/change cards reach these edits. The rate
      * bounds are EMPPAY's own, and a salaried card is held to
      * them through its salary instead of a keyed rate; the
      * frequency list matches its freq-* conditions; the routing
      * check covers exactly the fields EMPACH transmits - the
      * primary account whenever the employee is paid by deposit,
      * and the split account whenever a split amount is present.
       validate-field-rules.
           IF NOT mt-pay-hourly
              AND NOT mt-pay-salaried
              MOVE "N" TO ws-valid-tran-flag
              MOVE 32 TO ws-reason-code
              MOVE "INVALID PAY TYPE" TO ws-reason-text
           ELSE IF mt-pay-salaried
                   AND (MT-ANNUAL-SALARY NOT NUMERIC
                        OR MT-ANNUAL-SALARY-N = ZERO)
              MOVE "N" TO ws-valid-tran-flag
              MOVE 33 TO ws-reason-code
              MOVE "ANNUAL SALARY MISSING" TO ws-reason-text
           ELSE IF mt-pay-salaried
                   AND MT-ANNUAL-SALARY-N
                       > ws-max-rate * ws-salary-hours
              MOVE "N" TO ws-valid-tran-flag
              MOVE 34 TO ws-reason-code
              MOVE "ANNUAL SALARY OUT OF BOUNDS" TO ws-reason-text
           ELSE IF mt-pay-hourly
                   AND MT-HOURLY-RATE NOT NUMERIC
              MOVE "N" TO ws-valid-tran-flag
              MOVE 21 TO ws-reason-code
              MOVE "HOURLY RATE NOT NUMERIC" TO ws-reason-text
           ELSE IF mt-pay-hourly
                   AND (MT-HOURLY-RATE-N < ws-min-rate
                        OR MT-HOURLY-RATE-N > ws-max-rate)
              MOVE "N" TO ws-valid-tran-flag
              MOVE 20 TO ws-reason-code
              MOVE "HOURLY RATE OUT OF BOUNDS" TO ws-reason-text
           ELSE IF MT-HIRE-DATE NOT = SPACES
                   AND (MT-HIRE-DATE NOT NUMERIC
                        OR FUNCTION TEST-DATE-YYYYMMDD
                              (MT-HIRE-DATE-N) NOT = ZERO)
              MOVE "N" TO ws-valid-tran-flag
              MOVE 35 TO ws-reason-code
              MOVE "HIRE DATE BAD" TO ws-reason-text
           ELSE IF MT-PAY-FREQUENCY NOT = "W"
                   AND MT-PAY-FREQUENCY NOT = "B"
                   AND MT-PAY-FREQUENCY NOT = "S"
           ELSE
              PERFORM validate-bank-fields
           END-IF
           IF tran-is-valid
              PERFORM validate-identity-fields
           END-IF
           .
      * The W-2 fields. The SSN may be blank until the employee
      * has one - the W-2 edit reports it missing - but a keyed one
      * must be a number the SSA could have issued. An address is
      * all or nothing apart from the location line, and a work
      * state needs our account number there, and the reverse.
       validate-identity-fields.
           MOVE "Y" TO ws-ssn-ok-flag
           IF MT-SSN NOT = SPACES
              MOVE MT-SSN TO ws-ssn-digits
              PERFORM check-ssn-format
           END-IF
           MOVE MT-ADDR-STATE TO ws-state-lookup
           PERFORM check-state-code
           MOVE ws-state-ok-flag TO ws-addr-state-flag
           MOVE MT-WORK-STATE TO ws-state-lookup
           PERFORM check-state-code
           MOVE ws-state-ok-flag TO ws-work-state-flag
           MOVE "N" TO ws-addr-keyed-flag
           IF MT-ADDR-LOCATION NOT = SPACES
              OR MT-ADDR-DELIVERY NOT = SPACES
              OR MT-ADDR-CITY NOT = SPACES
              OR MT-ADDR-STATE NOT = SPACES
              OR MT-ADDR-ZIP NOT = SPACES
              OR MT-ADDR-ZIP-EXT NOT = SPACES
              MOVE "Y" TO ws-addr-keyed-flag
           END-IF
           MOVE MT-STATE-ER-ID TO ws-er-id-work
           INSPECT ws-er-id-work
                   CONVERTING ws-er-id-chars TO ws-er-id-blanks

           IF NOT ssn-ok
              MOVE "N" TO ws-valid-tran-flag
              MOVE 37 TO ws-reason-code
              MOVE "SSN INVALID" TO ws-reason-text
           ELSE IF address-keyed
                   AND (MT-ADDR-DELIVERY = SPACES
                        OR MT-ADDR-CITY = SPACES
                        OR MT-ADDR-STATE = SPACES
                        OR MT-ADDR-ZIP = SPACES)
              MOVE "N" TO ws-valid-tran-flag
              MOVE 38 TO ws-reason-code
              MOVE "ADDRESS INCOMPLETE" TO ws-reason-text
           ELSE IF address-keyed
                   AND NOT addr-state-ok
              MOVE "N" TO ws-valid-tran-flag
              MOVE 39 TO ws-reason-code
              MOVE "ADDRESS STATE CODE INVALID" TO ws-reason-text
           ELSE IF address-keyed
                   AND (MT-ADDR-ZIP NOT NUMERIC
                        OR (MT-ADDR-ZIP-EXT NOT = SPACES
                            AND MT-ADDR-ZIP-EXT NOT NUMERIC))
              MOVE "N" TO ws-valid-tran-flag
              MOVE 40 TO ws-reason-code
              MOVE "ZIP CODE NOT NUMERIC" TO ws-reason-text
           ELSE IF MT-WORK-STATE NOT = SPACES
                   AND NOT work-state-ok
              MOVE "N" TO ws-valid-tran-flag
              MOVE 41 TO ws-reason-code
              MOVE "WORK STATE CODE INVALID" TO ws-reason-text
           ELSE IF MT-WORK-STATE NOT = SPACES
                   AND MT-STATE-ER-ID = SPACES
              MOVE "N" TO ws-valid-tran-flag
              MOVE 42 TO ws-reason-code
              MOVE "STATE EMPLOYER ID MISSING" TO ws-reason-text
           ELSE IF ws-er-id-work NOT = SPACES
                   OR (MT-STATE-ER-ID NOT = SPACES
                       AND MT-WORK-STATE = SPACES)
              MOVE "N" TO ws-valid-tran-flag
              MOVE 43 TO ws-reason-code
              MOVE "STATE EMPLOYER ID INVALID" TO ws-reason-text
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
       check-state-code.
           MOVE "N" TO ws-state-ok-flag
           SET st-idx TO 1
           SEARCH ws-state-entry
              WHEN ws-st-postal (st-idx) = ws-state-lookup
                 MOVE "Y" TO ws-state-ok-flag
           END-SEARCH
           .
       validate-bank-fields.
           IF MT-PAY-METHOD = "A"
           MOVE RATE-HISTORY-RECORD TO AU-AFTER-IMAGE (1:19)
           PERFORM write-audit-record
           .
      * An approval changes nothing on the master; it is the audit
      * record alone, naming the change it approves.
       apply-approve.
           MOVE EMP-MASTER-RECORD TO AU-BEFORE-IMAGE
           MOVE EMP-MASTER-RECORD TO AU-AFTER-IMAGE
           PERFORM write-audit-record
           .
      * The card's numeric columns were validated above; the bank
      * columns are normalized to zero when blank so a check-paid
      * employee with no account on file carries clean zeros. A
      * salaried employee's master rate is the salary's hourly
      * equivalent - what EMPPAY docks unpaid leave and pays
      * overtime and a vacation payout at.
       move-tran-to-master.
           MOVE MT-EMP-ID              TO EM-EMP-ID
           MOVE MT-FNAME               TO EM-FNAME
           MOVE MT-LNAME               TO EM-LNAME
           MOVE MT-DEPT                TO EM-DEPT
           MOVE MT-PAY-FREQUENCY       TO EM-PAY-FREQUENCY
           IF mt-pay-salaried
              MOVE MT-PAY-TYPE         TO EM-PAY-TYPE
              MOVE MT-ANNUAL-SALARY-N  TO EM-ANNUAL-SALARY
              COMPUTE ws-salary-rate ROUNDED
                    = MT-ANNUAL-SALARY-N / ws-salary-hours
              END-COMPUTE
              MOVE ws-salary-rate      TO EM-HOURLY-RATE
           ELSE
              MOVE "H"                 TO EM-PAY-TYPE
              MOVE ZERO                TO EM-ANNUAL-SALARY
              MOVE MT-HOURLY-RATE-N    TO EM-HOURLY-RATE
           END-IF
           MOVE MT-FED-FILING-STATUS   TO EM-FED-FILING-STATUS
           MOVE MT-FED-ALLOWANCES-N    TO EM-FED-ALLOWANCES
           MOVE MT-STATE-FILING-STATUS TO EM-STATE-FILING-STATUS
           ELSE
              MOVE ZERO                TO EM-TERM-DATE
           END-IF
           IF MT-HIRE-DATE NUMERIC
              MOVE MT-HIRE-DATE-N      TO EM-HIRE-DATE
           ELSE
              MOVE ZERO                TO EM-HIRE-DATE
           END-IF
           IF MT-SSN NUMERIC
              MOVE MT-SSN-N            TO EM-SSN
           ELSE
              MOVE ZERO                TO EM-SSN
           END-IF
           MOVE MT-ADDR-LOCATION       TO EM-ADDR-LOCATION
           MOVE MT-ADDR-DELIVERY       TO EM-ADDR-DELIVERY
           MOVE MT-ADDR-CITY           TO EM-ADDR-CITY
           MOVE MT-ADDR-STATE          TO EM-ADDR-STATE
           MOVE MT-ADDR-ZIP            TO EM-ADDR-ZIP
           MOVE MT-ADDR-ZIP-EXT        TO EM-ADDR-ZIP-EXT
           MOVE MT-WORK-STATE          TO EM-WORK-STATE
           MOVE MT-STATE-ER-ID         TO EM-STATE-ER-ID
           .
       write-audit-record.
           MOVE ws-run-date TO AU-DATE
           MOVE MT-USER-ID  TO AU-USER-ID
           MOVE MT-ACTION   TO AU-ACTION
           MOVE MT-EMP-ID   TO AU-EMP-ID
           IF mt-approve-action
              MOVE MT-EFF-DATE-N  TO AU-APPR-DATE
              MOVE MT-APPR-TIME-N TO AU-APPR-TIME
              MOVE ws-appr-keyer  TO AU-APPR-USER-ID
           ELSE
              MOVE ZERO   TO AU-APPR-DATE
              MOVE ZERO   TO AU-APPR-TIME
              MOVE SPACES TO AU-APPR-USER-ID
           END-IF
           WRITE AUDIT-RECORD
           .
       write-maint-report.
