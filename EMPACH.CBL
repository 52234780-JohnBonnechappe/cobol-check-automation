      *                and prenote support. Employees paid by paper
      *                check - and anything needing manual handling -
      *                are listed on the check-print manifest
      *                instead. A deposit to a bank account changed
      *                on the master within the last few days is
      *                held to the manifest too, until a second
      *                user has approved the change in EMPMNT.
      ************************************************
      *
       PROGRAM-ID. EMPACH.
               ASSIGN TO "CHKMAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cm-file-status.
           SELECT AUDIT-FILE
               ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-au-file-status.
           SELECT ACH-TRACE-FILE
               ASSIGN TO "ACHTRC.DAT"
               ORGANIZATION IS INDEXED
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

      * Input copy of EMPMNT's AUDIT-RECORD - the two layouts must
      * be changed together. AUDIT-BANK-VIEW lays the pay method
      * and the two deposit accounts (type, routing and account
      * for the primary, then the split) over each master image.
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

       FD  ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
           05 ws-ac-file-status    PIC XX.
           05 ws-cm-file-status    PIC XX.
           05 ws-at-file-status    PIC XX.
           05 ws-au-file-status    PIC XX.

       01  ws-flags.
           05 ws-eof-flag             PIC X VALUE "N".
              88 master-record-found  VALUE "Y".
           05 ws-at-eof-flag          PIC X VALUE "N".
              88 end-of-trace-log     VALUE "Y".
           05 ws-au-eof-flag          PIC X VALUE "N".
              88 end-of-audit         VALUE "Y".
           05 ws-bank-hold-flag       PIC X VALUE "N".
              88 bank-change-held     VALUE "Y".

      * Originator identity, fixed for the shop the way
      * ws-gl-account-code is in EMPPAY.
           05 ws-company-id        PIC X(10) VALUE "0000000000".
           05 ws-odfi-routing      PIC 9(8) VALUE 09100001.

      * Payroll-diversion control. A master change that moves the
      * pay method to deposit or touches either deposit account is
      * held for ws-bank-hold-days calendar days, counting the day
      * it was keyed, unless a "V" approval from a different user
      * names it. EMPCHK pays a held deposit by check and EMPSCHG
      * reports the same window - change the three together. Only
      * changes inside the window are kept, so the table needs
      * room for a few days' bank changes, not history.
       01  ws-bank-hold-controls.
           05 ws-bank-hold-days    PIC 9(3) VALUE 10.
           05 ws-hold-age          PIC S9(7).
           05 ws-held-count        PIC 9(6) VALUE ZERO.

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
           05 ws-run-yyyy.

           PERFORM open-trace-log
           PERFORM seed-trace-seq
           PERFORM load-bank-changes

           PERFORM write-file-header
           PERFORM write-batch-header
              END-READ
           END-PERFORM
           .
      * One pass over the audit trail. Approvals always follow the
      * change they name, so a change is on the table before any
      * approval of it is read. No audit trail yet means no master
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
      * Holding is the safe failure: a table too small to hold
      * every recent change would let one through unheld.
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
       write-file-header.
           MOVE ws-immediate-dest   TO ws-fh-dest
           MOVE ws-immediate-origin TO ws-fh-origin
                       PERFORM write-manifest-line
                    ELSE
                       IF PR-PERIOD-NET > ZERO
                          PERFORM check-bank-change-hold
                          IF bank-change-held
                             ADD 1 TO ws-held-count
                             MOVE "BANK CHANGE HOLD" TO CM-REASON
                             PERFORM write-manifest-line
                          ELSE
                             PERFORM write-deposit-entries
                          END-IF
                       ELSE
                          MOVE "ZERO NET - NO DEP" TO CM-REASON
                          PERFORM write-manifest-line
                   MOVE "Y" TO ws-master-found-flag
           END-READ
           .
      * Any unapproved recent bank change holds the whole deposit,
      * split and primary alike - EMPCHK pays the net by check
      * from the same audit trail and window, so the check lands
      * on CHKREG.DAT and positive pay like any other.
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
      * A flat split amount goes to the second account first; the
      * remainder - if any - goes to the primary account. A net
      * smaller than the split amount all lands in the split
           CLOSE MANIFEST-FILE
           CLOSE ACH-TRACE-FILE
           DISPLAY "Deposits generated: " deposit-counter
           DISPLAY "Deposits held:      " ws-held-count
           .
