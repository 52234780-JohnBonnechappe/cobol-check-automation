       IDENTIFICATION DIVISION.
      ************************************************
      *  Program ID:   EMPSCHG
      *  Program name: Sensitive master change report.
      *  Summary:      Daily review of the changes on the EMPMNT
      *                audit trail that can move money: deposit
      *                bank accounts, pay method, pay rate or
      *                salary, and employment status - new hires
      *                included. Each change inside the bank-change
      *                hold window is listed with who keyed it and
      *                who approved it, and a bank change still
      *                waiting on approval is marked HELD, as
      *                EMPACH will hold its deposits. Account
      *                numbers print masked to their last four.
      ************************************************
      *
       PROGRAM-ID. EMPSCHG.
       AUTHOR. John Braddock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO "EMPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-au-file-status.
           SELECT CHANGE-RPT-FILE
               ASSIGN TO "SENSCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sr-file-status.
       DATA DIVISION.
       FILE SECTION.
      * Input copy of EMPMNT's AUDIT-RECORD - the two layouts must
      * be changed together. AUDIT-FIELD-VIEW lays the reviewed
      * master fields over each image; AUDIT-RATE-VIEW is the
      * after image of an "R" card, which holds the rate history
      * record keyed instead of a master.
       FD  AUDIT-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  AUDIT-RECORD.
           05 AU-DATE               PIC 9(8).
           05 AU-TIME               PIC 9(8).
           05 AU-USER-ID            PIC X(8).
           05 AU-ACTION             PIC X(1).
              88 au-add-action      VALUE "A".
              88 au-change-action   VALUE "C".
              88 au-terminate-action VALUE "T".
              88 au-rate-action     VALUE "R".
              88 au-approve-action  VALUE "V".
           05 AU-EMP-ID             PIC X(6).
           05 AU-BEFORE-IMAGE       PIC X(270).
           05 AU-AFTER-IMAGE        PIC X(270).
           05 AU-APPR-DATE          PIC 9(8).
           05 AU-APPR-TIME          PIC 9(8).
           05 AU-APPR-USER-ID       PIC X(8).
           05 FILLER                PIC X(5).
       01  AUDIT-FIELD-VIEW.
           05 FILLER                PIC X(31).
           05 AF-IMAGE OCCURS 2 TIMES.
              10 FILLER             PIC X(41).
              10 AF-HOURLY-RATE     PIC 9(3)V99.
              10 FILLER             PIC X(6).
              10 AF-PAY-METHOD      PIC X(1).
              10 FILLER             PIC X(1).
              10 AF-ACCOUNTS.
                 15 AF-PRIMARY.
                    20 AF-ACCT-TYPE       PIC X(1).
                    20 AF-ROUTING         PIC X(9).
                    20 AF-ACCOUNT         PIC X(17).
                 15 AF-SPLIT.
                    20 AF-SPLIT-ACCT-TYPE PIC X(1).
                    20 AF-SPLIT-ROUTING   PIC X(9).
                    20 AF-SPLIT-ACCOUNT   PIC X(17).
              10 FILLER             PIC X(7).
              10 AF-STATUS          PIC X(1).
              10 AF-TERM-DATE       PIC X(8).
              10 AF-PAY-TYPE        PIC X(1).
              10 AF-ANNUAL-SALARY   PIC 9(7)V99.
              10 FILLER             PIC X(136).
           05 FILLER                PIC X(29).
       01  AUDIT-RATE-VIEW.
           05 FILLER                PIC X(301).
           05 AR-RATE-EMP-ID        PIC X(6).
           05 AR-RATE-EFF-DATE      PIC X(8).
           05 AR-RATE-HOURLY-RATE   PIC 9(3)V99.
           05 FILLER                PIC X(280).

       FD  CHANGE-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHANGE-RPT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       77 audit-counter         PIC 9(7).

       01  ws-file-statuses.
           05 ws-au-file-status    PIC XX.
           05 ws-sr-file-status    PIC XX.

       01  ws-flags.
           05 ws-au-eof-flag          PIC X VALUE "N".
              88 end-of-audit         VALUE "Y".
           05 ws-approved-flag        PIC X VALUE "N".
              88 change-approved      VALUE "Y".
           05 ws-bank-line-flag       PIC X VALUE "N".
              88 bank-line            VALUE "Y".

       01  ws-run-date             PIC 9(8).
       01  ws-report-date-x        PIC X(8).
       01  ws-report-date REDEFINES ws-report-date-x
                                   PIC 9(8).

      * Mirror of EMPACH's ws-bank-hold-days - this, EMPACH's and
      * EMPCHK's must be changed together so HELD on this report
      * is what EMPACH holds and EMPCHK pays by check. The report
      * covers the window ending on the report date, so a change
      * stays on it, approved or not, for as long as it could hold
      * a deposit.
       01  ws-window-controls.
           05 ws-bank-hold-days    PIC 9(3) VALUE 10.
           05 ws-window-start      PIC 9(8).
           05 ws-window-days       PIC 9(7).

      * Approvals of changes keyed inside the window, loaded on the
      * first pass; the second pass looks each change up here. An
      * approval by the user who keyed the change does not count.
       01  ws-approval-table.
           05 ws-ap-count          PIC 9(4) VALUE ZERO.
           05 ws-ap-entry OCCURS 1 TO 9999 TIMES
                 DEPENDING ON ws-ap-count
                 INDEXED BY ap-idx.
              10 ws-ap-emp-id      PIC X(6).
              10 ws-ap-chg-date    PIC 9(8).
              10 ws-ap-chg-time    PIC 9(8).
              10 ws-ap-approver    PIC X(8).
              10 ws-ap-date        PIC 9(8).

       01  ws-change-work.
           05 ws-img-sub           PIC 9(1).
           05 ws-chg-label         PIC X(14).
           05 ws-chg-before        PIC X(22).
           05 ws-chg-after         PIC X(22).
           05 ws-approver          PIC X(8).
           05 ws-approval-date     PIC 9(8).
           05 ws-value-text        PIC X(22).
           05 ws-rate-edit         PIC ZZ9.99.
           05 ws-salary-edit       PIC Z,ZZZ,ZZ9.99.

      * An account prints as its routing number and the last four
      * characters of the account number.
       01  ws-mask-work.
           05 ws-mask-routing      PIC X(9).
           05 ws-mask-account      PIC X(17).
           05 ws-mask-chars REDEFINES ws-mask-account.
              10 ws-mask-char      PIC X(1) OCCURS 17 TIMES.
           05 ws-mask-end          PIC 9(2).
           05 ws-mask-start        PIC 9(2).

       01  ws-report-counts.
           05 ws-line-count        PIC 9(6) VALUE ZERO.
           05 ws-pending-count     PIC 9(6) VALUE ZERO.
           05 ws-held-count        PIC 9(6) VALUE ZERO.

       01  ws-heading-line.
           05 FILLER               PIC X(32)
              VALUE "SENSITIVE MASTER CHANGES".
           05 FILLER               PIC X(11) VALUE "KEYED FROM ".
           05 ws-hd-start          PIC 9(8).
           05 FILLER               PIC X(6) VALUE " THRU ".
           05 ws-hd-end            PIC 9(8).
           05 FILLER               PIC X(11) VALUE "  RUN DATE ".
           05 ws-hd-run-date       PIC 9(8).
           05 FILLER               PIC X(48) VALUE SPACES.

       01  ws-col-line.
           05 FILLER               PIC X(10) VALUE "DATE".
           05 FILLER               PIC X(10) VALUE "TIME".
           05 FILLER               PIC X(8)  VALUE "EMP ID".
           05 FILLER               PIC X(3)  VALUE "AC".
           05 FILLER               PIC X(16) VALUE "CHANGE".
           05 FILLER               PIC X(24) VALUE "BEFORE".
           05 FILLER               PIC X(24) VALUE "AFTER".
           05 FILLER               PIC X(10) VALUE "KEYED BY".
           05 FILLER               PIC X(10) VALUE "APPROVED".
           05 FILLER               PIC X(10) VALUE "ON".
           05 FILLER               PIC X(7)  VALUE "HOLD".

       01  ws-detail-line.
           05 ws-dl-date           PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-time           PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-emp-id         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-action         PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-change         PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-before         PIC X(22).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-after          PIC X(22).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-keyer          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-approver       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-approval-date  PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ws-dl-hold           PIC X(4).
           05 FILLER               PIC X(3) VALUE SPACES.

       01  ws-count-line.
           05 ws-cl-label          PIC X(40).
           05 ws-cl-count          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           DISPLAY "In EMPSCHG Version 1.0"

           PERFORM initialization
           PERFORM load-approvals
           PERFORM report-changes

           PERFORM termination
           STOP RUN
           .
      * The report date defaults to today; a past date re-runs
      * the report as of that day's window.
       initialization.
           MOVE ZERO TO audit-counter
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           DISPLAY "ENTER REPORT DATE (YYYYMMDD, BLANK FOR TODAY):"
           ACCEPT ws-report-date-x
           IF ws-report-date-x = SPACES
              MOVE ws-run-date TO ws-report-date
           END-IF
           IF ws-report-date-x NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (ws-report-date)
                    NOT = ZERO
              DISPLAY "INVALID REPORT DATE - RUN STOPPED"
              STOP RUN
           END-IF
           COMPUTE ws-window-days
                 = FUNCTION INTEGER-OF-DATE (ws-report-date)
                 - ws-bank-hold-days + 1
           END-COMPUTE
           COMPUTE ws-window-start
                 = FUNCTION DATE-OF-INTEGER (ws-window-days)
           END-COMPUTE

           OPEN OUTPUT CHANGE-RPT-FILE
           IF ws-sr-file-status NOT = "00"
              DISPLAY "ERROR OPENING CHANGE-RPT-FILE: "
                      ws-sr-file-status
              STOP RUN
           END-IF
           MOVE ws-window-start TO ws-hd-start
           MOVE ws-report-date  TO ws-hd-end
           MOVE ws-run-date     TO ws-hd-run-date
           MOVE ws-heading-line TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           MOVE SPACES TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           MOVE ws-col-line TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           .
      * An approval keyed after the report date is left out, so a
      * re-run for a past date shows what was pending that day.
       load-approvals.
           PERFORM open-audit-file
           PERFORM UNTIL end-of-audit
              READ AUDIT-FILE
                 AT END
                    MOVE "Y" TO ws-au-eof-flag
                 NOT AT END
                    IF au-approve-action
                       AND AU-APPR-DATE NOT < ws-window-start
                       AND AU-DATE NOT > ws-report-date
                       PERFORM add-approval
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .
       open-audit-file.
           MOVE "N" TO ws-au-eof-flag
           OPEN INPUT AUDIT-FILE
           EVALUATE ws-au-file-status
              WHEN "00"
                 CONTINUE
              WHEN "35"
                 MOVE "NO AUDIT TRAIL ON FILE" TO ws-cl-label
                 MOVE ZERO TO ws-cl-count
                 MOVE ws-count-line TO CHANGE-RPT-RECORD
                 WRITE CHANGE-RPT-RECORD
                 CLOSE CHANGE-RPT-FILE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "ERROR OPENING AUDIT-FILE: "
                         ws-au-file-status
                 STOP RUN
           END-EVALUATE
           .
       add-approval.
           IF ws-ap-count NOT < 9999
              DISPLAY "APPROVAL TABLE FULL - RUN STOPPED"
              STOP RUN
           END-IF
           ADD 1 TO ws-ap-count
           SET ap-idx TO ws-ap-count
           MOVE AU-EMP-ID    TO ws-ap-emp-id (ap-idx)
           MOVE AU-APPR-DATE TO ws-ap-chg-date (ap-idx)
           MOVE AU-APPR-TIME TO ws-ap-chg-time (ap-idx)
           MOVE AU-USER-ID   TO ws-ap-approver (ap-idx)
           MOVE AU-DATE      TO ws-ap-date (ap-idx)
           .
       report-changes.
           PERFORM open-audit-file
           PERFORM UNTIL end-of-audit
              READ AUDIT-FILE
                 AT END
                    MOVE "Y" TO ws-au-eof-flag
                 NOT AT END
                    IF AU-DATE NOT < ws-window-start
                       AND AU-DATE NOT > ws-report-date
                       AND NOT au-approve-action
                       ADD 1 TO audit-counter
                       PERFORM report-one-change
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .
      * Image 1 is before, image 2 after. A new hire's before image
      * is spaces, so every reviewed field prints as set by the
      * add; a terminate changes only the status.
       report-one-change.
           PERFORM find-approval
           EVALUATE TRUE
              WHEN au-add-action
                 PERFORM report-new-hire
              WHEN au-change-action
                 PERFORM report-changed-fields
              WHEN au-terminate-action
                 PERFORM report-status-change
              WHEN au-rate-action
                 PERFORM report-rate-card
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       find-approval.
           MOVE "N"    TO ws-approved-flag
           MOVE SPACES TO ws-approver
           MOVE ZERO   TO ws-approval-date
           IF ws-ap-count > ZERO
              SET ap-idx TO 1
              SEARCH ws-ap-entry
                 WHEN ws-ap-emp-id (ap-idx) = AU-EMP-ID
                      AND ws-ap-chg-date (ap-idx) = AU-DATE
                      AND ws-ap-chg-time (ap-idx) = AU-TIME
                      AND ws-ap-approver (ap-idx) NOT = AU-USER-ID
                    MOVE "Y" TO ws-approved-flag
                    MOVE ws-ap-approver (ap-idx) TO ws-approver
                    MOVE ws-ap-date (ap-idx) TO ws-approval-date
              END-SEARCH
           END-IF
           .
       report-new-hire.
           MOVE "NEW HIRE" TO ws-chg-before
           MOVE 2 TO ws-img-sub
           MOVE "PAY METHOD" TO ws-chg-label
           PERFORM format-pay-method
           MOVE ws-value-text TO ws-chg-after
           MOVE "N" TO ws-bank-line-flag
           PERFORM write-change-line
           IF AF-PAY-METHOD (2) = "A"
              MOVE "BANK ACCOUNT" TO ws-chg-label
              MOVE AF-ROUTING (2) TO ws-mask-routing
              MOVE AF-ACCOUNT (2) TO ws-mask-account
              PERFORM format-account
              MOVE ws-value-text TO ws-chg-after
              PERFORM write-change-line
              IF AF-SPLIT-ACCOUNT (2) NOT = SPACES
                 MOVE "SPLIT ACCOUNT" TO ws-chg-label
                 MOVE AF-SPLIT-ROUTING (2) TO ws-mask-routing
                 MOVE AF-SPLIT-ACCOUNT (2) TO ws-mask-account
                 PERFORM format-account
                 MOVE ws-value-text TO ws-chg-after
                 PERFORM write-change-line
              END-IF
           END-IF
           MOVE "PAY RATE" TO ws-chg-label
           PERFORM format-pay-rate
           MOVE ws-value-text TO ws-chg-after
           PERFORM write-change-line
           MOVE "STATUS" TO ws-chg-label
           PERFORM format-status
           MOVE ws-value-text TO ws-chg-after
           PERFORM write-change-line
           .
      * A move to deposit, or a change to either account, is what
      * EMPACH holds on; those lines carry the HOLD column.
       report-changed-fields.
           IF AF-PAY-METHOD (1) NOT = AF-PAY-METHOD (2)
              MOVE "PAY METHOD" TO ws-chg-label
              MOVE 1 TO ws-img-sub
              PERFORM format-pay-method
              MOVE ws-value-text TO ws-chg-before
              MOVE 2 TO ws-img-sub
              PERFORM format-pay-method
              MOVE ws-value-text TO ws-chg-after
              IF AF-PAY-METHOD (2) = "A"
                 MOVE "Y" TO ws-bank-line-flag
              ELSE
                 MOVE "N" TO ws-bank-line-flag
              END-IF
              PERFORM write-change-line
           END-IF
           MOVE "Y" TO ws-bank-line-flag
           IF AF-PRIMARY (1) NOT = AF-PRIMARY (2)
              MOVE "BANK ACCOUNT" TO ws-chg-label
              MOVE AF-ROUTING (1) TO ws-mask-routing
              MOVE AF-ACCOUNT (1) TO ws-mask-account
              PERFORM format-account
              MOVE ws-value-text TO ws-chg-before
              MOVE AF-ROUTING (2) TO ws-mask-routing
              MOVE AF-ACCOUNT (2) TO ws-mask-account
              PERFORM format-account
              MOVE ws-value-text TO ws-chg-after
              PERFORM write-change-line
           END-IF
           IF AF-SPLIT (1) NOT = AF-SPLIT (2)
              MOVE "SPLIT ACCOUNT" TO ws-chg-label
              MOVE AF-SPLIT-ROUTING (1) TO ws-mask-routing
              MOVE AF-SPLIT-ACCOUNT (1) TO ws-mask-account
              PERFORM format-account
              MOVE ws-value-text TO ws-chg-before
              MOVE AF-SPLIT-ROUTING (2) TO ws-mask-routing
              MOVE AF-SPLIT-ACCOUNT (2) TO ws-mask-account
              PERFORM format-account
              MOVE ws-value-text TO ws-chg-after
              PERFORM write-change-line
           END-IF
           MOVE "N" TO ws-bank-line-flag
           IF AF-HOURLY-RATE (1) NOT = AF-HOURLY-RATE (2)
              OR AF-ANNUAL-SALARY (1) NOT = AF-ANNUAL-SALARY (2)
              OR AF-PAY-TYPE (1) NOT = AF-PAY-TYPE (2)
              MOVE "PAY RATE" TO ws-chg-label
              MOVE 1 TO ws-img-sub
              PERFORM format-pay-rate
              MOVE ws-value-text TO ws-chg-before
              MOVE 2 TO ws-img-sub
              PERFORM format-pay-rate
              MOVE ws-value-text TO ws-chg-after
              PERFORM write-change-line
           END-IF
           IF AF-STATUS (1) NOT = AF-STATUS (2)
              OR AF-TERM-DATE (1) NOT = AF-TERM-DATE (2)
              PERFORM report-status-change
           END-IF
           .
       report-status-change.
           MOVE "N" TO ws-bank-line-flag
           MOVE "STATUS" TO ws-chg-label
           MOVE 1 TO ws-img-sub
           PERFORM format-status
           MOVE ws-value-text TO ws-chg-before
           MOVE 2 TO ws-img-sub
           PERFORM format-status
           MOVE ws-value-text TO ws-chg-after
           PERFORM write-change-line
           .
      * A rate card's audit record has no master image, only the
      * rate keyed and the date it takes effect.
       report-rate-card.
           MOVE "N" TO ws-bank-line-flag
           MOVE "PAY RATE" TO ws-chg-label
           MOVE SPACES TO ws-chg-before
           STRING "EFFECTIVE "     DELIMITED BY SIZE
                  AR-RATE-EFF-DATE DELIMITED BY SIZE
                  INTO ws-chg-before
           END-STRING
           MOVE AR-RATE-HOURLY-RATE TO ws-rate-edit
           MOVE SPACES TO ws-chg-after
           STRING "HOURLY "        DELIMITED BY SIZE
                  ws-rate-edit     DELIMITED BY SIZE
                  INTO ws-chg-after
           END-STRING
           PERFORM write-change-line
           .
       format-pay-method.
           IF AF-PAY-METHOD (ws-img-sub) = "A"
              MOVE "DEPOSIT" TO ws-value-text
           ELSE
              MOVE "CHECK" TO ws-value-text
           END-IF
           .
       format-pay-rate.
           MOVE SPACES TO ws-value-text
           IF AF-PAY-TYPE (ws-img-sub) = "E"
              OR AF-PAY-TYPE (ws-img-sub) = "N"
              MOVE AF-ANNUAL-SALARY (ws-img-sub) TO ws-salary-edit
              STRING "SALARY "       DELIMITED BY SIZE
                     ws-salary-edit  DELIMITED BY SIZE
                     INTO ws-value-text
              END-STRING
           ELSE
              MOVE AF-HOURLY-RATE (ws-img-sub) TO ws-rate-edit
              STRING "HOURLY "       DELIMITED BY SIZE
                     ws-rate-edit    DELIMITED BY SIZE
                     INTO ws-value-text
              END-STRING
           END-IF
           .
       format-status.
           MOVE SPACES TO ws-value-text
           EVALUATE AF-STATUS (ws-img-sub)
              WHEN "A"
                 MOVE "ACTIVE" TO ws-value-text
              WHEN "L"
                 MOVE "LEAVE" TO ws-value-text
              WHEN "T"
                 STRING "TERMINATED "   DELIMITED BY SIZE
                        AF-TERM-DATE (ws-img-sub)
                                        DELIMITED BY SIZE
                        INTO ws-value-text
                 END-STRING
              WHEN OTHER
                 MOVE AF-STATUS (ws-img-sub) TO ws-value-text
           END-EVALUATE
           .
      * Only the last four characters of the account number print.
       format-account.
           MOVE SPACES TO ws-value-text
           IF ws-mask-account = SPACES
              MOVE "NONE" TO ws-value-text
           ELSE
              MOVE 17 TO ws-mask-end
              PERFORM UNTIL ws-mask-char (ws-mask-end) NOT = SPACE
                 SUBTRACT 1 FROM ws-mask-end
              END-PERFORM
              IF ws-mask-end > 4
                 COMPUTE ws-mask-start = ws-mask-end - 3
                 END-COMPUTE
              ELSE
                 MOVE 1 TO ws-mask-start
              END-IF
              STRING ws-mask-routing DELIMITED BY SIZE
                     " ****"         DELIMITED BY SIZE
                     ws-mask-account (ws-mask-start:
                                      ws-mask-end - ws-mask-start + 1)
                                     DELIMITED BY SIZE
                     INTO ws-value-text
              END-STRING
           END-IF
           .
       write-change-line.
           MOVE AU-DATE       TO ws-dl-date
           MOVE AU-TIME       TO ws-dl-time
           MOVE AU-EMP-ID     TO ws-dl-emp-id
           MOVE AU-ACTION     TO ws-dl-action
           MOVE ws-chg-label  TO ws-dl-change
           MOVE ws-chg-before TO ws-dl-before
           MOVE ws-chg-after  TO ws-dl-after
           MOVE AU-USER-ID    TO ws-dl-keyer
           MOVE SPACES        TO ws-dl-hold
           IF change-approved
              MOVE ws-approver      TO ws-dl-approver
              MOVE ws-approval-date TO ws-dl-approval-date
           ELSE
              ADD 1 TO ws-pending-count
              MOVE "PENDING" TO ws-dl-approver
              MOVE SPACES    TO ws-dl-approval-date
              IF bank-line
                 AND au-change-action
                 ADD 1 TO ws-held-count
                 MOVE "HELD" TO ws-dl-hold
              END-IF
           END-IF
           ADD 1 TO ws-line-count
           MOVE ws-detail-line TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           .
       termination.
           MOVE SPACES TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           MOVE "CHANGES LISTED" TO ws-cl-label
           MOVE ws-line-count TO ws-cl-count
           MOVE ws-count-line TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           MOVE "AWAITING APPROVAL" TO ws-cl-label
           MOVE ws-pending-count TO ws-cl-count
           MOVE ws-count-line TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           MOVE "BANK CHANGES HOLDING DEPOSITS" TO ws-cl-label
           MOVE ws-held-count TO ws-cl-count
           MOVE ws-count-line TO CHANGE-RPT-RECORD
           WRITE CHANGE-RPT-RECORD
           CLOSE CHANGE-RPT-FILE
           DISPLAY "Audit records in window: " audit-counter
           DISPLAY "Changes listed:          " ws-line-count
           DISPLAY "Awaiting approval:       " ws-pending-count
           .
