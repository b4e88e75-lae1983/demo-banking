repository.
    function hmac-sha3-256
    function trim length intrinsic.
input-output section.
file-control.
    select report-read-file assign to ws-tb-report-path
        organization line sequential
        file status ws-report-read-status.
data division.
file section.
fd report-read-file.
01 report-read-record pic x(132).
working-storage section.
    01 ws-message pic x(4096).
    01 ws-message-length usage binary-long unsigned.
    01 ws-dedup-digest pic x(64).
    01 ws-dedup-digest-2 pic x(64).
    01 ws-dedup-result usage binary-long unsigned.
    01 ws-operator-test-path pic x(64)
        value "/tmp/payments-test-operators.dat".
    01 ws-role-action-test-path pic x(64)
        value "/tmp/payments-test-role-actions.dat".
    01 ws-operator-id pic x(8) value "OPS1".
    01 ws-operator-name pic x(40) value "Test Operator".
    01 ws-operator-roles pic x(64) value "TREASURY".
    01 ws-operator-status pic x(1) value "A".
    01 ws-operator-from pic 9(8) value 20240101.
    01 ws-operator-to pic 9(8) value 0.
    01 ws-operator-result usage binary-long unsigned.
    01 ws-account-test-path pic x(64)
        value "/tmp/payments-test-accounts.dat".
    01 ws-ledger-test-path pic x(64)
        value "/tmp/payments-test-ledger.dat".
    01 ws-dormancy-test-path pic x(64)
        value "/tmp/payments-test-dormancy.dat".
    01 ws-dormancy-report-path pic x(64)
        value "/tmp/payments-test-dormancy.txt".
    01 ws-account-id pic x(16) value "DORMANT-0001".
    01 ws-account-name pic x(40) value "Idle Customer".
    01 ws-account-customer pic x(12) value "CUST00000002".
    01 ws-internal-account-id pic x(16) value "FEE-INCOME-0001".
    01 ws-internal-account-name pic x(40) value "Fee Income".
    01 ws-internal-customer pic x(12) value spaces.
    01 ws-account-currency pic x(3) value "EUR".
    01 ws-account-balance pic s9(13)v99 value 100.
    01 ws-account-open-date pic 9(8) value 20200101.
    01 ws-as-of-date pic 9(8) value 20261015.
    01 ws-idle-months pic 9(3) value 24.
    01 ws-dormancy-result usage binary-long unsigned.
    01 ws-pending-test-path pic x(64)
        value "/tmp/payments-test-pending.dat".
    01 ws-approval-audit-path pic x(64)
        value "/tmp/payments-test-approvals.log".
    01 ws-change-id pic x(16).
    01 ws-checker-id pic x(8) value "CHECKER".
    01 ws-overdraft-test-path pic x(64)
        value "/tmp/payments-test-overdrafts.dat".
    01 ws-overdraft-limit pic 9(13)v99 value 500.
    01 ws-overdraft-rate pic 9(3)v9(6) value 12.5.
    01 ws-overdraft-from pic 9(8) value 20260101.
    01 ws-overdraft-expiry pic 9(8) value 20251231.
    01 ws-earmark-test-path pic x(64)
        value "/tmp/payments-test-earmarks.dat".
    01 ws-earmark-journal-path pic x(64)
        value "/tmp/payments-test-earmarks.log".
    01 ws-earmark-id pic x(16) value "COURT-ORDER-1".
    01 ws-earmark-amount pic 9(13)v99 value 250.
    01 ws-earmark-reference pic x(35) value "GARNISHMENT ORDER".
    01 ws-earmark-expiry pic 9(8) value 0.
    01 ws-cutoff-test-path pic x(64)
        value "/tmp/payments-test-cutoffs.dat".
    01 ws-cutoff-currency pic x(3) value "USD".
    01 ws-cutoff-type pic x(8) value "STANDARD".
    01 ws-cutoff-time pic 9(6) value 250000.
    01 ws-cutoff-market pic x(8) value "FEDWIRE".
    01 ws-requested-date pic 9(8).
    01 ws-business-date pic 9(8).
    01 ws-execution-date pic 9(8).
    01 ws-date-result usage binary-long unsigned.
    01 ws-mandate-test-path pic x(64)
        value "/tmp/payments-test-mandates.dat".
    01 ws-mandate-id pic x(35) value "MANDATE-0001".
    01 ws-mandate-creditor pic x(12) value "CUST00000001".
    01 ws-mandate-creditor-account pic x(16) value "ACC0000000000001".
    01 ws-mandate-scheme-id pic x(35) value "DE98ZZZ09999999999".
    01 ws-mandate-debtor-iban pic x(34)
        value "DE89370400440532013000".
    01 ws-mandate-debtor-name pic x(70) value "JOHN DEBTOR".
    01 ws-mandate-signature-date pic 9(8) value 20260101.
    01 ws-mandate-sequence-type pic x(4) value "NEXT".
    01 ws-mandate-status pic x(1) value "A".
    01 ws-bulk-batch-id pic x(16).
    01 ws-bulk-result usage binary-long unsigned.
    01 ws-aml-alert-test-path pic x(64)
        value "/tmp/payments-test-aml-alerts.dat".
    01 ws-aml-audit-test-path pic x(64)
        value "/tmp/payments-test-aml-audit.log".
    01 ws-aml-case-id pic x(16) value "A202610150000000".
    01 ws-aml-decision pic x(1) value "X".
    01 ws-aml-reason pic x(10) value "NOREASON".
    01 ws-aml-result usage binary-long unsigned.
    01 ws-iban pic x(34).
    01 ws-iban-result usage binary-long unsigned.
    01 ws-routing-test-path pic x(64)
        value "/tmp/payments-test-routing.dat".
    01 ws-route-host pic x(128) value "gateway.nyc.example".
    01 ws-route-service pic x(32) value "9400".
    01 ws-route-nostro pic x(16) value "NOSTRO-USD-NY".
    01 ws-route-variant pic x(8) value "MT103".
    01 ws-route-open pic 9(6) value 080000.
    01 ws-route-close pic 9(6) value 170000.
    01 ws-loan-test-path pic x(64)
        value "/tmp/payments-test-loans.dat".
    01 ws-loan-id pic x(16) value "LN-TEST-0001".
    01 ws-loan-customer pic x(12) value "CUST00000001".
    01 ws-loan-principal pic 9(13)v99 value 10000.
    01 ws-loan-rate pic 9(3)v9(6) value 6.
    01 ws-loan-arrears-rate pic 9(3)v9(6) value 8.
    01 ws-loan-term pic 9(3) value 12.
    01 ws-loan-day pic 9(2) value 15.
    01 ws-loan-first-due pic 9(8) value 20261115.
    01 ws-fx-deal-test-path pic x(64)
        value "/tmp/payments-test-fxdeals.dat".
    01 ws-fx-master-test-path pic x(64)
        value "/tmp/payments-test-master.dat".
    01 ws-fx-cutoff-test-path pic x(64)
        value "/tmp/payments-test-cutoff.dat".
    01 ws-fx-calendar-test-path pic x(64)
        value "/tmp/payments-test-calendar.dat".
    01 ws-fx-amount pic 9(13)v99 value 1000.
    01 ws-fx-rate pic 9(7)v9(8) value 1.
    01 ws-fx-trade-date pic 9(8) value 20261015.
    01 ws-fx-forward-date pic 9(8) value 0.
    01 ws-fx-deal-id pic x(16).
    01 ws-fx-value-date pic 9(8).
    01 ws-recall-test-path pic x(64)
        value "/tmp/payments-test-recalls.dat".
    01 ws-recall-journal-path pic x(64)
        value "/tmp/payments-test-journal.dat".
    01 ws-recall-ledger-path pic x(64)
        value "/tmp/payments-test-ledger.dat".
    01 ws-recall-audit-path pic x(64)
        value "/tmp/payments-test-recall-audit.log".
    01 ws-recall-camt029-path pic x(64)
        value "/tmp/payments-test-camt029.xml".
    01 ws-recall-case-id pic x(16) value "R-TEST-0001".
    01 ws-recall-reversal-id pic x(16).
    01 ws-alert-test-path pic x(64)
        value "/tmp/payments-test-alerts.dat".
    01 ws-alert-account pic x(16) value "ACC-ALERT-001".
    01 ws-alert-threshold pic 9(13)v99 value 500.
    01 ws-alert-floor pic s9(13)v99 value 100.
    01 ws-alert-address pic x(64) value "alerts@example.com".
    01 ws-pipe-missing-path pic x(64)
        value "/tmp/payments-test-no-archive.dat".
    01 ws-pipe-report-path pic x(64)
        value "/tmp/payments-test-pipeline.txt".
    01 ws-pipe-report-date pic 9(8) value 20261015.
    01 ws-pipe-stuck-minutes pic 9(5) value 60.
    01 ws-pipe-syslog-host pic x(128) value spaces.
    01 ws-pipe-syslog-port pic x(5) value spaces.
    01 ws-recovery-journal-path pic x(64)
        value "/tmp/payments-test-no-change-journal.dat".
    01 ws-recovery-report-path pic x(64)
        value "/tmp/payments-test-roll-forward.txt".
    01 ws-recovery-to-ts pic 9(14) value 20261015235959.
    01 ws-recovery-mismatches usage binary-long unsigned.
    01 ws-gl-period-path pic x(64) value "/tmp/payments-test-gl-period.dat".
    01 ws-gl-period pic 9(6) value 202609.
    01 ws-gl-bad-period pic 9(6) value 202613.
    01 ws-gl-journal-test-path pic x(64)
        value "/tmp/payments-test-gl-journal.dat".
    01 ws-gl-chart-test-path pic x(64)
        value "/tmp/payments-test-gl-chart.dat".
    01 ws-gl-account-name pic x(40).
    01 ws-gl-batch-id pic x(12) value "ADJ202609001".
    01 ws-gl-posting-date pic 9(8) value 20260930.
    01 ws-gl-entry-count usage binary-short unsigned value 2.
    01 ws-gl-entries.
        05 ws-gl-entry occurs 64 times.
            10 ws-gl-entry-account pic x(8).
            10 ws-gl-entry-debit pic 9(13)v99.
            10 ws-gl-entry-credit pic 9(13)v99.
            10 ws-gl-entry-narrative pic x(35).
    01 ws-gl-release-id pic x(16).
    01 ws-gl-statement-path pic x(64)
        value "/tmp/payments-test-statements.txt".
    01 ws-forecast-market pic x(8) value "TARGET".
    01 ws-forecast-report-path pic x(64)
        value "/tmp/payments-test-forecast.txt".
    01 ws-partition-snapshot-path pic x(64)
        value "/tmp/payments-test-no-snapshot.dat".
    01 ws-partition-count pic 9(1) value 2.
    01 ws-no-partitions pic 9(1) value 0.
    01 ws-tb-master-path pic x(64)
        value "/tmp/payments-test-tb-accounts.dat".
    01 ws-tb-journal-path pic x(64)
        value "/tmp/payments-test-tb-journal.dat".
    01 ws-tb-bizdate-path pic x(64)
        value "/tmp/payments-test-tb-bizdate.dat".
    01 ws-tb-snapshot-path pic x(64)
        value "/tmp/payments-test-tb-snapshot.dat".
    01 ws-tb-snapshot-p1-path pic x(64)
        value "/tmp/payments-test-tb-snapshot.dat.P1".
    01 ws-tb-snapshot-p2-path pic x(64)
        value "/tmp/payments-test-tb-snapshot.dat.P2".
    01 ws-tb-report-path pic x(64)
        value "/tmp/payments-test-tb-report.txt".
    01 ws-tb-report-p1-path pic x(64)
        value "/tmp/payments-test-tb-report.txt.P1".
    01 ws-tb-report-p2-path pic x(64)
        value "/tmp/payments-test-tb-report.txt.P2".
    01 ws-tb-debit-account pic x(16) value "TB-A-0001".
    01 ws-tb-credit-account pic x(16) value "TB-M-0001".
    01 ws-tb-name pic x(40) value "Trial Balance Customer".
    01 ws-tb-balance pic s9(13)v99.
    01 ws-tb-amount pic 9(13)v99.
    01 ws-tb-reference pic x(35) value "TRIAL BALANCE TEST".
    01 ws-tb-channel pic x(8) value "TEST".
    01 ws-tb-payment-id pic x(16).
    01 ws-tb-reject-reason pic x(64).
    01 ws-tb-previous-date pic 9(8) value 20261014.
    01 ws-tb-trial-date pic 9(8) value 20261015.
    01 ws-tb-lowest pic x(16) value spaces.
    01 ws-tb-bound pic x(16) value "TB-M".
    01 ws-tb-partitions pic 9(1) value 2.
    01 ws-report-read-status pic x(2).
    01 ws-report-eof pic x(1).
    01 ws-report-break-lines usage binary-long unsigned.
    01 ws-report-tally usage binary-long unsigned.
procedure division.
    perform iso20022-extract-test.
    perform iso20022-extract-malformed-test.
    perform inbound-auth-verify-test.
    perform message-dedup-check-test.
    perform operator-authorize-test.
    perform dormancy-detect-test.
    perform overdraft-maintain-test.
    perform earmark-maintain-test.
    perform cutoff-maintain-test.
    perform payment-execution-date-test.
    perform mandate-maintain-test.
    perform bulk-payment-intake-test.
    perform aml-alert-decide-test.
    perform iban-validate-test.
    perform correspondent-route-maintain-test.
    perform loan-maintain-test.
    perform fx-deal-book-test.
    perform recall-case-decide-test.
    perform alert-subscription-test.
    perform inbound-pipeline-control-test.
    perform change-journal-roll-forward-test.
    perform gl-period-test.
    perform nostro-forecast-test.
    perform partition-merge-test.
    perform partitioned-trial-balance-test.
    goback.

iso20022-extract-test section.
        ws-dedup-digest-2, ws-dedup-result
    end-call.
    call "assert-equals" using 0, ws-dedup-result.

operator-authorize-test section.
*>  the masters are loaded before enforcement is switched on
    call "operator-maintain" using ws-operator-test-path,
        ws-operator-id, ws-operator-name, ws-operator-roles,
        ws-operator-status, ws-operator-from, ws-operator-to,
        ws-maintain-user, ws-maintain-result
    end-call.
    call "role-action-maintain" using ws-role-action-test-path,
        "TREASURY", "FXMAINT ", "G", ws-maintain-user,
        ws-maintain-result
    end-call.
    call "assert-equals" using 0, ws-maintain-result.
    call "operator-config-set" using ws-operator-test-path,
        ws-role-action-test-path
    end-call.

    call "operator-authorize" using ws-operator-id, "FXMAINT",
        ws-operator-result
    end-call.
    call "assert-equals" using 0, ws-operator-result.

*>  a role that does not grant the action is refused
    call "operator-authorize" using ws-operator-id, "REVERSAL",
        ws-operator-result
    end-call.
    call "assert-equals" using 4, ws-operator-result.

*>  so is an operator id nobody set up
    call "operator-authorize" using "NOBODY  ", "FXMAINT",
        ws-operator-result
    end-call.
    call "assert-equals" using 1, ws-operator-result.

*>  and a maintenance program stops before touching its file
    call "partner-key-maintain" using ws-keystore-test-path,
        ws-partner-id, ws-shared-key, ws-partner-status,
        ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 9, ws-maintain-result.

    call "operator-config-set" using " " end-call.

dormancy-detect-test section.
*>  an account opened years ago with only a manual adjustment on its
*>  ledger has no customer activity and goes dormant; the bank's own
*>  fee income account, just as idle but with no customer id, stays
*>  active
    call "account-maintain" using ws-account-test-path,
        ws-account-id, ws-account-name, ws-account-customer,
        ws-account-currency, ws-account-balance, ws-account-balance,
        "A", ws-account-open-date, ws-maintain-user,
        ws-ledger-test-path, ws-maintain-result
    end-call.
    call "account-maintain" using ws-account-test-path,
        ws-internal-account-id, ws-internal-account-name,
        ws-internal-customer, ws-account-currency,
        ws-account-balance, ws-account-balance, "A",
        ws-account-open-date, ws-maintain-user, ws-ledger-test-path,
        ws-maintain-result
    end-call.
    call "dormancy-detect" using ws-account-test-path,
        ws-ledger-test-path, ws-dormancy-test-path, ws-as-of-date,
        ws-idle-months, ws-dormancy-report-path, ws-dormancy-result
    end-call.
    call "assert-equals" using 1, ws-dormancy-result.

*>  reactivation outside CHANGE-APPROVE is refused
    call "account-maintain" using ws-account-test-path,
        ws-account-id, ws-account-name, ws-account-customer,
        ws-account-currency, ws-account-balance, ws-account-balance,
        "A", ws-account-open-date, ws-maintain-user,
        ws-ledger-test-path, ws-maintain-result
    end-call.
    call "assert-equals" using 5, ws-maintain-result.

*>  so is a made-up release id
    call "account-maintain" using ws-account-test-path,
        ws-account-id, ws-account-name, ws-account-customer,
        ws-account-currency, ws-account-balance, ws-account-balance,
        "A", ws-account-open-date, ws-maintain-user,
        ws-ledger-test-path, ws-maintain-result, ws-pending-test-path,
        omitted, "Q202610150000000"
    end-call.
    call "assert-equals" using 5, ws-maintain-result.

*>  and the id of a reactivation queued but not yet released
    call "account-maintain" using ws-account-test-path,
        ws-account-id, ws-account-name, ws-account-customer,
        ws-account-currency, ws-account-balance, ws-account-balance,
        "A", ws-account-open-date, ws-maintain-user,
        ws-ledger-test-path, ws-maintain-result, ws-pending-test-path,
        ws-change-id
    end-call.
    call "assert-equals" using 3, ws-maintain-result.
    call "account-maintain" using ws-account-test-path,
        ws-account-id, ws-account-name, ws-account-customer,
        ws-account-currency, ws-account-balance, ws-account-balance,
        "A", ws-account-open-date, ws-maintain-user,
        ws-ledger-test-path, ws-maintain-result, ws-pending-test-path,
        omitted, ws-change-id
    end-call.
    call "assert-equals" using 5, ws-maintain-result.

*>  the account is still dormant: the walk over active accounts
*>  finds nothing to move
    call "dormancy-detect" using ws-account-test-path,
        ws-ledger-test-path, ws-dormancy-test-path, ws-as-of-date,
        ws-idle-months, ws-dormancy-report-path, ws-dormancy-result
    end-call.
    call "assert-equals" using 0, ws-dormancy-result.

*>  the requester cannot release their own reactivation
    call "change-approve" using ws-pending-test-path, ws-change-id,
        "A", ws-maintain-user, ws-account-test-path,
        ws-ledger-test-path, ws-keystore-test-path,
        ws-approval-audit-path, ws-maintain-result
    end-call.
    call "assert-equals" using 4, ws-maintain-result.

*>  a second operator's release applies it
    call "change-approve" using ws-pending-test-path, ws-change-id,
        "A", ws-checker-id, ws-account-test-path,
        ws-ledger-test-path, ws-keystore-test-path,
        ws-approval-audit-path, ws-maintain-result
    end-call.
    call "assert-equals" using 0, ws-maintain-result.

*>  the account is active again - still idle, so the next walk moves
*>  it straight back to dormant
    call "dormancy-detect" using ws-account-test-path,
        ws-ledger-test-path, ws-dormancy-test-path, ws-as-of-date,
        ws-idle-months, ws-dormancy-report-path, ws-dormancy-result
    end-call.
    call "assert-equals" using 1, ws-dormancy-result.

*>  and the applied release cannot be replayed
    call "account-maintain" using ws-account-test-path,
        ws-account-id, ws-account-name, ws-account-customer,
        ws-account-currency, ws-account-balance, ws-account-balance,
        "A", ws-account-open-date, ws-checker-id,
        ws-ledger-test-path, ws-maintain-result, ws-pending-test-path,
        omitted, ws-change-id
    end-call.
    call "assert-equals" using 5, ws-maintain-result.

overdraft-maintain-test section.
*>  a facility cannot expire before it takes effect
    call "overdraft-maintain" using ws-overdraft-test-path,
        ws-account-id, ws-overdraft-from, ws-overdraft-limit,
        ws-overdraft-rate, ws-overdraft-expiry, ws-maintain-user,
        ws-maintain-result
    end-call.
    call "assert-equals" using 4, ws-maintain-result.

earmark-maintain-test section.
*>  a legal hold placed directly, without a dual-control release, is
*>  refused
    call "earmark-maintain" using ws-earmark-test-path,
        ws-earmark-journal-path, ws-account-id, ws-earmark-id, "P",
        ws-earmark-amount, "G", ws-earmark-reference,
        ws-earmark-expiry, ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 5, ws-maintain-result.

*>  so is one placed under a made-up release id
    call "earmark-maintain" using ws-earmark-test-path,
        ws-earmark-journal-path, ws-account-id, ws-earmark-id, "P",
        ws-earmark-amount, "G", ws-earmark-reference,
        ws-earmark-expiry, ws-maintain-user, ws-maintain-result,
        ws-pending-test-path, omitted, "Q202610150000000"
    end-call.
    call "assert-equals" using 5, ws-maintain-result.

*>  or under the id of a hold queued but not yet released
    call "earmark-maintain" using ws-earmark-test-path,
        ws-earmark-journal-path, ws-account-id, ws-earmark-id, "P",
        ws-earmark-amount, "G", ws-earmark-reference,
        ws-earmark-expiry, ws-maintain-user, ws-maintain-result,
        ws-pending-test-path, ws-change-id
    end-call.
    call "assert-equals" using 3, ws-maintain-result.
    call "earmark-maintain" using ws-earmark-test-path,
        ws-earmark-journal-path, ws-account-id, ws-earmark-id, "P",
        ws-earmark-amount, "G", ws-earmark-reference,
        ws-earmark-expiry, ws-maintain-user, ws-maintain-result,
        ws-pending-test-path, omitted, ws-change-id
    end-call.
    call "assert-equals" using 5, ws-maintain-result.

*>  an ordinary administrative earmark is placed and released
    call "earmark-maintain" using ws-earmark-test-path,
        ws-earmark-journal-path, ws-account-id, ws-earmark-id, "P",
        ws-earmark-amount, "A", ws-earmark-reference,
        ws-earmark-expiry, ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 0, ws-maintain-result.
    call "earmark-maintain" using ws-earmark-test-path,
        ws-earmark-journal-path, ws-account-id, ws-earmark-id, "R",
        ws-earmark-amount, "A", ws-earmark-reference,
        ws-earmark-expiry, ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 1, ws-maintain-result.

cutoff-maintain-test section.
*>  there is no 25 o'clock
    call "cutoff-maintain" using ws-cutoff-test-path,
        ws-cutoff-currency, ws-cutoff-type, ws-cutoff-time,
        ws-cutoff-market, ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.

payment-execution-date-test section.
*>  a payment cannot be requested for a day already gone
    move 20200101 to ws-requested-date.
    call "payment-execution-date" using " ", " ", " ",
        ws-cutoff-currency, ws-cutoff-type, ws-requested-date,
        ws-business-date, ws-execution-date, ws-date-result
    end-call.
    call "assert-equals" using 3, ws-date-result.

*>  nor for a day that does not exist
    move 20991345 to ws-requested-date.
    call "payment-execution-date" using " ", " ", " ",
        ws-cutoff-currency, ws-cutoff-type, ws-requested-date,
        ws-business-date, ws-execution-date, ws-date-result
    end-call.
    call "assert-equals" using 4, ws-date-result.

mandate-maintain-test section.
*>  a mandate collects as first, recurrent, final or one-off - nothing
*>  else
    call "mandate-maintain" using ws-mandate-test-path,
        ws-mandate-id, ws-mandate-creditor,
        ws-mandate-creditor-account, ws-mandate-scheme-id,
        ws-mandate-debtor-iban, ws-mandate-debtor-name,
        ws-mandate-signature-date, ws-mandate-sequence-type,
        ws-mandate-status, ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.

bulk-payment-intake-test section.
*>  a file is booked all-or-nothing or book-what-passes - any other
*>  mode is refused before the file is even opened
    call "bulk-payment-intake" using " ", "CUST00000001", "X",
        ws-maintain-user, " ", " ", " ", " ", " ", " ", " ",
        ws-mandate-creditor-account, omitted, omitted, " ", " ", " ",
        ws-bulk-batch-id, ws-bulk-result
    end-call.
    call "assert-equals" using 99000005, ws-bulk-result.

aml-alert-decide-test section.
*>  a case is escalated, closed without action or closed with a SAR
*>  filed - any other decision is refused before the case is read
    call "aml-alert-decide" using ws-aml-alert-test-path,
        ws-aml-case-id, ws-aml-decision, ws-maintain-user,
        ws-aml-reason, ws-aml-audit-test-path, ws-aml-result
    end-call.
    call "assert-equals" using 3, ws-aml-result.

iban-validate-test section.
    move "DE89370400440532013000" to ws-iban.
    call "iban-validate" using ws-iban, ws-iban-result end-call.
    call "assert-equals" using 0, ws-iban-result.

*>  one mistyped digit breaks the MOD 97-10 check
    move "DE89370400440532013001" to ws-iban.
    call "iban-validate" using ws-iban, ws-iban-result end-call.
    call "assert-equals" using 4, ws-iban-result.

*>  and a dropped digit the country's length
    move "DE8937040044053201300" to ws-iban.
    call "iban-validate" using ws-iban, ws-iban-result end-call.
    call "assert-equals" using 3, ws-iban-result.

correspondent-route-maintain-test section.
*>  a route carries a pain.001 or a pacs.008 - nothing else
    call "correspondent-route-maintain" using ws-routing-test-path,
        "USD", "  ", "NYCORR", ws-route-host, ws-route-service,
        ws-route-nostro, ws-route-variant, ws-route-open,
        ws-route-close, "A", ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.

loan-maintain-test section.
*>  a loan repays as an annuity or linearly - nothing else
    call "loan-maintain" using ws-loan-test-path, ws-loan-id,
        ws-loan-customer, "EUR", ws-loan-principal, ws-loan-rate,
        ws-loan-arrears-rate, ws-loan-term, ws-loan-day, ws-account-id,
        "X", ws-loan-first-due, ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.

fx-deal-book-test section.
*>  an FX deal exchanges two different currencies
    call "fx-deal-book" using ws-fx-deal-test-path,
        ws-fx-master-test-path, ws-fx-cutoff-test-path,
        ws-fx-calendar-test-path, ws-loan-customer, "EUR",
        ws-fx-amount, ws-account-id, "EUR", ws-account-id, ws-fx-rate,
        ws-fx-trade-date, ws-fx-forward-date, ws-maintain-user,
        ws-fx-deal-id, ws-fx-value-date, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.

recall-case-decide-test section.
*>  a recall can only be refused with a reason code
    call "recall-case-decide" using ws-recall-test-path,
        ws-recall-journal-path, ws-fx-master-test-path,
        ws-recall-ledger-path, ws-recall-case-id, "R", "    ", ws-maintain-user,
        ws-recall-audit-path, ws-recall-camt029-path,
        ws-recall-reversal-id, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.

alert-subscription-test section.
*>  alerts go by SMS or email only
    call "alert-subscription-maintain" using ws-alert-test-path,
        ws-alert-account, "Y", "Y", ws-alert-threshold, "Y",
        ws-alert-floor, "Y", "X", ws-alert-address, "A",
        ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.

inbound-pipeline-control-test section.
*>  no archive, no control report
    call "inbound-pipeline-control" using ws-pipe-missing-path,
        ws-pipe-missing-path, ws-pipe-missing-path,
        ws-pipe-missing-path, ws-pipe-missing-path,
        ws-pipe-report-date, ws-pipe-stuck-minutes,
        ws-pipe-syslog-host, ws-pipe-syslog-port,
        ws-recall-audit-path, ws-pipe-report-path, ws-maintain-result
    end-call.
    call "assert-equals" using 99000001, ws-maintain-result.

change-journal-roll-forward-test section.
*>  no journal generation, nothing rolled forward
    call "change-journal-roll-forward" using ws-recovery-journal-path,
        ws-recovery-to-ts, " ", " ", " ", " ",
        ws-recovery-report-path, ws-recovery-mismatches,
        ws-maintain-result
    end-call.
    call "assert-equals" using 99000001, ws-maintain-result.

gl-period-test section.
*>  period status must be "O" or "C"
    call "gl-period-maintain" using ws-gl-period-path, ws-gl-period,
        "X", ws-maintain-user, ws-maintain-result
    end-call.
    call "assert-equals" using 3, ws-maintain-result.
*>  there is no thirteenth month to report on
    call "gl-financial-statements" using ws-pipe-missing-path,
        ws-pipe-missing-path, ws-gl-bad-period, ws-gl-statement-path,
        ws-gl-statement-path, ws-maintain-result
    end-call.
    call "assert-equals" using 99000006, ws-maintain-result.

*>  a month Finance has closed takes no ordinary posting
    move "Cash" to ws-gl-account-name.
    call "gl-account-maintain" using ws-gl-chart-test-path,
        "1000    ", ws-gl-account-name, "A", "A", ws-maintain-user,
        ws-maintain-result
    end-call.
    move "Customer deposits" to ws-gl-account-name.
    call "gl-account-maintain" using ws-gl-chart-test-path,
        "2000    ", ws-gl-account-name, "L", "A", ws-maintain-user,
        ws-maintain-result
    end-call.
    move spaces to ws-gl-entries.
    move "1000" to ws-gl-entry-account(1).
    move 75 to ws-gl-entry-debit(1).
    move 0 to ws-gl-entry-credit(1).
    move "LATE ADJUSTMENT" to ws-gl-entry-narrative(1).
    move "2000" to ws-gl-entry-account(2).
    move 0 to ws-gl-entry-debit(2).
    move 75 to ws-gl-entry-credit(2).
    move "LATE ADJUSTMENT" to ws-gl-entry-narrative(2).
    call "gl-period-configure" using ws-gl-period-path end-call.
    call "gl-period-maintain" using ws-gl-period-path, ws-gl-period,
        "C", ws-maintain-user, ws-maintain-result
    end-call.
    call "gl-batch-post" using ws-gl-journal-test-path,
        ws-gl-chart-test-path, ws-gl-batch-id, ws-gl-posting-date,
        ws-gl-entry-count, ws-gl-entries, ws-maintain-result
    end-call.
    call "assert-equals" using 6, ws-maintain-result.

*>  flagged as an adjustment it is queued for release, not posted
    call "gl-batch-post" using ws-gl-journal-test-path,
        ws-gl-chart-test-path, ws-gl-batch-id, ws-gl-posting-date,
        ws-gl-entry-count, ws-gl-entries, ws-maintain-result, "Y",
        ws-maintain-user, ws-pending-test-path, omitted,
        ws-gl-release-id
    end-call.
    call "assert-equals" using 8, ws-maintain-result.

*>  a made-up release posts nothing, nor does the queued change
*>  before a second operator has released it
    call "gl-batch-post" using ws-gl-journal-test-path,
        ws-gl-chart-test-path, ws-gl-batch-id, ws-gl-posting-date,
        ws-gl-entry-count, ws-gl-entries, ws-maintain-result, "Y",
        ws-maintain-user, ws-pending-test-path, "Q202610150000000"
    end-call.
    call "assert-equals" using 7, ws-maintain-result.
    call "gl-batch-post" using ws-gl-journal-test-path,
        ws-gl-chart-test-path, ws-gl-batch-id, ws-gl-posting-date,
        ws-gl-entry-count, ws-gl-entries, ws-maintain-result, "Y",
        ws-maintain-user, ws-pending-test-path, ws-gl-release-id
    end-call.
    call "assert-equals" using 7, ws-maintain-result.

*>  released through CHANGE-APPROVE, the resubmitted batch posts
    call "change-approve" using ws-pending-test-path,
        ws-gl-release-id, "A", ws-checker-id, ws-account-test-path,
        ws-ledger-test-path, ws-keystore-test-path,
        ws-approval-audit-path, ws-maintain-result
    end-call.
    call "assert-equals" using 0, ws-maintain-result.

*>  the release covers the entries, not just the totals: the same
*>  batch with its accounts swapped is not what was approved
    move "2000" to ws-gl-entry-account(1).
    move "1000" to ws-gl-entry-account(2).
    call "gl-batch-post" using ws-gl-journal-test-path,
        ws-gl-chart-test-path, ws-gl-batch-id, ws-gl-posting-date,
        ws-gl-entry-count, ws-gl-entries, ws-maintain-result, "Y",
        ws-maintain-user, ws-pending-test-path, ws-gl-release-id
    end-call.
    call "assert-equals" using 7, ws-maintain-result.
    move "1000" to ws-gl-entry-account(1).
    move "2000" to ws-gl-entry-account(2).
    call "gl-batch-post" using ws-gl-journal-test-path,
        ws-gl-chart-test-path, ws-gl-batch-id, ws-gl-posting-date,
        ws-gl-entry-count, ws-gl-entries, ws-maintain-result, "Y",
        ws-maintain-user, ws-pending-test-path, ws-gl-release-id
    end-call.
    call "assert-equals" using 0, ws-maintain-result.

*>  and the release is spent with it
    call "gl-batch-post" using ws-gl-journal-test-path,
        ws-gl-chart-test-path, ws-gl-batch-id, ws-gl-posting-date,
        ws-gl-entry-count, ws-gl-entries, ws-maintain-result, "Y",
        ws-maintain-user, ws-pending-test-path, ws-gl-release-id
    end-call.
    call "assert-equals" using 7, ws-maintain-result.
    call "gl-period-configure" using " " end-call.

nostro-forecast-test section.
*>  no reconciled balances, no forecast
    call "nostro-forecast" using ws-pipe-missing-path,
        ws-pipe-missing-path, " ", " ", " ", ws-pipe-report-date,
        ws-forecast-market, ws-pipe-missing-path,
        ws-forecast-report-path, ws-forecast-report-path,
        ws-maintain-result
    end-call.
    call "assert-equals" using 99000001, ws-maintain-result.

partition-merge-test section.
*>  a snapshot missing a partition's slice is not rebuilt
    call "partition-file-merge" using ws-partition-snapshot-path,
        ws-partition-count, "R", ws-maintain-result
    end-call.
    call "assert-equals" using 99000002, ws-maintain-result.
*>  a statement run has at least one partition
    call "statement-merge" using ws-gl-statement-path,
        ws-gl-statement-path, ws-pipe-report-date, ws-no-partitions,
        ws-maintain-result
    end-call.
    call "assert-equals" using 99000005, ws-maintain-result.

partitioned-trial-balance-test section.
*>  yesterday: two accounts, a first booking, and the snapshot the
*>  night's run leaves for today
    call "business-date-maintain" using ws-tb-bizdate-path, "S",
        ws-tb-previous-date, ws-forecast-market,
        ws-fx-calendar-test-path, ws-maintain-user, ws-maintain-result
    end-call.
    move 500 to ws-tb-balance.
    call "account-maintain" using ws-tb-master-path,
        ws-tb-debit-account, ws-tb-name, ws-account-customer,
        ws-account-currency, ws-tb-balance, ws-tb-balance, "A",
        ws-account-open-date, ws-maintain-user, ws-ledger-test-path,
        ws-maintain-result
    end-call.
    call "account-maintain" using ws-tb-master-path,
        ws-tb-credit-account, ws-tb-name, ws-account-customer,
        ws-account-currency, ws-tb-balance, ws-tb-balance, "A",
        ws-account-open-date, ws-maintain-user, ws-ledger-test-path,
        ws-maintain-result
    end-call.
    move 1 to ws-tb-amount.
    call "payment-book" using ws-tb-master-path, ws-tb-journal-path,
        " ", ws-ledger-test-path, " ", " ", " ", ws-tb-lowest,
        ws-tb-bizdate-path, " ", ws-tb-debit-account,
        ws-tb-credit-account, ws-account-currency, ws-tb-amount,
        ws-tb-reference, ws-tb-channel, ws-tb-payment-id,
        ws-tb-reject-reason, ws-maintain-result
    end-call.
    call "assert-equals" using 0, ws-maintain-result.
    call "trial-balance" using ws-tb-journal-path, ws-tb-master-path,
        ws-tb-snapshot-path, ws-tb-previous-date, ws-tb-report-path,
        ws-maintain-result
    end-call.
    call "assert-equals" using 0, ws-maintain-result.

*>  today: a second booking, then a hand edit of the credited
*>  account's balance that no journal entry explains
    call "business-date-maintain" using ws-tb-bizdate-path, "S",
        ws-tb-trial-date, ws-forecast-market,
        ws-fx-calendar-test-path, ws-maintain-user, ws-maintain-result
    end-call.
    move 50 to ws-tb-amount.
    call "payment-book" using ws-tb-master-path, ws-tb-journal-path,
        " ", ws-ledger-test-path, " ", " ", " ", ws-tb-lowest,
        ws-tb-bizdate-path, " ", ws-tb-debit-account,
        ws-tb-credit-account, ws-account-currency, ws-tb-amount,
        ws-tb-reference, ws-tb-channel, ws-tb-payment-id,
        ws-tb-reject-reason, ws-maintain-result
    end-call.
    call "assert-equals" using 0, ws-maintain-result.
    move 561 to ws-tb-balance.
    call "account-maintain" using ws-tb-master-path,
        ws-tb-credit-account, ws-tb-name, ws-account-customer,
        ws-account-currency, ws-tb-balance, ws-tb-balance, "A",
        ws-account-open-date, ws-maintain-user, ws-ledger-test-path,
        ws-maintain-result
    end-call.

*>  two partitions split at TB-M: the first agrees, the second
*>  reports its break - a result the driver counts as the partition
*>  having run, not failed
    call "trial-balance" using ws-tb-journal-path, ws-tb-master-path,
        ws-tb-snapshot-path, ws-tb-trial-date, ws-tb-report-p1-path,
        ws-maintain-result, ws-tb-lowest, ws-tb-bound,
        ws-tb-snapshot-p1-path
    end-call.
    call "assert-equals" using 0, ws-maintain-result.
    call "trial-balance" using ws-tb-journal-path, ws-tb-master-path,
        ws-tb-snapshot-path, ws-tb-trial-date, ws-tb-report-p2-path,
        ws-maintain-result, ws-tb-bound, ws-tb-lowest,
        ws-tb-snapshot-p2-path
    end-call.
    call "assert-equals" using 1, ws-maintain-result.

*>  the merge judges the night: one break, which fails the
*>  TRIAL-BALANCE-MERGE step and so holds the business date
    call "trial-balance-merge" using ws-tb-journal-path,
        ws-tb-trial-date, ws-tb-report-path, ws-tb-snapshot-path,
        ws-tb-partitions, ws-maintain-result
    end-call.
    call "assert-equals" using 1, ws-maintain-result.

*>  and the merged report lists the broken account
    move 0 to ws-report-break-lines.
    move "N" to ws-report-eof.
    open input report-read-file.
    perform until ws-report-eof = "Y"
        read report-read-file
            at end
                move "Y" to ws-report-eof
            not at end
                move 0 to ws-report-tally
                inspect report-read-record tallying ws-report-tally
                    for all "BALANCE BREAK"
                if ws-report-tally > 0
                        and report-read-record(3:16)
                            = ws-tb-credit-account
                    add 1 to ws-report-break-lines
                end-if
        end-read
    end-perform.
    close report-read-file.
    call "assert-equals" using 1, ws-report-break-lines.
end program payments-test.
