*> @param l-audit-path Path to the calendar audit journal
*> @param l-result 0 added, 1 removed, 2 calendar unavailable, 3
*>        invalid action, 4 remove of a date not on the calendar, 5
*>        add of a date already on the calendar, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. holiday-calendar-maintain.
        05 cad-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 cad-description pic x(40).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-calendar-path pic x any length.
    01 l-market pic x(8).
        l-action, l-description, l-user-id, l-audit-path, l-result.
start-holiday-calendar-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "CALMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-calendar-path.
    move l-calendar-path to ws-calendar-path.
    move spaces to ws-audit-path.
*> date (state open, next date derived from the holiday calendar);
*> "B" begins cutover, flipping the state to closing; "A" completes
*> it, advancing the open date to the next business day. "B" and "A"
*> are driven by DAILY-BATCH-RUN around its nightly chain. Beginning
*> cutover also rolls the CHANGE-JOURNAL over to a generation named
*> after the closing date (see CHANGE-JOURNAL-ROLLOVER).
*>
*> Control record layout (line sequential): business date 9(8),
*> state x(1) "O" open / "C" closing, next business date 9(8),
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-user-id Operator or batch stamp for the audit fields
*> @param l-result 0 done, 1 control record missing, 2 control file
*>        unavailable, 3 invalid action, 9 operator not authorized
*>        (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. business-date-maintain.
    01 ws-state pic x(1).
    01 ws-next-date pic 9(8).
    01 ws-one-day pic 9(5) value 1.
    01 ws-operator-result usage binary-long unsigned.
    01 ws-rollover-result usage binary-long unsigned.
linkage section.
    01 l-control-path pic x any length.
    01 l-action pic x(1).
        l-market, l-calendar-path, l-user-id, l-result.
start-business-date-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "BIZDATE",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-control-path.
    move l-control-path to ws-control-path.

            "F", l-market, l-calendar-path) to ws-next-date
    end-if.
    perform write-control-record.
*>  the day's change images close with the day: everything after
*>  this point is journalled against the next business date
    if l-action = "B" and l-result = 0
        call "change-journal-rollover" using ws-business-date,
            ws-rollover-result
        end-call
    end-if.
    goback.

write-control-record section.
end program business-date-maintain.

*>*
*> Set the CHANGE-JOURNAL path used by CHANGE-JOURNAL-WRITE and
*> CHANGE-JOURNAL-ROLLOVER. Out of band through an external item,
*> like LISTENER-STATS-CONFIGURE, because every program writing the
*> journalled masters would otherwise have to grow its contract.
*> When never called, everything journals to "change-journal.dat" in
*> the working directory.
*>
*> @param l-journal-path Path of the active CHANGE-JOURNAL file
*>*
identification division.
program-id. change-journal-configure.
data division.
working-storage section.
    01 ws-change-journal-path pic x(256) external.
linkage section.
    01 l-journal-path pic x any length.
procedure division using l-journal-path.
start-change-journal-configure.
    move spaces to ws-change-journal-path.
    move l-journal-path to ws-change-journal-path.
    goback.
end program change-journal-configure.

*>*
*> Append one before/after image to the forward-recovery
*> CHANGE-JOURNAL. Every program that writes, rewrites or deletes an
*> ACCOUNT-MASTER, PAYMENT-JOURNAL, ACCOUNT-LEDGER or LIMIT-USAGE
*> record calls this straight after the change, so a master
*> corrupted mid-day can be rebuilt from the last backup by
*> CHANGE-JOURNAL-ROLL-FORWARD instead of re-keying the day's
*> bookings. The journal is opened and closed on every image, so
*> concurrent writers each append whole lines and nothing sits in a
*> buffer when a job dies. Like SYSLOG-AUDIT-SEND's audit journal,
*> it is best effort: a journal that cannot be opened never stops a
*> booking.
*>
*> CHANGE-JOURNAL line layout (line sequential): timestamp 9(16)
*> (YYYYMMDDhhmmss and hundredths), file id x(16), operation x(1) "A"
*> added / "C" changed / "D" deleted, record key x(40), program
*> x(30), before image x(200), after image x(200). An added record
*> has a blank before image, a deleted one a blank after image.
*>
*> @param l-file-id "ACCOUNT-MASTER", "PAYMENT-JOURNAL",
*>        "ACCOUNT-LEDGER" or "LIMIT-USAGE"
*> @param l-operation "A" added, "C" changed, "D" deleted
*> @param l-key Record key of the changed record
*> @param l-program Program making the change
*> @param l-before Record image before the change
*> @param l-after Record image after the change
*>*
identification division.
program-id. change-journal-write.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select change-journal-file assign to ws-journal-path
        organization line sequential
        file status ws-journal-status.
data division.
file section.
fd change-journal-file.
01 change-journal-record.
    05 cjr-ts pic 9(16).
    05 cjr-file-id pic x(16).
    05 cjr-operation pic x(1).
    05 cjr-key pic x(40).
    05 cjr-program pic x(30).
    05 cjr-before-image pic x(200).
    05 cjr-after-image pic x(200).
working-storage section.
    01 ws-change-journal-path pic x(256) external.
    01 ws-journal-path pic x(256).
    01 ws-journal-status pic x(2).
linkage section.
    01 l-file-id pic x any length.
    01 l-operation pic x(1).
    01 l-key pic x any length.
    01 l-program pic x any length.
    01 l-before pic x any length.
    01 l-after pic x any length.
procedure division using l-file-id, l-operation, l-key, l-program,
        l-before, l-after.
start-change-journal-write.
    move spaces to ws-journal-path.
    if ws-change-journal-path = spaces
        move "change-journal.dat" to ws-journal-path
    else
        move ws-change-journal-path to ws-journal-path
    end-if.
    open extend change-journal-file.
    if ws-journal-status = "05" or ws-journal-status = "35"
        open output change-journal-file
    end-if.
    if ws-journal-status not = "00"
        goback
    end-if.
    move spaces to change-journal-record.
    move current-date(1:16) to cjr-ts.
    move l-file-id to cjr-file-id.
    move l-operation to cjr-operation.
    move l-key to cjr-key.
    move l-program to cjr-program.
    move l-before to cjr-before-image.
    move l-after to cjr-after-image.
    write change-journal-record.
    close change-journal-file.
    goback.
end program change-journal-write.

*>*
*> Roll the CHANGE-JOURNAL over at BUSINESS-DATE cutover: the active
*> journal is renamed to "<journal path>.<closing business date>",
*> and the next image written starts a fresh journal. Each
*> generation therefore holds the changes of one business day, and a
*> roll-forward from that night's backup needs only the generations
*> written since. Called by BUSINESS-DATE-MAINTAIN when cutover
*> begins. A rename is used rather than a copy so an image written
*> by a job still running lands whole in one generation or the
*> other. A missing active journal (nothing changed that day) is
*> not an error.
*>
*> @param l-closing-date Business date the rolled generation belongs
*>        to, YYYYMMDD
*> @param l-result 0 rolled over (or nothing to roll), 1 the rename
*>        failed - the generation for that date may already exist
*>*
identification division.
program-id. change-journal-rollover.
environment division.
configuration section.
repository. function trim intrinsic.
data division.
working-storage section.
    01 ws-change-journal-path pic x(256) external.
    01 ws-journal-path pic x(256).
    01 ws-generation-path pic x(256).
    01 ws-file-info.
        05 ws-file-size usage binary-double unsigned.
        05 ws-file-date-time pic x(8).
    01 ws-call-status usage binary-long.
linkage section.
    01 l-closing-date pic 9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-closing-date, l-result.
start-change-journal-rollover.
    move 0 to l-result.
    move spaces to ws-journal-path.
    if ws-change-journal-path = spaces
        move "change-journal.dat" to ws-journal-path
    else
        move ws-change-journal-path to ws-journal-path
    end-if.
    call "CBL_CHECK_FILE_EXIST" using ws-journal-path, ws-file-info
        returning ws-call-status
    end-call.
    if ws-call-status not = 0
        goback
    end-if.
    move spaces to ws-generation-path.
    string trim(ws-journal-path) delimited by size
        "." delimited by size
        l-closing-date delimited by size
        into ws-generation-path
    end-string.
    call "CBL_RENAME_FILE" using ws-journal-path, ws-generation-path
        returning ws-call-status
    end-call.
    if ws-call-status not = 0
        move 1 to l-result
    end-if.
    goback.
end program change-journal-rollover.

*>*
*> Forward recovery for the journalled masters. Takes masters
*> restored from a backup and re-applies the CHANGE-JOURNAL images
*> (see CHANGE-JOURNAL-WRITE) timestamped up to and including a
*> chosen moment, in the order they were journalled. Each image's
*> before image is compared with the restored record first: an added
*> record must not exist yet, a changed or deleted one must match
*> its before image. A mismatch is written to the recovery report
*> and counted, and the image is still applied - the after image is
*> what the record looked like at that moment, so the roll-forward
*> converges on it either way, while the report tells ops where the
*> backup and the journal disagree (a backup taken later than the
*> first image, a change made outside the journalled programs).
*>
*> Only the masters whose paths are supplied are rolled forward;
*> images for the others are skipped. A day spanning more than one
*> journal generation (see CHANGE-JOURNAL-ROLLOVER) is recovered by
*> running each generation in turn, oldest first.
*>
*> @param l-journal-path Path of the CHANGE-JOURNAL generation to
*>        apply
*> @param l-to-ts Last moment to apply, YYYYMMDDhhmmss
*> @param l-master-path Restored ACCOUNT-MASTER; spaces to skip
*> @param l-payment-journal-path Restored PAYMENT-JOURNAL; spaces to
*>        skip
*> @param l-ledger-path Restored ACCOUNT-LEDGER; spaces to skip
*> @param l-usage-path Restored LIMIT-USAGE; spaces to skip
*> @param l-report-path Path of the recovery report to produce
*> @param l-mismatch-count Number of images whose before image did
*>        not match the restored record
*> @param l-result Number of images applied, or 99000001 when the
*>        change journal, 99000002 the report, and 99000003-99000006
*>        the master, payment journal, ledger or limit usage file
*>        could not be opened
*>*
identification division.
program-id. change-journal-roll-forward.
environment division.
configuration section.
repository. function trim current-date intrinsic.
input-output section.
file-control.
    select change-journal-file assign to ws-journal-path
        organization line sequential
        file status ws-journal-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select payment-journal-file assign to ws-payment-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-payment-journal-status.
    select account-ledger-file assign to ws-ledger-path
        organization indexed
        access mode dynamic
        record key alg-key
        alternate record key alg-posting-date with duplicates
        file status ws-ledger-status.
    select limit-usage-file assign to ws-usage-path
        organization indexed
        access mode dynamic
        record key lu-key
        file status ws-usage-status.
    select recovery-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd change-journal-file.
01 change-journal-record.
    05 cjr-ts pic 9(16).
    05 cjr-file-id pic x(16).
    05 cjr-operation pic x(1).
    05 cjr-key pic x(40).
    05 cjr-program pic x(30).
    05 cjr-before-image pic x(200).
    05 cjr-after-image pic x(200).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd account-ledger-file.
01 account-ledger-record.
    05 alg-key.
        10 alg-account pic x(16).
        10 alg-sequence pic 9(10).
    05 alg-posting-date pic 9(8).
    05 alg-posting-ts pic 9(14).
    05 alg-entry-type pic x(1).
    05 alg-reference pic x(35).
    05 alg-currency pic x(3).
    05 alg-amount pic s9(13)v99.
    05 alg-running-balance pic s9(13)v99.
fd limit-usage-file.
01 limit-usage-record.
    05 lu-key.
        10 lu-scope pic x(1).
        10 lu-id pic x(16).
        10 lu-date pic 9(8).
    05 lu-used pic 9(13)v99.
fd recovery-report-file.
01 recovery-report-line pic x(132).
working-storage section.
    01 ws-journal-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-payment-journal-path pic x(256).
    01 ws-ledger-path pic x(256).
    01 ws-usage-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-journal-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-payment-journal-status pic x(2).
    01 ws-ledger-status pic x(2).
    01 ws-usage-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-found-switch pic x(1).
        88 record-was-found value "Y".
    01 ws-current-image pic x(200).
    01 ws-mismatch-reason pic x(30).
    01 ws-applied-count pic 9(9).
    01 ws-mismatch-count pic 9(9).
    01 ws-skipped-count pic 9(9).
    01 ws-total-count usage binary-long unsigned.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 rrd-ts pic 9(16).
        05 filler pic x(2) value spaces.
        05 rrd-file-id pic x(16).
        05 filler pic x(2) value spaces.
        05 rrd-operation pic x(1).
        05 filler pic x(2) value spaces.
        05 rrd-key pic x(30).
        05 filler pic x(2) value spaces.
        05 rrd-reason pic x(30).
        05 filler pic x(2) value spaces.
        05 rrd-program pic x(27).
linkage section.
    01 l-journal-path pic x any length.
    01 l-to-ts pic 9(14).
    01 l-master-path pic x any length.
    01 l-payment-journal-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-usage-path pic x any length.
    01 l-report-path pic x any length.
    01 l-mismatch-count usage binary-long unsigned.
    01 l-result usage binary-long unsigned.
procedure division using l-journal-path, l-to-ts, l-master-path,
        l-payment-journal-path, l-ledger-path, l-usage-path,
        l-report-path, l-mismatch-count, l-result.
start-change-journal-roll-forward.
    move 0 to l-result.
    move 0 to l-mismatch-count.
    move 0 to ws-applied-count.
    move 0 to ws-mismatch-count.
    move 0 to ws-skipped-count.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-payment-journal-path.
    move l-payment-journal-path to ws-payment-journal-path.
    move spaces to ws-ledger-path.
    move l-ledger-path to ws-ledger-path.
    move spaces to ws-usage-path.
    move l-usage-path to ws-usage-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input change-journal-file.
    if ws-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output recovery-report-file.
    if ws-report-status not = "00"
        close change-journal-file
        move 99000002 to l-result
        goback
    end-if.
    if ws-master-path not = spaces
        open i-o account-master-file
        if ws-master-status not = "00"
            move 99000003 to l-result
        end-if
    end-if.
    if ws-payment-journal-path not = spaces and l-result = 0
        open i-o payment-journal-file
        if ws-payment-journal-status not = "00"
            move 99000004 to l-result
        end-if
    end-if.
    if ws-ledger-path not = spaces and l-result = 0
        open i-o account-ledger-file
        if ws-ledger-status not = "00"
            move 99000005 to l-result
        end-if
    end-if.
    if ws-usage-path not = spaces and l-result = 0
        open i-o limit-usage-file
        if ws-usage-status not = "00"
            move 99000006 to l-result
        end-if
    end-if.
    if l-result not = 0
        perform close-target-files
        close change-journal-file
        close recovery-report-file
        goback
    end-if.

    move spaces to ws-report-header.
    string "CHANGE JOURNAL ROLL-FORWARD TO " delimited by size
        l-to-ts delimited by size
        "  JOURNAL " delimited by size
        trim(ws-journal-path) delimited by size
        into ws-report-header
    end-string.
    write recovery-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  TIMESTAMP         FILE              OP KEY"
            delimited by size
        "                             REASON" delimited by size
        "                          PROGRAM" delimited by size
        into ws-report-header
    end-string.
    write recovery-report-line from ws-report-header.

    perform until journal-eof
        read change-journal-file
            at end
                set journal-eof to true
            not at end
                if cjr-ts(1:14) > l-to-ts
                    add 1 to ws-skipped-count
                else
                    perform apply-one-image
                end-if
        end-read
    end-perform.

    move spaces to ws-report-header.
    string "IMAGES APPLIED " delimited by size
        ws-applied-count delimited by size
        "  MISMATCHED " delimited by size
        ws-mismatch-count delimited by size
        "  AFTER CUT-OFF " delimited by size
        ws-skipped-count delimited by size
        into ws-report-header
    end-string.
    write recovery-report-line from ws-report-header.

    perform close-target-files.
    close change-journal-file.
    close recovery-report-file.
    move ws-mismatch-count to l-mismatch-count.
    move ws-applied-count to ws-total-count.
    move ws-total-count to l-result.
    goback.

apply-one-image section.
    evaluate true
        when cjr-file-id = "ACCOUNT-MASTER"
                and ws-master-path not = spaces
            perform apply-master-image
        when cjr-file-id = "PAYMENT-JOURNAL"
                and ws-payment-journal-path not = spaces
            perform apply-payment-journal-image
        when cjr-file-id = "ACCOUNT-LEDGER"
                and ws-ledger-path not = spaces
            perform apply-ledger-image
        when cjr-file-id = "LIMIT-USAGE"
                and ws-usage-path not = spaces
            perform apply-usage-image
        when other
            exit section
    end-evaluate.
    add 1 to ws-applied-count.

apply-master-image section.
    if cjr-operation = "D"
        move cjr-before-image to account-master-record
    else
        move cjr-after-image to account-master-record
    end-if.
    move "N" to ws-found-switch.
    move spaces to ws-current-image.
    read account-master-file
        invalid key
            continue
        not invalid key
            move "Y" to ws-found-switch
            move account-master-record to ws-current-image
    end-read.
    perform check-before-image.
    evaluate true
        when cjr-operation = "D"
            if record-was-found
                delete account-master-file record
                    invalid key
                        continue
                end-delete
            end-if
        when record-was-found
            move cjr-after-image to account-master-record
            rewrite account-master-record
        when other
            move cjr-after-image to account-master-record
            write account-master-record
    end-evaluate.

apply-payment-journal-image section.
    if cjr-operation = "D"
        move cjr-before-image to payment-journal-record
    else
        move cjr-after-image to payment-journal-record
    end-if.
    move "N" to ws-found-switch.
    move spaces to ws-current-image.
    read payment-journal-file
        invalid key
            continue
        not invalid key
            move "Y" to ws-found-switch
            move payment-journal-record to ws-current-image
    end-read.
    perform check-before-image.
    evaluate true
        when cjr-operation = "D"
            if record-was-found
                delete payment-journal-file record
                    invalid key
                        continue
                end-delete
            end-if
        when record-was-found
            move cjr-after-image to payment-journal-record
            rewrite payment-journal-record
        when other
            move cjr-after-image to payment-journal-record
            write payment-journal-record
    end-evaluate.

apply-ledger-image section.
    if cjr-operation = "D"
        move cjr-before-image to account-ledger-record
    else
        move cjr-after-image to account-ledger-record
    end-if.
    move "N" to ws-found-switch.
    move spaces to ws-current-image.
    read account-ledger-file
        invalid key
            continue
        not invalid key
            move "Y" to ws-found-switch
            move account-ledger-record to ws-current-image
    end-read.
    perform check-before-image.
    evaluate true
        when cjr-operation = "D"
            if record-was-found
                delete account-ledger-file record
                    invalid key
                        continue
                end-delete
            end-if
        when record-was-found
            move cjr-after-image to account-ledger-record
            rewrite account-ledger-record
        when other
            move cjr-after-image to account-ledger-record
            write account-ledger-record
    end-evaluate.

apply-usage-image section.
    if cjr-operation = "D"
        move cjr-before-image to limit-usage-record
    else
        move cjr-after-image to limit-usage-record
    end-if.
    move "N" to ws-found-switch.
    move spaces to ws-current-image.
    read limit-usage-file
        invalid key
            continue
        not invalid key
            move "Y" to ws-found-switch
            move limit-usage-record to ws-current-image
    end-read.
    perform check-before-image.
    evaluate true
        when cjr-operation = "D"
            if record-was-found
                delete limit-usage-file record
                    invalid key
                        continue
                end-delete
            end-if
        when record-was-found
            move cjr-after-image to limit-usage-record
            rewrite limit-usage-record
        when other
            move cjr-after-image to limit-usage-record
            write limit-usage-record
    end-evaluate.

check-before-image section.
*>  an added record must not be there yet; a changed or deleted one
*>  must look exactly as it did before the change
    move spaces to ws-mismatch-reason.
    evaluate true
        when cjr-operation = "A" and record-was-found
            move "ADDED RECORD ALREADY PRESENT" to ws-mismatch-reason
        when cjr-operation not = "A" and not record-was-found
            move "RECORD NOT IN RESTORED FILE" to ws-mismatch-reason
        when cjr-operation not = "A"
                and ws-current-image not = cjr-before-image
            move "BEFORE IMAGE DIFFERS" to ws-mismatch-reason
        when other
            exit section
    end-evaluate.
    add 1 to ws-mismatch-count.
    move spaces to ws-report-detail.
    move cjr-ts to rrd-ts.
    move cjr-file-id to rrd-file-id.
    move cjr-operation to rrd-operation.
    move cjr-key to rrd-key.
    move ws-mismatch-reason to rrd-reason.
    move cjr-program to rrd-program.
    write recovery-report-line from ws-report-detail.

close-target-files section.
    if ws-master-path not = spaces
        close account-master-file
    end-if.
    if ws-payment-journal-path not = spaces
        close payment-journal-file
    end-if.
    if ws-ledger-path not = spaces
        close account-ledger-file
    end-if.
    if ws-usage-path not = spaces
        close limit-usage-file
    end-if.
end program change-journal-roll-forward.

*>*
*> Daily batch driver: runs the FX rate load and FX rate reconciliation
*> jobs in sequence, writing one JOB-LOG record per job step (job name,
*> start/end timestamp, return code, business value date) so operations
*> has a durable record of what ran and how it finished. The chain stops after FX-RATE-LOAD
*> if that step fails, since FX-RATE-RECONCILE has nothing to reconcile
*> against without a freshly loaded FX-RATE-MASTER. When a cross-pair
*> list is supplied, FX-RATE-TRIANGULATE runs between the load and the
*> reconciliation so derived crosses are on the master before anything
*> prices against them. When a QC report path is supplied, FX-RATE-QC
*> runs right after the load (before anything prices off the new
*> rates) and a breach count is recorded in JOB-LOG without stopping
*> the chain - QC breaches are for ops to judge, not to hold the
*> night's batch hostage. When a trial-balance report path is
*> supplied, TRIAL-BALANCE runs as the final step and any break makes
*> the night fail in JOB-LOG and in l-result. When an earmark file
*> is supplied, EARMARK-EXPIRE drops the earmarks past their expiry
*> first, before the standing orders book against the balances. When
*> a payment warehouse is supplied, WAREHOUSE-RELEASE books the
*> future-dated payments due by the value date right after the
*> standing orders, through the same booking files. When a mandate
*> file is supplied, MANDATE-LAPSE lapses the direct debit mandates
*> unused for 36 months, and when a collection file is supplied,
*> DD-SETTLE credits the direct debit collections due by the value
*> date through the standing-order booking files - both before
*> cutover, so the credits stamp the closing business date. When an
*> AML scenario file is supplied, AML-MONITOR then runs the
*> transaction monitoring scenarios over the day's ledger movements.
*> When a loan file is supplied, LOAN-COLLECT collects the loan
*> instalments due by the value date through the standing-order
*> booking files, right after DD-SETTLE. When an FX deal file is
*> supplied, FX-DEAL-SETTLE then settles the FX deals whose value
*> date has been reached through the same booking files, and once
*> the day's rates are loaded and reconciled FX-POSITION-REPORT
*> reports the deals still open, marked to market at those rates.
*> When the inbound pipeline files are supplied, INBOUND-PIPELINE-
*> CONTROL balances the day's inbound messages and payments from
*> archive to settlement after AML-MONITOR; any difference fails the
*> step. When the interest files are supplied, INTEREST-ACCRUE accrues
*> the day's interest before cutover begins, so capitalizations stamp
*> the closing business date; when statement files are supplied,
*> STATEMENT-GENERATE produces the day's statements just before the
*> trial balance. A failure of either holds the business date back.
*>
*> With a partition plan, INTEREST-ACCRUE, STATEMENT-GENERATE and
*> TRIAL-BALANCE each run as several account-key ranges at once: the
*> driver forks one process per partition, each partition writes its
*> own output slice (the output path with ".P<n>" appended) and its
*> own JOB-LOG record under the step name with "-P<n>" appended, e.g.
*> INTEREST-ACCRUE-P2, STATEMENT-P2, TRIAL-BALANCE-P2. Once every
*> partition has succeeded, a merge step - INTEREST-MERGE,
*> STATEMENT-MERGE or TRIAL-BALANCE-MERGE, with its own JOB-LOG record
*> - combines the slices into the single accrual posting, remittance,
*> statement, report and snapshot files downstream reads. A failed
*> partition holds its merge and the business date back; the rerun
*> skips the partitions already succeeded for the value date and
*> runs the failed one on its own. A trial-balance partition that
*> finds breaks has still done its job - its JOB-LOG record carries
*> its break count - and the breaks are judged on the merged report:
*> TRIAL-BALANCE-MERGE fails with the night's combined break count,
*> which stops the night in l-result and holds the business date.
*> Partitions share the master files, so the accounts of one
*> partition must not be booked by another - which the key ranges
*> guarantee. Should the process table refuse a fork, that partition
*> runs inside the driver instead.
*>
*> @param l-job-log-path Path to the indexed JOB-LOG file
*> @param l-feed-path Path to the downloaded ECB daily CSV feed
*> @param l-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-gl-posting-path Path to the GL posting feed
*> @param l-report-path Path to the exception report to produce
*> @param l-value-date Effective date the feed applies to, YYYYMMDD
*> @param l-tolerance Maximum acceptable rate difference, 9(3)v9(8)
*> @param l-cross-pairs Comma-separated cross pairs to derive after
*>        the load (see FX-RATE-TRIANGULATE); spaces to skip the step
*> @param l-qc-prev-date Previous business day for FX-RATE-QC; 0 to
*>        skip the QC step
*> @param l-qc-stale-days Stale-feed threshold in business days
*> @param l-qc-move-pct Day-over-day movement threshold, percent
*> @param l-qc-report-path Path of the QC report; spaces to skip the
*>        QC step
*> @param l-qc-syslog-host Syslog collector host for QC breaches;
*>        spaces to skip the SIEM push
*> @param l-qc-syslog-port Syslog collector port
*> @param l-qc-audit-path Local audit journal for SYSLOG-AUDIT-SEND
*> @param l-tb-journal-path Path to the PAYMENT-JOURNAL for the
*>        trial-balance step; spaces to skip the step
*> @param l-tb-master-path Path to the ACCOUNT-MASTER
*> @param l-tb-snapshot-path Balance snapshot read/written by
*>        TRIAL-BALANCE
*> @param l-tb-report-path Path of the trial-balance break report
*> @param l-so-order-path Path to the STANDING-ORDER file; spaces to
*>        skip the standing-order step, which otherwise runs first -
*>        before cutover begins - so the night's recurring bookings
*>        stamp the closing business date and are inside the same
*>        night's trial balance
*> @param l-so-master-path Path to the ACCOUNT-MASTER for bookings
*> @param l-so-journal-path Path to the PAYMENT-JOURNAL for bookings
*> @param l-so-fx-path Path to the FX-RATE-MASTER for cross-currency
*>        standing orders
*> @param l-so-ledger-path Path to the ACCOUNT-LEDGER for bookings
*> @param l-so-limits-path Path to the LIMITS master; spaces to skip
*>        limit enforcement for standing orders
*> @param l-so-usage-path Path to the LIMIT-USAGE file
*> @param l-so-fee-path Path to the FEE-SCHEDULE; spaces to book no
*>        fees on standing orders
*> @param l-so-fee-account Internal fee income account id
*> @param l-so-market Market calendar for the business-day test
*> @param l-so-calendar-path Path to the HOLIDAY-CALENDAR file
*> @param l-so-report-path Path of the execution results report
*> @param l-bizdate-path Path of the BUSINESS-DATE control record;
*>        when supplied the chain brackets itself with a
*>        BIZDATE-BEGIN step (cutover starts, new bookings stamp the
*>        next business day) and a BIZDATE-CUTOVER step that
*>        advances the open date only when every step succeeded
*> @param l-currency-path Path to the CURRENCY-MASTER handed to the
*>        standing-order step for currency validation
*> @param l-force-rerun "Y" to run every step even when the JOB-LOG
*>        already shows it succeeded for this business date. By
*>        default the driver consults its own JOB-LOG on startup and
*>        skips steps whose record carries this exact value date
*>        marked succeeded, so a rerun after a mid-chain failure
*>        resumes from the failed step instead of re-stamping the
*>        rate master during the tightest part of the night
*> @param l-result 0 if every step succeeded, otherwise the return
*>        code of the step that stopped the chain; 1 when the JOB-LOG
*>        could not be opened, 2 when the partition plan is invalid
*> @param l-so-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file handed to the standing-order step, passed after
*>        l-result so existing callers keep their argument lists
*> @param l-earmark-path Optional path to the EARMARK file, also
*>        handed to the standing-order step
*> @param l-earmark-journal-path Optional path of the earmark
*>        journal the expiry step extends; the EARMARK-EXPIRE step
*>        runs only when both earmark paths are supplied
*> @param l-warehouse-path Optional path to the PAYMENT-WAREHOUSE
*>        file; spaces (or omitted) skips the WAREHOUSE-RELEASE step.
*>        The step books through the standing-order booking paths
*>        (l-so-master-path through l-so-fee-account)
*> @param l-warehouse-report-path Optional path of the warehouse
*>        release report
*> @param l-mandate-path Optional path to the MANDATE file; spaces
*>        (or omitted) skips the MANDATE-LAPSE step
*> @param l-mandate-report-path Optional path of the mandate lapse
*>        report
*> @param l-dd-collection-path Optional path to the DD-COLLECTION
*>        file; spaces (or omitted) skips the DD-SETTLE step, which
*>        books through l-so-master-path, l-so-journal-path and
*>        l-so-ledger-path
*> @param l-dd-settlement-account Optional internal settlement
*>        account debited for the credited collections
*> @param l-dd-report-path Optional path of the direct debit
*>        settlement suspense report
*> @param l-aml-scenario-path Optional path of the AML scenario file;
*>        spaces (or omitted) skips the AML-MONITOR step, which reads
*>        l-so-master-path and l-so-ledger-path
*> @param l-aml-inbox-path Optional PAYMENT-INBOX path for the
*>        high-risk country scenario
*> @param l-aml-alert-path Optional path to the AML-ALERT case file
*> @param l-aml-report-path Optional path of the monitoring run report
*> @param l-loan-path Optional path to the LOAN file; spaces (or
*>        omitted) skips the LOAN-COLLECT step, which books through
*>        l-so-master-path, l-so-journal-path, l-so-fx-path and
*>        l-so-ledger-path on the l-so-market calendar
*> @param l-loan-schedule-path Optional path to the
*>        AMORTIZATION-SCHEDULE file
*> @param l-loan-collection-account Optional internal loan
*>        collection account the repayments are credited to
*> @param l-loan-map-path Optional path of the KEY=CODE GL mapping
*>        file the collection batch is coded from
*> @param l-loan-chart-path Optional path to the CHART-OF-ACCOUNTS
*> @param l-loan-gl-journal-path Optional path to the GL-JOURNAL
*> @param l-loan-report-path Optional path of the collection results
*>        report
*> @param l-fx-deal-path Optional path to the FX-DEAL file; spaces
*>        (or omitted) skips the FX-DEAL-SETTLE and
*>        FX-POSITION-REPORT steps. Settlement books through
*>        l-so-master-path, l-so-journal-path, l-so-fx-path and
*>        l-so-ledger-path; the position report marks to market at
*>        l-master-path rates
*> @param l-fx-position-prefix Optional prefix of the FX position
*>        account ids, e.g. "FXPOS-"
*> @param l-fx-settle-report-path Optional path of the FX deal
*>        settlement report
*> @param l-fx-position-report-path Optional path of the FX open
*>        position report; spaces (or omitted) skips that step
*> @param l-pipe-archive-path Optional path to the MESSAGE-ARCHIVE;
*>        spaces (or omitted) skips the INBOUND-PIPELINE-CONTROL step.
*>        A pipeline that does not balance fails the step and holds
*>        the business date back; the alert goes to the l-qc-syslog
*>        collector and audit journal, and settled payments are
*>        checked against l-so-journal-path when supplied
*> @param l-pipe-control-path Optional path to the INBOUND-CONTROL
*>        file
*> @param l-pipe-inbox-path Optional path to the PAYMENT-INBOX
*> @param l-pipe-holdqueue-path Optional path to the HOLD-QUEUE
*> @param l-pipe-stuck-minutes Optional minutes a payment may wait
*>        at a pipeline stage before it is listed as stuck
*> @param l-pipe-report-path Optional path of the pipeline control
*>        report
*> @param l-partition-bounds Optional partition plan: up to eight
*>        ascending account keys, comma-separated without spaces, each
*>        starting a new partition - "C,M" runs the accounts below C,
*>        from C up to M, and from M on as three partitions. Spaces
*>        (or omitted) runs each account job as a single step
*> @param l-ia-interest-path Optional path to the ACCOUNT-INTEREST
*>        file; spaces (or omitted) skips the INTEREST-ACCRUE step,
*>        which accrues over l-so-master-path on the l-so-market
*>        calendar, posts capitalizations to l-so-ledger-path and
*>        charges debit interest from l-so-overdraft-path
*> @param l-ia-rate-path Optional path to the PRODUCT-RATE file
*> @param l-ia-posting-path Optional accrual posting file the step
*>        extends
*> @param l-ia-tax-path Optional path to the TAX-RATE table; spaces
*>        withholds nothing
*> @param l-ia-remit-path Optional tax remittance file the step
*>        extends
*> @param l-stmt-csv-path Optional path of the CSV statement file;
*>        spaces (or omitted) skips the STATEMENT-GENERATE step, which
*>        reads l-so-ledger-path and l-so-master-path and formats to
*>        l-currency-path decimals
*> @param l-stmt-json-path Optional path of the JSON statement file
*>*
identification division.
program-id. daily-batch-run.
environment division.
configuration section.
repository. function trim current-date intrinsic.
input-output section.
file-control.
    select job-log-file assign to ws-job-log-path
        organization indexed
        access mode dynamic
        record key jl-key
        file status ws-job-log-status.
data division.
file section.
fd job-log-file.
01 job-log-record.
    05 jl-key.
        10 jl-job-name pic x(20).
        10 jl-start-ts pic 9(14).
    05 jl-end-ts pic 9(14).
    05 jl-return-code usage binary-long unsigned.
    05 jl-status pic x(1).
        88 jl-succeeded value "S".
        88 jl-failed value "F".
    05 jl-value-date pic 9(8).
working-storage section.
    01 ws-job-log-path pic x(256).
    01 ws-job-log-status pic x(2).
    01 ws-step-result usage binary-long unsigned.
    01 ws-qc-holidays pic x(1) value space.
    01 ws-chain-switch pic x value "N".
        88 chain-aborted value "Y".
    01 ws-force-rerun pic x(1) value "N".
    01 ws-check-job-name pic x(20).
    01 ws-step-done-switch pic x(1).
        88 step-already-done value "Y".
    01 ws-scan-eof-switch pic x(1).
        88 scan-eof value "Y".
    01 ws-so-overdraft-path pic x(256).
    01 ws-earmark-path pic x(256).
    01 ws-earmark-journal-path pic x(256).
    01 ws-warehouse-path pic x(256).
    01 ws-warehouse-report-path pic x(256).
    01 ws-mandate-path pic x(256).
    01 ws-mandate-report-path pic x(256).
    01 ws-dd-collection-path pic x(256).
    01 ws-dd-settlement-account pic x(16).
    01 ws-dd-report-path pic x(256).
    01 ws-aml-scenario-path pic x(256).
    01 ws-aml-inbox-path pic x(256).
    01 ws-aml-alert-path pic x(256).
    01 ws-aml-report-path pic x(256).
    01 ws-loan-path pic x(256).
    01 ws-loan-schedule-path pic x(256).
    01 ws-loan-collection-account pic x(16).
    01 ws-loan-map-path pic x(256).
    01 ws-loan-chart-path pic x(256).
    01 ws-loan-gl-journal-path pic x(256).
    01 ws-loan-report-path pic x(256).
    01 ws-fx-deal-path pic x(256).
    01 ws-fx-position-prefix pic x(13).
    01 ws-fx-settle-report-path pic x(256).
    01 ws-fx-position-report-path pic x(256).
    01 ws-pipe-archive-path pic x(256).
    01 ws-pipe-control-path pic x(256).
    01 ws-pipe-inbox-path pic x(256).
    01 ws-pipe-holdqueue-path pic x(256).
    01 ws-pipe-stuck-minutes pic 9(5).
    01 ws-pipe-report-path pic x(256).
    01 ws-pipe-journal-path pic x(256).
    01 ws-pipe-syslog-host pic x(128).
    01 ws-pipe-syslog-port pic x(5).
    01 ws-pipe-audit-path pic x(256).
    01 ws-ia-interest-path pic x(256).
    01 ws-ia-rate-path pic x(256).
    01 ws-ia-posting-path pic x(256).
    01 ws-ia-tax-path pic x(256).
    01 ws-ia-remit-path pic x(256).
    01 ws-stmt-csv-path pic x(256).
    01 ws-stmt-json-path pic x(256).
    01 ws-stmt-currency-path pic x(256).
    01 ws-partition-bounds pic x(256).
    01 ws-plan-bounds.
        05 ws-bound pic x(16) occurs 8 times.
    01 ws-bound-count usage binary-short unsigned.
    01 ws-bound-idx usage binary-short unsigned.
    01 ws-plan-valid pic x(1).
    01 ws-partition-count pic 9(1) value 0.
    01 ws-partition-plan.
        05 ws-partition occurs 9 times.
            10 ws-part-from pic x(16).
            10 ws-part-to pic x(16).
            10 ws-part-state pic x(1).
            10 ws-part-start-ts pic 9(14).
            10 ws-part-pid usage binary-long.
            10 ws-part-exit-status usage binary-long.
    01 ws-part-idx usage binary-short unsigned.
    01 ws-part-digit pic 9(1).
    01 ws-part-job pic x(1).
        88 part-interest value "I".
        88 part-statement value "S".
        88 part-trial value "T".
    01 ws-part-base-name pic x(17).
    01 ws-part-pending-switch pic x(1).
    01 ws-part-failed-switch pic x(1).
    01 ws-part-logged-switch pic x(1).
    01 ws-part-source-path pic x(256).
    01 ws-part-target-path pic x(256).
    01 ws-part-log-start pic 9(14).
    01 ws-part-log-end pic 9(14).
    01 ws-run-from pic x(16).
    01 ws-run-to pic x(16).
    01 ws-run-path-1 pic x(256).
    01 ws-run-path-2 pic x(256).
    01 ws-step-ok pic x(1).
    01 ws-retry-count usage binary-long unsigned.
    01 ws-retry-wait usage binary-long unsigned value 1.
linkage section.
    01 l-job-log-path pic x any length.
    01 l-feed-path pic x any length.
    01 l-master-path pic x any length.
    01 l-gl-posting-path pic x any length.
    01 l-report-path pic x any length.
    01 l-value-date pic 9(8).
    01 l-tolerance pic 9(3)v9(8).
    01 l-cross-pairs pic x any length.
    01 l-qc-prev-date pic 9(8).
    01 l-qc-stale-days pic 9(3).
    01 l-qc-move-pct pic 9(3)v99.
    01 l-qc-report-path pic x any length.
    01 l-qc-syslog-host pic x(128).
    01 l-qc-syslog-port pic x(5).
    01 l-qc-audit-path pic x any length.
    01 l-tb-journal-path pic x any length.
    01 l-tb-master-path pic x any length.
    01 l-tb-snapshot-path pic x any length.
    01 l-tb-report-path pic x any length.
    01 l-so-order-path pic x any length.
    01 l-so-master-path pic x any length.
    01 l-so-journal-path pic x any length.
    01 l-so-fx-path pic x any length.
    01 l-so-ledger-path pic x any length.
    01 l-so-limits-path pic x any length.
    01 l-so-usage-path pic x any length.
    01 l-so-fee-path pic x any length.
    01 l-so-fee-account pic x(16).
    01 l-so-market pic x(8).
    01 l-so-calendar-path pic x any length.
    01 l-so-report-path pic x any length.
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-force-rerun pic x(1).
    01 l-result usage binary-long unsigned.
    01 l-so-overdraft-path pic x any length.
    01 l-earmark-path pic x any length.
    01 l-earmark-journal-path pic x any length.
    01 l-warehouse-path pic x any length.
    01 l-warehouse-report-path pic x any length.
    01 l-mandate-path pic x any length.
    01 l-mandate-report-path pic x any length.
    01 l-dd-collection-path pic x any length.
    01 l-dd-settlement-account pic x(16).
    01 l-dd-report-path pic x any length.
    01 l-aml-scenario-path pic x any length.
    01 l-aml-inbox-path pic x any length.
    01 l-aml-alert-path pic x any length.
    01 l-aml-report-path pic x any length.
    01 l-loan-path pic x any length.
    01 l-loan-schedule-path pic x any length.
    01 l-loan-collection-account pic x(16).
    01 l-loan-map-path pic x any length.
    01 l-loan-chart-path pic x any length.
    01 l-loan-gl-journal-path pic x any length.
    01 l-loan-report-path pic x any length.
    01 l-fx-deal-path pic x any length.
    01 l-fx-position-prefix pic x any length.
    01 l-fx-settle-report-path pic x any length.
    01 l-fx-position-report-path pic x any length.
    01 l-pipe-archive-path pic x any length.
    01 l-pipe-control-path pic x any length.
    01 l-pipe-inbox-path pic x any length.
    01 l-pipe-holdqueue-path pic x any length.
    01 l-pipe-stuck-minutes pic 9(5).
    01 l-pipe-report-path pic x any length.
    01 l-partition-bounds pic x any length.
    01 l-ia-interest-path pic x any length.
    01 l-ia-rate-path pic x any length.
    01 l-ia-posting-path pic x any length.
    01 l-ia-tax-path pic x any length.
    01 l-ia-remit-path pic x any length.
    01 l-stmt-csv-path pic x any length.
    01 l-stmt-json-path pic x any length.
procedure division using l-job-log-path, l-feed-path, l-master-path,
        l-gl-posting-path, l-report-path, l-value-date, l-tolerance,
        optional l-cross-pairs, optional l-qc-prev-date,
        optional l-qc-stale-days, optional l-qc-move-pct,
        optional l-qc-report-path, optional l-qc-syslog-host,
        optional l-qc-syslog-port, optional l-qc-audit-path,
        optional l-tb-journal-path, optional l-tb-master-path,
        optional l-tb-snapshot-path, optional l-tb-report-path,
        optional l-so-order-path, optional l-so-master-path,
        optional l-so-journal-path, optional l-so-fx-path,
        optional l-so-ledger-path, optional l-so-limits-path,
        optional l-so-usage-path, optional l-so-fee-path,
        optional l-so-fee-account, optional l-so-market,
        optional l-so-calendar-path, optional l-so-report-path,
        optional l-bizdate-path, optional l-currency-path,
        optional l-force-rerun,
        l-result, optional l-so-overdraft-path,
        optional l-earmark-path, optional l-earmark-journal-path,
        optional l-warehouse-path, optional l-warehouse-report-path,
        optional l-mandate-path, optional l-mandate-report-path,
        optional l-dd-collection-path,
        optional l-dd-settlement-account, optional l-dd-report-path,
        optional l-aml-scenario-path, optional l-aml-inbox-path,
        optional l-aml-alert-path, optional l-aml-report-path,
        optional l-loan-path, optional l-loan-schedule-path,
        optional l-loan-collection-account, optional l-loan-map-path,
        optional l-loan-chart-path, optional l-loan-gl-journal-path,
        optional l-loan-report-path, optional l-fx-deal-path,
        optional l-fx-position-prefix,
        optional l-fx-settle-report-path,
        optional l-fx-position-report-path,
        optional l-pipe-archive-path, optional l-pipe-control-path,
        optional l-pipe-inbox-path, optional l-pipe-holdqueue-path,
        optional l-pipe-stuck-minutes, optional l-pipe-report-path,
        optional l-partition-bounds, optional l-ia-interest-path,
        optional l-ia-rate-path, optional l-ia-posting-path,
        optional l-ia-tax-path, optional l-ia-remit-path,
        optional l-stmt-csv-path, optional l-stmt-json-path.
start-daily-batch-run.
    move 0 to l-result.
    move spaces to ws-job-log-path.
    move l-job-log-path to ws-job-log-path.
    move "N" to ws-force-rerun.
    if l-force-rerun not omitted and l-force-rerun = "Y"
        move "Y" to ws-force-rerun
    end-if.
    move spaces to ws-so-overdraft-path.
    if l-so-overdraft-path not omitted
        move l-so-overdraft-path to ws-so-overdraft-path
    end-if.
    move spaces to ws-earmark-path.
    if l-earmark-path not omitted
        move l-earmark-path to ws-earmark-path
    end-if.
    move spaces to ws-earmark-journal-path.
    if l-earmark-journal-path not omitted
        move l-earmark-journal-path to ws-earmark-journal-path
    end-if.
    move spaces to ws-warehouse-path.
    if l-warehouse-path not omitted
        move l-warehouse-path to ws-warehouse-path
    end-if.
    move spaces to ws-warehouse-report-path.
    if l-warehouse-report-path not omitted
        move l-warehouse-report-path to ws-warehouse-report-path
    end-if.
    move spaces to ws-mandate-path.
    if l-mandate-path not omitted
        move l-mandate-path to ws-mandate-path
    end-if.
    move spaces to ws-mandate-report-path.
    if l-mandate-report-path not omitted
        move l-mandate-report-path to ws-mandate-report-path
    end-if.
    move spaces to ws-dd-collection-path.
    if l-dd-collection-path not omitted
        move l-dd-collection-path to ws-dd-collection-path
    end-if.
    move spaces to ws-dd-settlement-account.
    if l-dd-settlement-account not omitted
        move l-dd-settlement-account to ws-dd-settlement-account
    end-if.
    move spaces to ws-dd-report-path.
    if l-dd-report-path not omitted
        move l-dd-report-path to ws-dd-report-path
    end-if.
    move spaces to ws-aml-scenario-path.
    if l-aml-scenario-path not omitted
        move l-aml-scenario-path to ws-aml-scenario-path
    end-if.
    move spaces to ws-aml-inbox-path.
    if l-aml-inbox-path not omitted
        move l-aml-inbox-path to ws-aml-inbox-path
    end-if.
    move spaces to ws-aml-alert-path.
    if l-aml-alert-path not omitted
        move l-aml-alert-path to ws-aml-alert-path
    end-if.
    move spaces to ws-aml-report-path.
    if l-aml-report-path not omitted
        move l-aml-report-path to ws-aml-report-path
    end-if.
    move spaces to ws-loan-path.
    if l-loan-path not omitted
        move l-loan-path to ws-loan-path
    end-if.
    move spaces to ws-loan-schedule-path.
    if l-loan-schedule-path not omitted
        move l-loan-schedule-path to ws-loan-schedule-path
    end-if.
    move spaces to ws-loan-collection-account.
    if l-loan-collection-account not omitted
        move l-loan-collection-account to ws-loan-collection-account
    end-if.
    move spaces to ws-loan-map-path.
    if l-loan-map-path not omitted
        move l-loan-map-path to ws-loan-map-path
    end-if.
    move spaces to ws-loan-chart-path.
    if l-loan-chart-path not omitted
        move l-loan-chart-path to ws-loan-chart-path
    end-if.
    move spaces to ws-loan-gl-journal-path.
    if l-loan-gl-journal-path not omitted
        move l-loan-gl-journal-path to ws-loan-gl-journal-path
    end-if.
    move spaces to ws-loan-report-path.
    if l-loan-report-path not omitted
        move l-loan-report-path to ws-loan-report-path
    end-if.
    move spaces to ws-fx-deal-path.
    if l-fx-deal-path not omitted
        move l-fx-deal-path to ws-fx-deal-path
    end-if.
    move spaces to ws-fx-position-prefix.
    if l-fx-position-prefix not omitted
        move l-fx-position-prefix to ws-fx-position-prefix
    end-if.
    move spaces to ws-fx-settle-report-path.
    if l-fx-settle-report-path not omitted
        move l-fx-settle-report-path to ws-fx-settle-report-path
    end-if.
    move spaces to ws-fx-position-report-path.
    if l-fx-position-report-path not omitted
        move l-fx-position-report-path to ws-fx-position-report-path
    end-if.
    move spaces to ws-pipe-archive-path.
    if l-pipe-archive-path not omitted
        move l-pipe-archive-path to ws-pipe-archive-path
    end-if.
    move spaces to ws-pipe-control-path.
    if l-pipe-control-path not omitted
        move l-pipe-control-path to ws-pipe-control-path
    end-if.
    move spaces to ws-pipe-inbox-path.
    if l-pipe-inbox-path not omitted
        move l-pipe-inbox-path to ws-pipe-inbox-path
    end-if.
    move spaces to ws-pipe-holdqueue-path.
    if l-pipe-holdqueue-path not omitted
        move l-pipe-holdqueue-path to ws-pipe-holdqueue-path
    end-if.
    move 0 to ws-pipe-stuck-minutes.
    if l-pipe-stuck-minutes not omitted
        move l-pipe-stuck-minutes to ws-pipe-stuck-minutes
    end-if.
    move spaces to ws-pipe-report-path.
    if l-pipe-report-path not omitted
        move l-pipe-report-path to ws-pipe-report-path
    end-if.
    move spaces to ws-pipe-journal-path.
    if l-so-journal-path not omitted
        move l-so-journal-path to ws-pipe-journal-path
    end-if.
    move spaces to ws-pipe-syslog-host.
    if l-qc-syslog-host not omitted
        move l-qc-syslog-host to ws-pipe-syslog-host
    end-if.
    move spaces to ws-pipe-syslog-port.
    if l-qc-syslog-port not omitted
        move l-qc-syslog-port to ws-pipe-syslog-port
    end-if.
    move spaces to ws-pipe-audit-path.
    if l-qc-audit-path not omitted
        move l-qc-audit-path to ws-pipe-audit-path
    end-if.
    move spaces to ws-ia-interest-path.
    if l-ia-interest-path not omitted
        move l-ia-interest-path to ws-ia-interest-path
    end-if.
    move spaces to ws-ia-rate-path.
    if l-ia-rate-path not omitted
        move l-ia-rate-path to ws-ia-rate-path
    end-if.
    move spaces to ws-ia-posting-path.
    if l-ia-posting-path not omitted
        move l-ia-posting-path to ws-ia-posting-path
    end-if.
    move spaces to ws-ia-tax-path.
    if l-ia-tax-path not omitted
        move l-ia-tax-path to ws-ia-tax-path
    end-if.
    move spaces to ws-ia-remit-path.
    if l-ia-remit-path not omitted
        move l-ia-remit-path to ws-ia-remit-path
    end-if.
    move spaces to ws-stmt-csv-path.
    if l-stmt-csv-path not omitted
        move l-stmt-csv-path to ws-stmt-csv-path
    end-if.
    move spaces to ws-stmt-json-path.
    if l-stmt-json-path not omitted
        move l-stmt-json-path to ws-stmt-json-path
    end-if.
    move spaces to ws-stmt-currency-path.
    if l-currency-path not omitted
        move l-currency-path to ws-stmt-currency-path
    end-if.
    move 0 to ws-partition-count.
    if l-partition-bounds not omitted
            and l-partition-bounds not = spaces
        perform load-partition-plan
        if ws-plan-valid not = "Y"
            move 2 to l-result
            goback
        end-if
    end-if.

    open i-o job-log-file.
    if ws-job-log-status = "35"
        close job-log-file
        open output job-log-file
        close job-log-file
        open i-o job-log-file
    end-if.
    if ws-job-log-status not = "00" and ws-job-log-status not = "35"
        move 1 to l-result
        goback
    end-if.

    if ws-earmark-path not = spaces
            and ws-earmark-journal-path not = spaces
        perform run-earmark-expire
    end-if.
*>  standing orders book before cutover begins so chain-originated
*>  bookings stamp the closing business date and land inside the
*>  same night's trial balance; once BIZDATE-BEGIN has run, new
*>  bookings already stamp the next business day
    if l-so-order-path not omitted
            and l-so-order-path not = spaces
        perform run-standing-orders
    end-if.
    if ws-warehouse-path not = spaces
            and ws-warehouse-report-path not = spaces
            and l-so-master-path not omitted
        perform run-warehouse-release
    end-if.
    if ws-mandate-path not = spaces
            and ws-mandate-report-path not = spaces
        perform run-mandate-lapse
    end-if.
    if ws-dd-collection-path not = spaces
            and ws-dd-report-path not = spaces
            and l-so-master-path not omitted
        perform run-dd-settle
    end-if.
    if ws-loan-path not = spaces
            and ws-loan-schedule-path not = spaces
            and ws-loan-report-path not = spaces
            and l-so-master-path not omitted
            and l-so-journal-path not omitted
            and l-so-fx-path not omitted
            and l-so-ledger-path not omitted
            and l-so-market not omitted
            and l-so-calendar-path not omitted
        perform run-loan-collect
    end-if.
    if ws-fx-deal-path not = spaces
            and ws-fx-position-prefix not = spaces
            and ws-fx-settle-report-path not = spaces
            and l-so-master-path not omitted
            and l-so-journal-path not omitted
            and l-so-fx-path not omitted
            and l-so-ledger-path not omitted
        perform run-fx-deal-settle
    end-if.
    if ws-aml-scenario-path not = spaces
            and ws-aml-alert-path not = spaces
            and ws-aml-report-path not = spaces
            and l-so-master-path not omitted
            and l-so-ledger-path not omitted
        perform run-aml-monitor
    end-if.
    if ws-pipe-archive-path not = spaces
            and ws-pipe-control-path not = spaces
            and ws-pipe-inbox-path not = spaces
            and ws-pipe-holdqueue-path not = spaces
            and ws-pipe-report-path not = spaces
        perform run-inbound-pipeline-control
    end-if.
    if ws-ia-interest-path not = spaces
            and ws-ia-rate-path not = spaces
            and ws-ia-posting-path not = spaces
            and l-so-master-path not omitted
            and l-so-ledger-path not omitted
            and l-so-market not omitted
            and l-so-calendar-path not omitted
        perform run-interest-accrue
    end-if.
    if l-bizdate-path not omitted and l-bizdate-path not = spaces
        perform run-bizdate-begin
    end-if.
    perform run-fx-rate-load.
    if not chain-aborted
        if l-qc-report-path not omitted
                and l-qc-report-path not = spaces
                and l-qc-prev-date not omitted
                and l-qc-prev-date not = 0
            perform run-fx-rate-qc
        end-if
    end-if.
    if not chain-aborted
        if l-cross-pairs not omitted and l-cross-pairs not = spaces
            perform run-fx-rate-triangulate
        end-if
    end-if.
    if not chain-aborted
        perform run-fx-rate-reconcile
    end-if.
    if not chain-aborted
        if ws-fx-deal-path not = spaces
                and ws-fx-position-report-path not = spaces
            perform run-fx-position-report
        end-if
    end-if.
    if not chain-aborted
        if ws-stmt-csv-path not = spaces
                and ws-stmt-json-path not = spaces
                and l-so-ledger-path not omitted
                and l-so-master-path not omitted
            perform run-statement-generate
        end-if
    end-if.
    if not chain-aborted
        if l-tb-journal-path not omitted
                and l-tb-journal-path not = spaces
            perform run-trial-balance
        end-if
    end-if.
*>  only a fully successful chain advances the business date: a
*>  non-fatal step failure (QC, standing orders) lets the rest of
*>  the night run but leaves l-result set, and the date is held
*>  back so the rerun happens against the same value date
    if not chain-aborted and l-result = 0
        if l-bizdate-path not omitted
                and l-bizdate-path not = spaces
            perform run-bizdate-advance
        end-if
    end-if.

    close job-log-file.
    goback.

check-step-done section.
*>  step-level restart: a rerun after a mid-chain failure consults
*>  the JOB-LOG it wrote on the way down and skips every step whose
*>  record carries this exact value date marked succeeded, resuming
*>  from the step that failed - unless the operator forces a full
*>  rerun. The value date is matched from its own field on the
*>  record, never inferred from the wall-clock start timestamp: a
*>  failed night rerun the next morning stamps morning timestamps,
*>  and the following evening's chain must not mistake those for
*>  its own
    move "N" to ws-step-done-switch.
    if ws-force-rerun = "Y"
        exit section
    end-if.
    move "N" to ws-scan-eof-switch.
    move ws-check-job-name to jl-job-name.
    move 0 to jl-start-ts.
    start job-log-file key is greater than or equal to jl-key
        invalid key
            set scan-eof to true
    end-start.
    perform until scan-eof or step-already-done
        read job-log-file next record
            at end
                set scan-eof to true
            not at end
                if jl-job-name not = ws-check-job-name
                    set scan-eof to true
                else
                    if jl-succeeded and jl-value-date = l-value-date
                        set step-already-done to true
                    end-if
                end-if
        end-read
    end-perform.

run-bizdate-begin section.
    move "BIZDATE-BEGIN" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
*>  cutover begins before the first step: from here on new bookings
*>  stamp the next business day while the chain reports against the
*>  closing date. The market/calendar for the next-date derivation
*>  are the standing-order ones - one settlement calendar drives the
*>  whole night
    move "BIZDATE-BEGIN" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "business-date-maintain" using l-bizdate-path, "B",
        l-value-date, l-so-market, l-so-calendar-path, "BATCH",
        ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result = 0
        set jl-succeeded to true
    else
        set jl-failed to true
        set chain-aborted to true
        move ws-step-result to l-result
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-bizdate-advance section.
*>  only a fully successful chain advances the business date - a
*>  failed night is rerun against the same date after the fix
    move "BIZDATE-CUTOVER" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "BIZDATE-CUTOVER" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "business-date-maintain" using l-bizdate-path, "A",
        l-value-date, l-so-market, l-so-calendar-path, "BATCH",
        ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result = 0
        set jl-succeeded to true
    else
        set jl-failed to true
        move ws-step-result to l-result
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-fx-rate-load section.
    move "FX-RATE-LOAD" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "FX-RATE-LOAD" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "fx-rate-load" using l-feed-path, l-master-path, l-value-date,
        ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result = 0
        set jl-succeeded to true
    else
        set jl-failed to true
        set chain-aborted to true
        move ws-step-result to l-result
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-fx-rate-qc section.
    move "FX-RATE-QC" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "FX-RATE-QC" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "fx-rate-qc" using l-master-path, l-value-date,
        l-qc-prev-date, l-qc-stale-days, l-qc-move-pct,
        ws-qc-holidays, l-qc-report-path, l-qc-syslog-host,
        l-qc-syslog-port, l-qc-audit-path, ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-fx-rate-triangulate section.
    move "FX-RATE-TRIANGULATE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "FX-RATE-TRIANGULATE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "fx-rate-triangulate" using l-master-path, l-cross-pairs,
        l-value-date, ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-fx-rate-reconcile section.
    move "FX-RATE-RECONCILE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "FX-RATE-RECONCILE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "fx-rate-reconcile" using l-gl-posting-path, l-master-path,
        l-report-path, l-tolerance, ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result > 0 and ws-step-result <= 3
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.
run-standing-orders section.
*>  standing orders book ahead of BIZDATE-BEGIN so they stamp the
*>  closing business date and sit inside the same night's trial
*>  balance; cross-currency orders price off the rates already on
*>  the master, since tonight's load has not run yet. A failure is
*>  recorded but does not stop the chain - the rest of the night is
*>  still worth running and the orders stay due for tomorrow
    move "STANDING-ORDERS" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "STANDING-ORDERS" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "standing-order-execute" using l-so-order-path,
        l-so-master-path, l-so-journal-path, l-so-fx-path,
        l-so-ledger-path, l-so-limits-path, l-so-usage-path,
        l-so-fee-path, l-so-fee-account, l-bizdate-path,
        l-currency-path, l-value-date, l-so-market,
        l-so-calendar-path, l-so-report-path, ws-step-result,
        ws-so-overdraft-path, ws-earmark-path
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-warehouse-release section.
*>  due future-dated payments book alongside the standing orders,
*>  before BIZDATE-BEGIN, so they stamp the closing business date. A
*>  failure is recorded but does not stop the chain - the payments
*>  stay warehoused and are picked up by the next run
    move "WAREHOUSE-RELEASE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "WAREHOUSE-RELEASE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "payment-warehouse-release" using ws-warehouse-path,
        l-so-master-path, l-so-journal-path, l-so-fx-path,
        l-so-ledger-path, l-so-limits-path, l-so-usage-path,
        l-so-fee-path, l-so-fee-account, l-bizdate-path,
        l-currency-path, l-value-date, ws-warehouse-report-path,
        ws-step-result, ws-so-overdraft-path, ws-earmark-path
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-mandate-lapse section.
*>  a failure is recorded but does not stop the chain -
*>  DD-COLLECTION-SUBMIT measures the 36 months itself, lapsed or not
    move "MANDATE-LAPSE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "MANDATE-LAPSE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "mandate-lapse" using ws-mandate-path, l-value-date,
        ws-mandate-report-path, ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-dd-settle section.
*>  collections due by the value date are credited before
*>  BIZDATE-BEGIN so they stamp the closing business date. A failure
*>  is recorded but does not stop the chain - the collections stay
*>  submitted and are credited by the next run
    move "DD-SETTLE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "DD-SETTLE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "dd-collection-settle" using ws-dd-collection-path,
        l-so-master-path, l-so-journal-path, l-so-ledger-path,
        ws-dd-settlement-account, l-value-date, ws-dd-report-path,
        ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-loan-collect section.
*>  instalments are collected before BIZDATE-BEGIN so the repayments
*>  stamp the closing business date. A failure is recorded but does
*>  not stop the chain - what was not collected stays owed and the
*>  next run collects it
    move "LOAN-COLLECT" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "LOAN-COLLECT" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "loan-collect" using ws-loan-path, ws-loan-schedule-path,
        l-so-master-path, l-so-journal-path, l-so-fx-path,
        l-so-ledger-path, l-bizdate-path, l-currency-path,
        ws-loan-collection-account, ws-loan-map-path,
        ws-loan-chart-path, ws-loan-gl-journal-path, l-value-date,
        l-so-market, l-so-calendar-path, ws-loan-report-path,
        ws-step-result, ws-earmark-path
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-fx-deal-settle section.
*>  FX deals settle before BIZDATE-BEGIN so both legs stamp the
*>  closing business date. A failure is recorded but does not stop
*>  the chain - an unsettled deal stays on the blotter and the next
*>  run settles it
    move "FX-DEAL-SETTLE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "FX-DEAL-SETTLE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "fx-deal-settle" using ws-fx-deal-path, l-so-master-path,
        l-so-journal-path, l-so-fx-path, l-so-ledger-path,
        l-bizdate-path, l-currency-path, ws-fx-position-prefix,
        l-value-date, ws-fx-settle-report-path, ws-step-result,
        ws-so-overdraft-path, ws-earmark-path
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-fx-position-report section.
*>  the open deals are marked at the rates just loaded; the report is
*>  informational, so a failure is recorded without stopping the
*>  chain
    move "FX-POSITION-REPORT" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "FX-POSITION-REPORT" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "fx-position-report" using ws-fx-deal-path, l-master-path,
        l-value-date, ws-fx-position-report-path, ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-aml-monitor section.
*>  monitoring runs once the day's bookings are in. A failure is
*>  recorded but does not stop the chain - a rerun picks the same
*>  day's movements up again
    move "AML-MONITOR" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "AML-MONITOR" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "aml-monitor" using ws-aml-scenario-path, l-so-master-path,
        l-so-ledger-path, ws-aml-inbox-path, ws-aml-alert-path,
        l-value-date, ws-aml-report-path, ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-inbound-pipeline-control section.
*>  a pipeline that does not balance fails the step - the rest of
*>  the night still runs, but the business date is held back until
*>  ops have accounted for every message
    move "INBOUND-PIPELINE-CTL" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "INBOUND-PIPELINE-CTL" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "inbound-pipeline-control" using ws-pipe-archive-path,
        ws-pipe-control-path, ws-pipe-inbox-path,
        ws-pipe-holdqueue-path, ws-pipe-journal-path, l-value-date,
        ws-pipe-stuck-minutes, ws-pipe-syslog-host,
        ws-pipe-syslog-port, ws-pipe-audit-path, ws-pipe-report-path,
        ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result not = 0
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-earmark-expire section.
*>  a failure is recorded but does not stop the chain - PAYMENT-BOOK
*>  ignores expired earmarks by date whether or not they were dropped
    move "EARMARK-EXPIRE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "EARMARK-EXPIRE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "earmark-expire" using ws-earmark-path,
        ws-earmark-journal-path, l-value-date, ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result >= 99000001
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-trial-balance section.
    set part-trial to true.
    move "TRIAL-BALANCE" to ws-part-base-name.
    if ws-partition-count > 0
        perform run-partitioned-step
        exit section
    end-if.
    move "TRIAL-BALANCE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move "TRIAL-BALANCE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    call "trial-balance" using l-tb-journal-path, l-tb-master-path,
        l-tb-snapshot-path, l-value-date, l-tb-report-path,
        ws-step-result
    end-call.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-result not = 0
        set jl-failed to true
        move ws-step-result to l-result
    else
        set jl-succeeded to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-interest-accrue section.
*>  a failure is recorded and holds the business date back, but the
*>  rest of the night still runs
    set part-interest to true.
    move "INTEREST-ACCRUE" to ws-part-base-name.
    if ws-partition-count > 0
        perform run-partitioned-step
        exit section
    end-if.
    move "INTEREST-ACCRUE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move spaces to ws-run-from.
    move spaces to ws-run-to.
    move ws-ia-posting-path to ws-run-path-1.
    move ws-ia-remit-path to ws-run-path-2.
    move "INTEREST-ACCRUE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    perform call-account-job.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-ok = "Y"
        set jl-succeeded to true
    else
        set jl-failed to true
        move ws-step-result to l-result
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

run-statement-generate section.
    set part-statement to true.
    move "STATEMENT" to ws-part-base-name.
    if ws-partition-count > 0
        perform run-partitioned-step
        exit section
    end-if.
    move "STATEMENT-GENERATE" to ws-check-job-name.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move spaces to ws-run-from.
    move spaces to ws-run-to.
    move ws-stmt-csv-path to ws-run-path-1.
    move ws-stmt-json-path to ws-run-path-2.
    move "STATEMENT-GENERATE" to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    perform call-account-job.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-ok = "Y"
        set jl-succeeded to true
    else
        set jl-failed to true
        move ws-step-result to l-result
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.

call-account-job section.
*>  one account job over the range ws-run-from up to ws-run-to
*>  (spaces: the whole key space), writing to ws-run-path-1/2 - the
*>  step's own files, or a partition's slices of them
    move "N" to ws-step-ok.
    evaluate true
        when part-interest
            call "interest-accrue" using l-so-master-path,
                ws-ia-interest-path, ws-ia-rate-path, l-value-date,
                l-so-market, l-so-calendar-path, ws-run-path-1,
                l-so-ledger-path, ws-ia-tax-path, ws-run-path-2,
                ws-step-result, ws-so-overdraft-path, ws-run-from,
                ws-run-to
            end-call
            if ws-step-result < 99000001
                move "Y" to ws-step-ok
            end-if
        when part-statement
            call "statement-generate" using l-so-ledger-path,
                l-so-master-path, l-value-date, ws-run-path-1,
                ws-run-path-2, ws-stmt-currency-path, ws-step-result,
                ws-earmark-path, ws-run-from, ws-run-to
            end-call
            if ws-step-result < 99000001
                move "Y" to ws-step-ok
            end-if
        when part-trial
            call "trial-balance" using l-tb-journal-path,
                l-tb-master-path, l-tb-snapshot-path, l-value-date,
                ws-run-path-1, ws-step-result, ws-run-from, ws-run-to,
                ws-run-path-2
            end-call
*>          a partition's breaks are reported, not a failed run - the
*>          merge counts them across the partitions
            if ws-step-result < 99000001
                move "Y" to ws-step-ok
            end-if
    end-evaluate.

load-partition-plan section.
*>  split keys k1,k2,... cut the account key space into the
*>  partitions [lowest, k1), [k1, k2), ... [kn, highest] - no gap,
*>  no overlap, as long as the keys ascend
    move spaces to ws-partition-bounds.
    move l-partition-bounds to ws-partition-bounds.
    move spaces to ws-plan-bounds.
    move 0 to ws-bound-count.
    move "Y" to ws-plan-valid.
    unstring ws-partition-bounds delimited by ","
        into ws-bound(1) ws-bound(2) ws-bound(3) ws-bound(4)
            ws-bound(5) ws-bound(6) ws-bound(7) ws-bound(8)
        tallying in ws-bound-count
        on overflow
            move "N" to ws-plan-valid
    end-unstring.
    perform varying ws-bound-idx from 1 by 1
            until ws-bound-idx > ws-bound-count
        if ws-bound(ws-bound-idx) = spaces
            move "N" to ws-plan-valid
        end-if
        if ws-bound-idx > 1
            if ws-bound(ws-bound-idx) <= ws-bound(ws-bound-idx - 1)
                move "N" to ws-plan-valid
            end-if
        end-if
    end-perform.
    if ws-plan-valid not = "Y"
        exit section
    end-if.
    compute ws-partition-count = ws-bound-count + 1.
    perform varying ws-part-idx from 1 by 1
            until ws-part-idx > ws-partition-count
        if ws-part-idx = 1
            move spaces to ws-part-from(ws-part-idx)
        else
            move ws-bound(ws-part-idx - 1) to ws-part-from(ws-part-idx)
        end-if
        if ws-part-idx = ws-partition-count
            move spaces to ws-part-to(ws-part-idx)
        else
            move ws-bound(ws-part-idx) to ws-part-to(ws-part-idx)
        end-if
    end-perform.

run-partitioned-step section.
*>  partition-level restart: a partition whose JOB-LOG record shows
*>  it succeeded for this value date is not run again, so the rerun
*>  after a failed partition runs that partition alone. The rest are
*>  forked side by side; the JOB-LOG is closed while they run, since
*>  each partition opens it to write its own record
    move "N" to ws-part-failed-switch.
    move "N" to ws-part-pending-switch.
    perform varying ws-part-idx from 1 by 1
            until ws-part-idx > ws-partition-count
        perform build-partition-job-name
        perform check-step-done
        if step-already-done
            move "D" to ws-part-state(ws-part-idx)
        else
            move "P" to ws-part-state(ws-part-idx)
            move "Y" to ws-part-pending-switch
        end-if
    end-perform.
    if ws-part-pending-switch = "Y"
        close job-log-file
        perform launch-one-partition
            varying ws-part-idx from 1 by 1
            until ws-part-idx > ws-partition-count
        perform await-one-partition
            varying ws-part-idx from 1 by 1
            until ws-part-idx > ws-partition-count
        open i-o job-log-file
        if ws-job-log-status not = "00"
            move 1 to l-result
            goback
        end-if
        perform settle-one-partition
            varying ws-part-idx from 1 by 1
            until ws-part-idx > ws-partition-count
    end-if.
*>  the merge runs once every partition has succeeded - a failed
*>  partition holds it, and with it the business date, back until
*>  the partition's rerun succeeds
    if ws-part-failed-switch = "Y"
        exit section
    end-if.
    perform run-partition-merge.

build-partition-job-name section.
    move ws-part-idx to ws-part-digit.
    move spaces to ws-check-job-name.
    string trim(ws-part-base-name) delimited by size
        "-P" delimited by size
        ws-part-digit delimited by size
        into ws-check-job-name
    end-string.

build-partition-path section.
    move spaces to ws-part-target-path.
    string trim(ws-part-source-path) delimited by size
        ".P" delimited by size
        ws-part-digit delimited by size
        into ws-part-target-path
    end-string.

set-partition-paths section.
    move ws-part-from(ws-part-idx) to ws-run-from.
    move ws-part-to(ws-part-idx) to ws-run-to.
    move ws-part-idx to ws-part-digit.
    move spaces to ws-run-path-1.
    move spaces to ws-run-path-2.
    evaluate true
        when part-interest
            move ws-ia-posting-path to ws-part-source-path
            perform build-partition-path
            move ws-part-target-path to ws-run-path-1
            if ws-ia-remit-path not = spaces
                move ws-ia-remit-path to ws-part-source-path
                perform build-partition-path
                move ws-part-target-path to ws-run-path-2
            end-if
        when part-statement
            move ws-stmt-csv-path to ws-part-source-path
            perform build-partition-path
            move ws-part-target-path to ws-run-path-1
            move ws-stmt-json-path to ws-part-source-path
            perform build-partition-path
            move ws-part-target-path to ws-run-path-2
        when part-trial
            move spaces to ws-part-source-path
            move l-tb-report-path to ws-part-source-path
            perform build-partition-path
            move ws-part-target-path to ws-run-path-1
            move spaces to ws-part-source-path
            move l-tb-snapshot-path to ws-part-source-path
            perform build-partition-path
            move ws-part-target-path to ws-run-path-2
    end-evaluate.

launch-one-partition section.
    if ws-part-state(ws-part-idx) not = "P"
        exit section
    end-if.
    move current-date(1:14) to ws-part-start-ts(ws-part-idx).
    call "fork" returning ws-part-pid(ws-part-idx) end-call.
    if ws-part-pid(ws-part-idx) = 0
*>      partition child: run the range, log it and leave - the rest
*>      of the chain is the driver's
        perform run-one-partition
        call "_exit" using by value ws-part-exit-status(ws-part-idx)
    end-if.
    if ws-part-pid(ws-part-idx) < 0
*>      fork failed - run this partition in the driver process
*>      rather than drop it
        perform run-one-partition
    end-if.

run-one-partition section.
    perform set-partition-paths.
    perform build-partition-job-name.
    move current-date(1:14) to ws-part-log-start.
    perform call-account-job.
    move current-date(1:14) to ws-part-log-end.
    if ws-step-ok = "Y"
        move 0 to ws-part-exit-status(ws-part-idx)
    else
        move 1 to ws-part-exit-status(ws-part-idx)
    end-if.
*>  partitions finish at their own pace - a JOB-LOG held open by a
*>  sibling writing its record is retried briefly
    move 0 to ws-retry-count.
    perform until ws-retry-count >= 5
        open i-o job-log-file
        if ws-job-log-status = "00"
            exit perform
        end-if
        add 1 to ws-retry-count
        call "sleep" using by value ws-retry-wait
    end-perform.
    if ws-job-log-status not = "00"
        exit section
    end-if.
    move ws-check-job-name to jl-job-name.
    move ws-part-log-start to jl-start-ts.
    move ws-part-log-end to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-ok = "Y"
        set jl-succeeded to true
    else
        set jl-failed to true
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.
    close job-log-file.

await-one-partition section.
    if ws-part-state(ws-part-idx) not = "P"
            or ws-part-pid(ws-part-idx) <= 0
        exit section
    end-if.
    call "waitpid" using by value ws-part-pid(ws-part-idx),
        by reference ws-part-exit-status(ws-part-idx),
        by value 0
    end-call.

settle-one-partition section.
*>  the partition's own JOB-LOG record carries its outcome
    if ws-part-state(ws-part-idx) not = "P"
        exit section
    end-if.
    perform build-partition-job-name.
    move "N" to ws-part-logged-switch.
    move "N" to ws-scan-eof-switch.
    move ws-check-job-name to jl-job-name.
    move ws-part-start-ts(ws-part-idx) to jl-start-ts.
    start job-log-file key is greater than or equal to jl-key
        invalid key
            set scan-eof to true
    end-start.
    perform until scan-eof or ws-part-logged-switch = "Y"
        read job-log-file next record
            at end
                set scan-eof to true
            not at end
                if jl-job-name not = ws-check-job-name
                    set scan-eof to true
                else
                    if jl-value-date = l-value-date
                        move "Y" to ws-part-logged-switch
                    end-if
                end-if
        end-read
    end-perform.
    if ws-part-logged-switch = "N"
*>      the partition ended without a record - killed, or the JOB-LOG
*>      stayed busy - so the driver logs the outcome its exit status
*>      shows, under the partition's name for the rerun to find
        move ws-check-job-name to jl-job-name
        move ws-part-start-ts(ws-part-idx) to jl-start-ts
        move current-date(1:14) to jl-end-ts
        move ws-part-exit-status(ws-part-idx) to jl-return-code
        move l-value-date to jl-value-date
        if ws-part-exit-status(ws-part-idx) = 0
            set jl-succeeded to true
        else
            set jl-failed to true
        end-if
        write job-log-record
            invalid key
                continue
        end-write
    end-if.
    if jl-succeeded
        move "S" to ws-part-state(ws-part-idx)
    else
        move "F" to ws-part-state(ws-part-idx)
        move "Y" to ws-part-failed-switch
        move jl-return-code to l-result
    end-if.

run-partition-merge section.
    evaluate true
        when part-interest
            move "INTEREST-MERGE" to ws-check-job-name
        when part-statement
            move "STATEMENT-MERGE" to ws-check-job-name
        when part-trial
            move "TRIAL-BALANCE-MERGE" to ws-check-job-name
    end-evaluate.
    perform check-step-done.
    if step-already-done
        exit section
    end-if.
    move ws-check-job-name to jl-job-name.
    move current-date(1:14) to jl-start-ts.
    move "N" to ws-step-ok.
    evaluate true
        when part-interest
            call "partition-file-merge" using ws-ia-posting-path,
                ws-partition-count, "A", ws-step-result
            end-call
            if ws-step-result < 99000001
                    and ws-ia-remit-path not = spaces
                call "partition-file-merge" using ws-ia-remit-path,
                    ws-partition-count, "A", ws-step-result
                end-call
            end-if
            if ws-step-result < 99000001
                move "Y" to ws-step-ok
            end-if
        when part-statement
            call "statement-merge" using ws-stmt-csv-path,
                ws-stmt-json-path, l-value-date, ws-partition-count,
                ws-step-result
            end-call
            if ws-step-result < 99000001
                move "Y" to ws-step-ok
            end-if
        when part-trial
            call "trial-balance-merge" using l-tb-journal-path,
                l-value-date, l-tb-report-path, l-tb-snapshot-path,
                ws-partition-count, ws-step-result
            end-call
            if ws-step-result = 0
                move "Y" to ws-step-ok
            end-if
    end-evaluate.
    move current-date(1:14) to jl-end-ts.
    move ws-step-result to jl-return-code.
    move l-value-date to jl-value-date.
    if ws-step-ok = "Y"
        set jl-succeeded to true
    else
        set jl-failed to true
        move ws-step-result to l-result
    end-if.
    write job-log-record
        invalid key
            continue
    end-write.
end program daily-batch-run.

*>*
*> Look up the most recent FX-RATE-MASTER rate for a currency/source
*> combination that was effective at or before a given date/time, so
*> callers pricing a deal or revaluing a position as of a particular
*> moment get the rate that was actually in force then, rather than
*> today's rate, and can compare rates quoted by more than one source
*> (ECB, a second market-data feed, a manually keyed rate) for the
*> same currency and date. FX-RATE-MASTER's key is currency + source +
*> effective date + effective time (built by FX-RATE-LOAD), so the
*> most recent record at or before the as-of date/time is found with
*> a START positioned at the greatest key not exceeding the requested
*> currency/source/date/time, since a key built from a currency/source
*> combination that doesn't exist, or whose earliest rate is still
*> later than the as-of date/time, positions on the tail of the
*> preceding currency/source instead - checked for after the read.
*>
*> @param l-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-currency Currency code to look up, e.g. "USD"
*> @param l-rate-source Rate source to look up, e.g. "ECB"
*> @param l-as-of-date Effective date ceiling, YYYYMMDD
*> @param l-as-of-time Effective time ceiling, HHMMSS
*> @param l-rate The rate found, unchanged if l-result is non-zero
*> @param l-result 0 if a rate was found, 1 if the file could not be
*>        opened, 2 if no matching rate exists at or before the
*>        as-of date/time
*>*
identification division.
program-id. fx-rate-lookup.
environment division.
configuration section.
input-output section.
file-control.
    select fx-rate-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key fxr-key
        file status ws-master-status.
data division.
file section.
fd fx-rate-master-file.
01 fx-rate-master-record.
    05 fxr-key.
        10 fxr-currency pic x(3).
        10 fxr-rate-source pic x(10).
        10 fxr-effective-date pic 9(8).
        10 fxr-effective-time pic 9(6).
    05 fxr-rate pic 9(7)v9(8).
    05 fxr-last-updated-by pic x(8).
    05 fxr-last-updated-ts pic 9(14).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-search-currency pic x(3).
    01 ws-search-source pic x(10).
linkage section.
    01 l-master-path pic x any length.
    01 l-currency pic x(3).
    01 l-rate-source pic x(10).
    01 l-as-of-date pic 9(8).
    01 l-as-of-time pic 9(6).
    01 l-rate pic 9(7)v9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-currency, l-rate-source,
        l-as-of-date, l-as-of-time, l-rate, l-result.
start-fx-rate-lookup.
    move 0 to l-result.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move l-currency to ws-search-currency.
    move l-rate-source to ws-search-source.

    open input fx-rate-master-file.
    if ws-master-status not = "00"
        move 1 to l-result
        goback
    end-if.

    move ws-search-currency to fxr-currency.
    move ws-search-source to fxr-rate-source.
    move l-as-of-date to fxr-effective-date.
    move l-as-of-time to fxr-effective-time.

    start fx-rate-master-file key is less than or equal to fxr-key
        invalid key
            move 2 to l-result
    end-start.

    if l-result = 0
        read fx-rate-master-file next record
            at end
                move 2 to l-result
        end-read
    end-if.

    if l-result = 0
        if fxr-currency = ws-search-currency
                and fxr-rate-source = ws-search-source
            move fxr-rate to l-rate
        else
            move 2 to l-result
        end-if
    end-if.

    close fx-rate-master-file.
    goback.
end program fx-rate-lookup.

*>*
*> Maintain a single FX-RATE-MASTER rate: look up the record for a
*> currency/source/effective date/effective time key, overwrite its
*> rate if the key already exists or insert it as a new record if it
*> does not, and append a before/after entry to the FX-RATE-AUDIT
*> journal recording who made the change, when, the old and new rate,
*> and the caller-supplied reason code - so a rate that was keyed in
*> by hand to cover a missed feed, or corrected after a bad tick, can
*> always be traced back to the operator and the reason, the same way
*> FX-RATE-RECONCILE traces a mismatched GL posting back to its ECB
*> reference.
*>
*> @param l-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-audit-path Path to the FX-RATE-AUDIT journal file
*> @param l-currency Currency code to maintain, e.g. "USD"
*> @param l-rate-source Rate source to maintain, e.g. "MANUAL"
*> @param l-effective-date Effective date of the rate, YYYYMMDD
*> @param l-effective-time Effective time of the rate, HHMMSS
*> @param l-new-rate The rate to store
*> @param l-user-id Operator ID making the change, for the audit trail
*> @param l-reason-code Short code explaining the change, for the
*>        audit trail, e.g. "MISSEDFEED", "CORRECTION"
*> @param l-result 0 if an existing rate was overwritten, 1 if no
*>        prior rate existed and a new record was inserted, 2 if the
*>        master file could not be opened, 9 operator not authorized
*>        (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. fx-rate-maintain.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select fx-rate-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key fxr-key
        file status ws-master-status.
    select fx-rate-audit-file assign to ws-audit-path
        organization line sequential
        file status ws-audit-status.
data division.
file section.
fd fx-rate-master-file.
01 fx-rate-master-record.
    05 fxr-key.
        10 fxr-currency pic x(3).
        10 fxr-rate-source pic x(10).
        10 fxr-effective-date pic 9(8).
        10 fxr-effective-time pic 9(6).
    05 fxr-rate pic 9(7)v9(8).
    05 fxr-last-updated-by pic x(8).
    05 fxr-last-updated-ts pic 9(14).
fd fx-rate-audit-file.
01 fx-rate-audit-line pic x(132).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-audit-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-audit-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 rate-was-found value "Y".
    01 ws-old-rate pic 9(7)v9(8) value 0.
    01 ws-audit-detail.
        05 filler pic x(2) value spaces.
        05 mad-audit-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 mad-user-id pic x(8).
        05 filler pic x(2) value spaces.
        05 mad-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 mad-rate-source pic x(10).
        05 filler pic x(2) value spaces.
        05 mad-effective-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 mad-effective-time pic 9(6).
        05 filler pic x(2) value spaces.
        05 mad-old-rate pic z(6)9.9(8).
        05 filler pic x(2) value spaces.
        05 mad-new-rate pic z(6)9.9(8).
        05 filler pic x(2) value spaces.
        05 mad-reason-code pic x(10).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-master-path pic x any length.
    01 l-audit-path pic x any length.
    01 l-currency pic x(3).
    01 l-rate-source pic x(10).
    01 l-effective-date pic 9(8).
    01 l-effective-time pic 9(6).
    01 l-new-rate pic 9(7)v9(8).
    01 l-user-id pic x(8).
    01 l-reason-code pic x(10).
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-audit-path, l-currency,
        l-rate-source, l-effective-date, l-effective-time, l-new-rate,
        l-user-id, l-reason-code, l-result.
start-fx-rate-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "FXMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-audit-path.
    move l-audit-path to ws-audit-path.
    move "N" to ws-found-switch.
    move 0 to ws-old-rate.

    open i-o fx-rate-master-file.
    if ws-master-status = "35"
        open output fx-rate-master-file
        close fx-rate-master-file
        open i-o fx-rate-master-file
    end-if.
    if ws-master-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-currency to fxr-currency.
    move l-rate-source to fxr-rate-source.
    move l-effective-date to fxr-effective-date.
    move l-effective-time to fxr-effective-time.

    read fx-rate-master-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
            move fxr-rate to ws-old-rate
    end-read.

    move l-new-rate to fxr-rate.
    move l-user-id to fxr-last-updated-by.
    move current-date(1:14) to fxr-last-updated-ts.

    if rate-was-found
        rewrite fx-rate-master-record
        move 0 to l-result
    else
        write fx-rate-master-record
        move 1 to l-result
    end-if.

    close fx-rate-master-file.

    perform write-maintenance-audit.
    goback.

write-maintenance-audit section.
    open extend fx-rate-audit-file.
    if ws-audit-status = "05" or ws-audit-status = "35"
        open output fx-rate-audit-file
    end-if.
    if ws-audit-status = "00"
        move spaces to ws-audit-detail
        move current-date(1:14) to mad-audit-ts
        move l-user-id to mad-user-id
        move l-currency to mad-currency
        move l-rate-source to mad-rate-source
        move l-effective-date to mad-effective-date
        move l-effective-time to mad-effective-time
        move ws-old-rate to mad-old-rate
        move l-new-rate to mad-new-rate
        move l-reason-code to mad-reason-code
        write fx-rate-audit-line from ws-audit-detail
        close fx-rate-audit-file
    end-if.
end program fx-rate-maintain.

*>*
*> Cross-rate triangulation job. FX-RATE-MASTER only ever holds the
*> EUR-based ECB quotes loaded by FX-RATE-LOAD, so a USD/GBP or
*> CHF/JPY conversion had to be worked out by hand. After the daily
*> load this job derives cross rates for a configured list of
*> currency pairs from the two EUR legs (1 BASE = rate(quote leg) /
*> rate(base leg) QUOTE) and stores them in FX-RATE-MASTER under rate
*> source "ECBX-" plus the base currency, keyed on the quote currency
*> - so FX-RATE-LOOKUP prices a cross pair directly (currency = the
*> quote currency, source = "ECBX-" + base) and FX-RATE-RECONCILE can
*> check bookings against the stored cross the same way it checks
*> "ECB" rates.
*>
*> @param l-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-pairs Comma-separated currency pairs, base leg first,
*>        e.g. "USDGBP,CHFJPY" (a "/" between the legs is accepted)
*> @param l-value-date Effective date to derive for, YYYYMMDD
*> @param l-result Number of cross rates stored - pairs with a
*>        missing EUR leg are skipped - or 99000001 if the master
*>        file could not be opened for update
*>*
identification division.
program-id. fx-rate-triangulate.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select fx-rate-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key fxr-key
        file status ws-master-status.
data division.
file section.
fd fx-rate-master-file.
01 fx-rate-master-record.
    05 fxr-key.
        10 fxr-currency pic x(3).
        10 fxr-rate-source pic x(10).
        10 fxr-effective-date pic 9(8).
        10 fxr-effective-time pic 9(6).
    05 fxr-rate pic 9(7)v9(8).
    05 fxr-last-updated-by pic x(8).
    05 fxr-last-updated-ts pic 9(14).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-pairs pic x(256).
    01 ws-scan-ptr usage binary-long unsigned.
    01 ws-pairs-len usage binary-long unsigned.
    01 ws-comma-pos usage binary-long unsigned.
    01 ws-pair-chunk pic x(16).
    01 ws-ecb-source pic x(10) value "ECB".
    01 ws-as-of-time pic 9(6) value 235959.
    01 ws-leg-currency pic x(3).
    01 ws-leg-rate pic 9(7)v9(8).
    01 ws-lookup-result usage binary-long unsigned.
    01 ws-crosses.
        05 ws-cross occurs 32 times.
            10 ws-cross-base pic x(3).
            10 ws-cross-quote pic x(3).
            10 ws-cross-rate pic 9(7)v9(8).
    01 ws-cross-count usage binary-short unsigned.
    01 ws-cross-idx usage index.
    01 ws-base-rate pic 9(7)v9(8).
    01 ws-quote-rate pic 9(7)v9(8).
    01 ws-stored-count usage binary-long unsigned.
linkage section.
    01 l-master-path pic x any length.
    01 l-pairs pic x any length.
    01 l-value-date pic 9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-pairs, l-value-date,
        l-result.
start-fx-rate-triangulate.
    move 0 to l-result.
    move 0 to ws-stored-count.
    move 0 to ws-cross-count.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-pairs.
    move l-pairs to ws-pairs.
    move length of ws-pairs to ws-pairs-len.

*>  first pass: resolve both EUR legs of every configured pair via
*>  FX-RATE-LOOKUP, collecting the derivable crosses; the master is
*>  only opened for update once the lookups are done
    move 1 to ws-scan-ptr.
    perform derive-one-pair
        until ws-scan-ptr > ws-pairs-len or ws-cross-count >= 32.

    if ws-cross-count = 0
        goback
    end-if.

    open i-o fx-rate-master-file.
    if ws-master-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    perform store-one-cross
        varying ws-cross-idx from 1 by 1
        until ws-cross-idx > ws-cross-count.
    close fx-rate-master-file.
    move ws-stored-count to l-result.
    goback.

derive-one-pair section.
    move spaces to ws-pair-chunk.
    move ws-pairs(ws-scan-ptr:) to ws-pair-chunk.
    move 0 to ws-comma-pos.
    inspect ws-pairs(ws-scan-ptr:) tallying ws-comma-pos
        for characters before initial ",".
    if ws-comma-pos >= ws-pairs-len - ws-scan-ptr + 1
        compute ws-scan-ptr = ws-pairs-len + 1
    else
        move ws-pairs(ws-scan-ptr:ws-comma-pos) to ws-pair-chunk
        compute ws-scan-ptr = ws-scan-ptr + ws-comma-pos + 1
    end-if.
    move trim(ws-pair-chunk) to ws-pair-chunk.
    if ws-pair-chunk = spaces
        exit section
    end-if.

    add 1 to ws-cross-count.
    move ws-pair-chunk(1:3) to ws-cross-base(ws-cross-count).
    if ws-pair-chunk(4:1) = "/"
        move ws-pair-chunk(5:3) to ws-cross-quote(ws-cross-count)
    else
        move ws-pair-chunk(4:3) to ws-cross-quote(ws-cross-count)
    end-if.

    move ws-cross-base(ws-cross-count) to ws-leg-currency.
    perform lookup-one-leg.
    move ws-leg-rate to ws-base-rate.
    if ws-lookup-result not = 0 or ws-base-rate = 0
        subtract 1 from ws-cross-count
        exit section
    end-if.
    move ws-cross-quote(ws-cross-count) to ws-leg-currency.
    perform lookup-one-leg.
    move ws-leg-rate to ws-quote-rate.
    if ws-lookup-result not = 0
        subtract 1 from ws-cross-count
        exit section
    end-if.
    compute ws-cross-rate(ws-cross-count) rounded =
        ws-quote-rate / ws-base-rate.

lookup-one-leg section.
    move 0 to ws-leg-rate.
    call "fx-rate-lookup" using l-master-path, ws-leg-currency,
        ws-ecb-source, l-value-date, ws-as-of-time, ws-leg-rate,
        ws-lookup-result
    end-call.

store-one-cross section.
    move ws-cross-quote(ws-cross-idx) to fxr-currency.
    move spaces to fxr-rate-source.
    string "ECBX-" delimited by size
        ws-cross-base(ws-cross-idx) delimited by size
        into fxr-rate-source
    end-string.
    move l-value-date to fxr-effective-date.
    move 0 to fxr-effective-time.
    move ws-cross-rate(ws-cross-idx) to fxr-rate.
    move "BATCH" to fxr-last-updated-by.
    move current-date(1:14) to fxr-last-updated-ts.
    rewrite fx-rate-master-record
        invalid key
            write fx-rate-master-record
                invalid key
                    continue
            end-write
    end-rewrite.
    add 1 to ws-stored-count.
end program fx-rate-triangulate.

*>*
*> FX rate quality-control report, run after the daily load.
*> FX-RATE-LOAD returns a single return code, so a feed that silently
*> dropped half the currencies, or a fat-fingered tick that moved a
*> rate 40%, would sail straight through into pricing. This job
*> compares today's "ECB" population in FX-RATE-MASTER against the
*> previous business day's and reports three kinds of breach:
*>
*>     MISSING - currency quoted previously but absent today
*>     MOVE    - day-over-day movement beyond the configured percent
*>     STALE   - rate unchanged for more than N business days
*>               (walked back with ADD-BUSINESS-DAYS)
*>
*> Every breach goes on the report and is also pushed to the SIEM via
*> SYSLOG-AUDIT-SEND (severity warning) so ops sees it before the
*> desk does.
*>
*> @param l-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-value-date Today's effective date, YYYYMMDD
*> @param l-prev-date Previous business day's effective date
*> @param l-stale-days Business days a rate may stay unchanged before
*>        it is reported stale
*> @param l-move-pct Maximum acceptable day-over-day movement, percent
*> @param l-holidays Comma-separated holiday dates for the stale-rate
*>        walk, as IS-BUSINESS-DAY expects; spaces for weekends only
*> @param l-report-path Path of the QC report to produce
*> @param l-syslog-host Syslog collector host; spaces to skip the SIEM
*>        push
*> @param l-syslog-port Syslog collector port
*> @param l-audit-log-path Local audit journal for SYSLOG-AUDIT-SEND
*> @param l-result Number of breaches reported, or 99000001/99000002
*>        when the master/report file could not be opened
*>*
identification division.
program-id. fx-rate-qc.
environment division.
configuration section.
repository.
    function add-business-days
    function trim current-date intrinsic.
input-output section.
file-control.
    select fx-rate-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key fxr-key
        file status ws-master-status.
    select qc-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd fx-rate-master-file.
01 fx-rate-master-record.
    05 fxr-key.
        10 fxr-currency pic x(3).
        10 fxr-rate-source pic x(10).
        10 fxr-effective-date pic 9(8).
        10 fxr-effective-time pic 9(6).
    05 fxr-rate pic 9(7)v9(8).
    05 fxr-last-updated-by pic x(8).
    05 fxr-last-updated-ts pic 9(14).
fd qc-report-file.
01 qc-report-line pic x(132).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-scan-eof-switch pic x(1) value "N".
        88 scan-eof value "Y".
    01 ws-today-list.
        05 ws-today-entry occurs 128 times.
            10 ws-today-currency pic x(3).
            10 ws-today-rate pic 9(7)v9(8).
    01 ws-today-count usage binary-short unsigned.
    01 ws-prev-list.
        05 ws-prev-entry occurs 128 times.
            10 ws-prev-currency pic x(3).
            10 ws-prev-rate pic 9(7)v9(8).
    01 ws-prev-count usage binary-short unsigned.
    01 ws-today-idx usage index.
    01 ws-prev-idx usage index.
    01 ws-found-switch pic x(1).
    01 ws-matched-prev-rate pic 9(7)v9(8).
    01 ws-move-pct pic 9(5)v99.
    01 ws-move-signed pic s9(7)v9(8).
    01 ws-walk-date pic 9(8).
    01 ws-one-day pic 9(5) value 1.
    01 ws-walk-rate pic 9(7)v9(8).
    01 ws-unchanged-days usage binary-short unsigned.
    01 ws-walk-switch pic x(1).
        88 walk-done value "Y".
    01 ws-breach-count usage binary-long unsigned.
    01 ws-breach-type pic x(8).
    01 ws-breach-detail pic x(64).
    01 ws-audit-message pic x(256).
    01 ws-audit-result usage binary-long unsigned.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 qcd-type pic x(8).
        05 filler pic x(2) value spaces.
        05 qcd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 qcd-detail pic x(64).
    01 ws-pct-edited pic zzzz9.99.
    01 ws-days-edited pic zz9.
linkage section.
    01 l-master-path pic x any length.
    01 l-value-date pic 9(8).
    01 l-prev-date pic 9(8).
    01 l-stale-days pic 9(3).
    01 l-move-pct pic 9(3)v99.
    01 l-holidays pic x any length.
    01 l-report-path pic x any length.
    01 l-syslog-host pic x(128).
    01 l-syslog-port pic x(5).
    01 l-audit-log-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-value-date, l-prev-date,
        l-stale-days, l-move-pct, l-holidays, l-report-path,
        l-syslog-host, l-syslog-port, l-audit-log-path, l-result.
start-fx-rate-qc.
    move 0 to l-result.
    move 0 to ws-breach-count.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input fx-rate-master-file.
    if ws-master-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output qc-report-file.
    if ws-report-status not = "00"
        close fx-rate-master-file
        move 99000002 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "FX RATE QC " delimited by size
        current-date(1:8) delimited by size
        into ws-report-header
    end-string.
    write qc-report-line from ws-report-header.
    move "  TYPE      CCY  DETAIL" to ws-report-header.
    write qc-report-line from ws-report-header.

    perform collect-populations.
    perform report-missing-currencies.
    perform report-movements.
    close fx-rate-master-file.
    close qc-report-file.
    move ws-breach-count to l-result.
    goback.

collect-populations section.
    move 0 to ws-today-count.
    move 0 to ws-prev-count.
    move "N" to ws-scan-eof-switch.
    move low-values to fxr-key.
    start fx-rate-master-file key is greater than or equal to fxr-key
        invalid key
            set scan-eof to true
    end-start.
    perform until scan-eof
        read fx-rate-master-file next record
            at end
                set scan-eof to true
            not at end
                if fxr-rate-source = "ECB"
                    evaluate fxr-effective-date
                        when l-value-date
                            if ws-today-count < 128
                                add 1 to ws-today-count
                                move fxr-currency to
                                    ws-today-currency(ws-today-count)
                                move fxr-rate to
                                    ws-today-rate(ws-today-count)
                            end-if
                        when l-prev-date
                            if ws-prev-count < 128
                                add 1 to ws-prev-count
                                move fxr-currency to
                                    ws-prev-currency(ws-prev-count)
                                move fxr-rate to
                                    ws-prev-rate(ws-prev-count)
                            end-if
                        when other
                            continue
                    end-evaluate
                end-if
        end-read
    end-perform.

report-missing-currencies section.
    perform varying ws-prev-idx from 1 by 1
            until ws-prev-idx > ws-prev-count
        move "N" to ws-found-switch
        perform varying ws-today-idx from 1 by 1
                until ws-today-idx > ws-today-count
                   or ws-found-switch = "Y"
            if ws-today-currency(ws-today-idx)
                    = ws-prev-currency(ws-prev-idx)
                move "Y" to ws-found-switch
            end-if
        end-perform
        if ws-found-switch = "N"
            move "MISSING" to ws-breach-type
            move ws-prev-currency(ws-prev-idx) to qcd-currency
            move "quoted previously, absent from today's feed"
                to ws-breach-detail
            perform write-breach
        end-if
    end-perform.

report-movements section.
    perform varying ws-today-idx from 1 by 1
            until ws-today-idx > ws-today-count
        move "N" to ws-found-switch
        perform varying ws-prev-idx from 1 by 1
                until ws-prev-idx > ws-prev-count
                   or ws-found-switch = "Y"
            if ws-prev-currency(ws-prev-idx)
                    = ws-today-currency(ws-today-idx)
                move "Y" to ws-found-switch
                move ws-prev-rate(ws-prev-idx) to ws-matched-prev-rate
            end-if
        end-perform
        if ws-found-switch = "Y"
            perform check-one-movement
        end-if
        perform check-one-stale
    end-perform.

check-one-movement section.
    if ws-matched-prev-rate = 0
        exit section
    end-if.
    compute ws-move-signed =
        (ws-today-rate(ws-today-idx) - ws-matched-prev-rate)
        / ws-matched-prev-rate * 100.
    if ws-move-signed < 0
        compute ws-move-pct = ws-move-signed * -1
    else
        move ws-move-signed to ws-move-pct
    end-if.
    if ws-move-pct > l-move-pct
        move "MOVE" to ws-breach-type
        move ws-today-currency(ws-today-idx) to qcd-currency
        move ws-move-pct to ws-pct-edited
        move spaces to ws-breach-detail
        string "day-over-day movement " delimited by size
            trim(ws-pct-edited) delimited by size
            " percent" delimited by size
            into ws-breach-detail
        end-string
        perform write-breach
    end-if.

check-one-stale section.
*>  walk back one business day at a time while the stored rate stays
*>  identical to today's; more than l-stale-days unchanged business
*>  days in a row points at a stale feed
    move 0 to ws-unchanged-days.
    move l-value-date to ws-walk-date.
    move "N" to ws-walk-switch.
    perform until walk-done or ws-unchanged-days > l-stale-days
        move add-business-days(ws-walk-date, ws-one-day, "B",
            l-holidays) to ws-walk-date
        move ws-today-currency(ws-today-idx) to fxr-currency
        move "ECB" to fxr-rate-source
        move ws-walk-date to fxr-effective-date
        move 0 to fxr-effective-time
        read fx-rate-master-file
            invalid key
                set walk-done to true
            not invalid key
                if fxr-rate = ws-today-rate(ws-today-idx)
                    add 1 to ws-unchanged-days
                else
                    set walk-done to true
                end-if
        end-read
    end-perform.
    if ws-unchanged-days > l-stale-days
        move "STALE" to ws-breach-type
        move ws-today-currency(ws-today-idx) to qcd-currency
        move ws-unchanged-days to ws-days-edited
        move spaces to ws-breach-detail
        string "rate unchanged for more than " delimited by size
            trim(ws-days-edited) delimited by size
            " business days" delimited by size
            into ws-breach-detail
        end-string
        perform write-breach
    end-if.

write-breach section.
    add 1 to ws-breach-count.
    move spaces to qcd-type.
    move ws-breach-type to qcd-type.
    move ws-breach-detail to qcd-detail.
    write qc-report-line from ws-report-detail.
    if l-syslog-host not = spaces
        move spaces to ws-audit-message
        string "FX QC breach " delimited by size
            trim(ws-breach-type) delimited by size
            " " delimited by size
            qcd-currency delimited by size
            " " delimited by size
            trim(ws-breach-detail) delimited by size
            into ws-audit-message
        end-string
        call "syslog-audit-send" using "fx-batch", "fx-rate-qc",
            "8", "4", trim(ws-audit-message), l-syslog-host,
            l-syslog-port, l-audit-log-path, ws-audit-result
        end-call
    end-if.
end program fx-rate-qc.

*>*
*> Month-end GL revaluation job. Reads the foreign-currency balance
*> extract, fetches the month-end rate for each currency through
*> FX-RATE-LOOKUP (as-of the last business day of the month, derived
*> with ADD-BUSINESS-DAYS from the first day of the following month),
*> computes the unrealized gain or loss of each position against its
*> booked rate, writes one revaluation posting per position to a GL
*> posting file in the same record layout FX-RATE-RECONCILE reads,
*> and produces a summary report by currency. Rates are quoted ECB
*> style, units of currency per EUR, so the EUR value of a position
*> is balance / rate.
*>
*> Balance extract record layout (fixed width, line sequential):
*>     account id x(16), currency x(3), balance s9(13)v99 (signed,
*>     foreign currency units), booked rate 9(7)v9(8)
*>
*> @param l-balance-path Path to the foreign-currency balance extract
*> @param l-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-month Month to revalue, YYYYMM
*> @param l-holidays Comma-separated holiday dates for the month-end
*>        business-day roll; spaces for weekends only
*> @param l-posting-path GL posting file to write, FX-RATE-RECONCILE
*>        layout
*> @param l-summary-path Path of the summary report to produce
*> @param l-result Number of revaluation postings written, or
*>        99000001/99000002/99000003 when the balance extract, the
*>        posting file or the summary report could not be opened
*>*
identification division.
program-id. gl-revaluation.
environment division.
configuration section.
repository.
    function add-business-days
    function trim current-date intrinsic.
input-output section.
file-control.
    select fc-balance-file assign to ws-balance-path
        organization line sequential
        file status ws-balance-status.
    select gl-posting-file assign to ws-posting-path
        organization line sequential
        file status ws-posting-status.
    select summary-report-file assign to ws-summary-path
        organization line sequential
        file status ws-summary-status.
data division.
file section.
fd fc-balance-file.
01 fc-balance-record.
    05 fcb-account pic x(16).
    05 fcb-currency pic x(3).
    05 fcb-balance pic s9(13)v99.
    05 fcb-booked-rate pic 9(7)v9(8).
fd gl-posting-file.
01 gl-posting-record.
    05 glp-transaction-id pic x(12).
    05 glp-currency pic x(3).
    05 glp-posting-date pic 9(8).
    05 glp-applied-rate pic 9(7)v9(8).
    05 glp-amount pic s9(13)v99.
fd summary-report-file.
01 summary-report-line pic x(132).
working-storage section.
    01 ws-balance-path pic x(256).
    01 ws-posting-path pic x(256).
    01 ws-summary-path pic x(256).
    01 ws-balance-status pic x(2).
    01 ws-posting-status pic x(2).
    01 ws-summary-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 balance-eof value "Y".
    01 ws-month-end-date pic 9(8).
    01 ws-next-month-first.
        05 ws-nmf-yyyy pic 9(4).
        05 ws-nmf-mm pic 9(2).
        05 ws-nmf-dd pic 9(2).
    01 filler redefines ws-next-month-first.
        05 ws-next-month-date pic 9(8).
    01 ws-as-of-time pic 9(6) value 235959.
    01 ws-one-day pic 9(5) value 1.
    01 ws-ecb-source pic x(10) value "ECB".
    01 ws-eom-rate pic 9(7)v9(8).
    01 ws-lookup-result usage binary-long unsigned.
    01 ws-eur-at-eom pic s9(13)v99.
    01 ws-eur-at-booked pic s9(13)v99.
    01 ws-unrealized pic s9(13)v99.
    01 ws-posting-count usage binary-long unsigned.
    01 ws-posting-seq pic 9(6).
    01 ws-summary.
        05 ws-sum-entry occurs 64 times.
            10 ws-sum-currency pic x(3).
            10 ws-sum-fc-balance pic s9(13)v99.
            10 ws-sum-unrealized pic s9(13)v99.
            10 ws-sum-eom-rate pic 9(7)v9(8).
    01 ws-sum-count usage binary-short unsigned.
    01 ws-sum-idx usage index.
    01 ws-sum-found pic x(1).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 srd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 srd-fc-balance pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 srd-eom-rate pic z(6)9.9(8).
        05 filler pic x(2) value spaces.
        05 srd-unrealized pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 srd-remark pic x(16).
linkage section.
    01 l-balance-path pic x any length.
    01 l-master-path pic x any length.
    01 l-month pic 9(6).
    01 l-holidays pic x any length.
    01 l-posting-path pic x any length.
    01 l-summary-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-balance-path, l-master-path, l-month,
        l-holidays, l-posting-path, l-summary-path, l-result.
start-gl-revaluation.
    move 0 to l-result.
    move 0 to ws-posting-count.
    move 0 to ws-posting-seq.
    move 0 to ws-sum-count.
    move spaces to ws-balance-path.
    move l-balance-path to ws-balance-path.
    move spaces to ws-posting-path.
    move l-posting-path to ws-posting-path.
    move spaces to ws-summary-path.
    move l-summary-path to ws-summary-path.

*>  last business day of the month = first day of the following
*>  month rolled back one business day
    compute ws-nmf-yyyy = l-month / 100.
    compute ws-nmf-mm = l-month - ws-nmf-yyyy * 100 + 1.
    if ws-nmf-mm > 12
        move 1 to ws-nmf-mm
        add 1 to ws-nmf-yyyy
    end-if.
    move 1 to ws-nmf-dd.
    move add-business-days(ws-next-month-date, ws-one-day, "B",
        l-holidays) to ws-month-end-date.

    open input fc-balance-file.
    if ws-balance-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output gl-posting-file.
    if ws-posting-status not = "00"
        close fc-balance-file
        move 99000002 to l-result
        goback
    end-if.
    open output summary-report-file.
    if ws-summary-status not = "00"
        close fc-balance-file
        close gl-posting-file
        move 99000003 to l-result
        goback
    end-if.

    perform until balance-eof
        read fc-balance-file
            at end
                set balance-eof to true
            not at end
                perform revalue-one-position
        end-read
    end-perform.

    perform write-summary-report.
    close fc-balance-file.
    close gl-posting-file.
    close summary-report-file.
    move ws-posting-count to l-result.
    goback.

revalue-one-position section.
    move 0 to ws-eom-rate.
    call "fx-rate-lookup" using l-master-path, fcb-currency,
        ws-ecb-source, ws-month-end-date, ws-as-of-time, ws-eom-rate,
        ws-lookup-result
    end-call.
    if ws-lookup-result not = 0 or ws-eom-rate = 0
        perform tally-summary-no-rate
        exit section
    end-if.
    if fcb-booked-rate = 0
        perform tally-summary-no-rate
        exit section
    end-if.

    compute ws-eur-at-eom rounded = fcb-balance / ws-eom-rate.
    compute ws-eur-at-booked rounded = fcb-balance / fcb-booked-rate.
    compute ws-unrealized = ws-eur-at-eom - ws-eur-at-booked.

    add 1 to ws-posting-seq.
    move spaces to glp-transaction-id.
    string "RV" delimited by size
        l-month(3:4) delimited by size
        ws-posting-seq delimited by size
        into glp-transaction-id
    end-string.
    move fcb-currency to glp-currency.
    move ws-month-end-date to glp-posting-date.
    move ws-eom-rate to glp-applied-rate.
    move ws-unrealized to glp-amount.
    write gl-posting-record.
    add 1 to ws-posting-count.

    perform tally-summary.

tally-summary section.
    move "N" to ws-sum-found.
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count or ws-sum-found = "Y"
        if ws-sum-currency(ws-sum-idx) = fcb-currency
            move "Y" to ws-sum-found
            add fcb-balance to ws-sum-fc-balance(ws-sum-idx)
            add ws-unrealized to ws-sum-unrealized(ws-sum-idx)
            move ws-eom-rate to ws-sum-eom-rate(ws-sum-idx)
        end-if
    end-perform.
    if ws-sum-found = "N" and ws-sum-count < 64
        add 1 to ws-sum-count
        move fcb-currency to ws-sum-currency(ws-sum-count)
        move fcb-balance to ws-sum-fc-balance(ws-sum-count)
        move ws-unrealized to ws-sum-unrealized(ws-sum-count)
        move ws-eom-rate to ws-sum-eom-rate(ws-sum-count)
    end-if.

tally-summary-no-rate section.
*>  positions that cannot be revalued still show on the summary so
*>  Finance sees them instead of silently losing them
    move 0 to ws-unrealized.
    move 0 to ws-eom-rate.
    perform tally-summary.

write-summary-report section.
    move spaces to ws-report-header.
    string "GL REVALUATION " delimited by size
        l-month delimited by size
        " AS OF " delimited by size
        ws-month-end-date delimited by size
        into ws-report-header
    end-string.
    write summary-report-line from ws-report-header.
    move "  CCY  FC-BALANCE       EOM-RATE        UNREALIZED-EUR"
        to ws-report-header.
    write summary-report-line from ws-report-header.
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
        move spaces to ws-report-detail
        move ws-sum-currency(ws-sum-idx) to srd-currency
        move ws-sum-fc-balance(ws-sum-idx) to srd-fc-balance
        move ws-sum-eom-rate(ws-sum-idx) to srd-eom-rate
        move ws-sum-unrealized(ws-sum-idx) to srd-unrealized
        if ws-sum-eom-rate(ws-sum-idx) = 0
            move "NO EOM RATE" to srd-remark
        end-if
        write summary-report-line from ws-report-detail
    end-perform.
end program gl-revaluation.

*>*
*> Book an FX deal onto the FX-DEAL blotter: a spot or forward
*> exchange with a customer, recorded from the bank's side - the
*> bank buys one currency from the customer and sells the other to
*> it at the agreed deal rate (units of the sold currency per one
*> unit of the bought currency; the sold amount is the bought amount
*> times the rate, rounded to the cent). The value date is computed,
*> never keyed: spot is two business days after the trade date in
*> both currencies' markets - the later of the two, rolled on until
*> it is a business day in both - and a forward date is rolled the
*> same way and must fall after spot. Each currency's market is the
*> HOLIDAY-CALENDAR market on its "STANDARD" CUT-OFF entry (see
*> CUTOFF-MAINTAIN), the calendar its payments already settle on.
*> Both customer accounts must belong to the counterparty, be active
*> and be held in the leg's currency. FX-DEAL-SETTLE moves both legs
*> on the value date and FX-POSITION-REPORT shows the open deals
*> marked to market.
*>
*> The FX-DEAL record layout (deal id key, counterparty customer,
*> deal type, bought currency/amount/account, sold
*> currency/amount/account, deal rate, trade date, value date,
*> status, the two legs' journal ids, dealer and
*> last-updated-by/last-updated-ts) is shared by this program,
*> FX-DEAL-SETTLE and FX-POSITION-REPORT. Deal types: "S" spot, "F"
*> forward. Status values: "O" open, "P" bought leg collected and
*> sold leg still to pay, "S" settled.
*>
*> @param l-deal-path Path to the FX-DEAL indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-cutoff-path Path to the CUT-OFF indexed file
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-customer-id Counterparty customer
*> @param l-bought-currency Currency the bank buys
*> @param l-bought-amount Amount the bank buys, greater than zero
*> @param l-bought-account Customer account the bought currency is
*>        collected from
*> @param l-sold-currency Currency the bank sells
*> @param l-sold-account Customer account the sold currency is paid
*>        to
*> @param l-deal-rate Sold currency units per bought currency unit
*> @param l-trade-date Trade date, YYYYMMDD
*> @param l-forward-date Requested forward value date, YYYYMMDD; 0
*>        for spot
*> @param l-user-id Dealer's operator ID
*> @param l-deal-id Set to the allocated deal id when booked
*> @param l-value-date Set to the computed value date when booked
*> @param l-result 0 booked, 2 files unavailable, 3 invalid deal
*>        (same or blank currencies, zero amount or rate, invalid
*>        trade date, forward date not after spot), 4 account not
*>        found, not active, in another currency or not the
*>        counterparty's, 5 no market on the CUT-OFF table for a
*>        currency, 6 deal id could not be allocated, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. fx-deal-book.
environment division.
configuration section.
repository.
    function add-business-days-cal
    function is-business-day-cal
    function current-date test-date-yyyymmdd intrinsic.
input-output section.
file-control.
    select fx-deal-file assign to ws-deal-path
        organization indexed
        access mode dynamic
        record key fxd-deal-id
        file status ws-deal-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select cutoff-file assign to ws-cutoff-path
        organization indexed
        access mode dynamic
        record key ct-key
        file status ws-cutoff-status.
data division.
file section.
fd fx-deal-file.
01 fx-deal-record.
    05 fxd-deal-id pic x(16).
    05 fxd-customer-id pic x(12).
    05 fxd-deal-type pic x(1).
    05 fxd-bought-currency pic x(3).
    05 fxd-bought-amount pic 9(13)v99.
    05 fxd-bought-account pic x(16).
    05 fxd-sold-currency pic x(3).
    05 fxd-sold-amount pic 9(13)v99.
    05 fxd-sold-account pic x(16).
    05 fxd-deal-rate pic 9(7)v9(8).
    05 fxd-trade-date pic 9(8).
    05 fxd-value-date pic 9(8).
    05 fxd-status pic x(1).
    05 fxd-bought-journal-id pic x(16).
    05 fxd-sold-journal-id pic x(16).
    05 fxd-dealer pic x(8).
    05 fxd-last-updated-by pic x(8).
    05 fxd-last-updated-ts pic 9(14).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd cutoff-file.
01 cutoff-record.
    05 ct-key.
        10 ct-currency pic x(3).
        10 ct-payment-type pic x(8).
    05 ct-cutoff-time pic 9(6).
    05 ct-market pic x(8).
    05 ct-last-updated-by pic x(8).
    05 ct-last-updated-ts pic 9(14).
working-storage section.
    01 ws-deal-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-cutoff-path pic x(256).
    01 ws-deal-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-cutoff-status pic x(2).
    01 ws-operator-result usage binary-long unsigned.
    01 ws-check-account pic x(16).
    01 ws-check-currency pic x(3).
    01 ws-account-ok pic x(1).
    01 ws-bought-market pic x(8).
    01 ws-sold-market pic x(8).
    01 ws-spot-days pic 9(5) value 2.
    01 ws-one-day pic 9(5) value 1.
    01 ws-forward pic x(1) value "F".
    01 ws-spot-date pic 9(8).
    01 ws-other-spot pic 9(8).
    01 ws-roll-date pic 9(8).
    01 ws-roll-switch pic x(1).
        88 roll-done value "Y".
    01 ws-deal-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 deal-write-done value "Y".
linkage section.
    01 l-deal-path pic x any length.
    01 l-master-path pic x any length.
    01 l-cutoff-path pic x any length.
    01 l-calendar-path pic x any length.
    01 l-customer-id pic x(12).
    01 l-bought-currency pic x(3).
    01 l-bought-amount pic 9(13)v99.
    01 l-bought-account pic x(16).
    01 l-sold-currency pic x(3).
    01 l-sold-account pic x(16).
    01 l-deal-rate pic 9(7)v9(8).
    01 l-trade-date pic 9(8).
    01 l-forward-date pic 9(8).
    01 l-user-id pic x(8).
    01 l-deal-id pic x(16).
    01 l-value-date pic 9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-deal-path, l-master-path, l-cutoff-path,
        l-calendar-path, l-customer-id, l-bought-currency,
        l-bought-amount, l-bought-account, l-sold-currency,
        l-sold-account, l-deal-rate, l-trade-date, l-forward-date,
        l-user-id, l-deal-id, l-value-date, l-result.
start-fx-deal-book.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "FXDEAL",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    if l-customer-id = spaces
            or l-bought-currency = spaces or l-sold-currency = spaces
            or l-bought-currency = l-sold-currency
            or l-bought-amount = 0 or l-deal-rate = 0
            or test-date-yyyymmdd(l-trade-date) not = 0
            or (l-forward-date not = 0
                and test-date-yyyymmdd(l-forward-date) not = 0)
        move 3 to l-result
        goback
    end-if.
    move spaces to ws-deal-path.
    move l-deal-path to ws-deal-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-cutoff-path.
    move l-cutoff-path to ws-cutoff-path.

    open input account-master-file.
    if ws-master-status not = "00"
        move 2 to l-result
        goback
    end-if.
    move l-bought-account to ws-check-account.
    move l-bought-currency to ws-check-currency.
    perform check-customer-account.
    if ws-account-ok = "Y"
        move l-sold-account to ws-check-account
        move l-sold-currency to ws-check-currency
        perform check-customer-account
    end-if.
    close account-master-file.
    if ws-account-ok = "N"
        move 4 to l-result
        goback
    end-if.

    open input cutoff-file.
    if ws-cutoff-status not = "00"
        move 2 to l-result
        goback
    end-if.
    move spaces to ws-bought-market.
    move spaces to ws-sold-market.
    move l-bought-currency to ct-currency.
    move "STANDARD" to ct-payment-type.
    read cutoff-file
        not invalid key
            move ct-market to ws-bought-market
    end-read.
    move l-sold-currency to ct-currency.
    move "STANDARD" to ct-payment-type.
    read cutoff-file
        not invalid key
            move ct-market to ws-sold-market
    end-read.
    close cutoff-file.
    if ws-bought-market = spaces or ws-sold-market = spaces
        move 5 to l-result
        goback
    end-if.

    perform compute-value-date.
    if l-result not = 0
        goback
    end-if.

    open i-o fx-deal-file.
    if ws-deal-status = "35"
        open output fx-deal-file
        close fx-deal-file
        open i-o fx-deal-file
    end-if.
    if ws-deal-status not = "00"
        move 2 to l-result
        goback
    end-if.
    perform write-deal.
    close fx-deal-file.
    if deal-write-done
        move ws-deal-id to l-deal-id
        move ws-roll-date to l-value-date
    else
        move 6 to l-result
    end-if.
    goback.

check-customer-account section.
    move "Y" to ws-account-ok.
    move ws-check-account to acm-account-id.
    read account-master-file
        invalid key
            move "N" to ws-account-ok
        not invalid key
            if acm-status not = "A"
                    or acm-currency not = ws-check-currency
                    or acm-customer-id not = l-customer-id
                move "N" to ws-account-ok
            end-if
    end-read.

compute-value-date section.
*>  spot is T+2 in each market; the later of the two is rolled on
*>  to a day both markets are open
    move add-business-days-cal(l-trade-date, ws-spot-days,
        ws-forward, ws-bought-market, l-calendar-path)
        to ws-spot-date.
    move add-business-days-cal(l-trade-date, ws-spot-days,
        ws-forward, ws-sold-market, l-calendar-path)
        to ws-other-spot.
    if ws-other-spot > ws-spot-date
        move ws-other-spot to ws-spot-date
    end-if.
    move ws-spot-date to ws-roll-date.
    perform roll-to-common-day.
    move ws-roll-date to ws-spot-date.
    if l-forward-date = 0
        move "S" to fxd-deal-type
        exit section
    end-if.
    move l-forward-date to ws-roll-date.
    perform roll-to-common-day.
    if ws-roll-date <= ws-spot-date
        move 3 to l-result
        exit section
    end-if.
    move "F" to fxd-deal-type.

roll-to-common-day section.
    move "N" to ws-roll-switch.
    perform until roll-done
        evaluate true
            when is-business-day-cal(ws-roll-date, ws-bought-market,
                    l-calendar-path) = "N"
                move add-business-days-cal(ws-roll-date, ws-one-day,
                    ws-forward, ws-bought-market, l-calendar-path)
                    to ws-roll-date
            when is-business-day-cal(ws-roll-date, ws-sold-market,
                    l-calendar-path) = "N"
                move add-business-days-cal(ws-roll-date, ws-one-day,
                    ws-forward, ws-sold-market, l-calendar-path)
                    to ws-roll-date
            when other
                set roll-done to true
        end-evaluate
    end-perform.

write-deal section.
*>  "X" + current timestamp + a one-digit sequence, the same shape
*>  PAYMENT-BOOK allocates for "P" ids
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until deal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-deal-id
        move "X" to ws-deal-id(1:1)
        move current-date(1:14) to ws-deal-id(2:14)
        move ws-id-seq-digit to ws-deal-id(16:1)
        move ws-deal-id to fxd-deal-id
        move l-customer-id to fxd-customer-id
        move l-bought-currency to fxd-bought-currency
        move l-bought-amount to fxd-bought-amount
        move l-bought-account to fxd-bought-account
        move l-sold-currency to fxd-sold-currency
        compute fxd-sold-amount rounded =
            l-bought-amount * l-deal-rate
        move l-sold-account to fxd-sold-account
        move l-deal-rate to fxd-deal-rate
        move l-trade-date to fxd-trade-date
        move ws-roll-date to fxd-value-date
        move "O" to fxd-status
        move spaces to fxd-bought-journal-id
        move spaces to fxd-sold-journal-id
        move l-user-id to fxd-dealer
        move l-user-id to fxd-last-updated-by
        move current-date(1:14) to fxd-last-updated-ts
        write fx-deal-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set deal-write-done to true
        end-write
    end-perform.
end program fx-deal-book.

*>*
*> FX deal settlement job, run from the DAILY-BATCH-RUN chain. Every
*> FX-DEAL whose value date has been reached moves both legs through
*> the customer's accounts against the bank's FX position account for
*> each currency - the internal account named by the position prefix
*> followed by the currency code, e.g. "FXPOS-USD":
*>
*>   bought leg  booked through PAYMENT-BOOK (originator stamp
*>               "FXDEAL") from the customer's bought-currency
*>               account to the position account, so the delivery
*>               is held to the same funds, dormancy, earmark and
*>               overdraft rules as any payment;
*>   sold leg    credited to the customer's sold-currency account
*>               the way SETTLEMENT-POST credits an inbound payment -
*>               a PAYMENT-JOURNAL entry under an "X" + timestamp +
*>               digit id, the balances and an "X" ACCOUNT-LEDGER
*>               entry - debiting the position account when it is on
*>               the master.
*>
*> The sold leg is only paid once the bought leg is in. A deal whose
*> bought leg is rejected stays open and is retried by the next run;
*> one whose sold leg could not be paid after the bought leg booked
*> is held at "P" and only the sold leg is retried. Every outcome is
*> written to the settlement report.
*>
*> @param l-deal-path Path to the FX-DEAL indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-bizdate-path Path of the BUSINESS-DATE control record;
*>        spaces to stamp the wall-clock date
*> @param l-currency-path Path to the CURRENCY-MASTER for currency
*>        and decimal validation; spaces to skip
*> @param l-position-prefix Prefix of the FX position account ids
*> @param l-run-date Business date being settled, YYYYMMDD
*> @param l-report-path Path of the settlement report
*> @param l-result Number of deals settled, or 99000001/99000002 when
*>        the deal file or report could not be opened
*> @param l-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file handed to PAYMENT-BOOK; spaces (or omitted) allows no
*>        overdraft
*> @param l-earmark-path Optional path to the EARMARK file handed to
*>        PAYMENT-BOOK; spaces (or omitted) deducts no earmarks
*>*
identification division.
program-id. fx-deal-settle.
environment division.
configuration section.
repository.
    function current-date intrinsic.
input-output section.
file-control.
    select fx-deal-file assign to ws-deal-path
        organization indexed
        access mode dynamic
        record key fxd-deal-id
        file status ws-deal-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select business-date-file assign to ws-bizdate-path
        organization line sequential
        file status ws-bizdate-status.
    select settlement-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd fx-deal-file.
01 fx-deal-record.
    05 fxd-deal-id pic x(16).
    05 fxd-customer-id pic x(12).
    05 fxd-deal-type pic x(1).
    05 fxd-bought-currency pic x(3).
    05 fxd-bought-amount pic 9(13)v99.
    05 fxd-bought-account pic x(16).
    05 fxd-sold-currency pic x(3).
    05 fxd-sold-amount pic 9(13)v99.
    05 fxd-sold-account pic x(16).
    05 fxd-deal-rate pic 9(7)v9(8).
    05 fxd-trade-date pic 9(8).
    05 fxd-value-date pic 9(8).
    05 fxd-status pic x(1).
    05 fxd-bought-journal-id pic x(16).
    05 fxd-sold-journal-id pic x(16).
    05 fxd-dealer pic x(8).
    05 fxd-last-updated-by pic x(8).
    05 fxd-last-updated-ts pic 9(14).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd business-date-file.
01 business-date-record.
    05 bd-business-date pic 9(8).
    05 bd-state pic x(1).
    05 bd-next-date pic 9(8).
    05 bd-last-updated-by pic x(8).
    05 bd-last-updated-ts pic 9(14).
fd settlement-report-file.
01 settlement-report-line pic x(132).
working-storage section.
    01 ws-deal-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-bizdate-path pic x(256).
    01 ws-currency-path pic x(256).
    01 ws-overdraft-path pic x(256).
    01 ws-earmark-path pic x(256).
    01 ws-deal-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-bizdate-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 deal-eof value "Y".
    01 ws-blank-path pic x(1) value space.
    01 ws-no-account pic x(16) value spaces.
    01 ws-channel pic x(8) value "FXDEAL".
    01 ws-reference pic x(35).
    01 ws-position-account pic x(16).
    01 ws-payment-id pic x(16).
    01 ws-reject-reason pic x(64).
    01 ws-book-result usage binary-long unsigned.
    01 ws-booking-date pic 9(8).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 journal-write-done value "Y".
    01 ws-sold-ok pic x(1).
    01 ws-position-posted pic x(1).
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-type pic x(1) value "X".
    01 ws-ledger-reference pic x(35).
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-settled-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 fsd-deal-id pic x(16).
        05 filler pic x(2) value spaces.
        05 fsd-bought-id pic x(16).
        05 filler pic x(2) value spaces.
        05 fsd-sold-id pic x(16).
        05 filler pic x(2) value spaces.
        05 fsd-outcome pic x(8).
        05 filler pic x(2) value spaces.
        05 fsd-detail pic x(64).
    01 ws-before-image pic x(200).
linkage section.
    01 l-deal-path pic x any length.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-position-prefix pic x any length.
    01 l-run-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-overdraft-path pic x any length.
    01 l-earmark-path pic x any length.
procedure division using l-deal-path, l-master-path,
        l-journal-path, l-fx-master-path, l-ledger-path,
        optional l-bizdate-path, optional l-currency-path,
        l-position-prefix, l-run-date, l-report-path, l-result,
        optional l-overdraft-path, optional l-earmark-path.
start-fx-deal-settle.
    move 0 to l-result.
    move 0 to ws-settled-count.
    move spaces to ws-deal-path.
    move l-deal-path to ws-deal-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    move spaces to ws-bizdate-path.
    if l-bizdate-path not omitted
        move l-bizdate-path to ws-bizdate-path
    end-if.
    move spaces to ws-currency-path.
    if l-currency-path not omitted
        move l-currency-path to ws-currency-path
    end-if.
    move spaces to ws-overdraft-path.
    if l-overdraft-path not omitted
        move l-overdraft-path to ws-overdraft-path
    end-if.
    move spaces to ws-earmark-path.
    if l-earmark-path not omitted
        move l-earmark-path to ws-earmark-path
    end-if.
    perform read-booking-date.

    open i-o fx-deal-file.
    if ws-deal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output settlement-report-file.
    if ws-report-status not = "00"
        close fx-deal-file
        move 99000002 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "FX DEAL SETTLEMENT " delimited by size
        l-run-date delimited by size
        into ws-report-header
    end-string.
    write settlement-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  DEAL-ID           BOUGHT-LEG        SOLD-LEG          "
            delimited by size
        "OUTCOME   DETAIL" delimited by size
        into ws-report-header
    end-string.
    write settlement-report-line from ws-report-header.

    move low-values to fxd-deal-id.
    start fx-deal-file key is greater than or equal to fxd-deal-id
        invalid key
            set deal-eof to true
    end-start.
    perform until deal-eof
        read fx-deal-file next record
            at end
                set deal-eof to true
            not at end
                if (fxd-status = "O" or fxd-status = "P")
                        and fxd-value-date <= l-run-date
                    perform settle-one-deal
                end-if
        end-read
    end-perform.

    close fx-deal-file.
    close settlement-report-file.
    move ws-settled-count to l-result.
    goback.

read-booking-date section.
*>  the sold leg stamps the same booking date PAYMENT-BOOK gives the
*>  bought leg
    move current-date(1:8) to ws-booking-date.
    if ws-bizdate-path = spaces
        exit section
    end-if.
    open input business-date-file.
    if ws-bizdate-status not = "00"
        exit section
    end-if.
    read business-date-file
        not at end
            if bd-state = "O" or bd-next-date = 0
                move bd-business-date to ws-booking-date
            else
                move bd-next-date to ws-booking-date
            end-if
    end-read.
    close business-date-file.

settle-one-deal section.
    move spaces to ws-report-detail.
    move fxd-deal-id to fsd-deal-id.
    move spaces to ws-reference.
    string "FX DEAL " delimited by size
        fxd-deal-id delimited by size
        into ws-reference
    end-string.

    if fxd-status = "O"
        perform settle-bought-leg
        if ws-book-result not = 0
            move "FAILED" to fsd-outcome
            write settlement-report-line from ws-report-detail
            exit section
        end-if
    end-if.
    move fxd-bought-journal-id to fsd-bought-id.

    perform settle-sold-leg.
    if ws-sold-ok = "Y"
        move "S" to fxd-status
        move fxd-sold-journal-id to fsd-sold-id
        move "SETTLED" to fsd-outcome
        add 1 to ws-settled-count
    else
        move "P" to fxd-status
        move "FAILED" to fsd-outcome
    end-if.
    move "FXDEAL" to fxd-last-updated-by.
    move current-date(1:14) to fxd-last-updated-ts.
    rewrite fx-deal-record.
    write settlement-report-line from ws-report-detail.

settle-bought-leg section.
    move spaces to ws-position-account.
    string l-position-prefix delimited by space
        fxd-bought-currency delimited by size
        into ws-position-account
    end-string.
    move spaces to ws-payment-id.
    move spaces to ws-reject-reason.
    call "payment-book" using l-master-path, l-journal-path,
        l-fx-master-path, l-ledger-path, ws-blank-path,
        ws-blank-path, ws-blank-path, ws-no-account,
        ws-bizdate-path, ws-currency-path, fxd-bought-account,
        ws-position-account, fxd-bought-currency,
        fxd-bought-amount, ws-reference, ws-channel, ws-payment-id,
        ws-reject-reason, ws-book-result, ws-overdraft-path,
        ws-earmark-path
    end-call.
    evaluate ws-book-result
        when 0
            move ws-payment-id to fxd-bought-journal-id
            move "P" to fxd-status
            move "FXDEAL" to fxd-last-updated-by
            move current-date(1:14) to fxd-last-updated-ts
            rewrite fx-deal-record
        when 1
            move "bought-currency account not found" to fsd-detail
        when 2
            move "bought-currency position account not found"
                to fsd-detail
        when 3
            move ws-reject-reason to fsd-detail
        when other
            move "booking files unavailable" to fsd-detail
    end-evaluate.

settle-sold-leg section.
    move "N" to ws-sold-ok.
    move spaces to ws-position-account.
    string l-position-prefix delimited by space
        fxd-sold-currency delimited by size
        into ws-position-account
    end-string.
    open i-o account-master-file.
    if ws-master-status not = "00"
        move "account master unavailable" to fsd-detail
        exit section
    end-if.
    move fxd-sold-account to acm-account-id.
    read account-master-file
        invalid key
            move "sold-currency account not found" to fsd-detail
            close account-master-file
            exit section
    end-read.
    if (acm-status not = "A" and acm-status not = "D")
            or acm-currency not = fxd-sold-currency
        move "sold-currency account not active or wrong currency"
            to fsd-detail
        close account-master-file
        exit section
    end-if.

    open i-o payment-journal-file.
    if ws-journal-status not = "00"
        move "payment journal unavailable" to fsd-detail
        close account-master-file
        exit section
    end-if.
    perform write-journal-entry.
    close payment-journal-file.
    if not journal-write-done
        move "journal id could not be allocated" to fsd-detail
        close account-master-file
        exit section
    end-if.

    move fxd-sold-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            add fxd-sold-amount to acm-current-balance
            add fxd-sold-amount to acm-available-balance
            move "FXDEAL" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
    end-read.
    move "N" to ws-position-posted.
    move ws-position-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            subtract fxd-sold-amount from acm-current-balance
            subtract fxd-sold-amount from acm-available-balance
            move "FXDEAL" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-position-posted
    end-read.
    close account-master-file.

    move pj-payment-id to ws-ledger-reference.
    move fxd-sold-amount to ws-ledger-amount.
    call "ledger-post" using l-ledger-path, fxd-sold-account,
        ws-booking-date, ws-ledger-type, ws-ledger-reference,
        fxd-sold-currency, ws-ledger-amount, ws-ledger-result
    end-call.
    if ws-position-posted = "Y"
        compute ws-ledger-amount = fxd-sold-amount * -1
        call "ledger-post" using l-ledger-path, ws-position-account,
            ws-booking-date, ws-ledger-type, ws-ledger-reference,
            fxd-sold-currency, ws-ledger-amount, ws-ledger-result
        end-call
    end-if.
    move pj-payment-id to fxd-sold-journal-id.
    move "Y" to ws-sold-ok.

write-journal-entry section.
*>  "X" + current timestamp + a one-digit sequence, the same shape
*>  PAYMENT-BOOK allocates for "P" ids
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until journal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to pj-payment-id
        move "X" to pj-payment-id(1:1)
        move current-date(1:14) to pj-payment-id(2:14)
        move ws-id-seq-digit to pj-payment-id(16:1)
        move ws-position-account to pj-debit-account
        move fxd-sold-account to pj-credit-account
        move fxd-sold-currency to pj-currency
        move fxd-sold-amount to pj-amount
        move ws-reference to pj-reference
        move "A" to pj-status
        move ws-booking-date to pj-booking-date
        move current-date(1:14) to pj-booking-ts
        move fxd-sold-currency to pj-counter-currency
        move 1 to pj-applied-rate
        move fxd-sold-amount to pj-counter-amount
        move spaces to pj-reversal-of
        move spaces to pj-reason-code
        write payment-journal-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set journal-write-done to true
                perform journal-payment-add
        end-write
    end-perform.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "FX-DEAL-SETTLE", ws-before-image,
        account-master-record
    end-call.

journal-payment-add section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "A",
        pj-payment-id, "FX-DEAL-SETTLE", " ", payment-journal-record
    end-call.
end program fx-deal-settle.

*>*
*> Daily FX open-position report: every FX-DEAL not yet fully
*> settled, marked to market at the ECB rates in force at the end of
*> the as-of date (FX-RATE-LOOKUP, as-of time 23:59:59), followed by
*> the bank's position per currency. ECB rates are quoted per EUR, so
*> the market rate for a deal - sold currency per bought currency - is
*> the sold currency's rate over the bought currency's, EUR being 1.
*> An open deal's mark-to-market is what the bought amount is worth in
*> the sold currency at the market rate less the sold amount agreed,
*> shown in EUR. A deal whose bought leg is already in (status "P")
*> only carries its sold amount still to pay and is not revalued. The
*> currency section shows, per currency, the long side (bought
*> amounts still to collect), the short side (sold amounts still to
*> pay), the net position and the net in EUR at the market rate.
*> Deals or currencies with no rate are reported as such and left out
*> of the EUR totals.
*>
*> @param l-deal-path Path to the FX-DEAL indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-as-of-date Date to mark to market at, YYYYMMDD
*> @param l-report-path Path of the position report
*> @param l-result Number of unsettled deals reported, or
*>        99000001/99000002 when the deal file or report could not be
*>        opened
*>*
identification division.
program-id. fx-position-report.
environment division.
configuration section.
input-output section.
file-control.
    select fx-deal-file assign to ws-deal-path
        organization indexed
        access mode dynamic
        record key fxd-deal-id
        file status ws-deal-status.
    select position-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd fx-deal-file.
01 fx-deal-record.
    05 fxd-deal-id pic x(16).
    05 fxd-customer-id pic x(12).
    05 fxd-deal-type pic x(1).
    05 fxd-bought-currency pic x(3).
    05 fxd-bought-amount pic 9(13)v99.
    05 fxd-bought-account pic x(16).
    05 fxd-sold-currency pic x(3).
    05 fxd-sold-amount pic 9(13)v99.
    05 fxd-sold-account pic x(16).
    05 fxd-deal-rate pic 9(7)v9(8).
    05 fxd-trade-date pic 9(8).
    05 fxd-value-date pic 9(8).
    05 fxd-status pic x(1).
    05 fxd-bought-journal-id pic x(16).
    05 fxd-sold-journal-id pic x(16).
    05 fxd-dealer pic x(8).
    05 fxd-last-updated-by pic x(8).
    05 fxd-last-updated-ts pic 9(14).
fd position-report-file.
01 position-report-line pic x(132).
working-storage section.
    01 ws-deal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-deal-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 deal-eof value "Y".
    01 ws-as-of-time pic 9(6) value 235959.
    01 ws-ecb-source pic x(10) value "ECB".
    01 ws-rate-currency pic x(3).
    01 ws-eur-rate pic 9(7)v9(8).
    01 ws-lookup-result usage binary-long unsigned.
    01 ws-bought-rate pic 9(7)v9(8).
    01 ws-sold-rate pic 9(7)v9(8).
    01 ws-market-rate pic 9(7)v9(8).
    01 ws-mtm-sold pic s9(13)v99.
    01 ws-mtm-eur pic s9(13)v99.
    01 ws-total-mtm-eur pic s9(13)v99.
    01 ws-total-net-eur pic s9(13)v99.
    01 ws-no-rate-count pic 9(6) value 0.
    01 ws-open-count pic 9(6) value 0.
    01 ws-positions.
        05 ws-pos-entry occurs 64 times.
            10 ws-pos-currency pic x(3).
            10 ws-pos-long pic 9(13)v99.
            10 ws-pos-short pic 9(13)v99.
    01 ws-pos-count usage binary-short unsigned.
    01 ws-pos-idx usage binary-short unsigned.
    01 ws-pos-slot usage binary-short unsigned.
    01 ws-pos-find pic x(3).
    01 ws-pos-net pic s9(13)v99.
    01 ws-pos-net-eur pic s9(13)v99.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 fpd-deal-id pic x(16).
        05 filler pic x(2) value spaces.
        05 fpd-deal-type pic x(1).
        05 filler pic x(2) value spaces.
        05 fpd-value-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 fpd-bought-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 fpd-bought-amount pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 fpd-sold-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 fpd-sold-amount pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 fpd-market-rate pic z(6)9.9(8).
        05 filler pic x(2) value spaces.
        05 fpd-mtm-eur pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 fpd-remark pic x(12).
    01 ws-position-detail.
        05 filler pic x(2) value spaces.
        05 fcd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 fcd-long pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 fcd-short pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 fcd-net pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 fcd-eur-rate pic z(6)9.9(8).
        05 filler pic x(2) value spaces.
        05 fcd-net-eur pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 fcd-remark pic x(12).
    01 ws-total-detail.
        05 filler pic x(2) value spaces.
        05 ftd-label pic x(30).
        05 ftd-amount pic -(12)9.99.
linkage section.
    01 l-deal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-deal-path, l-fx-master-path,
        l-as-of-date, l-report-path, l-result.
start-fx-position-report.
    move 0 to l-result.
    move 0 to ws-open-count.
    move 0 to ws-no-rate-count.
    move 0 to ws-pos-count.
    move 0 to ws-total-mtm-eur.
    move 0 to ws-total-net-eur.
    move spaces to ws-deal-path.
    move l-deal-path to ws-deal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input fx-deal-file.
    if ws-deal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output position-report-file.
    if ws-report-status not = "00"
        close fx-deal-file
        move 99000002 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "FX OPEN POSITION AS OF " delimited by size
        l-as-of-date delimited by size
        into ws-report-header
    end-string.
    write position-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  DEAL-ID           T  VALUE     BGT  BOUGHT-AMOUNT     "
            delimited by size
        "SLD  SOLD-AMOUNT       MARKET-RATE       MTM-EUR"
            delimited by size
        into ws-report-header
    end-string.
    write position-report-line from ws-report-header.

    perform until deal-eof
        read fx-deal-file next record
            at end
                set deal-eof to true
            not at end
                if fxd-status = "O" or fxd-status = "P"
                    perform report-one-deal
                end-if
        end-read
    end-perform.

    perform write-currency-positions.
    close fx-deal-file.
    close position-report-file.
    move ws-open-count to l-result.
    goback.

report-one-deal section.
    add 1 to ws-open-count.
    move spaces to ws-report-detail.
    move fxd-deal-id to fpd-deal-id.
    move fxd-deal-type to fpd-deal-type.
    move fxd-value-date to fpd-value-date.
    move fxd-bought-currency to fpd-bought-currency.
    move fxd-bought-amount to fpd-bought-amount.
    move fxd-sold-currency to fpd-sold-currency.
    move fxd-sold-amount to fpd-sold-amount.
    move 0 to fpd-market-rate.
    move 0 to fpd-mtm-eur.

*>  the short side is owed until the sold leg is paid; the long side
*>  only until the bought leg is collected
    move fxd-sold-currency to ws-pos-find.
    perform find-position.
    if ws-pos-slot not = 0
        add fxd-sold-amount to ws-pos-short(ws-pos-slot)
    end-if.
    if fxd-status = "P"
        move "BOUGHT IN" to fpd-remark
        write position-report-line from ws-report-detail
        exit section
    end-if.
    move fxd-bought-currency to ws-pos-find.
    perform find-position.
    if ws-pos-slot not = 0
        add fxd-bought-amount to ws-pos-long(ws-pos-slot)
    end-if.

    move fxd-bought-currency to ws-rate-currency.
    perform lookup-eur-rate.
    move ws-eur-rate to ws-bought-rate.
    move fxd-sold-currency to ws-rate-currency.
    perform lookup-eur-rate.
    move ws-eur-rate to ws-sold-rate.
    if ws-bought-rate = 0 or ws-sold-rate = 0
        add 1 to ws-no-rate-count
        move "NO RATE" to fpd-remark
        write position-report-line from ws-report-detail
        exit section
    end-if.

    compute ws-market-rate rounded = ws-sold-rate / ws-bought-rate.
    compute ws-mtm-sold rounded =
        fxd-bought-amount * ws-market-rate - fxd-sold-amount.
    compute ws-mtm-eur rounded = ws-mtm-sold / ws-sold-rate.
    add ws-mtm-eur to ws-total-mtm-eur.
    move ws-market-rate to fpd-market-rate.
    move ws-mtm-eur to fpd-mtm-eur.
    write position-report-line from ws-report-detail.

lookup-eur-rate section.
*>  ECB units per EUR, so EUR itself is 1 and never looked up; 0
*>  when no rate was in force
    if ws-rate-currency = "EUR"
        move 1 to ws-eur-rate
        exit section
    end-if.
    move 0 to ws-eur-rate.
    call "fx-rate-lookup" using l-fx-master-path, ws-rate-currency,
        ws-ecb-source, l-as-of-date, ws-as-of-time, ws-eur-rate,
        ws-lookup-result
    end-call.
    if ws-lookup-result not = 0
        move 0 to ws-eur-rate
    end-if.

find-position section.
    move 0 to ws-pos-slot.
    perform varying ws-pos-idx from 1 by 1
            until ws-pos-idx > ws-pos-count or ws-pos-slot not = 0
        if ws-pos-currency(ws-pos-idx) = ws-pos-find
            move ws-pos-idx to ws-pos-slot
        end-if
    end-perform.
    if ws-pos-slot = 0 and ws-pos-count < 64
        add 1 to ws-pos-count
        move ws-pos-count to ws-pos-slot
        move ws-pos-find to ws-pos-currency(ws-pos-slot)
        move 0 to ws-pos-long(ws-pos-slot)
        move 0 to ws-pos-short(ws-pos-slot)
    end-if.

write-currency-positions section.
    move spaces to ws-report-header.
    write position-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  CCY  LONG              SHORT             NET           "
            delimited by size
        "    EUR-RATE          NET-EUR" delimited by size
        into ws-report-header
    end-string.
    write position-report-line from ws-report-header.
    perform varying ws-pos-idx from 1 by 1
            until ws-pos-idx > ws-pos-count
        move spaces to ws-position-detail
        move ws-pos-currency(ws-pos-idx) to fcd-currency
        move ws-pos-long(ws-pos-idx) to fcd-long
        move ws-pos-short(ws-pos-idx) to fcd-short
        compute ws-pos-net = ws-pos-long(ws-pos-idx)
            - ws-pos-short(ws-pos-idx)
        move ws-pos-net to fcd-net
        move ws-pos-currency(ws-pos-idx) to ws-rate-currency
        perform lookup-eur-rate
        if ws-eur-rate = 0
            move 0 to fcd-eur-rate
            move 0 to fcd-net-eur
            move "NO RATE" to fcd-remark
        else
            compute ws-pos-net-eur rounded = ws-pos-net / ws-eur-rate
            add ws-pos-net-eur to ws-total-net-eur
            move ws-eur-rate to fcd-eur-rate
            move ws-pos-net-eur to fcd-net-eur
        end-if
        write position-report-line from ws-position-detail
    end-perform.

    move spaces to ws-report-header.
    write position-report-line from ws-report-header.
    move spaces to ws-total-detail.
    move "NET POSITION EUR" to ftd-label.
    move ws-total-net-eur to ftd-amount.
    write position-report-line from ws-total-detail.
    move spaces to ws-total-detail.
    move "MARK-TO-MARKET EUR" to ftd-label.
    move ws-total-mtm-eur to ftd-amount.
    write position-report-line from ws-total-detail.
    move spaces to ws-report-header.
    string "UNSETTLED DEALS " delimited by size
        ws-open-count delimited by size
        "  WITHOUT RATE " delimited by size
        ws-no-rate-count delimited by size
        into ws-report-header
    end-string.
    write position-report-line from ws-report-header.
end program fx-position-report.

*>*
*> Send a syslog message over UDP and, regardless of whether the UDP
*> send succeeds, append the same formatted message to a local
*> sequential audit-log file first - so an unreachable SIEM collector
*> never results in a lost audit event. The syslog severity/facility
*> codes are preserved intact in the journal line because the
*> formatted SYSLOG message itself is what gets appended.
*>
*> @param l-logsource Logsource name
*> @param l-program Program name
*> @param l-facility Facility code
*> @param l-severity Severity code
*> @param l-message String encoded in UTF-8
*> @param l-host Remote syslog host name or IP address
*> @param l-port Remote syslog port
*> @param l-audit-log-path Path to the local audit journal file
*> @param l-result Number of bytes sent over UDP, 0 if the send failed
*>*
identification division.
program-id. syslog-audit-send.
environment division.
configuration section.
repository.
    function syslog
    function send-udp
    function trim intrinsic.
input-output section.
file-control.
    select audit-log-file assign to ws-audit-log-path
        organization line sequential
        file status ws-audit-status.
data division.
file section.
fd audit-log-file.
01 audit-log-line pic x(1024).
working-storage section.
    01 ws-audit-log-path pic x(256).
    01 ws-audit-status pic x(2).
    01 ws-syslog-message pic x(1024).
linkage section.
    01 l-logsource pic x any length.
    01 l-program pic x any length.
    01 l-facility pic x any length.
    01 l-severity pic x any length.
    01 l-message pic x any length.
    01 l-host pic x(128).
    01 l-port pic x(5).
    01 l-audit-log-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-logsource, l-program, l-facility,
        l-severity, l-message, l-host, l-port, l-audit-log-path,
        l-result.
start-syslog-audit-send.
    initialize l-result all to value.
    move syslog(l-logsource, l-program, l-facility, l-severity,
        l-message) to ws-syslog-message.

    move spaces to ws-audit-log-path.
    move l-audit-log-path to ws-audit-log-path.

    open extend audit-log-file.
    if ws-audit-status = "05" or ws-audit-status = "35"
        open output audit-log-file
    end-if.
    if ws-audit-status = "00"
        write audit-log-line from trim(ws-syslog-message)
        close audit-log-file
    end-if.

    move send-udp(l-host, l-port, trim(ws-syslog-message)) to l-result.
    goback.
end program syslog-audit-send.

*>*
*> Prepare a message in syslog format, RFC 5424, with structured
*> data. Built alongside the existing RFC 3164 SYSLOG function for
*> SIEM ingestion pipelines that want APP-NAME/PROCID/MSGID and
*> key=value SD-PARAMs instead of having to regex-scrape free text.
*>
*> @param l-logsource Logsource name (used as the RFC 5424 HOSTNAME)
*> @param l-program Program name (used as the RFC 5424 APP-NAME)
*> @param l-facility Facility code
*> @param l-severity Severity code
*> @param l-msgid Message type identifier, RFC 5424 MSGID
*> @param l-sd-count Number of populated entries in l-sd-params, 0-16
*> @param l-sd-params Table of up to 16 SD-PARAM key/value pairs
*> @param l-message String encoded in UTF-8
*> @return Syslog message, RFC 5424
*>*
identification division.
function-id. syslog-5424.
environment division.
configuration section.
repository.
    function datetime-format
    function trim numval concatenate intrinsic.
data division.
working-storage section.
    01 ws-code usage binary-char unsigned.
    01 ws-syslog-code pic z(3) value space.
    01 ws-procid usage binary-long.
    01 ws-procid-disp pic z(9).
    01 ws-sd pic x(512).
    01 ws-sd-ptr usage binary-long unsigned.
    01 ws-sd-idx usage index.
linkage section.
    01 l-logsource pic x any length.
    01 l-program pic x any length.
    01 l-facility pic x any length.
    01 l-severity pic x any length.
    01 l-msgid pic x any length.
    01 l-sd-count usage binary-short unsigned.
    01 l-sd-params.
        05 l-sd-param occurs 16 times indexed by l-sd-param-idx.
            10 l-sd-key pic x(32).
            10 l-sd-value pic x(64).
    01 l-message pic x any length.
    01 l-syslog pic x(1024).
procedure division using l-logsource, l-program, l-facility,
        l-severity, l-msgid, l-sd-count, l-sd-params, l-message
        returning l-syslog.
start-syslog-5424.
    move numval(l-severity) to ws-code.
    call "CBL_OR" using numval(l-facility), ws-code by value 1.
    move ws-code to ws-syslog-code.

    call "getpid" giving ws-procid end-call.
    move ws-procid to ws-procid-disp.

    perform build-structured-data.

    move concatenate(
        "<"
        trim(ws-syslog-code)
        ">1 "
        trim(datetime-format("YYYY-MM-DDThh:mm:ssx", ZERO))
        SPACE
        trim(l-logsource)
        SPACE
        trim(l-program)
        SPACE
        trim(ws-procid-disp)
        SPACE
        trim(l-msgid)
        SPACE
        trim(ws-sd)
        SPACE
        trim(l-message)
    ) to l-syslog.
    exit function.

build-structured-data section.
    if l-sd-count = 0
        move "-" to ws-sd
        exit section
    end-if.
    move spaces to ws-sd.
    move 1 to ws-sd-ptr.
    string "[meta" delimited by size into ws-sd with pointer ws-sd-ptr
    end-string.
    perform varying l-sd-param-idx from 1 by 1
            until l-sd-param-idx > l-sd-count
        string
            SPACE delimited by size
            trim(l-sd-key(l-sd-param-idx)) delimited by size
            "=" delimited by size
            '"' delimited by size
            trim(l-sd-value(l-sd-param-idx)) delimited by size
            '"' delimited by size
            into ws-sd with pointer ws-sd-ptr
        end-string
    end-perform.
    string "]" delimited by size into ws-sd with pointer ws-sd-ptr
    end-string.
end function syslog-5424.

*>*
*> HTTP request router for RECEIVE-TCP.
*>
*> Used as the l-callback program-pointer passed to RECEIVE-TCP. It
*> parses the request line and headers out of the raw buffer RECEIVE-
*> TCP hands it, matches the path against a small routing table, and
*> calls the mapped handler program - so individual REST endpoints
*> (e.g. a balance lookup) are ordinary callable programs instead of
*> hand-rolled response bytes inside the TCP callback itself. Falls
*> back to the same "404 Not Found" response the old canned stub
*> returned when nothing in the table matches.
*>
*> Once an API-CLIENT master has been configured through
*> REST-CONFIG-SET, a route that needs a credential is only
*> dispatched after the caller has proved who it is: the X-Client-Id
*> and X-Api-Key headers must name an active client whose stored
*> hash matches (API-CREDENTIAL-HASH), or the request is refused with
*> a 401. Account routes additionally require an API-ENTITLEMENT for
*> the account they touch - the X-Account-Id header on /balance, the
*> debitAccount form field on /payment and /payment/cancel - granted
*> either for the
*> account itself or for the customer holding it on the
*> ACCOUNT-MASTER, or the request is refused with a 403. The routes
*> that debit the account (/payment, /payment/cancel) need a grant at
*> access level "D"; a see-only "R" grant is refused there with a
*> 403 as well. Every
*> refusal is reported through SYSLOG-AUDIT-SEND, and the handler is
*> never called. The authenticated client's booking channel is handed
*> to the handlers through an external item, the same way the file
*> locations are. /health stays open for the load balancer.
*>
*> Handler contract: CALL handler USING l-path, l-headers,
*> l-header-count, l-buffer, l-length - the handler reads l-path and
*> l-headers, then overwrites l-buffer with the HTTP response and
*> moves the response length to l-length (RECEIVE-TCP sends back
*> whatever is in l-buffer(1:l-length) after the callback returns).
*>*
identification division.
program-id. http-router-callback.
environment division.
configuration section.
repository.
    function substr-pos
    function api-credential-hash
    function trim upper-case intrinsic.
input-output section.
file-control.
    select api-client-file assign to ws-client-path
        organization indexed
        access mode dynamic
        record key ac-client-id
        file status ws-client-status.
    select api-entitlement-file assign to ws-entitlement-path
        organization indexed
        access mode dynamic
        record key ae-key
        file status ws-entitlement-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
data division.
file section.
fd api-client-file.
01 api-client-record.
    05 ac-client-id pic x(16).
    05 ac-credential-hash pic x(64).
    05 ac-status pic x(1).
    05 ac-channel pic x(8).
    05 ac-last-updated-by pic x(8).
    05 ac-last-updated-ts pic 9(14).
fd api-entitlement-file.
01 api-entitlement-record.
    05 ae-key.
        10 ae-client-id pic x(16).
        10 ae-scope pic x(1).
        10 ae-entity-id pic x(16).
    05 ae-granted-by pic x(8).
    05 ae-granted-ts pic 9(14).
    05 ae-access-level pic x(1).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
working-storage section.
    01 ws-account-master-path pic x(256) external.
    01 ws-api-client-path pic x(256) external.
    01 ws-api-entitlement-path pic x(256) external.
    01 ws-rest-syslog-host pic x(128) external.
    01 ws-rest-syslog-port pic x(5) external.
    01 ws-rest-audit-log-path pic x(256) external.
    01 ws-api-client-channel pic x(8) external.
    01 ws-client-path pic x(256).
    01 ws-entitlement-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-client-status pic x(2).
    01 ws-entitlement-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-request-copy pic x(1024).
    01 ws-method pic x(8).
    01 ws-path pic x(64).
    01 ws-space-1 usage binary-long unsigned.
    01 ws-space-2 usage binary-long unsigned.
    01 ws-line-end usage binary-long unsigned.
    01 ws-scan-ptr usage binary-long unsigned.
    01 ws-colon-pos usage binary-long unsigned.
    01 ws-header-line pic x(256).
    01 ws-headers.
        05 ws-header occurs 8 times.
            10 ws-header-name pic x(32).
            10 ws-header-value pic x(128).
    01 ws-header-count usage binary-short unsigned.
    01 ws-header-idx usage index.
*>  route auth: space open, "C" credential only, "H" credential and
*>  the account named in X-Account-Id, "B" credential and the
*>  debitAccount form field of the request body
    01 ws-routes.
        05 ws-route occurs 5 times.
            10 ws-route-path pic x(64) value spaces.
            10 ws-route-handler pic x(30) value spaces.
            10 ws-route-auth pic x(1) value spaces.
    01 ws-route-idx usage index.
    01 ws-match-idx usage index.
    01 ws-route-matched pic x value "N".
        88 route-matched value "Y".
    01 ws-handler-pointer usage program-pointer.
    01 ws-client-header pic x(128).
    01 ws-api-key pic x(128).
    01 ws-requested-account pic x(128).
    01 ws-refused-switch pic x(1) value "N".
        88 request-refused value "Y".
    01 ws-entitled-switch pic x(1) value "N".
        88 account-entitled value "Y".
    01 ws-see-only-switch pic x(1) value "N".
        88 entitled-see-only value "Y".
    01 ws-refusal-status pic x(32).
    01 ws-refusal-reason pic x(64).
    01 ws-body-start usage binary-long unsigned.
    01 ws-form pic x(1024).
    01 ws-form-len usage binary-long signed.
    01 ws-pairs.
        05 ws-pair occurs 16 times.
            10 ws-pair-name pic x(64).
            10 ws-pair-value pic x(256).
    01 ws-pair-count usage binary-short unsigned.
    01 ws-pair-idx usage index.
    01 ws-audit-message pic x(256).
    01 ws-audit-result usage binary-long unsigned.
    01 ws-response-body pic x(128).
    01 ws-body-length pic 9(4).
    78 NL value x"0A".
    78 CR value x"0D".
linkage section.
    01 l-buffer pic x any length.
    01 l-length usage binary-int unsigned.
procedure division using l-buffer, l-length.
start-http-router-callback.
    move spaces to ws-request-copy.
    move l-buffer(1:l-length) to ws-request-copy.

*>  request line: METHOD SP PATH SP VERSION CR LF
    move substr-pos(ws-request-copy, SPACE) to ws-space-1.
    if ws-space-1 = 0
        perform respond-not-found
        goback
    end-if.
    move spaces to ws-method.
    move ws-request-copy(1:ws-space-1 - 1) to ws-method.

    move substr-pos(ws-request-copy(ws-space-1 + 1:), SPACE)
        to ws-space-2.
    if ws-space-2 = 0
        perform respond-not-found
        goback
    end-if.
    move spaces to ws-path.
    move ws-request-copy(ws-space-1 + 1:ws-space-2 - 1) to ws-path.

    move substr-pos(ws-request-copy, CR) to ws-line-end.
    if ws-line-end = 0
        move length of ws-request-copy to ws-line-end
    end-if.

*>  headers: one per line, NAME: VALUE, up to the blank line
    move 0 to ws-header-count.
    compute ws-scan-ptr = ws-line-end + 2.
    perform parse-one-header
        until ws-scan-ptr >= length of ws-request-copy
           or ws-header-count >= 8
           or ws-request-copy(ws-scan-ptr:2) = CR & NL.

*>  route table - new endpoints are added here as they are built
    move "/balance" to ws-route-path(1).
    move "balance-lookup-handler" to ws-route-handler(1).
    move "H" to ws-route-auth(1).
    move "/payment" to ws-route-path(2).
    move "payment-initiation-handler" to ws-route-handler(2).
    move "B" to ws-route-auth(2).
    move "/health" to ws-route-path(3).
    move "health-handler" to ws-route-handler(3).
    move space to ws-route-auth(3).
    move "/metrics" to ws-route-path(4).
    move "metrics-handler" to ws-route-handler(4).
    move "C" to ws-route-auth(4).
    move "/payment/cancel" to ws-route-path(5).
    move "payment-cancel-handler" to ws-route-handler(5).
    move "B" to ws-route-auth(5).

    move "N" to ws-route-matched.
    perform varying ws-route-idx from 1 by 1
            until ws-route-idx > 5 or route-matched
        if ws-route-path(ws-route-idx) not = spaces
           and trim(ws-route-path(ws-route-idx)) = trim(ws-path)
            move "Y" to ws-route-matched
            set ws-match-idx to ws-route-idx
        end-if
    end-perform.

    if not route-matched
        perform respond-not-found
        goback
    end-if.

*>  authentication applies only once an API-CLIENT master has been
*>  configured, the same opt-in shape as payment limits
    move spaces to ws-api-client-channel.
    move "N" to ws-refused-switch.
    if ws-api-client-path not = spaces
            and ws-route-auth(ws-match-idx) not = space
        perform authorize-request
    end-if.
    if request-refused
        goback
    end-if.

    set ws-handler-pointer to entry ws-route-handler(ws-match-idx).
    call ws-handler-pointer using ws-path, ws-headers,
        ws-header-count, l-buffer, l-length
    end-call.
    goback.

parse-one-header section.
    move substr-pos(ws-request-copy(ws-scan-ptr:), CR) to ws-line-end.
    if ws-line-end = 0 or ws-line-end = 1
        move length of ws-request-copy to ws-scan-ptr
        exit section
    end-if.
    move spaces to ws-header-line.
    move ws-request-copy(ws-scan-ptr:ws-line-end - 1) to ws-header-line.

    move substr-pos(ws-header-line, ":") to ws-colon-pos.
    if ws-colon-pos > 0
        add 1 to ws-header-count
        move spaces to ws-header-name(ws-header-count)
        move ws-header-line(1:ws-colon-pos - 1) to ws-header-name(ws-header-count)
        move spaces to ws-header-value(ws-header-count)
        move trim(ws-header-line(ws-colon-pos + 1:)) to ws-header-value(ws-header-count)
    end-if.
    compute ws-scan-ptr = ws-scan-ptr + ws-line-end + 1.

authorize-request section.
    move spaces to ws-client-header.
    move spaces to ws-api-key.
    perform varying ws-header-idx from 1 by 1
            until ws-header-idx > ws-header-count
        evaluate upper-case(trim(ws-header-name(ws-header-idx)))
            when "X-CLIENT-ID"
                move trim(ws-header-value(ws-header-idx))
                    to ws-client-header
            when "X-API-KEY"
                move trim(ws-header-value(ws-header-idx)) to ws-api-key
            when other
                continue
        end-evaluate
    end-perform.

    if ws-client-header = spaces or ws-api-key = spaces
        move "401 Unauthorized" to ws-refusal-status
        move "credential missing" to ws-refusal-reason
        perform refuse-request
        exit section
    end-if.
    if ws-client-header(17:) not = spaces
        move "401 Unauthorized" to ws-refusal-status
        move "unknown client" to ws-refusal-reason
        perform refuse-request
        exit section
    end-if.

    move spaces to ws-client-path.
    move ws-api-client-path to ws-client-path.
    open input api-client-file.
    if ws-client-status not = "00"
*>      a configured but unreadable client master fails closed
        move "401 Unauthorized" to ws-refusal-status
        move "client master unavailable" to ws-refusal-reason
        perform refuse-request
        exit section
    end-if.
    move ws-client-header(1:16) to ac-client-id.
    read api-client-file
        invalid key
            close api-client-file
            move "401 Unauthorized" to ws-refusal-status
            move "unknown client" to ws-refusal-reason
            perform refuse-request
            exit section
    end-read.
    close api-client-file.
    if ac-status not = "A"
        move "401 Unauthorized" to ws-refusal-status
        move "client not active" to ws-refusal-reason
        perform refuse-request
        exit section
    end-if.
    if api-credential-hash(ac-client-id, trim(ws-api-key))
            not = ac-credential-hash
        move "401 Unauthorized" to ws-refusal-status
        move "credential invalid" to ws-refusal-reason
        perform refuse-request
        exit section
    end-if.
    move ac-channel to ws-api-client-channel.

    if ws-route-auth(ws-match-idx) = "C"
        exit section
    end-if.
    perform find-requested-account.
*>  no account in the request at all - nothing is read or booked, the
*>  handler answers it with its own 400
    if ws-requested-account = spaces
        exit section
    end-if.
    perform check-account-entitlement.
    if not account-entitled
        move "403 Forbidden" to ws-refusal-status
        if entitled-see-only
            move "account not entitled to debit" to ws-refusal-reason
        else
            move "account not entitled" to ws-refusal-reason
        end-if
        perform refuse-request
    end-if.

find-requested-account section.
    move spaces to ws-requested-account.
    if ws-route-auth(ws-match-idx) = "H"
        perform varying ws-header-idx from 1 by 1
                until ws-header-idx > ws-header-count
            if upper-case(trim(ws-header-name(ws-header-idx)))
                    = "X-ACCOUNT-ID"
                move trim(ws-header-value(ws-header-idx))
                    to ws-requested-account
            end-if
        end-perform
        exit section
    end-if.

*>  "B": the request body past the blank line ending the headers,
*>  decoded the way PAYMENT-INITIATION-HANDLER decodes it
    move substr-pos(l-buffer(1:l-length), x"0D0A0D0A")
        to ws-body-start.
    if ws-body-start = 0
        exit section
    end-if.
    compute ws-form-len = l-length - ws-body-start - 3.
    if ws-form-len < 1
        exit section
    end-if.
    if ws-form-len > length of ws-form
        move length of ws-form to ws-form-len
    end-if.
    move spaces to ws-form.
    move l-buffer(ws-body-start + 4:ws-form-len) to ws-form.
    call "whole-query-string-decode" using ws-form, ws-pairs,
        ws-pair-count
    end-call.
    perform varying ws-pair-idx from 1 by 1
            until ws-pair-idx > ws-pair-count
        if trim(ws-pair-name(ws-pair-idx)) = "debitAccount"
            move trim(ws-pair-value(ws-pair-idx))
                to ws-requested-account
        end-if
    end-perform.

check-account-entitlement section.
*>  entitled when the client holds the account itself, or the
*>  customer the ACCOUNT-MASTER files the account under - at access
*>  level "D" for a route that debits it
    move "N" to ws-entitled-switch.
    move "N" to ws-see-only-switch.
    if ws-requested-account(17:) not = spaces
        exit section
    end-if.
    move spaces to ws-entitlement-path.
    move ws-api-entitlement-path to ws-entitlement-path.
    open input api-entitlement-file.
    if ws-entitlement-status not = "00"
        exit section
    end-if.
    move ac-client-id to ae-client-id.
    move "A" to ae-scope.
    move ws-requested-account(1:16) to ae-entity-id.
    read api-entitlement-file
        invalid key
            continue
        not invalid key
            perform check-entitlement-level
    end-read.
    if not account-entitled
        move spaces to ws-master-path
        if ws-account-master-path = spaces
            move "account-master.dat" to ws-master-path
        else
            move ws-account-master-path to ws-master-path
        end-if
        open input account-master-file
        if ws-master-status = "00"
            move ws-requested-account(1:16) to acm-account-id
            read account-master-file
                invalid key
                    continue
                not invalid key
                    if acm-customer-id not = spaces
                        move ac-client-id to ae-client-id
                        move "C" to ae-scope
                        move spaces to ae-entity-id
                        move acm-customer-id to ae-entity-id
                        read api-entitlement-file
                            invalid key
                                continue
                            not invalid key
                                perform check-entitlement-level
                        end-read
                    end-if
            end-read
            close account-master-file
        end-if
    end-if.
    close api-entitlement-file.

check-entitlement-level section.
    if ws-route-auth(ws-match-idx) = "B" and ae-access-level not = "D"
        move "Y" to ws-see-only-switch
    else
        move "Y" to ws-entitled-switch
    end-if.

refuse-request section.
    move "Y" to ws-refused-switch.
    move spaces to ws-audit-message.
    string "api request refused " delimited by size
        ws-refusal-status(1:3) delimited by size
        " client=" delimited by size
        ws-client-header(1:16) delimited by space
        " path=" delimited by size
        ws-path delimited by space
        " reason=" delimited by size
        trim(ws-refusal-reason) delimited by size
        into ws-audit-message
    end-string.
    if ws-rest-syslog-host not = spaces
            or ws-rest-audit-log-path not = spaces
        call "syslog-audit-send" using "rest-api",
            "http-router-callback", "80", "4",
            trim(ws-audit-message), ws-rest-syslog-host,
            ws-rest-syslog-port, ws-rest-audit-log-path,
            ws-audit-result
        end-call
    end-if.

    move spaces to ws-response-body.
    move 1 to ws-body-length.
    string
        '{"error":"' delimited by size
        trim(ws-refusal-reason) delimited by size
        '"}' delimited by size
        into ws-response-body with pointer ws-body-length
    end-string.
    subtract 1 from ws-body-length.
    move 1 to l-length.
    if ws-refusal-status(1:3) = "401"
        string
            "HTTP/1.1 " delimited by size
            trim(ws-refusal-status) delimited by size
            CR NL delimited by size
            "WWW-Authenticate: ApiKey" CR NL delimited by size
            into l-buffer with pointer l-length
        end-string
    else
        string
            "HTTP/1.1 " delimited by size
            trim(ws-refusal-status) delimited by size
            CR NL delimited by size
            into l-buffer with pointer l-length
        end-string
    end-if.
    string
        "Content-Type: application/json" CR NL delimited by size
        "Content-Length: " delimited by size
        ws-body-length delimited by size
        CR NL delimited by size
        CR NL delimited by size
        trim(ws-response-body) delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.

respond-not-found section.
    move 1 to l-length.
    string
        "HTTP/1.1 404" CR NL delimited by size
        "Content-Length: 0" CR NL delimited by size
        CR NL delimited by size
        into l-buffer with pointer l-length.
    subtract 1 from l-length.
end program http-router-callback.

*>*
*> REST endpoint behind HTTP-ROUTER-CALLBACK: looks up a customer's
*> balance in the ACCOUNT-MASTER indexed file (maintained by
*> ACCOUNT-MAINTAIN) and returns the stored balances, currency and
*> status for the account named in the X-Account-Id header - a 400
*> when that header is missing, a 404 when no such account exists.
*> The master file path is taken from the REST-CONFIG-SET external
*> configuration item, falling back to "account-master.dat" in the
*> working directory when no path has been configured. Once an
*> EARMARK file is configured the response also carries the amount
*> blocked by the account's unexpired earmarks as "blockedAmount",
*> and "availableBalance" is net of it - what PAYMENT-BOOK will let
*> the customer spend.
*>
*> @param l-path Request path that matched this handler's route
*> @param l-headers Parsed request headers
*> @param l-header-count Number of populated entries in l-headers
*> @param l-buffer Overwritten with the HTTP response
*> @param l-length Set to the length of the response in l-buffer
*>*
identification division.
program-id. balance-lookup-handler.
environment division.
configuration section.
repository. function trim upper-case current-date intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select earmark-file assign to ws-earmark-path
        organization indexed
        access mode dynamic
        record key em-key
        file status ws-earmark-status.
data division.
file section.
fd earmark-file.
01 earmark-record.
    05 em-key.
        10 em-account-id pic x(16).
        10 em-earmark-id pic x(16).
    05 em-amount pic 9(13)v99.
    05 em-hold-type pic x(1).
    05 em-reference pic x(35).
    05 em-placed-by pic x(8).
    05 em-placed-ts pic 9(14).
    05 em-expiry-date pic 9(8).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
working-storage section.
    01 ws-account-master-path pic x(256) external.
    01 ws-earmark-file-path pic x(256) external.
    01 ws-earmark-path pic x(256).
    01 ws-earmark-status pic x(2).
    01 ws-earmark-eof-switch pic x(1).
        88 earmark-eof value "Y".
    01 ws-earmarked pic 9(13)v99.
    01 ws-today pic 9(8).
    01 ws-available pic s9(13)v99.
    01 ws-blocked-edited pic -(12)9.99.
    01 ws-master-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-account-id pic x(128).
    01 ws-balance-edited pic -(12)9.99.
    01 ws-available-edited pic -(12)9.99.
    01 ws-body pic x(256).
    01 ws-body-length pic 9(4).
    01 ws-idx usage index.
    78 NL value x"0A".
    78 CR value x"0D".
linkage section.
    01 l-path pic x(64).
    01 l-headers.
        05 l-header occurs 8 times.
            10 l-header-name pic x(32).
            10 l-header-value pic x(128).
    01 l-header-count usage binary-short unsigned.
    01 l-buffer pic x any length.
    01 l-length usage binary-int unsigned.
procedure division using l-path, l-headers, l-header-count,
        l-buffer, l-length.
start-balance-lookup-handler.
    move spaces to ws-account-id.
    perform varying ws-idx from 1 by 1
            until ws-idx > l-header-count
        if upper-case(trim(l-header-name(ws-idx))) = "X-ACCOUNT-ID"
            move trim(l-header-value(ws-idx)) to ws-account-id
        end-if
    end-perform.

    if ws-account-id = spaces
        perform respond-bad-request
        goback
    end-if.

    move spaces to ws-master-path.
    if ws-account-master-path = spaces
        move "account-master.dat" to ws-master-path
    else
        move ws-account-master-path to ws-master-path
    end-if.

    open input account-master-file.
    if ws-master-status not = "00"
        perform respond-not-found
        goback
    end-if.

    move ws-account-id(1:16) to acm-account-id.
    read account-master-file
        invalid key
            close account-master-file
            perform respond-not-found
            goback
    end-read.

    perform sum-account-earmarks.
    compute ws-available = acm-available-balance - ws-earmarked.
    move acm-current-balance to ws-balance-edited.
    move ws-available to ws-available-edited.
    move ws-earmarked to ws-blocked-edited.
    move spaces to ws-body.
    move 1 to ws-body-length.
    string
        '{"accountId":"' delimited by size
        trim(ws-account-id) delimited by size
        '","balance":"' delimited by size
        trim(ws-balance-edited) delimited by size
        '","availableBalance":"' delimited by size
        trim(ws-available-edited) delimited by size
        '","blockedAmount":"' delimited by size
        trim(ws-blocked-edited) delimited by size
        '","currency":"' delimited by size
        acm-currency delimited by size
        '","status":"' delimited by size
        acm-status delimited by size
        '"}' delimited by size
        into ws-body with pointer ws-body-length
    end-string.
    subtract 1 from ws-body-length.
    close account-master-file.

    move 1 to l-length.
    string
        "HTTP/1.1 200 OK" CR NL delimited by size
        "Content-Type: application/json" CR NL delimited by size
        "Content-Length: " delimited by size
        ws-body-length delimited by size
        CR NL delimited by size
        CR NL delimited by size
        trim(ws-body) delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.
    goback.

sum-account-earmarks section.
*>  the same earmark total PAYMENT-BOOK deducts: every earmark on
*>  the account without an expiry or not yet past it
    move 0 to ws-earmarked.
    if ws-earmark-file-path = spaces
        exit section
    end-if.
    move spaces to ws-earmark-path.
    move ws-earmark-file-path to ws-earmark-path.
    open input earmark-file.
    if ws-earmark-status not = "00"
        exit section
    end-if.
    move current-date(1:8) to ws-today.
    move "N" to ws-earmark-eof-switch.
    move acm-account-id to em-account-id.
    move low-values to em-earmark-id.
    start earmark-file key is greater than or equal to em-key
        invalid key
            set earmark-eof to true
    end-start.
    perform until earmark-eof
        read earmark-file next record
            at end
                set earmark-eof to true
            not at end
                if em-account-id not = acm-account-id
                    set earmark-eof to true
                else
                    if em-expiry-date = 0
                            or em-expiry-date >= ws-today
                        add em-amount to ws-earmarked
                    end-if
                end-if
        end-read
    end-perform.
    close earmark-file.

respond-bad-request section.
    move 1 to l-length.
    string
        "HTTP/1.1 400 Bad Request" CR NL delimited by size
        "Content-Length: 0" CR NL delimited by size
        CR NL delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.

respond-not-found section.
    move 1 to l-length.
    string
        "HTTP/1.1 404 Not Found" CR NL delimited by size
        "Content-Length: 0" CR NL delimited by size
        CR NL delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.
end program balance-lookup-handler.

       >>SOURCE FORMAT FREE
*>**
*>  TLS-capable connection helper, built on CONNECTTOSERVER.
*>
*>  CONNECTTOSERVER opens a plain socket, which is fine for talking to
*>  a syslog collector on the LAN but not for reaching an external
*>  card-network or SWIFT gateway over the internet. CONNECTTOSERVER-
*>  TLS makes the same plain connection and then wraps it in a TLS
*>  handshake (via the platform OpenSSL library) before handing back
*>  the socket descriptor and an opaque TLS session handle, so
*>  outbound interfaces to third parties are encrypted on the wire.
*>**
identification division.
program-id. connecttoserver-tls.
environment division.
configuration section.
data division.
working-storage section.
    01 ws-tls-method-pointer usage pointer.
    01 ws-tls-context-pointer usage pointer.
    01 ws-handshake-rc usage binary-long.
linkage section.
01 address-family binary-int.
01 address-socktype binary-int.
01 host pic x(128).
01 host-service pic x(32).
01 socket-descriptor binary-int.
01 tls-session-pointer usage pointer.

procedure division using address-family address-socktype
     host host-service socket-descriptor tls-session-pointer.

start-connecttoserver-tls.
    set tls-session-pointer to null.
    call "connecttoserver" using
        address-family
        address-socktype
        host
        host-service
        socket-descriptor
    end-call.
    if socket-descriptor = 0
        goback
    end-if.

*>  set up a TLS client context and perform the handshake over the
*>  already-connected socket
    call "TLS_client_method" returning ws-tls-method-pointer end-call.
    call "SSL_CTX_new" using by value ws-tls-method-pointer
        giving ws-tls-context-pointer
    end-call.
    if ws-tls-context-pointer = null
        call "close" using by value socket-descriptor end-call
        move 0 to socket-descriptor
        goback
    end-if.

    call "SSL_new" using by value ws-tls-context-pointer
        giving tls-session-pointer
    end-call.
    if tls-session-pointer = null
        call "SSL_CTX_free" using by value ws-tls-context-pointer end-call
        call "close" using by value socket-descriptor end-call
        move 0 to socket-descriptor
        goback
    end-if.

*>  SSL_new() took its own reference on the context, so it is safe to
*>  free our handle to it now - the context itself stays alive until
*>  SSL_free() drops that reference later in CLOSE-TLS.
    call "SSL_CTX_free" using by value ws-tls-context-pointer end-call.

    call "SSL_set_fd" using by value tls-session-pointer
        by value socket-descriptor
    end-call.

    call "SSL_connect" using by value tls-session-pointer
        giving ws-handshake-rc
    end-call.
    if ws-handshake-rc not = 1
        display "TLS handshake failed with " host upon syserr
        call "SSL_free" using by value tls-session-pointer end-call
        call "close" using by value socket-descriptor end-call
        move 0 to socket-descriptor
        set tls-session-pointer to null
        goback
    end-if.

    goback.
end program connecttoserver-tls.

*>*
*> Send a message over an already-established TLS session (see
*> CONNECTTOSERVER-TLS).
*>
*> @param l-tls-session TLS session handle from CONNECTTOSERVER-TLS
*> @param l-message Message
*> @return Number of bytes sent, or a negative OpenSSL error code
*>*
identification division.
function-id. send-tls.
environment division.
configuration section.
repository. function byte-length intrinsic.
data division.
working-storage section.
linkage section.
    01 l-tls-session usage pointer.
    01 l-message pic x any length.
    01 l-result usage binary-long value 0.
procedure division using l-tls-session, l-message returning l-result.
    call "SSL_write" using
        by value l-tls-session
        by reference l-message
        by value byte-length(l-message)
        giving l-result
    end-call.
end function send-tls.

*>*
*> Close down a TLS session opened by CONNECTTOSERVER-TLS and the
*> underlying socket.
*>
*> @param l-tls-session TLS session handle from CONNECTTOSERVER-TLS
*> @param l-socket-descriptor Socket descriptor from CONNECTTOSERVER-TLS
*>*
identification division.
program-id. close-tls.
environment division.
configuration section.
data division.
working-storage section.
linkage section.
    01 l-tls-session usage pointer.
    01 l-socket-descriptor binary-int.
procedure division using l-tls-session, l-socket-descriptor.
start-close-tls.
    if l-tls-session not = null
        call "SSL_shutdown" using by value l-tls-session end-call
        call "SSL_free" using by value l-tls-session end-call
    end-if.
    if l-socket-descriptor <> 0
        call "close" using by value l-socket-descriptor end-call
    end-if.
    goback.
end program close-tls.

*>*
*> Receive a message over an already-established TLS session (see
*> CONNECTTOSERVER-TLS) - the read counterpart SEND-TLS never had, so
*> a gateway acknowledgment can finally be read back instead of ops
*> confirming every submission in the gateway portal. SSL_read is
*> retried with the same exponential-backoff discipline the plain
*> listeners apply to recv().
*>
*> @param l-tls-session TLS session handle from CONNECTTOSERVER-TLS
*> @param l-buffer Receives the message bytes
*> @param l-length Set to the number of bytes read, or the
*>        non-positive SSL_read result when every retry failed
*>*
identification division.
program-id. receive-tls.
environment division.
configuration section.
repository. function byte-length intrinsic.
data division.
working-storage section.
    01 ws-retry-count usage binary-short unsigned.
    01 ws-retry-max usage binary-short unsigned value 3.
    01 ws-retry-wait usage binary-long unsigned.
    01 ws-read-rc usage binary-long.
linkage section.
    01 l-tls-session usage pointer.
    01 l-buffer pic x any length.
    01 l-length usage binary-long signed.
procedure division using l-tls-session, l-buffer, l-length.
start-receive-tls.
    move 0 to l-length.
    move 0 to ws-read-rc.
    move 0 to ws-retry-count.
    perform until ws-retry-count >= ws-retry-max
        call "SSL_read" using
            by value l-tls-session
            by reference l-buffer
            by value byte-length(l-buffer)
            giving ws-read-rc
        end-call
        if ws-read-rc > 0
            exit perform
        end-if
        add 1 to ws-retry-count
        if ws-retry-count < ws-retry-max
            compute ws-retry-wait = 2 ** (ws-retry-count - 1)
            call "sleep" using by value ws-retry-wait
        end-if
    end-perform.
    move ws-read-rc to l-length.
    goback.
end program receive-tls.

*>*
*> Gateway client conversation: submit a payment message to the
*> external gateway over TLS, wait for the acknowledgment on the same
*> session (RECEIVE-TLS), match it to the outbound reference, and
*> record the per-payment disposition in the submission log - so a
*> submission's fate is on file instead of in the gateway portal.
*> The acknowledgment is matched by searching the response for the
*> outbound reference; a response carrying the reference and "ACCP"
*> is accepted, one carrying "RJCT" rejected (ISO 20022 group
*> status codes, as the gateway quotes them back).
*>
*> Submission log line: timestamp, reference, disposition.
*>
*> @param l-host Gateway host name or IP address
*> @param l-service Gateway port or service name
*> @param l-reference Outbound reference the response must quote,
*>        e.g. the payment id
*> @param l-message Message to submit
*> @param l-log-path Path to the submission log file
*> @param l-result 0 accepted, 1 rejected, 2 response did not match
*>        the reference or carried no status, 3 connect failed, 4
*>        send failed, 5 no response
*>*
identification division.
program-id. gateway-submit.
environment division.
configuration section.
repository.
    function substr-pos
    function send-tls
    function trim current-date intrinsic.
input-output section.
file-control.
    select submission-log-file assign to ws-log-path
        organization line sequential
        file status ws-log-status.
data division.
file section.
fd submission-log-file.
01 submission-log-line pic x(132).
working-storage section.
    78 AF_INET value 2.
    78 SOCK_STREAM value 1.
    01 ws-log-path pic x(256).
    01 ws-log-status pic x(2).
    01 ws-socket usage binary-int.
    01 ws-tls-session usage pointer.
    01 ws-send-result usage binary-long.
    01 ws-response pic x(4096).
    01 ws-response-length usage binary-long signed.
    01 ws-disposition pic x(12).
    01 ws-log-detail.
        05 filler pic x(2) value spaces.
        05 sld-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 sld-reference pic x(16).
        05 filler pic x(2) value spaces.
        05 sld-disposition pic x(12).
linkage section.
    01 l-host pic x(128).
    01 l-service pic x(32).
    01 l-reference pic x(16).
    01 l-message pic x any length.
    01 l-log-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-host, l-service, l-reference, l-message,
        l-log-path, l-result.
start-gateway-submit.
    move 0 to l-result.
    move spaces to ws-log-path.
    move l-log-path to ws-log-path.

    call "connecttoserver-tls" using AF_INET, SOCK_STREAM, l-host,
        l-service, ws-socket, ws-tls-session
    end-call.
    if ws-socket = 0
        move 3 to l-result
        move "NO-CONNECT" to ws-disposition
        perform write-submission-log
        goback
    end-if.

    move send-tls(ws-tls-session, l-message) to ws-send-result.
    if ws-send-result <= 0
        move 4 to l-result
        move "SEND-FAILED" to ws-disposition
        perform write-submission-log
        call "close-tls" using ws-tls-session, ws-socket end-call
        goback
    end-if.

    move spaces to ws-response.
    call "receive-tls" using ws-tls-session, ws-response,
        ws-response-length
    end-call.
    if ws-response-length <= 0
        move 5 to l-result
        move "NO-RESPONSE" to ws-disposition
        perform write-submission-log
        call "close-tls" using ws-tls-session, ws-socket end-call
        goback
    end-if.

    if substr-pos(ws-response(1:ws-response-length),
            trim(l-reference)) = 0
        move 2 to l-result
        move "UNMATCHED" to ws-disposition
    else
        evaluate true
            when substr-pos(ws-response(1:ws-response-length),
                    "ACCP") > 0
                move 0 to l-result
                move "ACCEPTED" to ws-disposition
            when substr-pos(ws-response(1:ws-response-length),
                    "RJCT") > 0
                move 1 to l-result
                move "REJECTED" to ws-disposition
            when other
                move 2 to l-result
                move "UNMATCHED" to ws-disposition
        end-evaluate
    end-if.
    perform write-submission-log.
    call "close-tls" using ws-tls-session, ws-socket end-call.
    goback.

write-submission-log section.
    open extend submission-log-file.
    if ws-log-status = "05" or ws-log-status = "35"
        open output submission-log-file
    end-if.
    if ws-log-status not = "00"
        exit section
    end-if.
    move spaces to ws-log-detail.
    move current-date(1:14) to sld-ts.
    move l-reference to sld-reference.
    move ws-disposition to sld-disposition.
    write submission-log-line from ws-log-detail.
    close submission-log-file.
end program gateway-submit.

*>*
*> Generate a message authentication code using HMAC-SHA3-256
*> (RFC 2104 construction over the SHA3-256 compression function).
*>
*> @param l-key Secret key, any length
*> @param l-message Message to authenticate
*> @return 64 hexadecimal chars
*>*
identification division.
function-id. hmac-sha3-256.
environment division.
configuration section.
repository.
    function byte-to-hex
    function hex-to-byte
    function sha3-finalize
    function byte-length intrinsic.
data division.
working-storage section.
    78 RATE value 1088.
    78 CAPACITY value 512.
    78 SUFFIX value x"06".
    01 BLOCK-SIZE usage binary-double unsigned value 136.
    01 LEN usage binary-double unsigned value 32.
    01 key-len usage binary-double unsigned.
    01 msg-len usage binary-double unsigned.
    01 outer-len usage binary-double unsigned.
    01 ws-idx usage index.
    01 ws-key-hash pic x(32).
    01 ws-key-block pic x(136).
    01 ws-ipad pic x(136).
    01 ws-opad pic x(136).
    01 ws-inner-sha3-ctx.
        05 ctx-state pic x(200).
        05 ctx-rate-bytes usage binary-long unsigned.
        05 ctx-suffix pic x.
        05 ctx-block-size usage binary-long unsigned.
        05 ctx-digest-len usage binary-long unsigned.
    01 ws-inner-hex pic x(128).
    01 ws-inner-hash pic x(32).
    01 ws-outer-input pic x(168).
    01 ws-outer-hash pic x(32).
linkage section.
    01 l-key pic x any length.
    01 l-message pic x any length.
    01 l-hex.
        05 hex pic x(2) occurs 32 times.
procedure division using l-key, l-message returning l-hex.
    move byte-length(l-key) to key-len.
    move byte-length(l-message) to msg-len.

*>  keys longer than the block size are shortened by hashing them;
*>  shorter keys are right-padded with zero bytes
    move low-values to ws-key-block.
    if key-len > BLOCK-SIZE
        call "KECCAK" using
            RATE CAPACITY l-key key-len SUFFIX ws-key-hash LEN
        end-call
        move ws-key-hash to ws-key-block(1:32)
    else
        move l-key(1:key-len) to ws-key-block(1:key-len)
    end-if.

    move all x"36" to ws-ipad.
    move all x"5c" to ws-opad.
    call "CBL_XOR" using ws-key-block ws-ipad by value BLOCK-SIZE end-call.
    call "CBL_XOR" using ws-key-block ws-opad by value BLOCK-SIZE end-call.

*>  inner hash = SHA3-256(ipad || message), absorbed in two pieces via
*>  SHA3-ABSORB so an arbitrarily large message never has to be copied
*>  into a fixed-size working-storage buffer first
    call "sha3-256-absorb-init" using ws-inner-sha3-ctx end-call.
    call "sha3-absorb" using ws-inner-sha3-ctx, ws-ipad, BLOCK-SIZE end-call.
    call "sha3-absorb" using ws-inner-sha3-ctx, l-message, msg-len end-call.
    move sha3-finalize(ws-inner-sha3-ctx) to ws-inner-hex.
    perform varying ws-idx from 1 by 1 until ws-idx > LEN
        move hex-to-byte(ws-inner-hex(ws-idx * 2 - 1:2))
            to ws-inner-hash(ws-idx:1)
    end-perform.

*>  outer hash = SHA3-256(opad || inner hash)
    move ws-opad to ws-outer-input(1:136).
    move ws-inner-hash to ws-outer-input(137:32).
    move 168 to outer-len.
    call "KECCAK" using
        RATE CAPACITY ws-outer-input outer-len SUFFIX ws-outer-hash LEN
    end-call.

    perform varying ws-idx from 1 by 1 until ws-idx > LEN
        move byte-to-hex(ws-outer-hash(ws-idx:1)) to hex(ws-idx)
    end-perform.
end function hmac-sha3-256.

*>*
*> Generate a SHAKE128 extendable-output digest of caller-specified
*> length, built on the same KECCAK permutation as SHA3-256/512
*> (delimited suffix 1F instead of 06, per FIPS 202).
*>
*> @param l-buffer Input bytes
*> @param l-output-len Desired output length, in bytes
*> @param l-hex Returned digest, as 2 * l-output-len hexadecimal chars
*>     (caller must size this field to hold them)
*>*
identification division.
program-id. shake128.
environment division.
configuration section.
repository.
    function byte-to-hex
    function byte-length intrinsic.
data division.
working-storage section.
    78 RATE value 1344.
    78 CAPACITY value 256.
    78 SUFFIX value x"1F".
    01 buffer-len usage binary-double unsigned.
    01 ws-idx usage index.
    01 ws-raw-output pic x(65536).
linkage section.
    01 l-buffer pic x any length.
    01 l-output-len usage binary-double unsigned.
    01 l-hex pic x any length.
procedure division using l-buffer, l-output-len, l-hex.
start-shake128.
    move byte-length(l-buffer) to buffer-len.
    call "KECCAK" using
        RATE
        CAPACITY
        l-buffer
        buffer-len
        SUFFIX
        ws-raw-output
        l-output-len
    end-call.
    perform varying ws-idx from 1 by 1 until ws-idx > l-output-len
        move byte-to-hex(ws-raw-output(ws-idx:1))
            to l-hex(ws-idx * 2 - 1:2)
    end-perform.
    goback.
end program shake128.

*>*
*> Generate a SHAKE256 extendable-output digest of caller-specified
*> length, built on the same KECCAK permutation as SHA3-256/512
*> (delimited suffix 1F instead of 06, per FIPS 202).
*>
*> @param l-buffer Input bytes
*> @param l-output-len Desired output length, in bytes
*> @param l-hex Returned digest, as 2 * l-output-len hexadecimal chars
*>     (caller must size this field to hold them)
*>*
identification division.
program-id. shake256.
environment division.
configuration section.
repository.
    function byte-to-hex
    function byte-length intrinsic.
data division.
working-storage section.
    78 RATE value 1088.
    78 CAPACITY value 512.
    78 SUFFIX value x"1F".
    01 buffer-len usage binary-double unsigned.
    01 ws-idx usage index.
    01 ws-raw-output pic x(65536).
linkage section.
    01 l-buffer pic x any length.
    01 l-output-len usage binary-double unsigned.
    01 l-hex pic x any length.
procedure division using l-buffer, l-output-len, l-hex.
start-shake256.
    move byte-length(l-buffer) to buffer-len.
    call "KECCAK" using
        RATE
        CAPACITY
        l-buffer
        buffer-len
        SUFFIX
        ws-raw-output
        l-output-len
    end-call.
    perform varying ws-idx from 1 by 1 until ws-idx > l-output-len
        move byte-to-hex(ws-raw-output(ws-idx:1))
            to l-hex(ws-idx * 2 - 1:2)
    end-perform.
    goback.
end program shake256.

*>*
*> Extract fields from a fixed-width record into a comma-separated
*> line, for exporting legacy fixed-width statement/extract files to
*> CSV. The layout describes each field as NAME:START:LENGTH (1-based
*> start position), separated by commas; NAME is carried only for
*> parity with FIXED-WIDTH-TO-JSON and is otherwise ignored here.
*>
*> @param l-record Fixed-width input record
*> @param l-layout Field layout, e.g. "ACCTNO:1:10,NAME:11:30,BALANCE:41:15"
*> @return Trimmed field values joined with commas
*>*
identification division.
function-id. fixed-width-to-csv.
environment division.
configuration section.
repository.
    function substr-pos
    function byte-length numval trim length intrinsic.
data division.
working-storage section.
    01 ws-layout-len usage binary-long unsigned.
    01 ws-scan-ptr usage binary-long unsigned.
    01 ws-field-spec pic x(64).
    01 ws-field-ptr usage binary-long unsigned.
    01 ws-colon1 usage binary-long unsigned.
    01 ws-colon2 usage binary-long unsigned.
    01 ws-start usage binary-long unsigned.
    01 ws-field-len usage binary-long unsigned.
    01 ws-value-len usage binary-long unsigned.
    01 ws-output pic x(4096).
    01 ws-output-ptr usage binary-long unsigned.
    01 ws-first-field pic x.
linkage section.
    01 l-record pic x any length.
    01 l-layout pic x any length.
    01 l-result pic x(4096).
procedure division using l-record, l-layout returning l-result.
    move byte-length(l-layout) to ws-layout-len.
    move spaces to ws-output.
    move 1 to ws-output-ptr.
    move 1 to ws-scan-ptr.
    move "Y" to ws-first-field.

    perform until ws-scan-ptr > ws-layout-len
        move spaces to ws-field-spec
        move 1 to ws-field-ptr
        perform until ws-scan-ptr > ws-layout-len or l-layout(ws-scan-ptr:1) = ","
            move l-layout(ws-scan-ptr:1) to ws-field-spec(ws-field-ptr:1)
            add 1 to ws-scan-ptr, ws-field-ptr
        end-perform
        if ws-scan-ptr <= ws-layout-len
            add 1 to ws-scan-ptr
        end-if

        move substr-pos(ws-field-spec, ":") to ws-colon1
        move substr-pos(ws-field-spec(ws-colon1 + 1:), ":") to ws-colon2
        compute ws-colon2 = ws-colon2 + ws-colon1
        move numval(ws-field-spec(ws-colon1 + 1:ws-colon2 - ws-colon1 - 1))
            to ws-start
        move numval(trim(ws-field-spec(ws-colon2 + 1:))) to ws-field-len

        if ws-first-field = "N"
            move "," to ws-output(ws-output-ptr:1)
            add 1 to ws-output-ptr
        end-if
        move "N" to ws-first-field

        move length(trim(l-record(ws-start:ws-field-len))) to ws-value-len
        move trim(l-record(ws-start:ws-field-len))
            to ws-output(ws-output-ptr:ws-value-len)
        add ws-value-len to ws-output-ptr
    end-perform.

    move ws-output to l-result.
end function fixed-width-to-csv.

*>*
*> Extract fields from a fixed-width record into a JSON object, for
*> exporting legacy fixed-width statement/extract files downstream.
*> Same layout description as FIXED-WIDTH-TO-CSV, but NAME is used as
*> the JSON key.
*>
*> @param l-record Fixed-width input record
*> @param l-layout Field layout, e.g. "ACCTNO:1:10,NAME:11:30,BALANCE:41:15"
*> @return JSON object with one string member per field
*>*
identification division.
function-id. fixed-width-to-json.
environment division.
configuration section.
repository.
    function substr-pos
    function byte-length numval trim length intrinsic.
data division.
working-storage section.
    01 ws-layout-len usage binary-long unsigned.
    01 ws-scan-ptr usage binary-long unsigned.
    01 ws-field-spec pic x(64).
    01 ws-field-ptr usage binary-long unsigned.
    01 ws-colon1 usage binary-long unsigned.
    01 ws-colon2 usage binary-long unsigned.
    01 ws-name-len usage binary-long unsigned.
    01 ws-start usage binary-long unsigned.
    01 ws-field-len usage binary-long unsigned.
    01 ws-value-len usage binary-long unsigned.
    01 ws-output pic x(4096).
    01 ws-output-ptr usage binary-long unsigned.
    01 ws-first-field pic x.
    01 ws-value pic x(4096).
    01 ws-value-idx usage binary-long unsigned.
    01 ws-value-byte pic x.
linkage section.
    01 l-record pic x any length.
    01 l-layout pic x any length.
    01 l-result pic x(4096).
procedure division using l-record, l-layout returning l-result.
    move byte-length(l-layout) to ws-layout-len.
    move spaces to ws-output.
    move "{" to ws-output(1:1).
    move 2 to ws-output-ptr.
    move 1 to ws-scan-ptr.
    move "Y" to ws-first-field.

    perform until ws-scan-ptr > ws-layout-len
        move spaces to ws-field-spec
        move 1 to ws-field-ptr
        perform until ws-scan-ptr > ws-layout-len or l-layout(ws-scan-ptr:1) = ","
            move l-layout(ws-scan-ptr:1) to ws-field-spec(ws-field-ptr:1)
            add 1 to ws-scan-ptr, ws-field-ptr
        end-perform
        if ws-scan-ptr <= ws-layout-len
            add 1 to ws-scan-ptr
        end-if

        move substr-pos(ws-field-spec, ":") to ws-colon1
        move substr-pos(ws-field-spec(ws-colon1 + 1:), ":") to ws-colon2
        compute ws-colon2 = ws-colon2 + ws-colon1
        compute ws-name-len = ws-colon1 - 1
        move numval(ws-field-spec(ws-colon1 + 1:ws-colon2 - ws-colon1 - 1))
            to ws-start
        move numval(trim(ws-field-spec(ws-colon2 + 1:))) to ws-field-len

        if ws-first-field = "N"
            move "," to ws-output(ws-output-ptr:1)
            add 1 to ws-output-ptr
        end-if
        move "N" to ws-first-field

        move quote to ws-output(ws-output-ptr:1)
        add 1 to ws-output-ptr
        move ws-field-spec(1:ws-name-len) to ws-output(ws-output-ptr:ws-name-len)
        add ws-name-len to ws-output-ptr
        move quote to ws-output(ws-output-ptr:1)
        add 1 to ws-output-ptr
        move ":" to ws-output(ws-output-ptr:1)
        add 1 to ws-output-ptr
        move quote to ws-output(ws-output-ptr:1)
        add 1 to ws-output-ptr

*>  escape embedded double quotes and backslashes so a NAME or
*>  free-text field never breaks the surrounding JSON string
        move trim(l-record(ws-start:ws-field-len)) to ws-value
        move length(trim(l-record(ws-start:ws-field-len))) to ws-value-len
        perform varying ws-value-idx from 1 by 1
                until ws-value-idx > ws-value-len
            move ws-value(ws-value-idx:1) to ws-value-byte
            if ws-value-byte = quote or ws-value-byte = "\"
                move "\" to ws-output(ws-output-ptr:1)
                add 1 to ws-output-ptr
            end-if
            move ws-value-byte to ws-output(ws-output-ptr:1)
            add 1 to ws-output-ptr
        end-perform

        move quote to ws-output(ws-output-ptr:1)
        add 1 to ws-output-ptr
    end-perform.

    move "}" to ws-output(ws-output-ptr:1).
    move ws-output to l-result.
end function fixed-width-to-json.

       >>SOURCE FORMAT FREE
*>**
*>  Core library: accounts
*>
*>  @author Olegs Kunicins
*>  @license LGPL-3.0
*>
*>  This library is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public
*>  License as published by the Free Software Foundation; either
*>  version 3.0 of the License, or (at your option) any later version.
*>
*>  This library is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*>  Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public
*>  License along with this library.
*>**

*>*
*> Maintain a single ACCOUNT-MASTER account: look up the record for an
*> account id, overwrite it if it already exists or insert it as a new
*> record if it does not, stamping who last touched it and when - the
*> same create-or-update shape as FX-RATE-MAINTAIN. The ACCOUNT-MASTER
*> record layout (account id key, customer name, customer id linking
*> the account to the CUSTOMER-MASTER, currency, current and
*> available balance, status, open date, last-updated-by/last-updated-
*> ts, IBAN) is shared by this program and every reader of the file,
*> e.g. BALANCE-LOOKUP-HANDLER.
*>
*> Once account numbering is configured (see IBAN-CONFIG-SET), a new
*> account is opened by passing a blank account id: the next number
*> is taken from the ACCOUNT-SEQUENCE file, the account id and IBAN
*> are derived from it through IBAN-GENERATE, and the IBAN is stored
*> on the account - numbers already keyed by hand are skipped. An
*> account keyed with an explicit id carries no IBAN, and updating an
*> account never changes its IBAN.
*>
*> Account status values: "A" active, "B" blocked, "C" closed, "D"
*> dormant (set by DORMANCY-DETECT). A dormant account is only moved
*> back to another status by a change released through
*> CHANGE-APPROVE: queue the reactivation with l-pending-path. The
*> release is proven against the PENDING-CHANGE record itself (see
*> CHANGE-RELEASE-VERIFY) - an ACCOUNT change for this account with
*> exactly these values, released by a second operator and not yet
*> applied - and the record is marked applied with the reactivation.
*>
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-account-id Account id to create or update; spaces to
*>        open a new account under the next allocated number, in
*>        which case it is set to the allocated account id
*> @param l-customer-name Customer name
*> @param l-customer-id Owning CUSTOMER-MASTER customer id; spaces
*>        for an account not yet linked to a customer
*> @param l-currency Account currency, e.g. "EUR"
*> @param l-current-balance Current (booked) balance
*> @param l-available-balance Available balance
*> @param l-status Account status, "A"/"B"/"C"/"D"
*> @param l-open-date Date the account was opened, YYYYMMDD
*> @param l-user-id Operator ID making the change
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file; any
*>        change to the current balance is posted there as a "J"
*>        adjustment under the operator's id, so manual balance
*>        changes show on customer statements instead of silently
*>        breaking the running balances
*> @param l-pending-path Optional path to the PENDING-CHANGE file,
*>        passed after l-result so existing callers keep their
*>        argument lists; when configured the change is not applied
*>        but queued there for a second operator to release through
*>        CHANGE-APPROVE - the dual control audit asked for on
*>        direct balance rewrites. Passed with l-release-id, it
*>        names the file the release is proven against instead
*> @param l-change-id Optionally set to the queued change id
*> @param l-release-id Optional id of the released PENDING-CHANGE
*>        being applied, passed by CHANGE-APPROVE with l-pending-path;
*>        required to move a dormant account out of status "D"
*> @param l-iban Optionally set to the IBAN of the account
*> @param l-result 0 if an existing account was overwritten, 1 if no
*>        prior account existed and a new record was inserted, 2 if
*>        the master file could not be opened, 3 if the change was
*>        queued for approval instead of applied, 4 if no account id
*>        was given and no number could be allocated (numbering not
*>        configured, ACCOUNT-SEQUENCE unavailable or the number
*>        range exhausted), 5 if the account is
*>        dormant and the reactivation was not released through
*>        CHANGE-APPROVE (no release id, or l-release-id does not
*>        name a released, unapplied change of this account with these
*>        values), 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. account-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
    select account-sequence-file assign to ws-sequence-path
        organization indexed
        access mode dynamic
        record key asq-sequence-name
        file status ws-sequence-status.
data division.
file section.
fd account-sequence-file.
01 account-sequence-record.
    05 asq-sequence-name pic x(8).
    05 asq-last-number pic 9(16).
    05 asq-last-updated-by pic x(8).
    05 asq-last-updated-ts pic 9(14).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 account-was-found value "Y".
    01 ws-old-balance pic s9(13)v99 value 0.
    01 ws-posting-date pic 9(8).
    01 ws-ledger-type pic x(1) value "J".
    01 ws-ledger-reference pic x(35).
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-change-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-release-result usage binary-long unsigned.
    01 ws-account-payload.
        05 pap-account-id pic x(16).
        05 pap-customer-name pic x(40).
        05 pap-customer-id pic x(12).
        05 pap-currency pic x(3).
        05 pap-current-balance pic s9(13)v99.
        05 pap-available-balance pic s9(13)v99.
        05 pap-status pic x(1).
        05 pap-open-date pic 9(8).
    01 ws-operator-result usage binary-long unsigned.
    01 ws-account-sequence-path pic x(256) external.
    01 ws-sequence-path pic x(256).
    01 ws-sequence-status pic x(2).
    01 ws-account-number pic 9(16).
    01 ws-allocated-id pic x(16).
    01 ws-new-iban pic x(34).
    01 ws-generate-result usage binary-long unsigned.
    01 ws-allocate-attempts usage binary-short unsigned.
    01 ws-allocate-switch pic x(1).
        88 allocate-done value "Y".
        88 allocate-failed value "F".
    01 ws-before-image pic x(200).
linkage section.
    01 l-master-path pic x any length.
    01 l-account-id pic x(16).
    01 l-customer-name pic x(40).
    01 l-customer-id pic x(12).
    01 l-currency pic x(3).
    01 l-current-balance pic s9(13)v99.
    01 l-available-balance pic s9(13)v99.
    01 l-status pic x(1).
    01 l-open-date pic 9(8).
    01 l-user-id pic x(8).
    01 l-ledger-path pic x any length.
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-release-id pic x(16).
    01 l-iban pic x(34).
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-account-id,
        l-customer-name, l-customer-id, l-currency,
        l-current-balance, l-available-balance, l-status,
        l-open-date, l-user-id, l-ledger-path, l-result,
        optional l-pending-path, optional l-change-id,
        optional l-release-id, optional l-iban.
start-account-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "ACCTMAIN",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move "N" to ws-found-switch.

*>  under dual control the change is queued, never applied here -
*>  CHANGE-APPROVE applies it once a second operator releases it
    if l-pending-path not omitted and l-pending-path not = spaces
            and (l-release-id omitted or l-release-id = spaces)
        perform queue-pending-change
        goback
    end-if.

    open i-o account-master-file.
    if ws-master-status = "35"
        open output account-master-file
        close account-master-file
        open i-o account-master-file
    end-if.
    if ws-master-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move spaces to ws-new-iban.
    if l-account-id = spaces
        perform allocate-account-id
        if not allocate-done
            close account-master-file
            move 4 to l-result
            goback
        end-if
        move ws-allocated-id to l-account-id
    end-if.

    move 0 to ws-old-balance.
    move l-account-id to acm-account-id.
    read account-master-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
            move account-master-record to ws-before-image
            move acm-current-balance to ws-old-balance
    end-read.

*>  reactivating a dormant account is a dual control change - only
*>  a release through CHANGE-APPROVE may take it out of "D"
    if account-was-found and acm-status = "D" and l-status not = "D"
        perform verify-reactivation-release
        if ws-release-result not = 0
            close account-master-file
            move 5 to l-result
            goback
        end-if
    end-if.

    move l-customer-name to acm-customer-name.
    move l-customer-id to acm-customer-id.
    move l-currency to acm-currency.
    move l-current-balance to acm-current-balance.
    move l-available-balance to acm-available-balance.
    move l-status to acm-status.
    move l-open-date to acm-open-date.
    move l-user-id to acm-last-updated-by.
    move current-date(1:14) to acm-last-updated-ts.

    if account-was-found
        rewrite account-master-record
        perform journal-master-change
        move 0 to l-result
    else
        move ws-new-iban to acm-iban
        write account-master-record
        perform journal-master-add
        move 1 to l-result
    end-if.
    if l-iban not omitted
        move acm-iban to l-iban
    end-if.

    close account-master-file.

*>  a maintenance change to the current balance is a real movement -
*>  post it to the ACCOUNT-LEDGER as an adjustment under the
*>  operator's id so it shows on the statement
    compute ws-ledger-amount = l-current-balance - ws-old-balance.
    if ws-ledger-amount not = 0
        move current-date(1:8) to ws-posting-date
        move spaces to ws-ledger-reference
        string "MAINT " delimited by size
            l-user-id delimited by size
            into ws-ledger-reference
        end-string
        call "ledger-post" using l-ledger-path, l-account-id,
            ws-posting-date, ws-ledger-type, ws-ledger-reference,
            l-currency, ws-ledger-amount, ws-ledger-result
        end-call
    end-if.
    goback.

allocate-account-id section.
*>  numbers keyed by hand before numbering was switched on may
*>  already be taken - skip over them
    move spaces to ws-allocate-switch.
    move 0 to ws-allocate-attempts.
    perform until allocate-done or allocate-failed
        add 1 to ws-allocate-attempts
        if ws-allocate-attempts > 10
            set allocate-failed to true
            exit perform
        end-if
        perform take-next-account-number
        if allocate-failed
            exit perform
        end-if
        call "iban-generate" using ws-account-number,
            ws-allocated-id, ws-new-iban, ws-generate-result
        end-call
        if ws-generate-result not = 0
            set allocate-failed to true
            exit perform
        end-if
        move ws-allocated-id to acm-account-id
        read account-master-file
            invalid key
                set allocate-done to true
        end-read
    end-perform.
    if allocate-failed
        move spaces to ws-new-iban
    end-if.

take-next-account-number section.
    if ws-account-sequence-path = spaces
        set allocate-failed to true
        exit section
    end-if.
    move spaces to ws-sequence-path.
    move ws-account-sequence-path to ws-sequence-path.
    open i-o account-sequence-file.
    if ws-sequence-status = "35"
        open output account-sequence-file
        close account-sequence-file
        open i-o account-sequence-file
    end-if.
    if ws-sequence-status not = "00"
        set allocate-failed to true
        exit section
    end-if.
    move "ACCOUNT" to asq-sequence-name.
    read account-sequence-file
        invalid key
            move 1 to asq-last-number
            move l-user-id to asq-last-updated-by
            move current-date(1:14) to asq-last-updated-ts
            write account-sequence-record
        not invalid key
            add 1 to asq-last-number
            move l-user-id to asq-last-updated-by
            move current-date(1:14) to asq-last-updated-ts
            rewrite account-sequence-record
    end-read.
    if ws-sequence-status not = "00"
        set allocate-failed to true
    else
        move asq-last-number to ws-account-number
    end-if.
    close account-sequence-file.

queue-pending-change section.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open i-o pending-change-file.
    if ws-pending-status = "35"
        open output pending-change-file
        close pending-change-file
        open i-o pending-change-file
    end-if.
    if ws-pending-status not = "00"
        move 2 to l-result
        exit section
    end-if.
    perform build-account-payload.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-change-id
        move "Q" to ws-change-id(1:1)
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "ACCOUNT" to pc-change-type
        move l-user-id to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move spaces to pc-approved-by
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-account-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set pending-write-done to true
        end-write
    end-perform.
    close pending-change-file.
    if pending-write-done
        move 3 to l-result
        if l-change-id not omitted
            move ws-change-id to l-change-id
        end-if
    else
        move 2 to l-result
    end-if.

build-account-payload section.
    move l-account-id to pap-account-id.
    move l-customer-name to pap-customer-name.
    move l-customer-id to pap-customer-id.
    move l-currency to pap-currency.
    move l-current-balance to pap-current-balance.
    move l-available-balance to pap-available-balance.
    move l-status to pap-status.
    move l-open-date to pap-open-date.

verify-reactivation-release section.
*>  the release id alone proves nothing - the pending record must be
*>  this very change, released by a second operator, not yet applied
    move 1 to ws-release-result.
    if l-release-id omitted or l-release-id = spaces
            or l-pending-path omitted or l-pending-path = spaces
        exit section
    end-if.
    perform build-account-payload.
    call "change-release-verify" using l-pending-path, l-release-id,
        "ACCOUNT", ws-account-payload, l-user-id, "C",
        ws-release-result
    end-call.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "ACCOUNT-MAINTAIN", ws-before-image,
        account-master-record
    end-call.

journal-master-add section.
    call "change-journal-write" using "ACCOUNT-MASTER", "A",
        acm-account-id, "ACCOUNT-MAINTAIN", " ", account-master-record
    end-call.
end program account-maintain.

*>*
*> Set the account numbering configuration: the country and national
*> bank code IBANs of this bank are built from, and the ACCOUNT-
*> SEQUENCE file new account numbers are allocated from. Like
*> OPERATOR-CONFIG-SET the settings are handed over out of band
*> through external items, so ACCOUNT-MAINTAIN, IBAN-ACCOUNT-RESOLVE
*> and their callers keep their parameter lists. Until configured,
*> accounts are keyed by hand and no IBAN is derived.
*>
*> @param l-country-code ISO country code of this bank, e.g. "DE"
*> @param l-bank-code National bank (and branch) code leading every
*>        BBAN of this bank, e.g. "37040044"; the rest of the BBAN up
*>        to the country's length is the account number
*> @param l-sequence-path Path to the ACCOUNT-SEQUENCE indexed file
*>*
identification division.
program-id. iban-config-set.
data division.
working-storage section.
    01 ws-iban-country-code pic x(2) external.
    01 ws-iban-bank-code pic x(30) external.
    01 ws-account-sequence-path pic x(256) external.
linkage section.
    01 l-country-code pic x(2).
    01 l-bank-code pic x any length.
    01 l-sequence-path pic x any length.
procedure division using l-country-code, l-bank-code,
        l-sequence-path.
start-iban-config-set.
    move l-country-code to ws-iban-country-code.
    move spaces to ws-iban-bank-code.
    move l-bank-code to ws-iban-bank-code.
    move spaces to ws-account-sequence-path.
    move l-sequence-path to ws-account-sequence-path.
    goback.
end program iban-config-set.

*>*
*> Validate an IBAN in electronic form (upper case, no blanks): two
*> letters of an IBAN country, two check digits, and a BBAN of
*> letters and digits making up the total length the country
*> registers. The check digits are verified with the ISO 7064
*> MOD 97-10 check - the BBAN followed by the country code, letters
*> counted as 10 (A) to 35 (Z), taken modulo 97 - and the check
*> digits the IBAN should carry are handed back, which is how
*> IBAN-GENERATE derives them.
*>
*> @param l-iban IBAN to validate, left-justified
*> @param l-result 0 valid, 1 not an IBAN in form (characters,
*>        blanks, country letters or check digits not numeric), 2
*>        country does not issue IBANs, 3 wrong length for the
*>        country, 4 check digits do not match
*> @param l-check-digits Optionally set to the check digits the IBAN
*>        should carry, whenever the result is 0, 3 or 4
*> @param l-expected-length Optionally set to the IBAN length of the
*>        country, whenever the result is 0, 3 or 4
*>*
identification division.
program-id. iban-validate.
environment division.
configuration section.
repository. function ord intrinsic.
data division.
working-storage section.
    01 IBAN-COUNTRIES.
        05 filler pic x(40) value "AD24AE23AL28AT20AZ28BA20BE16BG22BH22BR29".
        05 filler pic x(40) value "BY28CH21CR22CY28CZ24DE22DK18DO28EE20EG29".
        05 filler pic x(40) value "ES24FI18FO18FR27GB22GE22GI23GL18GR27GT28".
        05 filler pic x(40) value "HR21HU28IE22IL23IQ23IS26IT27JO30KW30KZ20".
        05 filler pic x(40) value "LB28LC32LI21LT20LU20LV21MC27MD24ME22MK19".
        05 filler pic x(40) value "MR27MT31MU30NL18NO15PK24PL28PS29PT25QA29".
        05 filler pic x(40) value "RO24RS22SA24SC31SE24SI19SK24SM27ST25SV28".
        05 filler pic x(28) value "TL23TN24TR26UA29VA22VG24XK20".
    01 filler redefines IBAN-COUNTRIES.
        05 ws-iban-country occurs 77 times indexed by ws-country-idx.
            10 ws-country-code pic x(2).
            10 ws-country-length pic 9(2).
    01 ws-iban-length usage binary-short unsigned.
    01 ws-char-idx usage binary-short unsigned.
    01 ws-char pic x(1).
    01 ws-digit pic 9(1).
    01 ws-work pic 9(5).
    01 ws-quotient pic 9(5).
    01 ws-remainder pic 9(2).
    01 ws-expected-check pic 9(2).
    01 ws-country-found pic x(1).
    01 ws-expected-length pic 9(2).
linkage section.
    01 l-iban pic x(34).
    01 l-result usage binary-long unsigned.
    01 l-check-digits pic 9(2).
    01 l-expected-length pic 9(2).
procedure division using l-iban, l-result, optional l-check-digits,
        optional l-expected-length.
start-iban-validate.
    move 0 to l-result.
    if l-check-digits not omitted
        move 0 to l-check-digits
    end-if.
    if l-expected-length not omitted
        move 0 to l-expected-length
    end-if.

*>  significant length, with nothing but blanks after it
    perform varying ws-char-idx from 1 by 1
            until ws-char-idx > 34 or l-iban(ws-char-idx:1) = space
        continue
    end-perform.
    compute ws-iban-length = ws-char-idx - 1.
    if ws-iban-length < 5
        move 1 to l-result
        goback
    end-if.
    if ws-iban-length < 34
        if l-iban(ws-iban-length + 1:) not = spaces
            move 1 to l-result
            goback
        end-if
    end-if.
    if l-iban(1:2) is not alphabetic-upper or l-iban(3:2) is not numeric
        move 1 to l-result
        goback
    end-if.
    perform varying ws-char-idx from 5 by 1
            until ws-char-idx > ws-iban-length
        move l-iban(ws-char-idx:1) to ws-char
        if ws-char is not numeric
                and (ws-char < "A" or ws-char > "Z")
            move 1 to l-result
            goback
        end-if
    end-perform.

    move "N" to ws-country-found.
    perform varying ws-country-idx from 1 by 1
            until ws-country-idx > 77 or ws-country-found = "Y"
        if ws-country-code(ws-country-idx) = l-iban(1:2)
            move "Y" to ws-country-found
            move ws-country-length(ws-country-idx)
                to ws-expected-length
        end-if
    end-perform.
    if ws-country-found = "N"
        move 2 to l-result
        goback
    end-if.
    if l-expected-length not omitted
        move ws-expected-length to l-expected-length
    end-if.

*>  MOD 97-10 over BBAN + country + "00": 98 minus the remainder
*>  is the check digit pair the IBAN must carry
    move 0 to ws-remainder.
    perform varying ws-char-idx from 5 by 1
            until ws-char-idx > ws-iban-length
        move l-iban(ws-char-idx:1) to ws-char
        perform mod97-one-char
    end-perform.
    move l-iban(1:1) to ws-char.
    perform mod97-one-char.
    move l-iban(2:1) to ws-char.
    perform mod97-one-char.
    move "0" to ws-char.
    perform mod97-one-char.
    perform mod97-one-char.
    compute ws-expected-check = 98 - ws-remainder.
    if l-check-digits not omitted
        move ws-expected-check to l-check-digits
    end-if.

    if ws-iban-length not = ws-expected-length
        move 3 to l-result
        goback
    end-if.
    if l-iban(3:2) not = ws-expected-check
        move 4 to l-result
    end-if.
    goback.

mod97-one-char section.
    if ws-char is numeric
        move ws-char to ws-digit
        compute ws-work = ws-remainder * 10 + ws-digit
    else
        compute ws-work = ws-remainder * 100
            + ord(ws-char) - ord("A") + 10
    end-if.
    divide ws-work by 97 giving ws-quotient remainder ws-remainder.
end program iban-validate.

*>*
*> Derive the account id and IBAN for a newly allocated account
*> number under the IBAN-CONFIG-SET configuration: the BBAN is the
*> bank code followed by the account number, zero-padded to fill the
*> country's IBAN length, and the check digits are computed through
*> IBAN-VALIDATE. The zero-padded account number is the account id
*> the account is keyed by on the ACCOUNT-MASTER, so the IBAN and the
*> account id always translate into each other (see
*> IBAN-ACCOUNT-RESOLVE).
*>
*> @param l-account-number Allocated account number
*> @param l-account-id Set to the account id (the zero-padded number)
*> @param l-iban Set to the IBAN
*> @param l-result 0 derived, 1 numbering not configured, 2 the
*>        configured country and bank code do not form a valid
*>        IBAN, 3 the number does not fit the BBAN - the number
*>        range is exhausted
*>*
identification division.
program-id. iban-generate.
environment division.
configuration section.
repository. function trim length intrinsic.
data division.
working-storage section.
    01 ws-iban-country-code pic x(2) external.
    01 ws-iban-bank-code pic x(30) external.
    01 ws-bank-length usage binary-short unsigned.
    01 ws-number-digits usage binary-short signed.
    01 ws-number-text pic 9(16).
    01 ws-number-limit pic 9(17).
    01 ws-candidate pic x(34).
    01 ws-validate-result usage binary-long unsigned.
    01 ws-check-digits pic 9(2).
    01 ws-expected-length pic 9(2).
linkage section.
    01 l-account-number pic 9(16).
    01 l-account-id pic x(16).
    01 l-iban pic x(34).
    01 l-result usage binary-long unsigned.
procedure division using l-account-number, l-account-id, l-iban,
        l-result.
start-iban-generate.
    move 0 to l-result.
    move spaces to l-account-id.
    move spaces to l-iban.
    if ws-iban-country-code = spaces or ws-iban-bank-code = spaces
        move 1 to l-result
        goback
    end-if.
    move length(trim(ws-iban-bank-code)) to ws-bank-length.

*>  the country's IBAN length fixes how many digits are left for
*>  the account number after the bank code
    move spaces to ws-candidate.
    string ws-iban-country-code delimited by size
        "00" delimited by size
        trim(ws-iban-bank-code) delimited by size
        into ws-candidate
    end-string.
    call "iban-validate" using ws-candidate, ws-validate-result,
        ws-check-digits, ws-expected-length
    end-call.
    if ws-validate-result = 1 or ws-validate-result = 2
        move 2 to l-result
        goback
    end-if.
    compute ws-number-digits = ws-expected-length - 4 - ws-bank-length.
    if ws-number-digits < 1 or ws-number-digits > 16
        move 2 to l-result
        goback
    end-if.
    compute ws-number-limit = 10 ** ws-number-digits.
    if l-account-number >= ws-number-limit
        move 3 to l-result
        goback
    end-if.
    move l-account-number to ws-number-text.
    move ws-number-text(17 - ws-number-digits:ws-number-digits)
        to l-account-id.

    move spaces to ws-candidate.
    string ws-iban-country-code delimited by size
        "00" delimited by size
        trim(ws-iban-bank-code) delimited by size
        l-account-id(1:ws-number-digits) delimited by size
        into ws-candidate
    end-string.
    call "iban-validate" using ws-candidate, ws-validate-result,
        ws-check-digits
    end-call.
    if ws-validate-result not = 0 and ws-validate-result not = 4
        move spaces to l-account-id
        move 2 to l-result
        goback
    end-if.
    move ws-check-digits to ws-candidate(3:2).
    move ws-candidate to l-iban.
    goback.
end program iban-generate.

*>*
*> Translate an IBAN of this bank into the account id it is keyed by
*> on the ACCOUNT-MASTER. An IBAN carrying the configured country and
*> bank code (see IBAN-CONFIG-SET) is this bank's, and the rest of its
*> BBAN is the account number IBAN-GENERATE derived it from. The IBAN
*> is assumed validated already (see IBAN-VALIDATE).
*>
*> @param l-iban IBAN to translate
*> @param l-account-id Set to the account id when the IBAN is this
*>        bank's, spaces otherwise
*> @param l-result 0 translated, 1 not an IBAN of this bank (or
*>        numbering not configured)
*>*
identification division.
program-id. iban-account-resolve.
environment division.
configuration section.
repository. function trim length intrinsic.
data division.
working-storage section.
    01 ws-iban-country-code pic x(2) external.
    01 ws-iban-bank-code pic x(30) external.
    01 ws-bank-length usage binary-short unsigned.
    01 ws-iban-length usage binary-short unsigned.
    01 ws-number-digits usage binary-short signed.
linkage section.
    01 l-iban pic x(34).
    01 l-account-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-iban, l-account-id, l-result.
start-iban-account-resolve.
    move 1 to l-result.
    move spaces to l-account-id.
    if ws-iban-country-code = spaces or ws-iban-bank-code = spaces
            or l-iban = spaces
        goback
    end-if.
    move length(trim(ws-iban-bank-code)) to ws-bank-length.
    move length(trim(l-iban)) to ws-iban-length.
    compute ws-number-digits = ws-iban-length - 4 - ws-bank-length.
    if ws-number-digits < 1 or ws-number-digits > 16
        goback
    end-if.
    if l-iban(1:2) not = ws-iban-country-code
            or l-iban(5:ws-bank-length) not =
                ws-iban-bank-code(1:ws-bank-length)
        goback
    end-if.
    move l-iban(5 + ws-bank-length:ws-number-digits) to l-account-id.
    move 0 to l-result.
    goback.
end program iban-account-resolve.

*>*
*> Maintain a single CUSTOMER-MASTER record: the customer an account
*> belongs to, so one customer with four accounts is one keyed record
*> instead of four free-text name strings that drift apart. Accounts
*> link to it through acm-customer-id (see ACCOUNT-MAINTAIN).
*> Create-or-update shape as the other masters.
*>
*> The CUSTOMER-MASTER record layout (customer id key, name, address,
*> national id, status, audit stamp) is shared by this program and
*> every reader of the file, e.g. CUSTOMER-POSITION-REPORT.
*>
*> Customer status values: "A" active, "C" closed.
*>
*> @param l-customer-path Path to the CUSTOMER-MASTER indexed file
*> @param l-customer-id Customer id to create or update
*> @param l-name Customer legal name
*> @param l-address Customer address
*> @param l-national-id National id / registration number
*> @param l-status Customer status, "A"/"C"
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. customer-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select customer-master-file assign to ws-customer-path
        organization indexed
        access mode dynamic
        record key cm-customer-id
        file status ws-customer-status.
data division.
file section.
fd customer-master-file.
01 customer-master-record.
    05 cm-customer-id pic x(12).
    05 cm-name pic x(70).
    05 cm-address pic x(100).
    05 cm-national-id pic x(20).
    05 cm-status pic x(1).
    05 cm-last-updated-by pic x(8).
    05 cm-last-updated-ts pic 9(14).
working-storage section.
    01 ws-customer-path pic x(256).
    01 ws-customer-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 customer-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-customer-path pic x any length.
    01 l-customer-id pic x(12).
    01 l-name pic x(70).
    01 l-address pic x(100).
    01 l-national-id pic x(20).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-customer-path, l-customer-id, l-name,
        l-address, l-national-id, l-status, l-user-id, l-result.
start-customer-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "CUSTMAIN",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-customer-path.
    move l-customer-path to ws-customer-path.
    move "N" to ws-found-switch.

    open i-o customer-master-file.
    if ws-customer-status = "35"
        open output customer-master-file
        close customer-master-file
        open i-o customer-master-file
    end-if.
    if ws-customer-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-customer-id to cm-customer-id.
    read customer-master-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-name to cm-name.
    move l-address to cm-address.
    move l-national-id to cm-national-id.
    move l-status to cm-status.
    move l-user-id to cm-last-updated-by.
    move current-date(1:14) to cm-last-updated-ts.

    if customer-was-found
        rewrite customer-master-record
        move 0 to l-result
    else
        write customer-master-record
        move 1 to l-result
    end-if.

    close customer-master-file.
    goback.
end program customer-maintain.

*>*
*> Place or release a funds earmark: a part of an account's money
*> blocked for a stated reason instead of a hand edit of the
*> available balance. Each earmark is kept on the EARMARK file under
*> the account and an earmark id (the court order number, card
*> authorization code or pledge reference the caller holds) with
*> its amount, hold type, reference, who placed it and when, and an
*> optional expiry date. PAYMENT-BOOK deducts the account's
*> unexpired earmarks from the available balance it checks; the
*> /balance response and STATEMENT-GENERATE show the blocked amount
*> separately. EARMARK-EXPIRE drops earmarks past their expiry
*> nightly.
*>
*> Every place and release is appended to the earmark journal. Legal
*> holds (garnishment orders) are dual-controlled both ways: placed
*> or released only through a change queued with l-pending-path and
*> released by a second operator through CHANGE-APPROVE; other hold
*> types apply directly unless a pending path is passed. The release
*> is proven against the PENDING-CHANGE record itself (see
*> CHANGE-RELEASE-VERIFY) - an EARMARK change for this account and
*> earmark with exactly these values, released by a second operator
*> and not yet applied - and the record is marked applied with it.
*>
*> Hold types: "G" garnishment order (legal hold), "A" card
*> authorization, "P" collateral pledge.
*>
*> The EARMARK record layout (account id + earmark id key, amount,
*> hold type, reference, placed-by, placed timestamp, expiry date) is
*> shared by this program, EARMARK-EXPIRE, PAYMENT-BOOK,
*> BALANCE-LOOKUP-HANDLER and STATEMENT-GENERATE. The earmark
*> journal layout (line sequential: event timestamp, event "P"
*> placed / "R" released / "X" expired, account, earmark id, hold
*> type, amount, reference, expiry date, operator) is shared with
*> EARMARK-EXPIRE.
*>
*> @param l-earmark-path Path to the EARMARK indexed file
*> @param l-journal-path Path of the earmark journal to extend
*> @param l-account-id Account the earmark blocks funds on
*> @param l-earmark-id Earmark id, unique within the account
*> @param l-operation "P" to place, "R" to release
*> @param l-amount Amount blocked, in the account currency; ignored
*>        on a release
*> @param l-hold-type Hold type, "G"/"A"/"P"; ignored on a release
*> @param l-reference Reason shown to the call centre, e.g. the
*>        court or merchant name; ignored on a release
*> @param l-expiry-date Last day the earmark blocks funds, YYYYMMDD;
*>        0 until released
*> @param l-user-id Operator ID making the change
*> @param l-result 0 placed, 1 released, 2 earmark file unavailable,
*>        3 queued for approval, 4 invalid (bad operation, hold type
*>        or amount, earmark id already placed, or no such earmark
*>        to release), 5 a legal hold must go through CHANGE-APPROVE
*>        (no release id, or l-release-id does not name a released,
*>        unapplied change of this earmark with these values),
*>        9 operator not authorized (see OPERATOR-AUTHORIZE)
*> @param l-pending-path Optional path to the PENDING-CHANGE file;
*>        when configured the change is queued, not applied. Passed
*>        with l-release-id, it names the file the release is proven
*>        against instead
*> @param l-change-id Optionally set to the queued change id
*> @param l-release-id Optional id of the released PENDING-CHANGE
*>        being applied, passed by CHANGE-APPROVE with l-pending-path
*>*
identification division.
program-id. earmark-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select earmark-file assign to ws-earmark-path
        organization indexed
        access mode dynamic
        record key em-key
        file status ws-earmark-status.
    select earmark-journal-file assign to ws-journal-path
        organization line sequential
        file status ws-journal-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
data division.
file section.
fd earmark-file.
01 earmark-record.
    05 em-key.
        10 em-account-id pic x(16).
        10 em-earmark-id pic x(16).
    05 em-amount pic 9(13)v99.
    05 em-hold-type pic x(1).
    05 em-reference pic x(35).
    05 em-placed-by pic x(8).
    05 em-placed-ts pic 9(14).
    05 em-expiry-date pic 9(8).
fd earmark-journal-file.
01 earmark-journal-record.
    05 ej-event-ts pic 9(14).
    05 ej-event pic x(1).
    05 ej-account-id pic x(16).
    05 ej-earmark-id pic x(16).
    05 ej-hold-type pic x(1).
    05 ej-amount pic 9(13)v99.
    05 ej-reference pic x(35).
    05 ej-expiry-date pic 9(8).
    05 ej-user-id pic x(8).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-earmark-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-pending-path pic x(256).
    01 ws-earmark-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-pending-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 earmark-was-found value "Y".
    01 ws-change-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-release-result usage binary-long unsigned.
    01 ws-earmark-payload.
        05 pem-account-id pic x(16).
        05 pem-earmark-id pic x(16).
        05 pem-operation pic x(1).
        05 pem-amount pic 9(13)v99.
        05 pem-hold-type pic x(1).
        05 pem-reference pic x(35).
        05 pem-expiry-date pic 9(8).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-earmark-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-account-id pic x(16).
    01 l-earmark-id pic x(16).
    01 l-operation pic x(1).
    01 l-amount pic 9(13)v99.
    01 l-hold-type pic x(1).
    01 l-reference pic x(35).
    01 l-expiry-date pic 9(8).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-release-id pic x(16).
procedure division using l-earmark-path, l-journal-path,
        l-account-id, l-earmark-id, l-operation, l-amount,
        l-hold-type, l-reference, l-expiry-date, l-user-id,
        l-result, optional l-pending-path, optional l-change-id,
        optional l-release-id.
start-earmark-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "EARMARK",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-earmark-path.
    move l-earmark-path to ws-earmark-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move "N" to ws-found-switch.

    evaluate true
        when l-account-id = spaces or l-earmark-id = spaces
            move 4 to l-result
        when l-operation = "R"
            continue
        when l-operation not = "P"
            move 4 to l-result
        when l-hold-type not = "G" and l-hold-type not = "A"
                and l-hold-type not = "P"
            move 4 to l-result
        when l-amount = 0
            move 4 to l-result
        when other
            continue
    end-evaluate.
    if l-result not = 0
        goback
    end-if.

*>  under dual control the change is queued, never applied here -
*>  CHANGE-APPROVE applies it once a second operator releases it
    if l-pending-path not omitted and l-pending-path not = spaces
            and (l-release-id omitted or l-release-id = spaces)
        perform queue-pending-change
        goback
    end-if.

    open i-o earmark-file.
    if ws-earmark-status = "35"
        open output earmark-file
        close earmark-file
        open i-o earmark-file
    end-if.
    if ws-earmark-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-account-id to em-account-id.
    move l-earmark-id to em-earmark-id.
    read earmark-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.
    if (l-operation = "P" and earmark-was-found)
            or (l-operation = "R" and not earmark-was-found)
        close earmark-file
        move 4 to l-result
        goback
    end-if.

*>  a legal hold is placed and lifted only on a second operator's
*>  release - a direct call is refused
    if (l-operation = "P" and l-hold-type = "G")
            or (l-operation = "R" and em-hold-type = "G")
        perform verify-legal-hold-release
        if ws-release-result not = 0
            close earmark-file
            move 5 to l-result
            goback
        end-if
    end-if.

    if l-operation = "P"
        move l-account-id to em-account-id
        move l-earmark-id to em-earmark-id
        move l-amount to em-amount
        move l-hold-type to em-hold-type
        move l-reference to em-reference
        move l-user-id to em-placed-by
        move current-date(1:14) to em-placed-ts
        move l-expiry-date to em-expiry-date
        write earmark-record
            invalid key
                close earmark-file
                move 4 to l-result
                goback
        end-write
        move 0 to l-result
    else
        delete earmark-file record
            invalid key
                close earmark-file
                move 4 to l-result
                goback
        end-delete
        move 1 to l-result
    end-if.
    close earmark-file.
    perform write-journal-record.
    goback.

write-journal-record section.
*>  the journal carries the earmark as it stood: on a release, the
*>  amount and type of the record just removed
    open extend earmark-journal-file.
    if ws-journal-status = "35" or ws-journal-status = "05"
        open output earmark-journal-file
    end-if.
    if ws-journal-status not = "00"
        exit section
    end-if.
    move current-date(1:14) to ej-event-ts.
    move l-operation to ej-event.
    move em-account-id to ej-account-id.
    move em-earmark-id to ej-earmark-id.
    move em-hold-type to ej-hold-type.
    move em-amount to ej-amount.
    move em-reference to ej-reference.
    move em-expiry-date to ej-expiry-date.
    move l-user-id to ej-user-id.
    write earmark-journal-record.
    close earmark-journal-file.

queue-pending-change section.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open i-o pending-change-file.
    if ws-pending-status = "35"
        open output pending-change-file
        close pending-change-file
        open i-o pending-change-file
    end-if.
    if ws-pending-status not = "00"
        move 2 to l-result
        exit section
    end-if.
    perform build-earmark-payload.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-change-id
        move "Q" to ws-change-id(1:1)
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "EARMARK" to pc-change-type
        move l-user-id to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move spaces to pc-approved-by
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-earmark-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set pending-write-done to true
        end-write
    end-perform.
    close pending-change-file.
    if pending-write-done
        move 3 to l-result
        if l-change-id not omitted
            move ws-change-id to l-change-id
        end-if
    else
        move 2 to l-result
    end-if.

build-earmark-payload section.
    move l-account-id to pem-account-id.
    move l-earmark-id to pem-earmark-id.
    move l-operation to pem-operation.
    move l-amount to pem-amount.
    move l-hold-type to pem-hold-type.
    move l-reference to pem-reference.
    move l-expiry-date to pem-expiry-date.

verify-legal-hold-release section.
*>  the release id alone proves nothing - the pending record must be
*>  this very change, released by a second operator, not yet applied
    move 1 to ws-release-result.
    if l-release-id omitted or l-release-id = spaces
            or l-pending-path omitted or l-pending-path = spaces
        exit section
    end-if.
    perform build-earmark-payload.
    call "change-release-verify" using l-pending-path, l-release-id,
        "EARMARK", ws-earmark-payload, l-user-id, "C",
        ws-release-result
    end-call.
end program earmark-maintain.

*>*
*> Nightly earmark expiry. Drops every EARMARK whose expiry date is
*> before the run date - the last day it blocked funds has passed -
*> and journals each one as an "X" expired event under the operator
*> id "BATCH", so the earmark journal holds the full life of every
*> hold. Earmarks without an expiry date stay until released through
*> EARMARK-MAINTAIN. PAYMENT-BOOK already ignores an earmark past its
*> expiry, so a run that is late or skipped never blocks funds
*> longer than intended.
*>
*> @param l-earmark-path Path to the EARMARK indexed file
*> @param l-journal-path Path of the earmark journal to extend
*> @param l-run-date Business date being run, YYYYMMDD
*> @param l-result Number of earmarks dropped, or 99000001/99000002
*>        when the earmark file or journal could not be opened
*>*
identification division.
program-id. earmark-expire.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select earmark-file assign to ws-earmark-path
        organization indexed
        access mode dynamic
        record key em-key
        file status ws-earmark-status.
    select earmark-journal-file assign to ws-journal-path
        organization line sequential
        file status ws-journal-status.
data division.
file section.
fd earmark-file.
01 earmark-record.
    05 em-key.
        10 em-account-id pic x(16).
        10 em-earmark-id pic x(16).
    05 em-amount pic 9(13)v99.
    05 em-hold-type pic x(1).
    05 em-reference pic x(35).
    05 em-placed-by pic x(8).
    05 em-placed-ts pic 9(14).
    05 em-expiry-date pic 9(8).
fd earmark-journal-file.
01 earmark-journal-record.
    05 ej-event-ts pic 9(14).
    05 ej-event pic x(1).
    05 ej-account-id pic x(16).
    05 ej-earmark-id pic x(16).
    05 ej-hold-type pic x(1).
    05 ej-amount pic 9(13)v99.
    05 ej-reference pic x(35).
    05 ej-expiry-date pic 9(8).
    05 ej-user-id pic x(8).
working-storage section.
    01 ws-earmark-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-earmark-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 earmark-eof value "Y".
    01 ws-dropped-count usage binary-long unsigned value 0.
linkage section.
    01 l-earmark-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-run-date pic 9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-earmark-path, l-journal-path, l-run-date,
        l-result.
start-earmark-expire.
    move 0 to l-result.
    move 0 to ws-dropped-count.
    move "N" to ws-eof-switch.
    move spaces to ws-earmark-path.
    move l-earmark-path to ws-earmark-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.

    open i-o earmark-file.
    if ws-earmark-status = "35"
*>      nothing was ever earmarked - nothing to expire
        goback
    end-if.
    if ws-earmark-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open extend earmark-journal-file.
    if ws-journal-status = "35" or ws-journal-status = "05"
        open output earmark-journal-file
    end-if.
    if ws-journal-status not = "00"
        close earmark-file
        move 99000002 to l-result
        goback
    end-if.

    move low-values to em-key.
    start earmark-file key is greater than or equal to em-key
        invalid key
            set earmark-eof to true
    end-start.
    perform until earmark-eof
        read earmark-file next record
            at end
                set earmark-eof to true
            not at end
                if em-expiry-date not = 0
                        and em-expiry-date < l-run-date
                    perform drop-one-earmark
                end-if
        end-read
    end-perform.

    close earmark-file.
    close earmark-journal-file.
    move ws-dropped-count to l-result.
    goback.

drop-one-earmark section.
    delete earmark-file record
        invalid key
            exit section
    end-delete.
    add 1 to ws-dropped-count.
    move current-date(1:14) to ej-event-ts.
    move "X" to ej-event.
    move em-account-id to ej-account-id.
    move em-earmark-id to ej-earmark-id.
    move em-hold-type to ej-hold-type.
    move em-amount to ej-amount.
    move em-reference to ej-reference.
    move em-expiry-date to ej-expiry-date.
    move "BATCH" to ej-user-id.
    write earmark-journal-record.
end program earmark-expire.

*>*
*> Monthly dormancy detection. Walks the ACCOUNT-MASTER and, for every
*> active customer account, finds its last customer-initiated movement
*> on the ACCOUNT-LEDGER - payments "P", inbound settlements "S", loan
*> disbursements "L" and FX deal settlements "X"; interest
*> capitalizations, fees, manual adjustments and reversals are the
*> bank's own postings and do not count. The bank's internal accounts
*> (no customer id) are never made dormant - the same exclusion
*> AML-MONITOR makes. An account that never had
*> such a movement counts from its open date. An account idle for
*> longer than the configured number of months is moved to status
*> "D" dormant: PAYMENT-BOOK then refuses debits on it (standing
*> orders included), while credits - inbound settlements and
*> internal payments - are still accepted. The last activity date and
*> the balance at dormancy are kept on the DORMANCY-REGISTER for the
*> unclaimed-balances return, and every account moved is listed on
*> the report. Reactivation is an ACCOUNT-MAINTAIN change that only
*> applies through CHANGE-APPROVE.
*>
*> The DORMANCY-REGISTER record layout (account id key, last
*> activity date, dormant-since date, balance at dormancy) is shared
*> by this program and UNCLAIMED-BALANCES-REPORT.
*>
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-register-path Path to the DORMANCY-REGISTER indexed file
*> @param l-as-of-date Date the idle period is measured back from,
*>        YYYYMMDD
*> @param l-idle-months Months without customer activity after which
*>        an account becomes dormant, e.g. 024
*> @param l-report-path Path of the dormancy report to produce
*> @param l-result Number of accounts moved to dormant, or
*>        99000001-99000004 when the master, ledger, register or
*>        report could not be opened
*>*
identification division.
program-id. dormancy-detect.
environment division.
configuration section.
repository.
    function current-date integer-of-date date-of-integer intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        lock mode is automatic
        file status ws-master-status.
    select account-ledger-file assign to ws-ledger-path
        organization indexed
        access mode dynamic
        record key alg-key
        alternate record key alg-posting-date with duplicates
        file status ws-ledger-status.
    select dormancy-register-file assign to ws-register-path
        organization indexed
        access mode dynamic
        record key dr-account-id
        file status ws-register-status.
    select dormancy-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd account-ledger-file.
01 account-ledger-record.
    05 alg-key.
        10 alg-account pic x(16).
        10 alg-sequence pic 9(10).
    05 alg-posting-date pic 9(8).
    05 alg-posting-ts pic 9(14).
    05 alg-entry-type pic x(1).
    05 alg-reference pic x(35).
    05 alg-currency pic x(3).
    05 alg-amount pic s9(13)v99.
    05 alg-running-balance pic s9(13)v99.
fd dormancy-register-file.
01 dormancy-register-record.
    05 dr-account-id pic x(16).
    05 dr-last-activity-date pic 9(8).
    05 dr-dormant-date pic 9(8).
    05 dr-dormant-balance pic s9(13)v99.
fd dormancy-report-file.
01 dormancy-report-line pic x(132).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-ledger-path pic x(256).
    01 ws-register-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-ledger-status pic x(2).
    01 ws-register-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 master-eof value "Y".
    01 ws-ledger-eof-switch pic x(1) value "N".
        88 ledger-eof value "Y".
    01 ws-last-activity pic 9(8).
    01 ws-month-count usage binary-long.
    01 ws-month-rem usage binary-long.
    01 ws-cutoff-x.
        05 ws-cutoff-yyyy pic 9(4).
        05 ws-cutoff-mm pic 9(2).
        05 ws-cutoff-dd pic 9(2).
    01 filler redefines ws-cutoff-x.
        05 ws-cutoff-date pic 9(8).
    01 ws-nm-date-x.
        05 ws-nm-yyyy pic 9(4).
        05 ws-nm-mm pic 9(2).
        05 ws-nm-dd pic 9(2).
    01 filler redefines ws-nm-date-x.
        05 ws-nm-date pic 9(8).
    01 ws-month-last-x.
        05 filler pic 9(6).
        05 ws-month-last-dd pic 9(2).
    01 filler redefines ws-month-last-x.
        05 ws-month-last-date pic 9(8).
    01 ws-dormant-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 ddd-account-id pic x(16).
        05 filler pic x(2) value spaces.
        05 ddd-customer-id pic x(12).
        05 filler pic x(2) value spaces.
        05 ddd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 ddd-balance pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 ddd-last-activity pic 9(8).
    01 ws-before-image pic x(200).
linkage section.
    01 l-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-register-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-idle-months pic 9(3).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-ledger-path,
        l-register-path, l-as-of-date, l-idle-months, l-report-path,
        l-result.
start-dormancy-detect.
    move 0 to l-result.
    move 0 to ws-dormant-count.
    move "N" to ws-eof-switch.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-ledger-path.
    move l-ledger-path to ws-ledger-path.
    move spaces to ws-register-path.
    move l-register-path to ws-register-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open i-o account-master-file.
    if ws-master-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input account-ledger-file.
    if ws-ledger-status not = "00"
        close account-master-file
        move 99000002 to l-result
        goback
    end-if.
    open i-o dormancy-register-file.
    if ws-register-status = "35"
        open output dormancy-register-file
        close dormancy-register-file
        open i-o dormancy-register-file
    end-if.
    if ws-register-status not = "00"
        close account-master-file
        close account-ledger-file
        move 99000003 to l-result
        goback
    end-if.
    open output dormancy-report-file.
    if ws-report-status not = "00"
        close account-master-file
        close account-ledger-file
        close dormancy-register-file
        move 99000004 to l-result
        goback
    end-if.

    perform compute-cutoff-date.

    move spaces to ws-report-header.
    string "DORMANCY DETECTION AS OF " delimited by size
        l-as-of-date delimited by size
        " - NO CUSTOMER ACTIVITY SINCE " delimited by size
        ws-cutoff-date delimited by size
        into ws-report-header
    end-string.
    write dormancy-report-line from ws-report-header.
    move "  ACCOUNT-ID        CUSTOMER-ID   CCY  BALANCE           LAST-ACTIVITY"
        to ws-report-header.
    write dormancy-report-line from ws-report-header.

    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                if acm-status = "A" and acm-customer-id not = spaces
                    perform check-one-account
                end-if
        end-read
    end-perform.

    close account-master-file.
    close account-ledger-file.
    close dormancy-register-file.
    close dormancy-report-file.
    move ws-dormant-count to l-result.
    goback.

compute-cutoff-date section.
*>  the as-of date stepped back l-idle-months calendar months, the
*>  day clamped to the end of a shorter month the way
*>  STANDING-ORDER-EXECUTE clamps its monthly run dates
    move l-as-of-date to ws-cutoff-date.
    compute ws-month-count =
        ws-cutoff-yyyy * 12 + ws-cutoff-mm - 1 - l-idle-months.
    divide ws-month-count by 12 giving ws-month-count
        remainder ws-month-rem.
    move ws-month-count to ws-cutoff-yyyy.
    compute ws-cutoff-mm = ws-month-rem + 1.
    move ws-cutoff-yyyy to ws-nm-yyyy.
    compute ws-nm-mm = ws-cutoff-mm + 1.
    if ws-nm-mm > 12
        move 1 to ws-nm-mm
        add 1 to ws-nm-yyyy
    end-if.
    move 1 to ws-nm-dd.
    move date-of-integer(integer-of-date(ws-nm-date) - 1)
        to ws-month-last-date.
    if ws-cutoff-dd > ws-month-last-dd
        move ws-month-last-dd to ws-cutoff-dd
    end-if.

check-one-account section.
    move acm-open-date to ws-last-activity.
    move "N" to ws-ledger-eof-switch.
    move acm-account-id to alg-account.
    move 0 to alg-sequence.
    start account-ledger-file key is greater than or equal to alg-key
        invalid key
            set ledger-eof to true
    end-start.
    perform until ledger-eof
        read account-ledger-file next record
            at end
                set ledger-eof to true
            not at end
                if alg-account not = acm-account-id
                    set ledger-eof to true
                else
                    if (alg-entry-type = "P" or alg-entry-type = "S"
                            or alg-entry-type = "L"
                            or alg-entry-type = "X")
                            and alg-posting-date > ws-last-activity
                        move alg-posting-date to ws-last-activity
                    end-if
                end-if
        end-read
    end-perform.
    if ws-last-activity >= ws-cutoff-date
        exit section
    end-if.

    move account-master-record to ws-before-image.
    move "D" to acm-status.
    move "DORMANCY" to acm-last-updated-by.
    move current-date(1:14) to acm-last-updated-ts.
    rewrite account-master-record.
    perform journal-master-change.
    add 1 to ws-dormant-count.

    move acm-account-id to dr-account-id.
    move ws-last-activity to dr-last-activity-date.
    move l-as-of-date to dr-dormant-date.
    move acm-current-balance to dr-dormant-balance.
    write dormancy-register-record
        invalid key
            rewrite dormancy-register-record
    end-write.

    move spaces to ws-report-detail.
    move acm-account-id to ddd-account-id.
    move acm-customer-id to ddd-customer-id.
    move acm-currency to ddd-currency.
    move acm-current-balance to ddd-balance.
    move ws-last-activity to ddd-last-activity.
    write dormancy-report-line from ws-report-detail.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "DORMANCY-DETECT", ws-before-image,
        account-master-record
    end-call.
end program dormancy-detect.

*>*
*> Yearly unclaimed-balances report for the regulator's escheatment
*> return. Scans the ACCOUNT-MASTER once to gather every customer id
*> holding a dormant account with a balance - the same gather-then-
*> report shape as CUSTOMER-POSITION-REPORT - then reports per
*> customer: name, address and national id from the CUSTOMER-MASTER,
*> and each dormant account with its currency, current balance, last
*> customer activity and dormant-since date from the
*> DORMANCY-REGISTER. Only customer accounts go dormant, so the
*> bank's internal accounts (no customer id) never appear.
*>
*> @param l-customer-path Path to the CUSTOMER-MASTER indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-register-path Path to the DORMANCY-REGISTER indexed file
*> @param l-as-of-date Reporting date printed on the return, YYYYMMDD
*> @param l-report-path Path of the report to produce
*> @param l-result Number of accounts reported, or 99000001-99000004
*>        when the master, customer file, register or report could
*>        not be opened, and 99000005 when more customers hold
*>        dormant balances than the tally table holds - the return
*>        must be complete, so the run refuses
*>*
identification division.
program-id. unclaimed-balances-report.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select customer-master-file assign to ws-customer-path
        organization indexed
        access mode dynamic
        record key cm-customer-id
        file status ws-customer-status.
    select dormancy-register-file assign to ws-register-path
        organization indexed
        access mode dynamic
        record key dr-account-id
        file status ws-register-status.
    select unclaimed-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd customer-master-file.
01 customer-master-record.
    05 cm-customer-id pic x(12).
    05 cm-name pic x(70).
    05 cm-address pic x(100).
    05 cm-national-id pic x(20).
    05 cm-status pic x(1).
    05 cm-last-updated-by pic x(8).
    05 cm-last-updated-ts pic 9(14).
fd dormancy-register-file.
01 dormancy-register-record.
    05 dr-account-id pic x(16).
    05 dr-last-activity-date pic 9(8).
    05 dr-dormant-date pic 9(8).
    05 dr-dormant-balance pic s9(13)v99.
fd unclaimed-report-file.
01 unclaimed-report-line pic x(200).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-customer-path pic x(256).
    01 ws-register-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-customer-status pic x(2).
    01 ws-register-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-master-eof-switch pic x(1) value "N".
        88 master-eof value "Y".
    01 ws-detail-eof-switch pic x(1).
        88 detail-eof value "Y".
    01 ws-customers.
        05 ws-cust-entry occurs 256 times.
            10 ws-cust-id pic x(12).
    01 ws-cust-count usage binary-short unsigned value 0.
    01 ws-cust-overflow pic x(1) value "N".
    01 ws-cust-idx usage index.
    01 ws-cust-found pic x(1).
    01 ws-account-count usage binary-long unsigned value 0.
    01 ws-count-edited pic z(5)9.
    01 ws-report-header pic x(200).
    01 ws-customer-line.
        05 ucl-customer-id pic x(12).
        05 filler pic x(2) value spaces.
        05 ucl-name pic x(70).
        05 filler pic x(2) value spaces.
        05 ucl-national-id pic x(20).
        05 filler pic x(2) value spaces.
        05 ucl-address pic x(90).
    01 ws-account-line.
        05 filler pic x(4) value spaces.
        05 ual-account-id pic x(16).
        05 filler pic x(2) value spaces.
        05 ual-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 ual-balance pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 ual-last-activity pic 9(8).
        05 filler pic x(2) value spaces.
        05 ual-dormant-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 ual-remark pic x(20).
linkage section.
    01 l-customer-path pic x any length.
    01 l-master-path pic x any length.
    01 l-register-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-customer-path, l-master-path,
        l-register-path, l-as-of-date, l-report-path, l-result.
start-unclaimed-balances-report.
    move 0 to l-result.
    move 0 to ws-cust-count.
    move 0 to ws-account-count.
    move "N" to ws-cust-overflow.
    move "N" to ws-master-eof-switch.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-customer-path.
    move l-customer-path to ws-customer-path.
    move spaces to ws-register-path.
    move l-register-path to ws-register-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input account-master-file.
    if ws-master-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input customer-master-file.
    if ws-customer-status not = "00"
        close account-master-file
        move 99000002 to l-result
        goback
    end-if.
    open input dormancy-register-file.
    if ws-register-status not = "00"
        close account-master-file
        close customer-master-file
        move 99000003 to l-result
        goback
    end-if.
    open output unclaimed-report-file.
    if ws-report-status not = "00"
        close account-master-file
        close customer-master-file
        close dormancy-register-file
        move 99000004 to l-result
        goback
    end-if.

    perform gather-customer-ids.
    if ws-cust-overflow = "Y"
        close account-master-file
        close customer-master-file
        close dormancy-register-file
        close unclaimed-report-file
        move 99000005 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "UNCLAIMED BALANCES AS OF " delimited by size
        l-as-of-date delimited by size
        into ws-report-header
    end-string.
    write unclaimed-report-line from ws-report-header.
    move "    ACCOUNT-ID        CCY  BALANCE           LAST-ACTV DORMANT"
        to ws-report-header.
    write unclaimed-report-line from ws-report-header.

    perform report-one-customer
        varying ws-cust-idx from 1 by 1
        until ws-cust-idx > ws-cust-count.

    move ws-account-count to ws-count-edited.
    move spaces to ws-report-header.
    string trim(ws-count-edited) delimited by size
        " DORMANT ACCOUNT(S) REPORTED" delimited by size
        into ws-report-header
    end-string.
    write unclaimed-report-line from ws-report-header.

    close account-master-file.
    close customer-master-file.
    close dormancy-register-file.
    close unclaimed-report-file.
    move ws-account-count to l-result.
    goback.

gather-customer-ids section.
    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                if acm-status = "D" and acm-current-balance not = 0
                        and acm-customer-id not = spaces
                    perform tally-customer-id
                end-if
        end-read
    end-perform.

tally-customer-id section.
    move "N" to ws-cust-found.
    perform varying ws-cust-idx from 1 by 1
            until ws-cust-idx > ws-cust-count
               or ws-cust-found = "Y"
        if ws-cust-id(ws-cust-idx) = acm-customer-id
            move "Y" to ws-cust-found
        end-if
    end-perform.
    if ws-cust-found = "N"
        if ws-cust-count < 256
            add 1 to ws-cust-count
            move acm-customer-id to ws-cust-id(ws-cust-count)
        else
            move "Y" to ws-cust-overflow
        end-if
    end-if.

report-one-customer section.
    move spaces to ws-customer-line.
    move ws-cust-id(ws-cust-idx) to ucl-customer-id.
    move ws-cust-id(ws-cust-idx) to cm-customer-id.
    read customer-master-file
        invalid key
            move "NOT ON CUSTOMER MASTER" to ucl-name
        not invalid key
            move cm-name to ucl-name
            move cm-national-id to ucl-national-id
            move cm-address to ucl-address
    end-read.
    write unclaimed-report-line from ws-customer-line.

    move "N" to ws-detail-eof-switch.
    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set detail-eof to true
    end-start.
    perform until detail-eof
        read account-master-file next record
            at end
                set detail-eof to true
            not at end
                if acm-customer-id = ws-cust-id(ws-cust-idx)
                        and acm-status = "D"
                        and acm-current-balance not = 0
                    perform report-one-account
                end-if
        end-read
    end-perform.

report-one-account section.
    add 1 to ws-account-count.
    move spaces to ws-account-line.
    move acm-account-id to ual-account-id.
    move acm-currency to ual-currency.
    move acm-current-balance to ual-balance.
    move acm-account-id to dr-account-id.
    read dormancy-register-file
        invalid key
            move 0 to ual-last-activity
            move 0 to ual-dormant-date
            move "NOT ON REGISTER" to ual-remark
        not invalid key
            move dr-last-activity-date to ual-last-activity
            move dr-dormant-date to ual-dormant-date
    end-read.
    write unclaimed-report-line from ws-account-line.
end program unclaimed-balances-report.

*>*
*> Consolidated customer position report. Scans the ACCOUNT-MASTER
*> once to gather every customer id that owns accounts, then reports
*> per customer: name and status from the CUSTOMER-MASTER, each
*> account with its currency and current balance, and the customer's
*> total position converted to EUR through FX-RATE-LOOKUP (ECB rates
*> as of the report date; EUR counts as rate 1) - the view both
*> relationship reviews and large-exposure reporting need. An
*> account whose currency has no rate is shown with a NO RATE remark
*> and excluded from the EUR total rather than silently mispricing
*> it; a customer id missing from the CUSTOMER-MASTER is reported as
*> NOT ON CUSTOMER MASTER; accounts with no customer id at all are
*> counted in the trailer for data-quality follow-up.
*>
*> @param l-customer-path Path to the CUSTOMER-MASTER indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-as-of-date Rate date for the EUR conversion, YYYYMMDD
*> @param l-report-path Path of the position report to produce
*> @param l-result Number of customers reported, or
*>        99000001-99000003 when the master, customer file or report
*>        could not be opened, and 99000004 when the run touched
*>        more customers than the tally table holds - the run
*>        refuses rather than report positions known to be partial
*>*
identification division.
program-id. customer-position-report.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select customer-master-file assign to ws-customer-path
        organization indexed
        access mode dynamic
        record key cm-customer-id
        file status ws-customer-status.
    select position-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd customer-master-file.
01 customer-master-record.
    05 cm-customer-id pic x(12).
    05 cm-name pic x(70).
    05 cm-address pic x(100).
    05 cm-national-id pic x(20).
    05 cm-status pic x(1).
    05 cm-last-updated-by pic x(8).
    05 cm-last-updated-ts pic 9(14).
fd position-report-file.
01 position-report-line pic x(160).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-customer-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-customer-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-master-eof-switch pic x(1) value "N".
        88 master-eof value "Y".
    01 ws-detail-eof-switch pic x(1).
        88 detail-eof value "Y".
    01 ws-customers.
        05 ws-cust-entry occurs 256 times.
            10 ws-cust-id pic x(12).
    01 ws-cust-count usage binary-short unsigned value 0.
    01 ws-cust-overflow pic x(1) value "N".
    01 ws-cust-idx usage index.
    01 ws-cust-found pic x(1).
    01 ws-unassigned-count usage binary-long unsigned value 0.
    01 ws-unassigned-edited pic z(5)9.
    01 ws-ecb-source pic x(10) value "ECB".
    01 ws-as-of-time pic 9(6) value 235959.
    01 ws-rate pic 9(7)v9(8).
    01 ws-lookup-result usage binary-long unsigned.
    01 ws-eur-amount pic s9(13)v99.
    01 ws-eur-total pic s9(13)v99.
    01 ws-account-count usage binary-long unsigned.
    01 ws-reported-count usage binary-long unsigned value 0.
    01 ws-total-edited pic -(12)9.99.
    01 ws-report-header pic x(160).
    01 ws-customer-line.
        05 pcl-customer-id pic x(12).
        05 filler pic x(2) value spaces.
        05 pcl-name pic x(70).
        05 filler pic x(2) value spaces.
        05 pcl-status pic x(1).
    01 ws-account-line.
        05 filler pic x(4) value spaces.
        05 pal-account-id pic x(16).
        05 filler pic x(2) value spaces.
        05 pal-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 pal-balance pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 pal-eur pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 pal-remark pic x(16).
linkage section.
    01 l-customer-path pic x any length.
    01 l-master-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-customer-path, l-master-path,
        l-fx-master-path, l-as-of-date, l-report-path, l-result.
start-customer-position-report.
    move 0 to l-result.
    move 0 to ws-cust-count.
    move 0 to ws-reported-count.
    move 0 to ws-unassigned-count.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-customer-path.
    move l-customer-path to ws-customer-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input account-master-file.
    if ws-master-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input customer-master-file.
    if ws-customer-status not = "00"
        close account-master-file
        move 99000002 to l-result
        goback
    end-if.
    open output position-report-file.
    if ws-report-status not = "00"
        close account-master-file
        close customer-master-file
        move 99000003 to l-result
        goback
    end-if.

    perform gather-customer-ids.
    if ws-cust-overflow = "Y"
*>      a partial exposure report is worse than none - refuse
        close account-master-file
        close customer-master-file
        close position-report-file
        move 99000004 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "CUSTOMER POSITIONS AS OF " delimited by size
        l-as-of-date delimited by size
        " (EUR AT ECB RATES)" delimited by size
        into ws-report-header
    end-string.
    write position-report-line from ws-report-header.

    perform report-one-customer
        varying ws-cust-idx from 1 by 1
        until ws-cust-idx > ws-cust-count.

    if ws-unassigned-count > 0
        move ws-unassigned-count to ws-unassigned-edited
        move spaces to ws-report-header
        string trim(ws-unassigned-edited) delimited by size
            " ACCOUNT(S) WITHOUT A CUSTOMER ID" delimited by size
            into ws-report-header
        end-string
        write position-report-line from ws-report-header
    end-if.

    close account-master-file.
    close customer-master-file.
    close position-report-file.
    move ws-reported-count to l-result.
    goback.

gather-customer-ids section.
    move "N" to ws-master-eof-switch.
    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                perform tally-customer-id
        end-read
    end-perform.

tally-customer-id section.
    if acm-customer-id = spaces
        add 1 to ws-unassigned-count
        exit section
    end-if.
    move "N" to ws-cust-found.
    perform varying ws-cust-idx from 1 by 1
            until ws-cust-idx > ws-cust-count
               or ws-cust-found = "Y"
        if ws-cust-id(ws-cust-idx) = acm-customer-id
            move "Y" to ws-cust-found
        end-if
    end-perform.
    if ws-cust-found = "N"
        if ws-cust-count < 256
            add 1 to ws-cust-count
            move acm-customer-id to ws-cust-id(ws-cust-count)
        else
            move "Y" to ws-cust-overflow
        end-if
    end-if.

report-one-customer section.
    move spaces to ws-customer-line.
    move ws-cust-id(ws-cust-idx) to pcl-customer-id.
    move ws-cust-id(ws-cust-idx) to cm-customer-id.
    read customer-master-file
        invalid key
            move "NOT ON CUSTOMER MASTER" to pcl-name
            move "?" to pcl-status
        not invalid key
            move cm-name to pcl-name
            move cm-status to pcl-status
    end-read.
    write position-report-line from ws-customer-line.

    move 0 to ws-eur-total.
    move 0 to ws-account-count.
    move "N" to ws-detail-eof-switch.
    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set detail-eof to true
    end-start.
    perform until detail-eof
        read account-master-file next record
            at end
                set detail-eof to true
            not at end
                if acm-customer-id = ws-cust-id(ws-cust-idx)
                    perform report-one-account
                end-if
        end-read
    end-perform.

    move ws-eur-total to ws-total-edited.
    move spaces to ws-report-header.
    string "    TOTAL EUR " delimited by size
        trim(ws-total-edited) delimited by size
        into ws-report-header
    end-string.
    write position-report-line from ws-report-header.
    add 1 to ws-reported-count.

report-one-account section.
    add 1 to ws-account-count.
    move spaces to ws-account-line.
    move acm-account-id to pal-account-id.
    move acm-currency to pal-currency.
    move acm-current-balance to pal-balance.
    if acm-currency = "EUR"
        move acm-current-balance to ws-eur-amount
        move ws-eur-amount to pal-eur
        add ws-eur-amount to ws-eur-total
    else
        move 0 to ws-rate
        call "fx-rate-lookup" using l-fx-master-path, acm-currency,
            ws-ecb-source, l-as-of-date, ws-as-of-time, ws-rate,
            ws-lookup-result
        end-call
        if ws-lookup-result = 0 and ws-rate not = 0
            compute ws-eur-amount rounded =
                acm-current-balance / ws-rate
            move ws-eur-amount to pal-eur
            add ws-eur-amount to ws-eur-total
        else
            move 0 to pal-eur
            move "NO RATE" to pal-remark
        end-if
    end-if.
    write position-report-line from ws-account-line.
end program customer-position-report.

*>*
*> Set the shared REST handler configuration: the path of the
*> ACCOUNT-MASTER indexed file the HTTP handlers dispatched by
*> HTTP-ROUTER-CALLBACK read. The router's handler contract only
*> carries the parsed request, so deployment-specific file locations
*> are handed over out of band through an external item, the same way
*> RECEIVE-UDP shares its socket descriptor with SERVER-STOP. Handlers
*> fall back to their documented default paths when this program was
*> never called.
*>
*> @param l-account-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-payment-journal-path Optional path to the PAYMENT-JOURNAL
*>        indexed file written by PAYMENT-INITIATION-HANDLER
*> @param l-fx-master-path Optional path to the FX-RATE-MASTER indexed
*>        file cross-currency payments convert against
*> @param l-ledger-path Optional path to the ACCOUNT-LEDGER indexed
*>        file bookings are posted to (see LEDGER-POST)
*> @param l-limits-path Optional path to the LIMITS master; payment
*>        limits are enforced only once this is configured
*> @param l-usage-path Optional path to the LIMIT-USAGE file the
*>        daily-limit velocity check tracks debits in
*> @param l-fee-schedule-path Optional path to the FEE-SCHEDULE;
*>        fees are booked only once this and the fee account are
*>        configured
*> @param l-fee-account Optional internal fee income account id
*> @param l-bizdate-path Optional path of the BUSINESS-DATE control
*>        record bookings take their booking date from
*> @param l-currency-path Optional path to the CURRENCY-MASTER;
*>        currency and decimal validation applies only once
*>        configured
*> @param l-api-client-path Optional path to the API-CLIENT master;
*>        once configured HTTP-ROUTER-CALLBACK refuses account
*>        routes to callers without a valid, entitled credential
*> @param l-api-entitlement-path Optional path to the
*>        API-ENTITLEMENT file of accounts/customers each client may
*>        see or debit
*> @param l-syslog-host Optional syslog collector host refused API
*>        requests are reported to through SYSLOG-AUDIT-SEND
*> @param l-syslog-port Optional syslog collector port
*> @param l-audit-log-path Optional local audit journal for
*>        SYSLOG-AUDIT-SEND
*> @param l-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file; arranged overdrafts are honoured by /payment only
*>        once configured
*> @param l-earmark-path Optional path to the EARMARK file; once
*>        configured /payment deducts earmarks from the available
*>        balance and /balance reports the blocked amount
*> @param l-warehouse-path Optional path to the PAYMENT-WAREHOUSE
*>        file; /payment accepts a future executionDate, and
*>        /payment/cancel withdraws such a payment, only once
*>        configured
*> @param l-cutoff-path Optional path to the CUT-OFF table /payment
*>        rolls late payments with (see PAYMENT-EXECUTION-DATE)
*> @param l-calendar-path Optional path to the HOLIDAY-CALENDAR the
*>        cut-off roll looks up business days in
*>*
identification division.
program-id. rest-config-set.
data division.
working-storage section.
    01 ws-account-master-path pic x(256) external.
    01 ws-payment-journal-path pic x(256) external.
    01 ws-fx-rate-master-path pic x(256) external.
    01 ws-account-ledger-path pic x(256) external.
    01 ws-limits-master-path pic x(256) external.
    01 ws-limit-usage-path pic x(256) external.
    01 ws-fee-schedule-path pic x(256) external.
    01 ws-fee-income-account pic x(16) external.
    01 ws-business-date-path pic x(256) external.
    01 ws-currency-master-path pic x(256) external.
    01 ws-api-client-path pic x(256) external.
    01 ws-api-entitlement-path pic x(256) external.
    01 ws-rest-syslog-host pic x(128) external.
    01 ws-rest-syslog-port pic x(5) external.
    01 ws-rest-audit-log-path pic x(256) external.
    01 ws-overdraft-facility-path pic x(256) external.
    01 ws-earmark-file-path pic x(256) external.
    01 ws-payment-warehouse-path pic x(256) external.
    01 ws-cutoff-table-path pic x(256) external.
    01 ws-holiday-calendar-path pic x(256) external.
linkage section.
    01 l-account-master-path pic x any length.
    01 l-payment-journal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-limits-path pic x any length.
    01 l-usage-path pic x any length.
    01 l-fee-schedule-path pic x any length.
    01 l-fee-account pic x(16).
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-api-client-path pic x any length.
    01 l-api-entitlement-path pic x any length.
    01 l-syslog-host pic x any length.
    01 l-syslog-port pic x any length.
    01 l-audit-log-path pic x any length.
    01 l-overdraft-path pic x any length.
    01 l-earmark-path pic x any length.
    01 l-warehouse-path pic x any length.
    01 l-cutoff-path pic x any length.
    01 l-calendar-path pic x any length.
procedure division using l-account-master-path,
        optional l-payment-journal-path, optional l-fx-master-path,
        optional l-ledger-path, optional l-limits-path,
        optional l-usage-path, optional l-fee-schedule-path,
        optional l-fee-account, optional l-bizdate-path,
        optional l-currency-path, optional l-api-client-path,
        optional l-api-entitlement-path, optional l-syslog-host,
        optional l-syslog-port, optional l-audit-log-path,
        optional l-overdraft-path, optional l-earmark-path,
        optional l-warehouse-path, optional l-cutoff-path,
        optional l-calendar-path.
start-rest-config-set.
    move spaces to ws-account-master-path.
    move l-account-master-path to ws-account-master-path.
    if l-payment-journal-path not omitted
        move spaces to ws-payment-journal-path
        move l-payment-journal-path to ws-payment-journal-path
    end-if.
    if l-fx-master-path not omitted
        move spaces to ws-fx-rate-master-path
        move l-fx-master-path to ws-fx-rate-master-path
    end-if.
    if l-ledger-path not omitted
        move spaces to ws-account-ledger-path
        move l-ledger-path to ws-account-ledger-path
    end-if.
    if l-limits-path not omitted
        move spaces to ws-limits-master-path
        move l-limits-path to ws-limits-master-path
    end-if.
    if l-usage-path not omitted
        move spaces to ws-limit-usage-path
        move l-usage-path to ws-limit-usage-path
    end-if.
    if l-fee-schedule-path not omitted
        move spaces to ws-fee-schedule-path
        move l-fee-schedule-path to ws-fee-schedule-path
    end-if.
    if l-fee-account not omitted
        move spaces to ws-fee-income-account
        move l-fee-account to ws-fee-income-account
    end-if.
    if l-bizdate-path not omitted
        move spaces to ws-business-date-path
        move l-bizdate-path to ws-business-date-path
    end-if.
    if l-currency-path not omitted
        move spaces to ws-currency-master-path
        move l-currency-path to ws-currency-master-path
    end-if.
    if l-api-client-path not omitted
        move spaces to ws-api-client-path
        move l-api-client-path to ws-api-client-path
    end-if.
    if l-api-entitlement-path not omitted
        move spaces to ws-api-entitlement-path
        move l-api-entitlement-path to ws-api-entitlement-path
    end-if.
    if l-syslog-host not omitted
        move spaces to ws-rest-syslog-host
        move l-syslog-host to ws-rest-syslog-host
    end-if.
    if l-syslog-port not omitted
        move spaces to ws-rest-syslog-port
        move l-syslog-port to ws-rest-syslog-port
    end-if.
    if l-audit-log-path not omitted
        move spaces to ws-rest-audit-log-path
        move l-audit-log-path to ws-rest-audit-log-path
    end-if.
    if l-overdraft-path not omitted
        move spaces to ws-overdraft-facility-path
        move l-overdraft-path to ws-overdraft-facility-path
    end-if.
    if l-earmark-path not omitted
        move spaces to ws-earmark-file-path
        move l-earmark-path to ws-earmark-file-path
    end-if.
    if l-warehouse-path not omitted
        move spaces to ws-payment-warehouse-path
        move l-warehouse-path to ws-payment-warehouse-path
    end-if.
    if l-cutoff-path not omitted
        move spaces to ws-cutoff-table-path
        move l-cutoff-path to ws-cutoff-table-path
    end-if.
    if l-calendar-path not omitted
        move spaces to ws-holiday-calendar-path
        move l-calendar-path to ws-holiday-calendar-path
    end-if.
    goback.
end program rest-config-set.

*>*
*> Hash an API client credential for the API-CLIENT master. The
*> credential an operator issues and the one a caller presents are
*> both hashed through this one function - SHA3-256 over the client
*> id, a colon and the key - so the master never holds a usable key
*> and two clients issued the same key still store different hashes.
*>
*> @param l-client-id API client id
*> @param l-api-key Credential as issued to, or presented by, the
*>        client
*> @return 64 hexadecimal chars
*>*
identification division.
function-id. api-credential-hash.
environment division.
configuration section.
repository.
    function sha3-256
    function trim intrinsic.
data division.
working-storage section.
    01 ws-salted pic x(256).
    01 ws-salted-len usage binary-long unsigned.
linkage section.
    01 l-client-id pic x any length.
    01 l-api-key pic x any length.
    01 l-hash pic x(64).
procedure division using l-client-id, l-api-key returning l-hash.
    move spaces to ws-salted.
    move 1 to ws-salted-len.
    string trim(l-client-id) delimited by size
        ":" delimited by size
        trim(l-api-key) delimited by size
        into ws-salted with pointer ws-salted-len
    end-string.
    subtract 1 from ws-salted-len.
    move sha3-256(ws-salted(1:ws-salted-len)) to l-hash.
end function api-credential-hash.

*>*
*> Maintain a single API-CLIENT record: the REST client master
*> HTTP-ROUTER-CALLBACK authenticates callers of the account routes
*> against. Look up the record for a client id, overwrite it if it
*> already exists or insert it if it does not, stamping who last
*> touched it and when - the same create-or-update shape and the same
*> dual-control rules as PARTNER-KEY-MAINTAIN: with a PENDING-CHANGE
*> path the change is queued for a second operator to release through
*> CHANGE-APPROVE instead of being applied. The credential arrives
*> already hashed (API-CREDENTIAL-HASH), so neither the master nor a
*> queued change ever holds a usable key. Which accounts or customers
*> a client may see or debit is kept on the API-ENTITLEMENT file (see
*> API-ENTITLEMENT-MAINTAIN).
*>
*> The API-CLIENT record layout (client id key, credential hash,
*> status, booking channel, last-updated-by/last-updated-ts) is
*> shared by this program and HTTP-ROUTER-CALLBACK.
*>
*> Client status values: "A" active, "R" revoked.
*>
*> @param l-client-path Path to the API-CLIENT indexed file
*> @param l-client-id Client id to create or update
*> @param l-credential-hash Hashed credential (API-CREDENTIAL-HASH);
*>        spaces on an update keeps the stored hash, e.g. when a
*>        client is only revoked
*> @param l-status Client status, "A"/"R"
*> @param l-channel Channel the client's payments are booked under
*>        by PAYMENT-BOOK, e.g. "OPENAPI"
*> @param l-user-id Operator ID making the change
*> @param l-result 0 if an existing client was overwritten, 1 if a new
*>        record was inserted, 2 if the master could not be opened, 3
*>        if the change was queued for approval, 4 if the status or
*>        channel is invalid or a new client has no credential, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*> @param l-pending-path Optional path to the PENDING-CHANGE file;
*>        when configured the change is queued, not applied
*> @param l-change-id Optionally set to the queued change id
*>*
identification division.
program-id. api-client-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select api-client-file assign to ws-client-path
        organization indexed
        access mode dynamic
        record key ac-client-id
        file status ws-client-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
data division.
file section.
fd api-client-file.
01 api-client-record.
    05 ac-client-id pic x(16).
    05 ac-credential-hash pic x(64).
    05 ac-status pic x(1).
    05 ac-channel pic x(8).
    05 ac-last-updated-by pic x(8).
    05 ac-last-updated-ts pic 9(14).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-client-path pic x(256).
    01 ws-client-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 client-was-found value "Y".
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-change-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-client-payload.
        05 pac-client-id pic x(16).
        05 pac-credential-hash pic x(64).
        05 pac-status pic x(1).
        05 pac-channel pic x(8).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-client-path pic x any length.
    01 l-client-id pic x(16).
    01 l-credential-hash pic x(64).
    01 l-status pic x(1).
    01 l-channel pic x(8).
    01 l-user-id pic x(8).
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-client-path, l-client-id,
        l-credential-hash, l-status, l-channel, l-user-id, l-result,
        optional l-pending-path, optional l-change-id.
start-api-client-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "APIMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-client-path.
    move l-client-path to ws-client-path.
    move "N" to ws-found-switch.

    if (l-status not = "A" and l-status not = "R")
            or l-channel = spaces or l-client-id = spaces
        move 4 to l-result
        goback
    end-if.

*>  under dual control the change is queued, never applied here -
*>  CHANGE-APPROVE applies it once a second operator releases it
    if l-pending-path not omitted and l-pending-path not = spaces
        perform queue-pending-change
        goback
    end-if.

    open i-o api-client-file.
    if ws-client-status = "35"
        open output api-client-file
        close api-client-file
        open i-o api-client-file
    end-if.
    if ws-client-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-client-id to ac-client-id.
    read api-client-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    if not client-was-found and l-credential-hash = spaces
        close api-client-file
        move 4 to l-result
        goback
    end-if.
    if l-credential-hash not = spaces
        move l-credential-hash to ac-credential-hash
    end-if.
    move l-status to ac-status.
    move l-channel to ac-channel.
    move l-user-id to ac-last-updated-by.
    move current-date(1:14) to ac-last-updated-ts.

    if client-was-found
        rewrite api-client-record
        move 0 to l-result
    else
        write api-client-record
        move 1 to l-result
    end-if.

    close api-client-file.
    goback.

queue-pending-change section.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open i-o pending-change-file.
    if ws-pending-status = "35"
        open output pending-change-file
        close pending-change-file
        open i-o pending-change-file
    end-if.
    if ws-pending-status not = "00"
        move 2 to l-result
        exit section
    end-if.
    move l-client-id to pac-client-id.
    move l-credential-hash to pac-credential-hash.
    move l-status to pac-status.
    move l-channel to pac-channel.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-change-id
        move "Q" to ws-change-id(1:1)
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "APICLNT" to pc-change-type
        move l-user-id to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move spaces to pc-approved-by
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-client-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set pending-write-done to true
        end-write
    end-perform.
    close pending-change-file.
    if pending-write-done
        move 3 to l-result
        if l-change-id not omitted
            move ws-change-id to l-change-id
        end-if
    else
        move 2 to l-result
    end-if.
end program api-client-maintain.

*>*
*> Grant or revoke one API-ENTITLEMENT: an account, or a customer
*> (every account held under that customer id on the ACCOUNT-MASTER),
*> an API client may see or debit through the REST routes. Keyed by
*> client id, scope and id - the same "A" account / "C" customer
*> scoping LIMIT-MAINTAIN keys its limits by. Each grant carries an
*> access level: "R" lets the client see the account (/balance), "D"
*> also lets it debit the account (/payment, /payment/cancel); a
*> repeated grant replaces the level. Under the dual-control
*> rules of API-CLIENT-MAINTAIN: with a PENDING-CHANGE path the grant
*> or revocation is queued for a second operator to release through
*> CHANGE-APPROVE instead of being applied.
*>
*> The API-ENTITLEMENT record layout (client id + scope + id key,
*> granted-by, granted timestamp, access level) is shared by this
*> program and HTTP-ROUTER-CALLBACK.
*>
*> @param l-entitlement-path Path to the API-ENTITLEMENT indexed file
*> @param l-client-id API client the entitlement belongs to
*> @param l-scope "A" account, "C" customer
*> @param l-entity-id Account id or customer id
*> @param l-action "G" to grant, "R" to revoke
*> @param l-user-id Operator ID making the change
*> @param l-result 0 granted (a repeated grant is restamped), 1
*>        revoked, 2 file unavailable, 3 queued for approval, 4
*>        invalid scope, action or access level, 5 revoke of an
*>        entitlement the
*>        client does not hold, 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*> @param l-pending-path Optional path to the PENDING-CHANGE file;
*>        when configured the change is queued, not applied
*> @param l-change-id Optionally set to the queued change id
*> @param l-access-level Optional access level of a grant, "R" see or
*>        "D" see and debit; spaces (or omitted) grants "R"
*>*
identification division.
program-id. api-entitlement-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select api-entitlement-file assign to ws-entitlement-path
        organization indexed
        access mode dynamic
        record key ae-key
        file status ws-entitlement-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
data division.
file section.
fd api-entitlement-file.
01 api-entitlement-record.
    05 ae-key.
        10 ae-client-id pic x(16).
        10 ae-scope pic x(1).
        10 ae-entity-id pic x(16).
    05 ae-granted-by pic x(8).
    05 ae-granted-ts pic 9(14).
    05 ae-access-level pic x(1).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-entitlement-path pic x(256).
    01 ws-entitlement-status pic x(2).
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-change-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-entitlement-payload.
        05 pae-client-id pic x(16).
        05 pae-scope pic x(1).
        05 pae-entity-id pic x(16).
        05 pae-action pic x(1).
        05 pae-access-level pic x(1).
    01 ws-access-level pic x(1).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-entitlement-path pic x any length.
    01 l-client-id pic x(16).
    01 l-scope pic x(1).
    01 l-entity-id pic x(16).
    01 l-action pic x(1).
    01 l-user-id pic x(8).
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-access-level pic x(1).
    01 l-result usage binary-long unsigned.
procedure division using l-entitlement-path, l-client-id, l-scope,
        l-entity-id, l-action, l-user-id, l-result,
        optional l-pending-path, optional l-change-id,
        optional l-access-level.
start-api-entitlement-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "APIMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-entitlement-path.
    move l-entitlement-path to ws-entitlement-path.

*>  a grant that does not say otherwise lets the client see only
    move "R" to ws-access-level.
    if l-access-level not omitted and l-access-level not = spaces
        move l-access-level to ws-access-level
    end-if.
    if (l-scope not = "A" and l-scope not = "C")
            or (l-action not = "G" and l-action not = "R")
            or (ws-access-level not = "R" and ws-access-level not = "D")
            or l-client-id = spaces or l-entity-id = spaces
        move 4 to l-result
        goback
    end-if.

    if l-pending-path not omitted and l-pending-path not = spaces
        perform queue-pending-change
        goback
    end-if.

    open i-o api-entitlement-file.
    if ws-entitlement-status = "35"
        open output api-entitlement-file
        close api-entitlement-file
        open i-o api-entitlement-file
    end-if.
    if ws-entitlement-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-client-id to ae-client-id.
    move l-scope to ae-scope.
    move l-entity-id to ae-entity-id.
    if l-action = "R"
        delete api-entitlement-file record
            invalid key
                move 5 to l-result
            not invalid key
                move 1 to l-result
        end-delete
        close api-entitlement-file
        goback
    end-if.

    move l-user-id to ae-granted-by.
    move current-date(1:14) to ae-granted-ts.
    move ws-access-level to ae-access-level.
    write api-entitlement-record
        invalid key
            rewrite api-entitlement-record
    end-write.
    move 0 to l-result.
    close api-entitlement-file.
    goback.

queue-pending-change section.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open i-o pending-change-file.
    if ws-pending-status = "35"
        open output pending-change-file
        close pending-change-file
        open i-o pending-change-file
    end-if.
    if ws-pending-status not = "00"
        move 2 to l-result
        exit section
    end-if.
    move l-client-id to pae-client-id.
    move l-scope to pae-scope.
    move l-entity-id to pae-entity-id.
    move l-action to pae-action.
    move ws-access-level to pae-access-level.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-change-id
        move "Q" to ws-change-id(1:1)
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "APIENTL" to pc-change-type
        move l-user-id to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move spaces to pc-approved-by
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-entitlement-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set pending-write-done to true
        end-write
    end-perform.
    close pending-change-file.
    if pending-write-done
        move 3 to l-result
        if l-change-id not omitted
            move ws-change-id to l-change-id
        end-if
    else
        move 2 to l-result
    end-if.
end program api-entitlement-maintain.

*>*
*> Append one movement to the ACCOUNT-LEDGER: the per-account book
*> of record every balance-touching program writes - payments,
*> inbound settlements, interest capitalizations, manual adjustments
*> and reversals - so a customer statement can show opening balance,
*> movements and closing balance from one file instead of
*> reconstructing them from the journal alone. Each entry carries a
*> per-account sequence number and the running balance after the
*> movement; the running balance is continued from the account's
*> latest entry, found by positioning on the tail of the account's
*> key range the same way FX-RATE-LOOKUP positions on its as-of key.
*>
*> The ACCOUNT-LEDGER record layout (account + sequence key, posting
*> date and timestamp, entry type, reference, currency, signed
*> amount, running balance) is shared by this program and every
*> reader of the file, e.g. STATEMENT-GENERATE. Entry types: "P"
*> payment, "S" inbound settlement, "C" interest capitalization, "J"
*> manual adjustment, "R" reversal, "F" transaction fee, "L" loan
*> disbursement, "X" FX deal settlement.
*>
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-account Account the movement belongs to
*> @param l-posting-date Booking date of the movement, YYYYMMDD
*> @param l-entry-type Entry type, see above
*> @param l-reference Payment id or other reference
*> @param l-currency Account currency the movement is booked in
*> @param l-amount Signed movement, negative for debits
*> @param l-result 0 posted, 1 ledger unavailable, 2 sequence
*>        exhausted for the account
*>*
identification division.
program-id. ledger-post.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select account-ledger-file assign to ws-ledger-path
        organization indexed
        access mode dynamic
        record key alg-key
        alternate record key alg-posting-date with duplicates
        lock mode is automatic
        file status ws-ledger-status.
data division.
file section.
fd account-ledger-file.
01 account-ledger-record.
    05 alg-key.
        10 alg-account pic x(16).
        10 alg-sequence pic 9(10).
    05 alg-posting-date pic 9(8).
    05 alg-posting-ts pic 9(14).
    05 alg-entry-type pic x(1).
    05 alg-reference pic x(35).
    05 alg-currency pic x(3).
    05 alg-amount pic s9(13)v99.
    05 alg-running-balance pic s9(13)v99.
working-storage section.
    01 ws-ledger-path pic x(256).
    01 ws-ledger-status pic x(2).
    01 ws-prior-balance pic s9(13)v99.
    01 ws-next-sequence pic 9(10).
    01 ws-retry-count usage binary-short unsigned.
    01 ws-write-switch pic x value "N".
        88 ledger-write-done value "Y".
    01 ws-before-image pic x(200).
linkage section.
    01 l-ledger-path pic x any length.
    01 l-account pic x(16).
    01 l-posting-date pic 9(8).
    01 l-entry-type pic x(1).
    01 l-reference pic x(35).
    01 l-currency pic x(3).
    01 l-amount pic s9(13)v99.
    01 l-result usage binary-long unsigned.
procedure division using l-ledger-path, l-account, l-posting-date,
        l-entry-type, l-reference, l-currency, l-amount, l-result.
start-ledger-post.
    move 0 to l-result.
    move spaces to ws-ledger-path.
    move l-ledger-path to ws-ledger-path.

    open i-o account-ledger-file.
    if ws-ledger-status = "35"
        open output account-ledger-file
        close account-ledger-file
        open i-o account-ledger-file
    end-if.
    if ws-ledger-status not = "00"
        move 1 to l-result
        goback
    end-if.

*>  a concurrent writer can take the sequence between the tail read
*>  and the write - on a key collision the tail (and its running
*>  balance) is re-read before retrying, the way PAYMENT-BOOK bumps
*>  payment ids
    move "N" to ws-write-switch.
    move 0 to ws-retry-count.
    perform until ledger-write-done or ws-retry-count > 9
        perform find-ledger-tail
        move l-account to alg-account
        move ws-next-sequence to alg-sequence
        move l-posting-date to alg-posting-date
        move current-date(1:14) to alg-posting-ts
        move l-entry-type to alg-entry-type
        move l-reference to alg-reference
        move l-currency to alg-currency
        move l-amount to alg-amount
        compute alg-running-balance = ws-prior-balance + l-amount
        write account-ledger-record
            invalid key
                add 1 to ws-retry-count
            not invalid key
                set ledger-write-done to true
                perform journal-ledger-add
        end-write
    end-perform.
    close account-ledger-file.
    if not ledger-write-done
        move 2 to l-result
    end-if.
    goback.

find-ledger-tail section.
*>  continue from the account's latest entry: the greatest key not
*>  exceeding (account, highest sequence) is the account's tail, or
*>  some other account's tail when this account has no entries yet
    move 0 to ws-prior-balance.
    move 1 to ws-next-sequence.
    move l-account to alg-account.
    move 9999999999 to alg-sequence.
    start account-ledger-file key is less than or equal to alg-key
        invalid key
            continue
        not invalid key
            read account-ledger-file next record
                at end
                    continue
                not at end
                    if alg-account = l-account
                        move alg-running-balance to ws-prior-balance
                        compute ws-next-sequence = alg-sequence + 1
                    end-if
            end-read
    end-start.

journal-ledger-add section.
    call "change-journal-write" using "ACCOUNT-LEDGER", "A", alg-key,
        "LEDGER-POST", " ", account-ledger-record
    end-call.
end program ledger-post.

*>*
*> One-time ACCOUNT-LEDGER priming for accounts that predate the
*> ledger. Their balances never passed through LEDGER-POST, so their
*> running balance would start from zero and a statement's closing
*> balance could not tie to acm-current-balance. This utility scans
*> the ACCOUNT-MASTER and, for every account that has no ledger
*> entries yet and a non-zero current balance, posts that balance as
*> a "J" opening entry dated the priming day - after which every
*> later movement keeps the running balance tied. Safe to rerun: an
*> account with any ledger entry at all is left alone.
*>
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-result Number of accounts primed, or 99000001 when the
*>        master could not be opened, and 99000002 when the ledger
*>        already holds more accounts than the scan table - priming
*>        with partial knowledge could double-post, so the run
*>        refuses
*>*
identification division.
program-id. ledger-prime.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select account-ledger-file assign to ws-ledger-path
        organization indexed
        access mode dynamic
        record key alg-key
        alternate record key alg-posting-date with duplicates
        file status ws-ledger-status.
data division.
file section.
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd account-ledger-file.
01 account-ledger-record.
    05 alg-key.
        10 alg-account pic x(16).
        10 alg-sequence pic 9(10).
    05 alg-posting-date pic 9(8).
    05 alg-posting-ts pic 9(14).
    05 alg-entry-type pic x(1).
    05 alg-reference pic x(35).
    05 alg-currency pic x(3).
    05 alg-amount pic s9(13)v99.
    05 alg-running-balance pic s9(13)v99.
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-ledger-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-ledger-status pic x(2).
    01 ws-ledger-eof-switch pic x(1) value "N".
        88 ledger-eof value "Y".
    01 ws-master-eof-switch pic x(1) value "N".
        88 master-eof value "Y".
    01 ws-known.
        05 ws-known-account pic x(16) occurs 512 times.
    01 ws-known-count usage binary-short unsigned value 0.
    01 ws-known-overflow pic x(1) value "N".
    01 ws-known-idx usage index.
    01 ws-known-found pic x(1).
    01 ws-posting-date pic 9(8).
    01 ws-ledger-type pic x(1) value "J".
    01 ws-ledger-reference pic x(35)
        value "OPENING BALANCE PRIME".
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-primed-count usage binary-long unsigned value 0.
linkage section.
    01 l-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-ledger-path, l-result.
start-ledger-prime.
    move 0 to l-result.
    move 0 to ws-primed-count.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-ledger-path.
    move l-ledger-path to ws-ledger-path.

*>  pass 1: which accounts already have ledger entries - a ledger
*>  that does not exist yet simply means none do
    perform collect-known-accounts.
    if ws-known-overflow = "Y"
        move 99000002 to l-result
        goback
    end-if.

    open input account-master-file.
    if ws-master-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    move current-date(1:8) to ws-posting-date.
    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                if acm-current-balance not = 0
                    perform prime-one-account
                end-if
        end-read
    end-perform.
    close account-master-file.
    move ws-primed-count to l-result.
    goback.

collect-known-accounts section.
    open input account-ledger-file.
    if ws-ledger-status not = "00"
        exit section
    end-if.
    move low-values to alg-key.
    start account-ledger-file key is greater than or equal to
            alg-key
        invalid key
            set ledger-eof to true
    end-start.
    perform until ledger-eof
        read account-ledger-file next record
            at end
                set ledger-eof to true
            not at end
                perform note-known-account
        end-read
    end-perform.
    close account-ledger-file.

note-known-account section.
*>  the ledger key is account-major, so only account breaks need a
*>  table probe
    if ws-known-count > 0
        if ws-known-account(ws-known-count) = alg-account
            exit section
        end-if
    end-if.
    if ws-known-count < 512
        add 1 to ws-known-count
        move alg-account to ws-known-account(ws-known-count)
    else
        move "Y" to ws-known-overflow
        set ledger-eof to true
    end-if.

prime-one-account section.
    move "N" to ws-known-found.
    perform varying ws-known-idx from 1 by 1
            until ws-known-idx > ws-known-count
               or ws-known-found = "Y"
        if ws-known-account(ws-known-idx) = acm-account-id
            move "Y" to ws-known-found
        end-if
    end-perform.
    if ws-known-found = "Y"
        exit section
    end-if.
    move acm-current-balance to ws-ledger-amount.
    call "ledger-post" using l-ledger-path, acm-account-id,
        ws-posting-date, ws-ledger-type, ws-ledger-reference,
        acm-currency, ws-ledger-amount, ws-ledger-result
    end-call.
    if ws-ledger-result = 0
        add 1 to ws-primed-count
    end-if.
end program ledger-prime.

*>*
*> Book a single customer payment: the shared validation, journalling
*> and balance-posting core behind PAYMENT-INITIATION-HANDLER, pulled
*> out of the handler so batch originators (standing orders, inbound
*> settlement) book through exactly the same rules as the REST
*> endpoint instead of re-implementing them.
*>
*> The payment is validated against ACCOUNT-MASTER - both accounts
*> must exist and be active, the posted currency must match the debit
*> account, and the debit account needs sufficient available balance -
*> then written to the PAYMENT-JOURNAL indexed file under a freshly
*> allocated payment id and booked straight through to the account
*> balances. When the credit account is held in a different currency
*> the payment is converted through FX-RATE-LOOKUP against the
*> FX-RATE-MASTER (ECB rates are EUR-based quotes, so the conversion
*> goes through the two EUR legs; EUR itself counts as rate 1) and
*> the credit leg is booked at the converted counter-amount. The
*> applied rate, counter-currency and counter-amount are carried on
*> the journal record so statements and the trial balance can explain
*> the conversion; on a same-currency payment the counter fields
*> mirror the booked currency and amount at rate 1.
*>
*> A dormant ("D", see DORMANCY-DETECT) account cannot be debited -
*> the payment is rejected "debit account is dormant" until the
*> account is reactivated through CHANGE-APPROVE - but can still be
*> credited.
*>
*> An account with an arranged overdraft (see OVERDRAFT-MAINTAIN) may
*> be debited below zero, down to the limit of the facility version
*> in force on the booking date, unless that facility has expired.
*> The account's unexpired earmarks (see EARMARK-MAINTAIN) are
*> deducted from the available balance first; a payment only the
*> earmarked funds would have covered is rejected "available
*> balance is earmarked".
*>
*> The PAYMENT-JOURNAL record layout (payment id key, debit/credit
*> account, currency, amount, reference, status, booking date and
*> timestamp, counter-currency/applied rate/counter-amount) is shared
*> by this program and every reader of the file. Payment status
*> values: "A" accepted, "X" reversed before posting (the locked
*> posting-time recheck found the funds gone).
*>
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file,
*>        consulted only for cross-currency payments
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file both
*>        legs are posted to (see LEDGER-POST)
*> @param l-limits-path Path to the LIMITS master (see
*>        LIMIT-MAINTAIN); spaces to skip limit enforcement.
*>        Customer-scope limits are EUR amounts - the payment is
*>        converted through FX-RATE-LOOKUP for that check
*> @param l-usage-path Path to the LIMIT-USAGE indexed file tracking
*>        the day's cumulative debits per account and customer (the
*>        customer tally in EUR); spaces disables the daily-limit
*>        velocity check
*> @param l-fee-schedule-path Path to the FEE-SCHEDULE (see
*>        FEE-SCHEDULE-MAINTAIN); spaces to book no fees
*> @param l-fee-account Internal fee income account credited by the
*>        separate "F..." fee journal entry booked with the payment;
*>        spaces to book no fees
*> @param l-bizdate-path Path of the BUSINESS-DATE control record
*>        (see BUSINESS-DATE-MAINTAIN) bookings take their booking
*>        date from; spaces to stamp the wall-clock date as before
*> @param l-currency-path Path to the CURRENCY-MASTER (see
*>        CURRENCY-MAINTAIN); when configured the posted currency
*>        must be known and active and the amount must respect its
*>        decimal places
*> @param l-debit-account Account to debit
*> @param l-credit-account Account to credit
*> @param l-currency Posted currency, must match the debit account
*> @param l-amount Amount in the posted currency, greater than zero
*> @param l-reference Payment reference carried on the journal
*> @param l-channel Originator stamp for the audit fields, e.g.
*>        "PAYMENT" for the REST handler
*> @param l-payment-id Set to the allocated payment id when booked
*> @param l-reject-reason Set to the business reason when l-result = 3
*> @param l-result 0 booked; 1 debit account not found, 2 credit
*>        account not found, 3 validation rejected (see
*>        l-reject-reason, including the posting-time balance
*>        recheck and the account/customer limit checks), 4 account
*>        master unavailable, 5 payment journal unavailable, 6
*>        payment id could not be allocated
*> @param l-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file, passed after l-result so existing callers keep their
*>        argument lists; spaces (or omitted) allows no overdraft
*> @param l-earmark-path Optional path to the EARMARK file; spaces
*>        (or omitted) deducts no earmarks
*>*
identification division.
program-id. payment-book.
environment division.
configuration section.
repository.
    function current-date intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        lock mode is automatic
        file status ws-master-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        lock mode is automatic
        file status ws-journal-status.
    select limits-file assign to ws-limits-path
        organization indexed
        access mode dynamic
        record key lim-key
        file status ws-limits-status.
    select limit-usage-file assign to ws-usage-path
        organization indexed
        access mode dynamic
        record key lu-key
        lock mode is automatic
        file status ws-usage-status.
    select fee-schedule-file assign to ws-fee-path
        organization indexed
        access mode dynamic
        record key fs-key
        file status ws-fee-status.
    select business-date-file assign to ws-bizdate-path
        organization line sequential
        file status ws-bizdate-status.
    select currency-master-file assign to ws-currency-path
        organization indexed
        access mode dynamic
        record key cur-code
        file status ws-currency-status.
    select overdraft-facility-file assign to ws-overdraft-path
        organization indexed
        access mode dynamic
        record key of-key
        file status ws-overdraft-status.
    select earmark-file assign to ws-earmark-path
        organization indexed
        access mode dynamic
        record key em-key
        file status ws-earmark-status.
data division.
file section.
fd earmark-file.
01 earmark-record.
    05 em-key.
        10 em-account-id pic x(16).
        10 em-earmark-id pic x(16).
    05 em-amount pic 9(13)v99.
    05 em-hold-type pic x(1).
    05 em-reference pic x(35).
    05 em-placed-by pic x(8).
    05 em-placed-ts pic 9(14).
    05 em-expiry-date pic 9(8).
fd overdraft-facility-file.
01 overdraft-facility-record.
    05 of-key.
        10 of-account-id pic x(16).
        10 of-effective-date pic 9(8).
    05 of-limit pic 9(13)v99.
    05 of-debit-rate pic 9(3)v9(6).
    05 of-expiry-date pic 9(8).
    05 of-last-updated-by pic x(8).
    05 of-last-updated-ts pic 9(14).
fd currency-master-file.
01 currency-master-record.
    05 cur-code pic x(3).
    05 cur-name pic x(40).
    05 cur-decimals pic 9(1).
    05 cur-active pic x(1).
    05 cur-last-updated-by pic x(8).
    05 cur-last-updated-ts pic 9(14).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd business-date-file.
01 business-date-record.
    05 bd-business-date pic 9(8).
    05 bd-state pic x(1).
    05 bd-next-date pic 9(8).
    05 bd-last-updated-by pic x(8).
    05 bd-last-updated-ts pic 9(14).
fd fee-schedule-file.
01 fee-schedule-record.
    05 fs-key.
        10 fs-payment-type pic x(8).
        10 fs-currency pic x(3).
        10 fs-tier-floor pic 9(13).
    05 fs-fee-amount pic 9(13)v99.
    05 fs-last-updated-by pic x(8).
    05 fs-last-updated-ts pic 9(14).
fd limits-file.
01 limits-record.
    05 lim-key.
        10 lim-scope pic x(1).
        10 lim-id pic x(16).
    05 lim-single-max pic 9(13)v99.
    05 lim-daily-max pic 9(13)v99.
    05 lim-last-updated-by pic x(8).
    05 lim-last-updated-ts pic 9(14).
fd limit-usage-file.
01 limit-usage-record.
    05 lu-key.
        10 lu-scope pic x(1).
        10 lu-id pic x(16).
        10 lu-date pic 9(8).
    05 lu-used pic 9(13)v99.
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-limits-path pic x(256).
    01 ws-usage-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-limits-status pic x(2).
    01 ws-usage-status pic x(2).
    01 ws-debit-status pic x(1).
    01 ws-debit-currency pic x(3).
    01 ws-debit-customer pic x(12).
    01 ws-debit-available pic s9(13)v99.
    01 ws-limit-scope pic x(1).
    01 ws-limit-id pic x(16).
    01 ws-usage-date pic 9(8).
    01 ws-used-today pic 9(13)v99.
    01 ws-check-amount pic 9(13)v99.
    01 ws-limit-eur-amount pic 9(13)v99.
    01 ws-limit-rate pic 9(7)v9(8).
    01 ws-limit-lookup-result usage binary-long unsigned.
    01 ws-fee-path pic x(256).
    01 ws-fee-status pic x(2).
    01 ws-fee-amount pic 9(13)v99.
    01 ws-fee-id pic x(16).
    01 ws-fee-credited pic x(1).
    01 ws-bizdate-path pic x(256).
    01 ws-bizdate-status pic x(2).
    01 ws-booking-date pic 9(8).
    01 ws-currency-path pic x(256).
    01 ws-currency-status pic x(2).
    01 ws-whole-amount pic 9(13).
    01 ws-tenths-amount pic 9(14)v9.
    01 ws-tenths-whole pic 9(14).
    01 ws-credit-status pic x(1).
    01 ws-credit-currency pic x(3).
    01 ws-ecb-source pic x(10) value "ECB".
    01 ws-as-of-date pic 9(8).
    01 ws-as-of-time pic 9(6) value 235959.
    01 ws-debit-rate pic 9(7)v9(8).
    01 ws-credit-rate pic 9(7)v9(8).
    01 ws-lookup-result usage binary-long unsigned.
    01 ws-applied-rate pic 9(7)v9(8).
    01 ws-counter-amount pic 9(13)v99.
    01 ws-payment-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 journal-write-done value "Y".
    01 ws-posting-ok pic x value "N".
    01 ws-credit-posted pic x value "N".
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-type pic x(1) value "P".
    01 ws-ledger-reference pic x(35).
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-overdraft-path pic x(256).
    01 ws-overdraft-status pic x(2).
    01 ws-overdraft-limit pic 9(13)v99.
    01 ws-earmark-path pic x(256).
    01 ws-earmark-status pic x(2).
    01 ws-earmark-eof-switch pic x(1).
        88 earmark-eof value "Y".
    01 ws-earmarked pic 9(13)v99.
    01 ws-before-image pic x(200).
linkage section.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-limits-path pic x any length.
    01 l-usage-path pic x any length.
    01 l-fee-schedule-path pic x any length.
    01 l-fee-account pic x(16).
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-debit-account pic x(16).
    01 l-credit-account pic x(16).
    01 l-currency pic x(3).
    01 l-amount pic 9(13)v99.
    01 l-reference pic x(35).
    01 l-channel pic x(8).
    01 l-payment-id pic x(16).
    01 l-reject-reason pic x(64).
    01 l-result usage binary-long unsigned.
    01 l-overdraft-path pic x any length.
    01 l-earmark-path pic x any length.
procedure division using l-master-path, l-journal-path,
        l-fx-master-path, l-ledger-path, l-limits-path,
        l-usage-path, l-fee-schedule-path, l-fee-account,
        l-bizdate-path, l-currency-path, l-debit-account,
        l-credit-account, l-currency, l-amount, l-reference,
        l-channel, l-payment-id, l-reject-reason, l-result,
        optional l-overdraft-path, optional l-earmark-path.
start-payment-book.
    move 0 to l-result.
    move spaces to l-payment-id.
    move spaces to l-reject-reason.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-overdraft-path.
    if l-overdraft-path not omitted
        move l-overdraft-path to ws-overdraft-path
    end-if.
    move spaces to ws-earmark-path.
    if l-earmark-path not omitted
        move l-earmark-path to ws-earmark-path
    end-if.
    perform get-booking-date.
    perform validate-payment-currency.
    if l-reject-reason not = spaces
        move 3 to l-result
        goback
    end-if.

    open i-o account-master-file.
    if ws-master-status not = "00"
        move 4 to l-result
        goback
    end-if.

    move l-debit-account to acm-account-id.
    read account-master-file
        invalid key
            close account-master-file
            move 1 to l-result
            goback
    end-read.
    move acm-status to ws-debit-status.
    move acm-currency to ws-debit-currency.
    move acm-customer-id to ws-debit-customer.
    move acm-available-balance to ws-debit-available.
    perform find-overdraft-limit.
    perform sum-account-earmarks.

    move l-credit-account to acm-account-id.
    read account-master-file
        invalid key
            close account-master-file
            move 2 to l-result
            goback
    end-read.
    move acm-status to ws-credit-status.
    move acm-currency to ws-credit-currency.

    evaluate true
        when ws-debit-status = "D"
            move "debit account is dormant" to l-reject-reason
        when ws-debit-status not = "A"
            move "debit account is not active" to l-reject-reason
        when ws-credit-status not = "A" and ws-credit-status not = "D"
            move "credit account is not active" to l-reject-reason
        when l-currency not = ws-debit-currency
            move "currency does not match debit account"
                to l-reject-reason
        when ws-debit-available + ws-overdraft-limit - ws-earmarked
                < l-amount
            evaluate true
                when ws-earmarked > 0
                        and ws-debit-available + ws-overdraft-limit
                            >= l-amount
                    move "available balance is earmarked"
                        to l-reject-reason
                when ws-overdraft-limit = 0
                    move "insufficient available balance"
                        to l-reject-reason
                when other
                    move "exceeds arranged overdraft limit"
                        to l-reject-reason
            end-evaluate
        when other
            continue
    end-evaluate.
    if l-reject-reason not = spaces
        close account-master-file
        move 3 to l-result
        goback
    end-if.

*>  limits are a control on the debit side: the per-payment maximum
*>  and the daily cumulative debit limit for the account, and the
*>  same pair for the owning customer across all their accounts
    perform check-payment-limits.
    if l-reject-reason not = spaces
        close account-master-file
        move 3 to l-result
        goback
    end-if.

*>  cross-currency: price the credit leg off the FX-RATE-MASTER as
*>  of now, through the two EUR legs of the ECB quotes
    if ws-credit-currency = l-currency
        move 1 to ws-applied-rate
        move l-amount to ws-counter-amount
    else
        perform find-conversion-rate
        if l-reject-reason not = spaces
            close account-master-file
            move 3 to l-result
            goback
        end-if
    end-if.

    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    open i-o payment-journal-file.
    if ws-journal-status = "35"
        open output payment-journal-file
        close payment-journal-file
        open i-o payment-journal-file
    end-if.
    if ws-journal-status not = "00"
        close account-master-file
        move 5 to l-result
        goback
    end-if.

*>  allocate a unique payment id: "P" + current timestamp + a one-
*>  digit sequence bumped past any id already journalled this second
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until journal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-payment-id
        move "P" to ws-payment-id(1:1)
        move current-date(1:14) to ws-payment-id(2:14)
        move ws-id-seq-digit to ws-payment-id(16:1)
        move ws-payment-id to pj-payment-id
        move l-debit-account to pj-debit-account
        move l-credit-account to pj-credit-account
        move l-currency to pj-currency
        move l-amount to pj-amount
        move l-reference to pj-reference
        move "A" to pj-status
        move ws-booking-date to pj-booking-date
        move current-date(1:14) to pj-booking-ts
        move ws-credit-currency to pj-counter-currency
        move ws-applied-rate to pj-applied-rate
        move ws-counter-amount to pj-counter-amount
        move spaces to pj-reversal-of
        move spaces to pj-reason-code
        write payment-journal-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set journal-write-done to true
                perform journal-payment-add
        end-write
    end-perform.
    close payment-journal-file.
    if not journal-write-done
        close account-master-file
        move 6 to l-result
        goback
    end-if.
    move ws-payment-id to l-payment-id.

*>  book the movement straight through to the account balances.
*>  RECEIVE-TCP serves each connection in its own process, so two
*>  simultaneous payments can reach this point together: the
*>  automatic record lock held between this read and its rewrite is
*>  what keeps the read-modify-rewrite safe, and the availability
*>  check is repeated here under that lock - the earlier validation
*>  read was unlocked and the balance may have moved since
    move "N" to ws-posting-ok.
    move l-debit-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            if acm-available-balance + ws-overdraft-limit
                    - ws-earmarked >= l-amount
                move account-master-record to ws-before-image
                subtract l-amount from acm-current-balance
                subtract l-amount from acm-available-balance
                move l-channel to acm-last-updated-by
                move current-date(1:14) to acm-last-updated-ts
                rewrite account-master-record
                perform journal-master-change
                move "Y" to ws-posting-ok
            end-if
    end-read.
    if ws-posting-ok = "N"
        close account-master-file
        perform reverse-journalled-payment
        move "insufficient available balance" to l-reject-reason
        move 3 to l-result
        goback
    end-if.
    move "N" to ws-credit-posted.
    move l-credit-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            add ws-counter-amount to acm-current-balance
            add ws-counter-amount to acm-available-balance
            move l-channel to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-credit-posted
    end-read.
    close account-master-file.

*>  both legs go on the ACCOUNT-LEDGER so statements and the running
*>  balances explain the movement; the booking stands even if the
*>  ledger is briefly unavailable - the nightly trial balance is
*>  what catches a ledger that fell behind
    move spaces to ws-ledger-reference.
    move ws-payment-id to ws-ledger-reference.
    compute ws-ledger-amount = l-amount * -1.
    call "ledger-post" using l-ledger-path, l-debit-account,
        pj-booking-date, ws-ledger-type, ws-ledger-reference,
        ws-debit-currency, ws-ledger-amount, ws-ledger-result
    end-call.
    if ws-credit-posted = "Y"
        move ws-counter-amount to ws-ledger-amount
        call "ledger-post" using l-ledger-path, l-credit-account,
            pj-booking-date, ws-ledger-type, ws-ledger-reference,
            ws-credit-currency, ws-ledger-amount, ws-ledger-result
        end-call
    end-if.
    perform bump-limit-usage.
    perform book-payment-fee.
    goback.

book-payment-fee section.
*>  the transaction fee is a separate journal entry under its own
*>  "F..." id, never folded into the payment amount, so customers
*>  and finance can both see what was charged. The fee is found on
*>  the FEE-SCHEDULE by payment type (the originator channel),
*>  currency and amount tier - greatest tier floor not exceeding the
*>  payment amount, the same positioning INTEREST-ACCRUE uses for
*>  its rate tiers - and is force-posted: a fee may take the account
*>  below its available balance
    if l-fee-schedule-path = spaces or l-fee-account = spaces
        exit section
    end-if.
    move spaces to ws-fee-path.
    move l-fee-schedule-path to ws-fee-path.
    open input fee-schedule-file.
    if ws-fee-status not = "00"
        exit section
    end-if.
    move 0 to ws-fee-amount.
    move l-channel to fs-payment-type.
    move l-currency to fs-currency.
    move l-amount to fs-tier-floor.
    start fee-schedule-file key is less than or equal to fs-key
        invalid key
            continue
        not invalid key
            read fee-schedule-file next record
                at end
                    continue
                not at end
                    if fs-payment-type = l-channel
                            and fs-currency = l-currency
                        move fs-fee-amount to ws-fee-amount
                    end-if
            end-read
    end-start.
    close fee-schedule-file.
    if ws-fee-amount = 0
        exit section
    end-if.

    perform write-fee-journal-entry.
    if ws-fee-id = spaces
        exit section
    end-if.

    open i-o account-master-file.
    if ws-master-status not = "00"
        exit section
    end-if.
    move l-debit-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            subtract ws-fee-amount from acm-current-balance
            subtract ws-fee-amount from acm-available-balance
            move "FEE" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
    end-read.
    move "N" to ws-fee-credited.
    move l-fee-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            add ws-fee-amount to acm-current-balance
            add ws-fee-amount to acm-available-balance
            move "FEE" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-fee-credited
    end-read.
    close account-master-file.

    move spaces to ws-ledger-reference.
    move ws-fee-id to ws-ledger-reference.
    compute ws-ledger-amount = ws-fee-amount * -1.
    call "ledger-post" using l-ledger-path, l-debit-account,
        pj-booking-date, "F", ws-ledger-reference,
        l-currency, ws-ledger-amount, ws-ledger-result
    end-call.
    if ws-fee-credited = "Y"
        move ws-fee-amount to ws-ledger-amount
        call "ledger-post" using l-ledger-path, l-fee-account,
            pj-booking-date, "F", ws-ledger-reference,
            l-currency, ws-ledger-amount, ws-ledger-result
        end-call
    end-if.

write-fee-journal-entry section.
    move spaces to ws-fee-id.
    open i-o payment-journal-file.
    if ws-journal-status not = "00"
        exit section
    end-if.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until journal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-fee-id
        move "F" to ws-fee-id(1:1)
        move current-date(1:14) to ws-fee-id(2:14)
        move ws-id-seq-digit to ws-fee-id(16:1)
        move ws-fee-id to pj-payment-id
        move l-debit-account to pj-debit-account
        move l-fee-account to pj-credit-account
        move l-currency to pj-currency
        move ws-fee-amount to pj-amount
        move spaces to pj-reference
        string "FEE " delimited by size
            ws-payment-id delimited by size
            into pj-reference
        end-string
        move "A" to pj-status
        move ws-booking-date to pj-booking-date
        move current-date(1:14) to pj-booking-ts
        move l-currency to pj-counter-currency
        move 1 to pj-applied-rate
        move ws-fee-amount to pj-counter-amount
        move spaces to pj-reversal-of
        move spaces to pj-reason-code
        write payment-journal-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set journal-write-done to true
                perform journal-payment-add
        end-write
    end-perform.
    close payment-journal-file.
    if not journal-write-done
        move spaces to ws-fee-id
    end-if.

validate-payment-currency section.
*>  the posted currency must be a known, active ISO 4217 code and
*>  the amount must respect its decimal places - "ZZZ" and JPY with
*>  cents both stop here. Without a configured currency master the
*>  account-currency matching below remains the only check
    if l-currency-path = spaces
        exit section
    end-if.
    move spaces to ws-currency-path.
    move l-currency-path to ws-currency-path.
    open input currency-master-file.
    if ws-currency-status not = "00"
        exit section
    end-if.
    move l-currency to cur-code.
    read currency-master-file
        invalid key
            move "unknown currency code" to l-reject-reason
        not invalid key
            if cur-active not = "Y"
                move "currency is not active for payments"
                    to l-reject-reason
            end-if
    end-read.
    close currency-master-file.
    if l-reject-reason not = spaces
        exit section
    end-if.
    evaluate cur-decimals
        when 0
            move l-amount to ws-whole-amount
            if l-amount not = ws-whole-amount
                move "amount has more decimals than the currency"
                    to l-reject-reason
            end-if
        when 1
            compute ws-tenths-amount = l-amount * 10
            move ws-tenths-amount to ws-tenths-whole
            if ws-tenths-amount not = ws-tenths-whole
                move "amount has more decimals than the currency"
                    to l-reject-reason
            end-if
        when other
            continue
    end-evaluate.

get-booking-date section.
*>  bookings are stamped with the open business date from the
*>  BUSINESS-DATE control record; once cutover has begun the next
*>  business day is stamped instead, so a payment taken during the
*>  EOD run can never land on a day already reported. Without a
*>  configured control record the wall clock applies, as before
    move current-date(1:8) to ws-booking-date.
    if l-bizdate-path = spaces
        exit section
    end-if.
    move spaces to ws-bizdate-path.
    move l-bizdate-path to ws-bizdate-path.
    open input business-date-file.
    if ws-bizdate-status not = "00"
        exit section
    end-if.
    read business-date-file
        at end
            continue
        not at end
            if bd-state = "O" or bd-next-date = 0
                move bd-business-date to ws-booking-date
            else
                move bd-next-date to ws-booking-date
            end-if
    end-read.
    close business-date-file.

check-payment-limits section.
*>  no limits master configured, or one not created yet, means no
*>  limits to enforce - the same opt-in shape as inbound auth
    if l-limits-path = spaces
        exit section
    end-if.
    move spaces to ws-limits-path.
    move l-limits-path to ws-limits-path.
    open input limits-file.
    if ws-limits-status = "35"
        exit section
    end-if.
    if ws-limits-status not = "00"
        move "limits master unavailable" to l-reject-reason
        exit section
    end-if.
    move ws-booking-date to ws-usage-date.
    move "A" to ws-limit-scope.
    move l-debit-account to ws-limit-id.
    move l-amount to ws-check-amount.
    perform check-one-limit-scope.
    if l-reject-reason = spaces and ws-debit-customer not = spaces
        move "C" to ws-limit-scope
        move spaces to ws-limit-id
        move ws-debit-customer to ws-limit-id
        perform compute-limit-eur-amount
        move ws-limit-eur-amount to ws-check-amount
        perform check-one-limit-scope
    end-if.
    close limits-file.

compute-limit-eur-amount section.
*>  customer-scope limits aggregate across accounts in different
*>  currencies, so their maxima and usage are kept in EUR and every
*>  payment converts through the ECB quotes the way
*>  CUSTOMER-POSITION-REPORT converts balances. A currency with no
*>  rate counts at face value - the conservative direction for a
*>  control, consuming too much limit rather than too little
    if l-currency = "EUR"
        move l-amount to ws-limit-eur-amount
        exit section
    end-if.
    move l-amount to ws-limit-eur-amount.
    move 0 to ws-limit-rate.
    move current-date(1:8) to ws-as-of-date.
    call "fx-rate-lookup" using l-fx-master-path, l-currency,
        ws-ecb-source, ws-as-of-date, ws-as-of-time,
        ws-limit-rate, ws-limit-lookup-result
    end-call.
    if ws-limit-lookup-result = 0 and ws-limit-rate not = 0
        compute ws-limit-eur-amount rounded =
            l-amount / ws-limit-rate
    end-if.

check-one-limit-scope section.
    move ws-limit-scope to lim-scope.
    move ws-limit-id to lim-id.
    read limits-file
        invalid key
            exit section
    end-read.
    if lim-single-max not = 0 and ws-check-amount > lim-single-max
        if ws-limit-scope = "A"
            move "exceeds single payment limit" to l-reject-reason
        else
            move "exceeds customer single payment limit"
                to l-reject-reason
        end-if
        exit section
    end-if.
    if lim-daily-max = 0
        exit section
    end-if.
    perform read-usage-today.
    if ws-used-today + ws-check-amount > lim-daily-max
        if ws-limit-scope = "A"
            move "exceeds daily debit limit" to l-reject-reason
        else
            move "exceeds customer daily debit limit"
                to l-reject-reason
        end-if
    end-if.

read-usage-today section.
    move 0 to ws-used-today.
    if l-usage-path = spaces
        exit section
    end-if.
    move spaces to ws-usage-path.
    move l-usage-path to ws-usage-path.
    open input limit-usage-file.
    if ws-usage-status not = "00"
        exit section
    end-if.
    move ws-limit-scope to lu-scope.
    move ws-limit-id to lu-id.
    move ws-usage-date to lu-date.
    read limit-usage-file
        invalid key
            continue
        not invalid key
            move lu-used to ws-used-today
    end-read.
    close limit-usage-file.

bump-limit-usage section.
*>  velocity tracking: the day's cumulative debits per account and
*>  per customer, keyed on the booking date the payment carries
    if l-usage-path = spaces
        exit section
    end-if.
    move spaces to ws-usage-path.
    move l-usage-path to ws-usage-path.
    open i-o limit-usage-file.
    if ws-usage-status = "35"
        open output limit-usage-file
        close limit-usage-file
        open i-o limit-usage-file
    end-if.
    if ws-usage-status not = "00"
        exit section
    end-if.
    move pj-booking-date to ws-usage-date.
    move "A" to ws-limit-scope.
    move l-debit-account to ws-limit-id.
    move l-amount to ws-check-amount.
    perform bump-one-usage.
    if ws-debit-customer not = spaces
        move "C" to ws-limit-scope
        move spaces to ws-limit-id
        move ws-debit-customer to ws-limit-id
        perform compute-limit-eur-amount
        move ws-limit-eur-amount to ws-check-amount
        perform bump-one-usage
    end-if.
    close limit-usage-file.

bump-one-usage section.
    move ws-limit-scope to lu-scope.
    move ws-limit-id to lu-id.
    move ws-usage-date to lu-date.
    read limit-usage-file
        invalid key
            move ws-limit-scope to lu-scope
            move ws-limit-id to lu-id
            move ws-usage-date to lu-date
            move ws-check-amount to lu-used
            write limit-usage-record
                invalid key
                    continue
                not invalid key
                    perform journal-usage-add
            end-write
        not invalid key
            move limit-usage-record to ws-before-image
            add ws-check-amount to lu-used
            rewrite limit-usage-record
            perform journal-usage-change
    end-read.

find-conversion-rate section.
*>  ECB quotes are units of currency per EUR; the cross rate is the
*>  ratio of the two EUR legs, with EUR itself counting as 1
    move current-date(1:8) to ws-as-of-date.
    if l-currency = "EUR"
        move 1 to ws-debit-rate
    else
        move 0 to ws-debit-rate
        call "fx-rate-lookup" using l-fx-master-path, l-currency,
            ws-ecb-source, ws-as-of-date, ws-as-of-time,
            ws-debit-rate, ws-lookup-result
        end-call
        if ws-lookup-result not = 0 or ws-debit-rate = 0
            move "no fx rate for payment currency" to l-reject-reason
            exit section
        end-if
    end-if.
    if ws-credit-currency = "EUR"
        move 1 to ws-credit-rate
    else
        move 0 to ws-credit-rate
        call "fx-rate-lookup" using l-fx-master-path,
            ws-credit-currency, ws-ecb-source, ws-as-of-date,
            ws-as-of-time, ws-credit-rate, ws-lookup-result
        end-call
        if ws-lookup-result not = 0 or ws-credit-rate = 0
            move "no fx rate for credit account currency"
                to l-reject-reason
            exit section
        end-if
    end-if.
    compute ws-applied-rate rounded =
        ws-credit-rate / ws-debit-rate.
    compute ws-counter-amount rounded =
        l-amount * ws-credit-rate / ws-debit-rate.
    if ws-counter-amount = 0
        move "converted amount rounds to zero" to l-reject-reason
    end-if.

find-overdraft-limit section.
*>  the facility version in force on the booking date - greatest
*>  effective date not after it, the way FX-RATE-LOOKUP positions on
*>  its as-of key - lends its limit unless it has expired
    move 0 to ws-overdraft-limit.
    if ws-overdraft-path = spaces
        exit section
    end-if.
    open input overdraft-facility-file.
    if ws-overdraft-status not = "00"
        exit section
    end-if.
    move l-debit-account to of-account-id.
    move ws-booking-date to of-effective-date.
    start overdraft-facility-file key is less than or equal to of-key
        invalid key
            continue
        not invalid key
            read overdraft-facility-file next record
                at end
                    continue
                not at end
                    if of-account-id = l-debit-account
                            and (of-expiry-date = 0
                                or of-expiry-date >= ws-booking-date)
                        move of-limit to ws-overdraft-limit
                    end-if
            end-read
    end-start.
    close overdraft-facility-file.

sum-account-earmarks section.
*>  funds blocked by the debit account's earmarks - those without an
*>  expiry, or expiring on or after the booking date
    move 0 to ws-earmarked.
    if ws-earmark-path = spaces
        exit section
    end-if.
    open input earmark-file.
    if ws-earmark-status not = "00"
        exit section
    end-if.
    move "N" to ws-earmark-eof-switch.
    move l-debit-account to em-account-id.
    move low-values to em-earmark-id.
    start earmark-file key is greater than or equal to em-key
        invalid key
            set earmark-eof to true
    end-start.
    perform until earmark-eof
        read earmark-file next record
            at end
                set earmark-eof to true
            not at end
                if em-account-id not = l-debit-account
                    set earmark-eof to true
                else
                    if em-expiry-date = 0
                            or em-expiry-date >= ws-booking-date
                        add em-amount to ws-earmarked
                    end-if
                end-if
        end-read
    end-perform.
    close earmark-file.

reverse-journalled-payment section.
*>  the journal record was already written when the locked recheck
*>  failed - mark it reversed so it never reads as a booked payment
    open i-o payment-journal-file.
    if ws-journal-status not = "00"
        exit section
    end-if.
    move ws-payment-id to pj-payment-id.
    read payment-journal-file
        invalid key
            continue
        not invalid key
            move payment-journal-record to ws-before-image
            move "X" to pj-status
            rewrite payment-journal-record
            perform journal-payment-change
    end-read.
    close payment-journal-file.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "PAYMENT-BOOK", ws-before-image,
        account-master-record
    end-call.

journal-payment-add section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "A",
        pj-payment-id, "PAYMENT-BOOK", " ", payment-journal-record
    end-call.

journal-payment-change section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "C",
        pj-payment-id, "PAYMENT-BOOK", ws-before-image,
        payment-journal-record
    end-call.

journal-usage-add section.
    call "change-journal-write" using "LIMIT-USAGE", "A", lu-key,
        "PAYMENT-BOOK", " ", limit-usage-record
    end-call.

journal-usage-change section.
    call "change-journal-write" using "LIMIT-USAGE", "C", lu-key,
        "PAYMENT-BOOK", ws-before-image, limit-usage-record
    end-call.
end program payment-book.

*>*
*> REST endpoint behind HTTP-ROUTER-CALLBACK: initiates a payment.
*> Accepts a POST whose url-encoded body (decoded with WHOLE-QUERY-
*> STRING-DECODE, the same bounded-table approach the router uses for
*> headers) carries amount, currency, debitAccount, creditAccount and
*> an optional reference. The booking itself - validation against
*> ACCOUNT-MASTER, cross-currency conversion through FX-RATE-LOOKUP,
*> the PAYMENT-JOURNAL write and the balance posting - is done by
*> PAYMENT-BOOK, the shared core every payment originator goes
*> through; this handler only parses the request and maps the booking
*> result onto HTTP responses. The payment id is returned in the JSON
*> response. Payments are booked under the "PAYMENT" channel, or under
*> the channel of the API client HTTP-ROUTER-CALLBACK authenticated.
*>
*> An optional executionDate (YYYYMMDD) asks for the payment to be
*> made on a later day, and an optional paymentType (default
*> "STANDARD") selects the CUT-OFF entry for the currency.
*>
*> creditAccount is an account id or an IBAN. An IBAN must pass
*> IBAN-VALIDATE (form, country length, MOD 97-10 check digits) or
*> the request is refused 400 on the spot; an IBAN of this bank is
*> translated into its account id (see IBAN-ACCOUNT-RESOLVE).
*> PAYMENT-EXECUTION-DATE resolves the date the payment really
*> executes on - a payment keyed after its cut-off, or for a day the
*> currency's market is closed, rolls to the next business day. A
*> payment executing today is booked at once as before; a later one
*> is warehoused through PAYMENT-WAREHOUSE-MAINTAIN and answered 202
*> with its "W..." id, the execution date and status SCHEDULED -
*> funds are checked only when PAYMENT-WAREHOUSE-RELEASE books it.
*> Without a configured warehouse such a payment is refused.
*>
*> File paths are taken from the REST-CONFIG-SET external items,
*> falling back to "account-master.dat" / "payment-journal.dat" /
*> "fx-rate-master.dat" / "account-ledger.dat" when never configured.
*>
*> @param l-path Request path that matched this handler's route
*> @param l-headers Parsed request headers
*> @param l-header-count Number of populated entries in l-headers
*> @param l-buffer Full request buffer; overwritten with the response
*> @param l-length Set to the length of the response in l-buffer
*>*
identification division.
program-id. payment-initiation-handler.
environment division.
configuration section.
repository.
    function substr-pos
    function trim numval test-numval intrinsic.
data division.
working-storage section.
    01 ws-account-master-path pic x(256) external.
    01 ws-payment-journal-path pic x(256) external.
    01 ws-fx-rate-master-path pic x(256) external.
    01 ws-account-ledger-path pic x(256) external.
    01 ws-limits-master-path pic x(256) external.
    01 ws-limit-usage-path pic x(256) external.
    01 ws-fee-schedule-path pic x(256) external.
    01 ws-fee-income-account pic x(16) external.
    01 ws-business-date-path pic x(256) external.
    01 ws-currency-master-path pic x(256) external.
    01 ws-api-client-channel pic x(8) external.
    01 ws-overdraft-facility-path pic x(256) external.
    01 ws-earmark-file-path pic x(256) external.
    01 ws-payment-warehouse-path pic x(256) external.
    01 ws-cutoff-table-path pic x(256) external.
    01 ws-holiday-calendar-path pic x(256) external.
    01 ws-master-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-fx-master-path pic x(256).
    01 ws-ledger-path pic x(256).
    01 ws-limits-path pic x(256).
    01 ws-usage-path pic x(256).
    01 ws-fee-path pic x(256).
    01 ws-fee-account pic x(16).
    01 ws-bizdate-path pic x(256).
    01 ws-currency-path pic x(256).
    01 ws-overdraft-path pic x(256).
    01 ws-earmark-path pic x(256).
    01 ws-warehouse-path pic x(256).
    01 ws-cutoff-path pic x(256).
    01 ws-calendar-path pic x(256).
    01 ws-method pic x(8).
    01 ws-space-pos usage binary-long unsigned.
    01 ws-headers-end usage binary-long unsigned.
    01 ws-form pic x(1024).
    01 ws-form-len usage binary-long signed.
    01 ws-pairs.
        05 ws-pair occurs 16 times.
            10 ws-pair-name pic x(64).
            10 ws-pair-value pic x(256).
    01 ws-pair-count usage binary-short unsigned.
    01 ws-pair-idx usage index.
    01 ws-amount-text pic x(32).
    01 ws-currency pic x(3).
    01 ws-debit-account pic x(16).
    01 ws-credit-account pic x(16).
    01 ws-credit-text pic x(256).
    01 ws-credit-iban pic x(34).
    01 ws-iban-result usage binary-long unsigned.
    01 ws-reference pic x(35).
    01 ws-execution-date-text pic x(32).
    01 ws-payment-type pic x(8).
    01 ws-requested-date pic 9(8).
    01 ws-business-date pic 9(8).
    01 ws-execution-date pic 9(8).
    01 ws-date-result usage binary-long unsigned.
    01 ws-warehouse-result usage binary-long unsigned.
    01 ws-amount pic 9(13)v99.
    01 ws-amount-signed pic s9(13)v99.
    01 ws-payment-id pic x(16).
    01 ws-channel pic x(8).
    01 ws-book-result usage binary-long unsigned.
    01 ws-reject-status pic x(32).
    01 ws-reject-reason pic x(64).
    01 ws-response-body pic x(128).
    01 ws-body-length pic 9(4).
    78 NL value x"0A".
    78 CR value x"0D".
linkage section.
    01 l-path pic x(64).
    01 l-headers.
        05 l-header occurs 8 times.
            10 l-header-name pic x(32).
            10 l-header-value pic x(128).
    01 l-header-count usage binary-short unsigned.
    01 l-buffer pic x any length.
    01 l-length usage binary-int unsigned.
procedure division using l-path, l-headers, l-header-count,
        l-buffer, l-length.
start-payment-initiation-handler.
*>  an authenticated API client books under its own channel
    move "PAYMENT" to ws-channel.
    if ws-api-client-channel not = spaces
        move ws-api-client-channel to ws-channel
    end-if.
    move spaces to ws-method.
    move substr-pos(l-buffer(1:l-length), SPACE) to ws-space-pos.
    if ws-space-pos > 1 and ws-space-pos <= 9
        move l-buffer(1:ws-space-pos - 1) to ws-method
    end-if.
    if ws-method not = "POST"
        move "405 Method Not Allowed" to ws-reject-status
        move "only POST is supported" to ws-reject-reason
        perform respond-reject
        goback
    end-if.

*>  request body starts past the blank line that ends the headers
    move substr-pos(l-buffer(1:l-length), x"0D0A0D0A") to ws-headers-end.
    if ws-headers-end = 0
        move 0 to ws-form-len
    else
        compute ws-form-len = l-length - ws-headers-end - 3
    end-if.
    if ws-form-len < 1
        move "400 Bad Request" to ws-reject-status
        move "request body is missing" to ws-reject-reason
        perform respond-reject
        goback
    end-if.
    move spaces to ws-form.
    move l-buffer(ws-headers-end + 4:ws-form-len) to ws-form.

    call "whole-query-string-decode" using ws-form, ws-pairs,
        ws-pair-count
    end-call.
    move spaces to ws-amount-text.
    move spaces to ws-currency.
    move spaces to ws-debit-account.
    move spaces to ws-credit-account.
    move spaces to ws-credit-text.
    move spaces to ws-reference.
    move spaces to ws-execution-date-text.
    move spaces to ws-payment-type.
    perform varying ws-pair-idx from 1 by 1
            until ws-pair-idx > ws-pair-count
        evaluate trim(ws-pair-name(ws-pair-idx))
            when "amount"
                move ws-pair-value(ws-pair-idx) to ws-amount-text
            when "currency"
                move trim(ws-pair-value(ws-pair-idx)) to ws-currency
            when "debitAccount"
                move trim(ws-pair-value(ws-pair-idx)) to ws-debit-account
            when "creditAccount"
                move trim(ws-pair-value(ws-pair-idx)) to ws-credit-text
                move ws-credit-text to ws-credit-account
            when "reference"
                move trim(ws-pair-value(ws-pair-idx)) to ws-reference
            when "executionDate"
                move trim(ws-pair-value(ws-pair-idx))
                    to ws-execution-date-text
            when "paymentType"
                move trim(ws-pair-value(ws-pair-idx))
                    to ws-payment-type
            when other
                continue
        end-evaluate
    end-perform.

    if ws-amount-text = spaces or ws-currency = spaces
            or ws-debit-account = spaces or ws-credit-account = spaces
        move "400 Bad Request" to ws-reject-status
        move "amount, currency, debitAccount, creditAccount required"
            to ws-reject-reason
        perform respond-reject
        goback
    end-if.
    if test-numval(ws-amount-text) not = 0
        move "400 Bad Request" to ws-reject-status
        move "amount is not a valid number" to ws-reject-reason
        perform respond-reject
        goback
    end-if.
    move numval(ws-amount-text) to ws-amount-signed.
    if ws-amount-signed <= 0
        move "400 Bad Request" to ws-reject-status
        move "amount must be greater than zero" to ws-reject-reason
        perform respond-reject
        goback
    end-if.
    move ws-amount-signed to ws-amount.
*>  two letters and two digits up front make the credit account an
*>  IBAN, checked before anything is booked against it
    if ws-credit-text(1:2) is alphabetic-upper
            and ws-credit-text(3:2) is numeric
        perform check-credit-iban
        if ws-iban-result not = 0
            goback
        end-if
    end-if.
    move 0 to ws-requested-date.
    if ws-execution-date-text not = spaces
        if ws-execution-date-text(9:) not = spaces
                or ws-execution-date-text(1:8) is not numeric
            move "400 Bad Request" to ws-reject-status
            move "executionDate must be YYYYMMDD" to ws-reject-reason
            perform respond-reject
            goback
        end-if
        move ws-execution-date-text(1:8) to ws-requested-date
    end-if.
    if ws-payment-type = spaces
        move "STANDARD" to ws-payment-type
    end-if.

    move spaces to ws-master-path.
    if ws-account-master-path = spaces
        move "account-master.dat" to ws-master-path
    else
        move ws-account-master-path to ws-master-path
    end-if.
    move spaces to ws-journal-path.
    if ws-payment-journal-path = spaces
        move "payment-journal.dat" to ws-journal-path
    else
        move ws-payment-journal-path to ws-journal-path
    end-if.
    move spaces to ws-fx-master-path.
    if ws-fx-rate-master-path = spaces
        move "fx-rate-master.dat" to ws-fx-master-path
    else
        move ws-fx-rate-master-path to ws-fx-master-path
    end-if.
    move spaces to ws-ledger-path.
    if ws-account-ledger-path = spaces
        move "account-ledger.dat" to ws-ledger-path
    else
        move ws-account-ledger-path to ws-ledger-path
    end-if.
*>  limits are enforced only once a limits master has been
*>  configured, the same opt-in shape as inbound authentication
    move spaces to ws-limits-path.
    move ws-limits-master-path to ws-limits-path.
    move spaces to ws-usage-path.
    move ws-limit-usage-path to ws-usage-path.
*>  fees, like limits, are booked only once a schedule and a fee
*>  income account have been configured
    move spaces to ws-fee-path.
    move ws-fee-schedule-path to ws-fee-path.
    move spaces to ws-fee-account.
    move ws-fee-income-account to ws-fee-account.
    move spaces to ws-bizdate-path.
    move ws-business-date-path to ws-bizdate-path.
    move spaces to ws-currency-path.
    move ws-currency-master-path to ws-currency-path.
    move spaces to ws-overdraft-path.
    move ws-overdraft-facility-path to ws-overdraft-path.
    move spaces to ws-earmark-path.
    move ws-earmark-file-path to ws-earmark-path.
    move spaces to ws-warehouse-path.
    move ws-payment-warehouse-path to ws-warehouse-path.
    move spaces to ws-cutoff-path.
    move ws-cutoff-table-path to ws-cutoff-path.
    move spaces to ws-calendar-path.
    move ws-holiday-calendar-path to ws-calendar-path.

    call "payment-execution-date" using ws-bizdate-path,
        ws-cutoff-path, ws-calendar-path, ws-currency,
        ws-payment-type, ws-requested-date, ws-business-date,
        ws-execution-date, ws-date-result
    end-call.
    evaluate ws-date-result
        when 3
            move "400 Bad Request" to ws-reject-status
            move "executionDate is in the past" to ws-reject-reason
            perform respond-reject
            goback
        when 4
            move "400 Bad Request" to ws-reject-status
            move "executionDate is not a valid date"
                to ws-reject-reason
            perform respond-reject
            goback
        when other
            continue
    end-evaluate.
    if ws-execution-date > ws-business-date
        perform warehouse-payment
        goback
    end-if.

    call "payment-book" using ws-master-path, ws-journal-path,
        ws-fx-master-path, ws-ledger-path, ws-limits-path,
        ws-usage-path, ws-fee-path, ws-fee-account, ws-bizdate-path,
        ws-currency-path, ws-debit-account, ws-credit-account,
        ws-currency, ws-amount, ws-reference, ws-channel,
        ws-payment-id, ws-reject-reason, ws-book-result,
        ws-overdraft-path, ws-earmark-path
    end-call.
    evaluate ws-book-result
        when 0
            continue
        when 1
            move "404 Not Found" to ws-reject-status
            move "debit account not found" to ws-reject-reason
            perform respond-reject
            goback
        when 2
            move "404 Not Found" to ws-reject-status
            move "credit account not found" to ws-reject-reason
            perform respond-reject
            goback
        when 3
            move "409 Conflict" to ws-reject-status
            perform respond-reject
            goback
        when 4
            move "500 Internal Server Error" to ws-reject-status
            move "account master unavailable" to ws-reject-reason
            perform respond-reject
            goback
        when 5
            move "500 Internal Server Error" to ws-reject-status
            move "payment journal unavailable" to ws-reject-reason
            perform respond-reject
            goback
        when other
            move "500 Internal Server Error" to ws-reject-status
            move "could not allocate payment id" to ws-reject-reason
            perform respond-reject
            goback
    end-evaluate.

    move spaces to ws-response-body.
    move 1 to ws-body-length.
    string
        '{"paymentId":"' delimited by size
        ws-payment-id delimited by size
        '","status":"ACCEPTED"}' delimited by size
        into ws-response-body with pointer ws-body-length
    end-string.
    subtract 1 from ws-body-length.

    move 1 to l-length.
    string
        "HTTP/1.1 201 Created" CR NL delimited by size
        "Content-Type: application/json" CR NL delimited by size
        "Content-Length: " delimited by size
        ws-body-length delimited by size
        CR NL delimited by size
        CR NL delimited by size
        trim(ws-response-body) delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.
    goback.

check-credit-iban section.
    if ws-credit-text(35:) not = spaces
        move 1 to ws-iban-result
    else
        move ws-credit-text to ws-credit-iban
        call "iban-validate" using ws-credit-iban, ws-iban-result
        end-call
    end-if.
    if ws-iban-result not = 0
        move "400 Bad Request" to ws-reject-status
        move "creditAccount is not a valid IBAN" to ws-reject-reason
        perform respond-reject
        exit section
    end-if.
*>  an IBAN of this bank books to the account it translates into; any
*>  other IBAN is looked up as the account id itself
    call "iban-account-resolve" using ws-credit-iban,
        ws-credit-account, ws-iban-result
    end-call.
    if ws-iban-result = 0
        exit section
    end-if.
    move 0 to ws-iban-result.
    move ws-credit-text to ws-credit-account.
    if ws-credit-text(17:) not = spaces
        move 2 to ws-iban-result
        move "404 Not Found" to ws-reject-status
        move "credit account not found" to ws-reject-reason
        perform respond-reject
    end-if.

warehouse-payment section.
    if ws-warehouse-path = spaces
        move "400 Bad Request" to ws-reject-status
        move "future-dated payments are not accepted"
            to ws-reject-reason
        perform respond-reject
        exit section
    end-if.
    call "payment-warehouse-maintain" using ws-warehouse-path, "W",
        ws-payment-id, ws-debit-account, ws-credit-account,
        ws-currency, ws-amount, ws-reference, ws-payment-type,
        ws-channel, ws-requested-date, ws-execution-date,
        ws-warehouse-result
    end-call.
    evaluate ws-warehouse-result
        when 0
            continue
        when 4
            move "500 Internal Server Error" to ws-reject-status
            move "payment warehouse unavailable" to ws-reject-reason
            perform respond-reject
            exit section
        when other
            move "500 Internal Server Error" to ws-reject-status
            move "could not allocate payment id" to ws-reject-reason
            perform respond-reject
            exit section
    end-evaluate.

    move spaces to ws-response-body.
    move 1 to ws-body-length.
    string
        '{"paymentId":"' delimited by size
        ws-payment-id delimited by size
        '","status":"SCHEDULED","executionDate":"' delimited by size
        ws-execution-date delimited by size
        '"}' delimited by size
        into ws-response-body with pointer ws-body-length
    end-string.
    subtract 1 from ws-body-length.

    move 1 to l-length.
    string
        "HTTP/1.1 202 Accepted" CR NL delimited by size
        "Content-Type: application/json" CR NL delimited by size
        "Content-Length: " delimited by size
        ws-body-length delimited by size
        CR NL delimited by size
        CR NL delimited by size
        trim(ws-response-body) delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.

respond-reject section.
    move spaces to ws-response-body.
    move 1 to ws-body-length.
    string
        '{"error":"' delimited by size
        trim(ws-reject-reason) delimited by size
        '"}' delimited by size
        into ws-response-body with pointer ws-body-length
    end-string.
    subtract 1 from ws-body-length.
    move 1 to l-length.
    string
        "HTTP/1.1 " delimited by size
        trim(ws-reject-status) delimited by size
        CR NL delimited by size
        "Content-Type: application/json" CR NL delimited by size
        "Content-Length: " delimited by size
        ws-body-length delimited by size
        CR NL delimited by size
        CR NL delimited by size
        trim(ws-response-body) delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.
end program payment-initiation-handler.

*>*
*> REST endpoint behind HTTP-ROUTER-CALLBACK: cancels a future-dated
*> payment still waiting in the PAYMENT-WAREHOUSE. Accepts a POST
*> whose url-encoded body carries paymentId (the "W..." id /payment
*> answered with) and debitAccount; HTTP-ROUTER-CALLBACK has already
*> checked the caller is entitled to that account, and
*> PAYMENT-WAREHOUSE-MAINTAIN only cancels a payment of that same
*> debit account. A payment already booked, rejected or cancelled
*> answers 409. The warehouse path is taken from the REST-CONFIG-SET
*> external item; without one there is nothing to cancel.
*>
*> @param l-path Request path that matched this handler's route
*> @param l-headers Parsed request headers
*> @param l-header-count Number of populated entries in l-headers
*> @param l-buffer Full request buffer; overwritten with the response
*> @param l-length Set to the length of the response in l-buffer
*>*
identification division.
program-id. payment-cancel-handler.
environment division.
configuration section.
repository.
    function substr-pos
    function trim intrinsic.
data division.
working-storage section.
    01 ws-payment-warehouse-path pic x(256) external.
    01 ws-warehouse-path pic x(256).
    01 ws-method pic x(8).
    01 ws-space-pos usage binary-long unsigned.
    01 ws-headers-end usage binary-long unsigned.
    01 ws-form pic x(1024).
    01 ws-form-len usage binary-long signed.
    01 ws-pairs.
        05 ws-pair occurs 16 times.
            10 ws-pair-name pic x(64).
            10 ws-pair-value pic x(256).
    01 ws-pair-count usage binary-short unsigned.
    01 ws-pair-idx usage index.
    01 ws-payment-id pic x(16).
    01 ws-debit-account pic x(16).
    01 ws-credit-account pic x(16) value spaces.
    01 ws-currency pic x(3) value spaces.
    01 ws-amount pic 9(13)v99 value 0.
    01 ws-reference pic x(35) value spaces.
    01 ws-payment-type pic x(8) value spaces.
    01 ws-channel pic x(8) value spaces.
    01 ws-requested-date pic 9(8) value 0.
    01 ws-execution-date pic 9(8) value 0.
    01 ws-warehouse-result usage binary-long unsigned.
    01 ws-reject-status pic x(32).
    01 ws-reject-reason pic x(64).
    01 ws-response-body pic x(128).
    01 ws-body-length pic 9(4).
    78 NL value x"0A".
    78 CR value x"0D".
linkage section.
    01 l-path pic x(64).
    01 l-headers.
        05 l-header occurs 8 times.
            10 l-header-name pic x(32).
            10 l-header-value pic x(128).
    01 l-header-count usage binary-short unsigned.
    01 l-buffer pic x any length.
    01 l-length usage binary-int unsigned.
procedure division using l-path, l-headers, l-header-count,
        l-buffer, l-length.
start-payment-cancel-handler.
    move spaces to ws-method.
    move substr-pos(l-buffer(1:l-length), SPACE) to ws-space-pos.
    if ws-space-pos > 1 and ws-space-pos <= 9
        move l-buffer(1:ws-space-pos - 1) to ws-method
    end-if.
    if ws-method not = "POST"
        move "405 Method Not Allowed" to ws-reject-status
        move "only POST is supported" to ws-reject-reason
        perform respond-reject
        goback
    end-if.

*>  request body starts past the blank line that ends the headers
    move substr-pos(l-buffer(1:l-length), x"0D0A0D0A") to ws-headers-end.
    if ws-headers-end = 0
        move 0 to ws-form-len
    else
        compute ws-form-len = l-length - ws-headers-end - 3
    end-if.
    if ws-form-len < 1
        move "400 Bad Request" to ws-reject-status
        move "request body is missing" to ws-reject-reason
        perform respond-reject
        goback
    end-if.
    move spaces to ws-form.
    move l-buffer(ws-headers-end + 4:ws-form-len) to ws-form.

    call "whole-query-string-decode" using ws-form, ws-pairs,
        ws-pair-count
    end-call.
    move spaces to ws-payment-id.
    move spaces to ws-debit-account.
    perform varying ws-pair-idx from 1 by 1
            until ws-pair-idx > ws-pair-count
        evaluate trim(ws-pair-name(ws-pair-idx))
            when "paymentId"
                move trim(ws-pair-value(ws-pair-idx)) to ws-payment-id
            when "debitAccount"
                move trim(ws-pair-value(ws-pair-idx)) to ws-debit-account
            when other
                continue
        end-evaluate
    end-perform.

    if ws-payment-id = spaces or ws-debit-account = spaces
        move "400 Bad Request" to ws-reject-status
        move "paymentId, debitAccount required" to ws-reject-reason
        perform respond-reject
        goback
    end-if.

    move spaces to ws-warehouse-path.
    move ws-payment-warehouse-path to ws-warehouse-path.
    if ws-warehouse-path = spaces
        move "404 Not Found" to ws-reject-status
        move "scheduled payment not found" to ws-reject-reason
        perform respond-reject
        goback
    end-if.

    call "payment-warehouse-maintain" using ws-warehouse-path, "C",
        ws-payment-id, ws-debit-account, ws-credit-account,
        ws-currency, ws-amount, ws-reference, ws-payment-type,
        ws-channel, ws-requested-date, ws-execution-date,
        ws-warehouse-result
    end-call.
    evaluate ws-warehouse-result
        when 1
            continue
        when 2
            move "404 Not Found" to ws-reject-status
            move "scheduled payment not found" to ws-reject-reason
            perform respond-reject
            goback
        when 3
            move "409 Conflict" to ws-reject-status
            move "payment is no longer scheduled" to ws-reject-reason
            perform respond-reject
            goback
        when other
            move "500 Internal Server Error" to ws-reject-status
            move "payment warehouse unavailable" to ws-reject-reason
            perform respond-reject
            goback
    end-evaluate.

    move spaces to ws-response-body.
    move 1 to ws-body-length.
    string
        '{"paymentId":"' delimited by size
        ws-payment-id delimited by size
        '","status":"CANCELLED"}' delimited by size
        into ws-response-body with pointer ws-body-length
    end-string.
    subtract 1 from ws-body-length.

    move 1 to l-length.
    string
        "HTTP/1.1 200 OK" CR NL delimited by size
        "Content-Type: application/json" CR NL delimited by size
        "Content-Length: " delimited by size
        ws-body-length delimited by size
        CR NL delimited by size
        CR NL delimited by size
        trim(ws-response-body) delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.
    goback.

respond-reject section.
    move spaces to ws-response-body.
    move 1 to ws-body-length.
    string
        '{"error":"' delimited by size
        trim(ws-reject-reason) delimited by size
        '"}' delimited by size
        into ws-response-body with pointer ws-body-length
    end-string.
    subtract 1 from ws-body-length.
    move 1 to l-length.
    string
        "HTTP/1.1 " delimited by size
        trim(ws-reject-status) delimited by size
        CR NL delimited by size
        "Content-Type: application/json" CR NL delimited by size
        "Content-Length: " delimited by size
        ws-body-length delimited by size
        CR NL delimited by size
        CR NL delimited by size
        trim(ws-response-body) delimited by size
        into l-buffer with pointer l-length
    end-string.
    subtract 1 from l-length.
end program payment-cancel-handler.

*>*
*> Outbound ISO 20022 message generation for booked payments. Reads
*> accepted customer payments from the PAYMENT-JOURNAL ("A" records
*> under a customer "P..." payment id - inbound settlement "I..."
*> entries mirror money that already arrived and must never be sent
*> back out), renders a pain.001-style credit-transfer message from
*> the journal fields, and feeds it to GATEWAY-SUBMIT under the
*> payment id as the gateway reference. Per-payment submission state
*> is recorded in the OUTBOUND-MESSAGE indexed file - created and
*> submitted timestamps, the gateway disposition and return code -
*> so ops can see exactly which bookings actually left the bank. A
*> payment already carrying an outbound record is skipped unless that
*> record says the send itself failed ("F"), which is retried on the
*> next run. A submitted payment's journal status is advanced from
*> "A" accepted to "S" submitted; GATEWAY-ACK-APPLY advances it to
*> "K" acknowledged or "J" rejected once the gateway's answer is
*> matched back, and ACK-AGING-REPORT pages ops about payments stuck
*> in "S".
*>
*> Once a CORRESPONDENT-ROUTING file is supplied, each payment goes
*> out over the route for its currency and beneficiary country (the
*> country of an IBAN credit account), falling back to the
*> currency's route with a blank country: the route's gateway
*> endpoint and message variant are used instead of l-gateway-host/
*> l-gateway-service, and the route is recorded on the outbound
*> record so NOSTRO-RECONCILE can tell which correspondent's
*> statement the payment settles on. A payment outside its route's
*> send window waits for a run inside it. A payment with no active
*> route is held ("H") - not sent - and listed on the hold report;
*> it is routed again on every later run until a route exists.
*>
*> The OUTBOUND-MESSAGE record layout (payment id key, created and
*> submitted timestamps, gateway disposition, gateway return code,
*> status "S" sent / "F" send failed / "H" held for want of a route,
*> then the route taken - route currency and country, correspondent
*> id, nostro account, message variant) is shared by this program
*> and every reader of the file.
*>
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-outbound-path Path to the OUTBOUND-MESSAGE indexed file
*> @param l-gateway-host Gateway host name or IP address
*> @param l-gateway-service Gateway TCP service or port
*> @param l-log-path Path of the GATEWAY-SUBMIT submission log
*> @param l-result Number of messages submitted, or
*>        99000001/99000002 when the journal or outbound file could
*>        not be opened, and 99000003/99000004 when the routing file
*>        or hold report could not be opened
*> @param l-routing-path Optional path to the CORRESPONDENT-ROUTING
*>        file, passed after l-result so existing callers keep their
*>        argument lists; spaces (or omitted) sends every payment to
*>        l-gateway-host/l-gateway-service as before
*> @param l-hold-report-path Optional path of the report of payments
*>        held for want of a route; required with l-routing-path
*>*
identification division.
program-id. iso20022-generate.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select outbound-message-file assign to ws-outbound-path
        organization indexed
        access mode dynamic
        record key om-payment-id
        file status ws-outbound-status.
    select correspondent-routing-file assign to ws-routing-path
        organization indexed
        access mode dynamic
        record key cr-key
        file status ws-routing-status.
    select hold-report-file assign to ws-hold-report-path
        organization line sequential
        file status ws-hold-report-status.
data division.
file section.
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd outbound-message-file.
01 outbound-message-record.
    05 om-payment-id pic x(16).
    05 om-created-ts pic 9(14).
    05 om-submitted-ts pic 9(14).
    05 om-disposition pic x(12).
    05 om-submit-rc usage binary-long unsigned.
    05 om-status pic x(1).
    05 om-route-currency pic x(3).
    05 om-route-country pic x(2).
    05 om-correspondent-id pic x(8).
    05 om-nostro-account pic x(16).
    05 om-message-variant pic x(8).
fd correspondent-routing-file.
01 correspondent-routing-record.
    05 cr-key.
        10 cr-currency pic x(3).
        10 cr-country pic x(2).
    05 cr-correspondent-id pic x(8).
    05 cr-gateway-host pic x(128).
    05 cr-gateway-service pic x(32).
    05 cr-nostro-account pic x(16).
    05 cr-message-variant pic x(8).
    05 cr-window-open pic 9(6).
    05 cr-window-close pic 9(6).
    05 cr-status pic x(1).
    05 cr-last-updated-by pic x(8).
    05 cr-last-updated-ts pic 9(14).
fd hold-report-file.
01 hold-report-line pic x(132).
working-storage section.
    01 ws-journal-path pic x(256).
    01 ws-outbound-path pic x(256).
    01 ws-journal-status pic x(2).
    01 ws-outbound-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-submit-due pic x(1).
    01 ws-message pic x(2048).
    01 ws-message-ptr usage binary-long unsigned.
    01 ws-amount-edited pic z(12)9.99.
    01 ws-reference pic x(35).
    01 ws-gateway-reference pic x(16).
    01 ws-submit-result usage binary-long unsigned.
    01 ws-submitted-count usage binary-long unsigned value 0.
    01 ws-routing-path pic x(256).
    01 ws-routing-status pic x(2).
    01 ws-hold-report-path pic x(256).
    01 ws-hold-report-status pic x(2).
    01 ws-routing-switch pic x(1) value "N".
        88 routing-configured value "Y".
    01 ws-route-switch pic x(1).
        88 route-found value "Y".
        88 route-missing value "N".
        88 route-window-closed value "W".
    01 ws-beneficiary-country pic x(2).
    01 ws-now-time pic 9(6).
    01 ws-send-host pic x(128).
    01 ws-send-service pic x(32).
    01 ws-send-variant pic x(8).
    01 ws-report-header pic x(132).
    01 ws-hold-detail.
        05 filler pic x(2) value spaces.
        05 hod-payment-id pic x(16).
        05 filler pic x(2) value spaces.
        05 hod-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 hod-country pic x(2).
        05 filler pic x(2) value spaces.
        05 hod-amount pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 hod-credit-account pic x(16).
        05 filler pic x(2) value spaces.
        05 hod-remark pic x(20).
    01 ws-before-image pic x(200).
linkage section.
    01 l-journal-path pic x any length.
    01 l-outbound-path pic x any length.
    01 l-gateway-host pic x(128).
    01 l-gateway-service pic x(32).
    01 l-log-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-routing-path pic x any length.
    01 l-hold-report-path pic x any length.
procedure division using l-journal-path, l-outbound-path,
        l-gateway-host, l-gateway-service, l-log-path, l-result,
        optional l-routing-path, optional l-hold-report-path.
start-iso20022-generate.
    move 0 to l-result.
    move 0 to ws-submitted-count.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-outbound-path.
    move l-outbound-path to ws-outbound-path.

    open i-o payment-journal-file.
    if ws-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open i-o outbound-message-file.
    if ws-outbound-status = "35"
        close outbound-message-file
        open output outbound-message-file
        close outbound-message-file
        open i-o outbound-message-file
    end-if.
    if ws-outbound-status not = "00"
        close payment-journal-file
        move 99000002 to l-result
        goback
    end-if.

    move "N" to ws-routing-switch.
    move spaces to ws-routing-path.
    if l-routing-path not omitted
        move l-routing-path to ws-routing-path
    end-if.
    if ws-routing-path not = spaces
        open input correspondent-routing-file
        if ws-routing-status not = "00"
            close payment-journal-file
            close outbound-message-file
            move 99000003 to l-result
            goback
        end-if
        move spaces to ws-hold-report-path
        if l-hold-report-path not omitted
            move l-hold-report-path to ws-hold-report-path
        end-if
        open output hold-report-file
        if ws-hold-report-status not = "00"
            close payment-journal-file
            close outbound-message-file
            close correspondent-routing-file
            move 99000004 to l-result
            goback
        end-if
        set routing-configured to true
        move spaces to ws-report-header
        string "OUTBOUND ROUTING HOLDS " delimited by size
            current-date(1:8) delimited by size
            into ws-report-header
        end-string
        write hold-report-line from ws-report-header
        move "  PAYMENT-ID        CCY  CTY  AMOUNT            CREDIT-ACCOUNT    REMARK"
            to ws-report-header
        write hold-report-line from ws-report-header
    end-if.
    move current-date(9:6) to ws-now-time.

    move low-values to pj-payment-id.
    start payment-journal-file key is greater than or equal to
            pj-payment-id
        invalid key
            set journal-eof to true
    end-start.
    perform until journal-eof
        read payment-journal-file next record
            at end
                set journal-eof to true
            not at end
                if pj-status = "A" and pj-payment-id(1:1) = "P"
                    perform submit-one-payment
                end-if
        end-read
    end-perform.

    close payment-journal-file.
    close outbound-message-file.
    if routing-configured
        close correspondent-routing-file
        close hold-report-file
    end-if.
    move ws-submitted-count to l-result.
    goback.

submit-one-payment section.
*>  already sent? only a failed send, or one held for want of a
*>  route, is tried again
    move "N" to ws-submit-due.
    move pj-payment-id to om-payment-id.
    read outbound-message-file
        invalid key
            move "Y" to ws-submit-due
            move spaces to outbound-message-record
            move pj-payment-id to om-payment-id
            move current-date(1:14) to om-created-ts
            move 0 to om-submitted-ts
            move 0 to om-submit-rc
        not invalid key
            if om-status = "F" or om-status = "H"
                move "Y" to ws-submit-due
            end-if
    end-read.
    if ws-submit-due = "N"
        exit section
    end-if.

    move l-gateway-host to ws-send-host.
    move l-gateway-service to ws-send-service.
    move "PAIN001" to ws-send-variant.
    if routing-configured
        perform select-route
        if route-window-closed
            exit section
        end-if
        if route-missing
            perform hold-unrouted-payment
            exit section
        end-if
    end-if.

    perform build-credit-transfer-message.
    move pj-payment-id to ws-gateway-reference.
    call "gateway-submit" using ws-send-host, ws-send-service,
        ws-gateway-reference, trim(ws-message), l-log-path,
        ws-submit-result
    end-call.

    move current-date(1:14) to om-submitted-ts.
    move ws-submit-result to om-submit-rc.
    evaluate ws-submit-result
        when 0
            move "ACCEPTED" to om-disposition
            move "S" to om-status
        when 1
            move "REJECTED" to om-disposition
            move "S" to om-status
        when 2
            move "UNMATCHED" to om-disposition
            move "S" to om-status
        when other
            move "SEND-FAILED" to om-disposition
            move "F" to om-status
    end-evaluate.
    write outbound-message-record
        invalid key
            rewrite outbound-message-record
    end-write.
    if om-status = "S"
*>      the booking has left the bank - advance it to submitted;
*>      GATEWAY-ACK-APPLY moves it on to acknowledged or rejected
*>      once the gateway's answer is matched back from the
*>      submission log
        move payment-journal-record to ws-before-image
        move "S" to pj-status
        rewrite payment-journal-record
        perform journal-payment-change
        add 1 to ws-submitted-count
    end-if.

select-route section.
*>  the beneficiary's country is known when the credit account is an
*>  IBAN; the currency's blank-country route covers everything else
    move spaces to ws-beneficiary-country.
    if pj-credit-account(1:2) is alphabetic-upper
            and pj-credit-account(1:2) not = spaces
            and pj-credit-account(3:2) is numeric
        move pj-credit-account(1:2) to ws-beneficiary-country
    end-if.
    set route-missing to true.
    if ws-beneficiary-country not = spaces
        move pj-currency to cr-currency
        move ws-beneficiary-country to cr-country
        read correspondent-routing-file
            invalid key
                continue
            not invalid key
                if cr-status = "A"
                    set route-found to true
                end-if
        end-read
    end-if.
    if route-missing
        move pj-currency to cr-currency
        move spaces to cr-country
        read correspondent-routing-file
            invalid key
                continue
            not invalid key
                if cr-status = "A"
                    set route-found to true
                end-if
        end-read
    end-if.
    if route-missing
        exit section
    end-if.
    if cr-window-open not = 0 or cr-window-close not = 0
        if ws-now-time < cr-window-open or ws-now-time > cr-window-close
            set route-window-closed to true
            exit section
        end-if
    end-if.
    move cr-gateway-host to ws-send-host.
    move cr-gateway-service to ws-send-service.
    move cr-message-variant to ws-send-variant.
    move cr-currency to om-route-currency.
    move cr-country to om-route-country.
    move cr-correspondent-id to om-correspondent-id.
    move cr-nostro-account to om-nostro-account.
    move cr-message-variant to om-message-variant.

hold-unrouted-payment section.
    move "NO ROUTE" to om-disposition.
    move "H" to om-status.
    move spaces to om-route-currency.
    move spaces to om-route-country.
    move spaces to om-correspondent-id.
    move spaces to om-nostro-account.
    move spaces to om-message-variant.
    write outbound-message-record
        invalid key
            rewrite outbound-message-record
    end-write.
    move spaces to ws-hold-detail.
    move pj-payment-id to hod-payment-id.
    move pj-currency to hod-currency.
    move ws-beneficiary-country to hod-country.
    move pj-amount to hod-amount.
    move pj-credit-account to hod-credit-account.
    move "NO ROUTE - HELD" to hod-remark.
    write hold-report-line from ws-hold-detail.

build-credit-transfer-message section.
    move trim(pj-reference) to ws-reference.
    if ws-reference = spaces
        move pj-payment-id to ws-reference
    end-if.
    move pj-amount to ws-amount-edited.
    move spaces to ws-message.
    move 1 to ws-message-ptr.
    if ws-send-variant = "PACS008"
        perform build-interbank-message
        exit section
    end-if.
    string
        "<Document><CstmrCdtTrfInitn><GrpHdr><MsgId>"
            delimited by size
        pj-payment-id delimited by size
        "</MsgId><CreDtTm>" delimited by size
        current-date(1:8) delimited by size
        "T" delimited by size
        current-date(9:6) delimited by size
        "</CreDtTm></GrpHdr><PmtInf><CdtTrfTxInf><PmtId><EndToEndId>"
            delimited by size
        trim(ws-reference) delimited by size
        '</EndToEndId></PmtId><Amt><InstdAmt Ccy="'
            delimited by size
        pj-currency delimited by size
        '">' delimited by size
        trim(ws-amount-edited) delimited by size
        "</InstdAmt></Amt><DbtrAcct><Id><Othr><Id>"
            delimited by size
        trim(pj-debit-account) delimited by size
        "</Id></Othr></Id></DbtrAcct><CdtrAcct><Id><Othr><Id>"
            delimited by size
        trim(pj-credit-account) delimited by size
        "</Id></Othr></Id></CdtrAcct></CdtTrfTxInf></PmtInf>"
            delimited by size
        "</CstmrCdtTrfInitn></Document>" delimited by size
        into ws-message with pointer ws-message-ptr
    end-string.

build-interbank-message section.
*>  pacs.008 settles over our nostro with the correspondent, named
*>  as the settlement account in the group header
    string
        "<Document><FIToFICstmrCdtTrf><GrpHdr><MsgId>"
            delimited by size
        pj-payment-id delimited by size
        "</MsgId><CreDtTm>" delimited by size
        current-date(1:8) delimited by size
        "T" delimited by size
        current-date(9:6) delimited by size
        "</CreDtTm><NbOfTxs>1</NbOfTxs><SttlmInf><SttlmMtd>INDA"
            delimited by size
        "</SttlmMtd><SttlmAcct><Id><Othr><Id>" delimited by size
        trim(om-nostro-account) delimited by size
        "</Id></Othr></Id></SttlmAcct></SttlmInf></GrpHdr>"
            delimited by size
        "<CdtTrfTxInf><PmtId><EndToEndId>" delimited by size
        trim(ws-reference) delimited by size
        '</EndToEndId></PmtId><IntrBkSttlmAmt Ccy="'
            delimited by size
        pj-currency delimited by size
        '">' delimited by size
        trim(ws-amount-edited) delimited by size
        "</IntrBkSttlmAmt><DbtrAcct><Id><Othr><Id>"
            delimited by size
        trim(pj-debit-account) delimited by size
        "</Id></Othr></Id></DbtrAcct><CdtrAcct><Id><Othr><Id>"
            delimited by size
        trim(pj-credit-account) delimited by size
        "</Id></Othr></Id></CdtrAcct></CdtTrfTxInf>"
            delimited by size
        "</FIToFICstmrCdtTrf></Document>" delimited by size
        into ws-message with pointer ws-message-ptr
    end-string.

journal-payment-change section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "C",
        pj-payment-id, "ISO20022-GENERATE", ws-before-image,
        payment-journal-record
    end-call.
end program iso20022-generate.

*>*
*> Maintain a CORRESPONDENT-ROUTING entry: how outbound payments in
*> a currency - optionally only those to one beneficiary country -
*> leave the bank. Each route names the correspondent, the gateway
*> endpoint its messages are submitted to, our nostro account with
*> that correspondent, the message variant it takes and the daily
*> window sends are allowed in. ISO20022-GENERATE routes every
*> payment through the entry for its currency and beneficiary
*> country, falling back to the currency's entry with a blank
*> country. Create-or-update shape as the other masters.
*>
*> The CORRESPONDENT-ROUTING record layout (currency + country key,
*> correspondent id, gateway host and service, nostro account,
*> message variant, send window open and close times, status,
*> last-updated-by/last-updated-ts) is shared by this program and
*> ISO20022-GENERATE. Message variants: "PAIN001" customer credit
*> transfer initiation, "PACS008" interbank customer credit transfer
*> settled over the nostro. Status values: "A" active, "I" inactive.
*>
*> @param l-routing-path Path to the CORRESPONDENT-ROUTING file
*> @param l-currency Currency the route carries
*> @param l-country Beneficiary country the route is for; spaces for
*>        the currency's default route
*> @param l-correspondent-id Short name of the correspondent, e.g.
*>        "NYCORR"
*> @param l-gateway-host Gateway host name or IP address
*> @param l-gateway-service Gateway TCP service or port
*> @param l-nostro-account Our nostro account with the correspondent
*> @param l-message-variant "PAIN001" or "PACS008"
*> @param l-window-open Start of the daily send window, HHMMSS
*> @param l-window-close End of the daily send window, HHMMSS; 0 open
*>        and 0 close for no window
*> @param l-status "A" active, "I" inactive
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid variant, window, status or missing endpoint, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. correspondent-route-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select correspondent-routing-file assign to ws-routing-path
        organization indexed
        access mode dynamic
        record key cr-key
        file status ws-routing-status.
data division.
file section.
fd correspondent-routing-file.
01 correspondent-routing-record.
    05 cr-key.
        10 cr-currency pic x(3).
        10 cr-country pic x(2).
    05 cr-correspondent-id pic x(8).
    05 cr-gateway-host pic x(128).
    05 cr-gateway-service pic x(32).
    05 cr-nostro-account pic x(16).
    05 cr-message-variant pic x(8).
    05 cr-window-open pic 9(6).
    05 cr-window-close pic 9(6).
    05 cr-status pic x(1).
    05 cr-last-updated-by pic x(8).
    05 cr-last-updated-ts pic 9(14).
working-storage section.
    01 ws-routing-path pic x(256).
    01 ws-routing-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 route-was-found value "Y".
    01 ws-time-x.
        05 ws-time-hh pic 9(2).
        05 ws-time-mm pic 9(2).
        05 ws-time-ss pic 9(2).
    01 filler redefines ws-time-x.
        05 ws-time pic 9(6).
    01 ws-time-valid pic x(1).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-routing-path pic x any length.
    01 l-currency pic x(3).
    01 l-country pic x(2).
    01 l-correspondent-id pic x(8).
    01 l-gateway-host pic x(128).
    01 l-gateway-service pic x(32).
    01 l-nostro-account pic x(16).
    01 l-message-variant pic x(8).
    01 l-window-open pic 9(6).
    01 l-window-close pic 9(6).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-routing-path, l-currency, l-country,
        l-correspondent-id, l-gateway-host, l-gateway-service,
        l-nostro-account, l-message-variant, l-window-open,
        l-window-close, l-status, l-user-id, l-result.
start-correspondent-route-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "ROUTMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-routing-path.
    move l-routing-path to ws-routing-path.
    move "N" to ws-found-switch.

    move "Y" to ws-time-valid.
    move l-window-open to ws-time.
    perform check-window-time.
    move l-window-close to ws-time.
    perform check-window-time.
    if ws-time-valid = "N" or l-window-open > l-window-close
            or l-currency = spaces or l-correspondent-id = spaces
            or l-gateway-host = spaces or l-gateway-service = spaces
            or l-nostro-account = spaces
            or (l-message-variant not = "PAIN001"
                and l-message-variant not = "PACS008")
            or (l-status not = "A" and l-status not = "I")
        move 3 to l-result
        goback
    end-if.

    open i-o correspondent-routing-file.
    if ws-routing-status = "35"
        open output correspondent-routing-file
        close correspondent-routing-file
        open i-o correspondent-routing-file
    end-if.
    if ws-routing-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-currency to cr-currency.
    move l-country to cr-country.
    read correspondent-routing-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-correspondent-id to cr-correspondent-id.
    move l-gateway-host to cr-gateway-host.
    move l-gateway-service to cr-gateway-service.
    move l-nostro-account to cr-nostro-account.
    move l-message-variant to cr-message-variant.
    move l-window-open to cr-window-open.
    move l-window-close to cr-window-close.
    move l-status to cr-status.
    move l-user-id to cr-last-updated-by.
    move current-date(1:14) to cr-last-updated-ts.

    if route-was-found
        rewrite correspondent-routing-record
        move 0 to l-result
    else
        write correspondent-routing-record
        move 1 to l-result
    end-if.

    close correspondent-routing-file.
    goback.

check-window-time section.
    if ws-time-hh > 23 or ws-time-mm > 59 or ws-time-ss > 59
        move "N" to ws-time-valid
    end-if.
end program correspondent-route-maintain.

*>*
*> Maintain a SEPA direct debit MANDATE: the debtor's authorization
*> for one of our corporate customers (the creditor) to collect from
*> the debtor's account elsewhere. Create-or-update shape as the other
*> masters. The sequence type is the type the next collection goes
*> out as: DD-COLLECTION-SUBMIT advances a first ("FRST") mandate to
*> recurrent ("RCUR") once its first collection is accepted, and
*> ends ("E") a final ("FNAL") or one-off ("OOFF") mandate once that
*> collection is. MANDATE-LAPSE lapses ("L") a mandate unused for 36
*> months. A lapsed or ended mandate cannot be reinstated - the
*> debtor has to sign a new one.
*>
*> The MANDATE record layout (mandate id key, creditor customer,
*> creditor account and scheme id, debtor IBAN and name, signature
*> date, sequence type, status, last collection date,
*> last-updated-by/last-updated-ts) is shared by this program,
*> DD-COLLECTION-SUBMIT and MANDATE-LAPSE. Status values: "A" active,
*> "C" cancelled, "L" lapsed, "E" ended.
*>
*> @param l-mandate-path Path to the MANDATE indexed file
*> @param l-mandate-id Unique mandate reference
*> @param l-creditor-customer Customer id of the collecting corporate
*> @param l-creditor-account Corporate's account collections are
*>        credited to
*> @param l-creditor-scheme-id Corporate's SEPA creditor identifier
*> @param l-debtor-iban Debtor's IBAN
*> @param l-debtor-name Debtor's name
*> @param l-signature-date Date the debtor signed, YYYYMMDD
*> @param l-sequence-type "FRST", "RCUR", "FNAL" or "OOFF"
*> @param l-status "A" active or "C" cancelled
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid sequence type, status, signature date or missing
*>        party, 5 mandate lapsed or ended, 9 operator not authorized
*>        (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. mandate-maintain.
environment division.
configuration section.
repository. function current-date test-date-yyyymmdd intrinsic.
input-output section.
file-control.
    select mandate-file assign to ws-mandate-path
        organization indexed
        access mode dynamic
        record key md-mandate-id
        file status ws-mandate-status.
data division.
file section.
fd mandate-file.
01 mandate-record.
    05 md-mandate-id pic x(35).
    05 md-creditor-customer pic x(12).
    05 md-creditor-account pic x(16).
    05 md-creditor-scheme-id pic x(35).
    05 md-debtor-iban pic x(34).
    05 md-debtor-name pic x(70).
    05 md-signature-date pic 9(8).
    05 md-sequence-type pic x(4).
    05 md-status pic x(1).
    05 md-last-collection-date pic 9(8).
    05 md-last-updated-by pic x(8).
    05 md-last-updated-ts pic 9(14).
working-storage section.
    01 ws-mandate-path pic x(256).
    01 ws-mandate-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 mandate-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-mandate-path pic x any length.
    01 l-mandate-id pic x(35).
    01 l-creditor-customer pic x(12).
    01 l-creditor-account pic x(16).
    01 l-creditor-scheme-id pic x(35).
    01 l-debtor-iban pic x(34).
    01 l-debtor-name pic x(70).
    01 l-signature-date pic 9(8).
    01 l-sequence-type pic x(4).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-mandate-path, l-mandate-id,
        l-creditor-customer, l-creditor-account,
        l-creditor-scheme-id, l-debtor-iban, l-debtor-name,
        l-signature-date, l-sequence-type, l-status, l-user-id,
        l-result.
start-mandate-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "DDMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-mandate-path.
    move l-mandate-path to ws-mandate-path.
    move "N" to ws-found-switch.

    evaluate true
        when l-mandate-id = spaces or l-creditor-customer = spaces
                or l-creditor-account = spaces
                or l-creditor-scheme-id = spaces
                or l-debtor-iban = spaces or l-debtor-name = spaces
            move 3 to l-result
        when l-sequence-type not = "FRST"
                and l-sequence-type not = "RCUR"
                and l-sequence-type not = "FNAL"
                and l-sequence-type not = "OOFF"
            move 3 to l-result
        when l-status not = "A" and l-status not = "C"
            move 3 to l-result
        when test-date-yyyymmdd(l-signature-date) not = 0
            move 3 to l-result
        when other
            continue
    end-evaluate.
    if l-result not = 0
        goback
    end-if.

    open i-o mandate-file.
    if ws-mandate-status = "35"
        open output mandate-file
        close mandate-file
        open i-o mandate-file
    end-if.
    if ws-mandate-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-mandate-id to md-mandate-id.
    read mandate-file
        invalid key
            move "N" to ws-found-switch
            move 0 to md-last-collection-date
        not invalid key
            move "Y" to ws-found-switch
    end-read.
*>  a lapsed or ended mandate stays that way - collecting again needs
*>  a newly signed mandate
    if mandate-was-found and (md-status = "L" or md-status = "E")
        close mandate-file
        move 5 to l-result
        goback
    end-if.

    move l-creditor-customer to md-creditor-customer.
    move l-creditor-account to md-creditor-account.
    move l-creditor-scheme-id to md-creditor-scheme-id.
    move l-debtor-iban to md-debtor-iban.
    move l-debtor-name to md-debtor-name.
    move l-signature-date to md-signature-date.
    move l-sequence-type to md-sequence-type.
    move l-status to md-status.
    move l-user-id to md-last-updated-by.
    move current-date(1:14) to md-last-updated-ts.

    if mandate-was-found
        rewrite mandate-record
        move 0 to l-result
    else
        write mandate-record
        move 1 to l-result
    end-if.

    close mandate-file.
    goback.
end program mandate-maintain.

*>*
*> Intake of a corporate's SEPA direct debit collection batch. Each
*> line of the batch file names a collection - end-to-end id, mandate
*> id, currency, amount, requested collection date and remittance
*> text - and is validated before anything is sent: the mandate must
*> exist, belong to the submitting creditor, be active and not be
*> unused for 36 months; the collection must be in EUR for a positive
*> amount, on a business day of the clearing market's HOLIDAY-CALENDAR
*> and no earlier than the pre-notification lead time allows - the
*> first-collection lead for "FRST"/"OOFF", the recurrent lead for
*> "RCUR"/"FNAL", both counted in business days of that market from
*> the submission date; and the creditor account on the mandate must
*> be an active account in the collection currency. A valid item is
*> written to the DD-COLLECTION file as "V" validated, for
*> DD-COLLECTION-GENERATE to render as pain.008, and the mandate's
*> sequence type advances (see MANDATE-MAINTAIN). Every item, valid
*> or not, is listed with its outcome on the intake report returned
*> to the corporate.
*>
*> Batch file record (line sequential, fixed width): end-to-end id
*> x(35), mandate id x(35), currency x(3), amount 9(13)v99,
*> collection date 9(8), remittance x(35).
*>
*> The DD-COLLECTION record layout (collection id key, collection
*> date alternate key, batch id, end-to-end id, mandate and sequence
*> type, creditor customer/account/name/scheme id, debtor IBAN and
*> name, signature date, currency, amount, remittance, status,
*> submission timestamp and gateway return code, credit payment id)
*> is shared by this program, DD-COLLECTION-GENERATE and
*> DD-COLLECTION-SETTLE. Status values: "V" validated, "S" submitted,
*> "F" send failed, "J" rejected by the gateway, "C" credited.
*>
*> @param l-mandate-path Path to the MANDATE indexed file
*> @param l-batch-path Path of the corporate's collection batch file
*> @param l-batch-id Batch reference carried on every collection
*> @param l-creditor-customer Customer id of the submitting corporate
*> @param l-submission-date Date the batch is received, YYYYMMDD
*> @param l-first-lead-days Pre-notification lead, in business days,
*>        for first and one-off collections
*> @param l-recurrent-lead-days Pre-notification lead, in business
*>        days, for recurrent and final collections
*> @param l-market HOLIDAY-CALENDAR market of the clearing, e.g.
*>        "TARGET2"
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-collection-path Path to the DD-COLLECTION indexed file
*> @param l-report-path Path of the intake report to produce
*> @param l-result Number of collections accepted, or
*>        99000001-99000005 when the mandate file, batch file,
*>        account master, collection file or report could not be
*>        opened
*>*
identification division.
program-id. dd-collection-submit.
environment division.
configuration section.
repository.
    function is-business-day-cal
    function add-business-days-cal
    function current-date test-date-yyyymmdd integer-of-date
        date-of-integer intrinsic.
input-output section.
file-control.
    select mandate-file assign to ws-mandate-path
        organization indexed
        access mode dynamic
        record key md-mandate-id
        file status ws-mandate-status.
    select collection-batch-file assign to ws-batch-path
        organization line sequential
        file status ws-batch-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select dd-collection-file assign to ws-collection-path
        organization indexed
        access mode dynamic
        record key dc-collection-id
        alternate record key dc-collection-date with duplicates
        file status ws-collection-status.
    select intake-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd mandate-file.
01 mandate-record.
    05 md-mandate-id pic x(35).
    05 md-creditor-customer pic x(12).
    05 md-creditor-account pic x(16).
    05 md-creditor-scheme-id pic x(35).
    05 md-debtor-iban pic x(34).
    05 md-debtor-name pic x(70).
    05 md-signature-date pic 9(8).
    05 md-sequence-type pic x(4).
    05 md-status pic x(1).
    05 md-last-collection-date pic 9(8).
    05 md-last-updated-by pic x(8).
    05 md-last-updated-ts pic 9(14).
fd collection-batch-file.
01 collection-batch-record.
    05 cb-end-to-end-id pic x(35).
    05 cb-mandate-id pic x(35).
    05 cb-currency pic x(3).
    05 cb-amount pic 9(13)v99.
    05 cb-collection-date pic 9(8).
    05 cb-remittance pic x(35).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd dd-collection-file.
01 dd-collection-record.
    05 dc-collection-id pic x(16).
    05 dc-collection-date pic 9(8).
    05 dc-batch-id pic x(16).
    05 dc-end-to-end-id pic x(35).
    05 dc-mandate-id pic x(35).
    05 dc-sequence-type pic x(4).
    05 dc-creditor-customer pic x(12).
    05 dc-creditor-account pic x(16).
    05 dc-creditor-name pic x(40).
    05 dc-creditor-scheme-id pic x(35).
    05 dc-debtor-iban pic x(34).
    05 dc-debtor-name pic x(70).
    05 dc-signature-date pic 9(8).
    05 dc-currency pic x(3).
    05 dc-amount pic 9(13)v99.
    05 dc-remittance pic x(35).
    05 dc-status pic x(1).
    05 dc-created-ts pic 9(14).
    05 dc-submitted-ts pic 9(14).
    05 dc-submit-rc usage binary-long unsigned.
    05 dc-payment-id pic x(16).
fd intake-report-file.
01 intake-report-line pic x(132).
working-storage section.
    78 MANDATE-LAPSE-MONTHS value 36.
    01 ws-mandate-path pic x(256).
    01 ws-batch-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-collection-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-mandate-status pic x(2).
    01 ws-batch-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-collection-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 batch-eof value "Y".
    01 ws-reject-reason pic x(40).
    01 ws-first-earliest pic 9(8).
    01 ws-recurrent-earliest pic 9(8).
    01 ws-earliest-date pic 9(8).
    01 ws-last-use pic 9(8).
    01 ws-accepted-count usage binary-long unsigned value 0.
    01 ws-collection-id pic x(16).
    01 ws-id-stamp pic x(12) value spaces.
    01 ws-id-seq usage binary-short unsigned value 0.
    01 ws-id-seq-digits pic 9(3).
    01 ws-write-switch pic x(1).
        88 collection-write-done value "Y".
    01 ws-month-count usage binary-long.
    01 ws-month-rem usage binary-long.
    01 ws-lapse-x.
        05 ws-lapse-yyyy pic 9(4).
        05 ws-lapse-mm pic 9(2).
        05 ws-lapse-dd pic 9(2).
    01 filler redefines ws-lapse-x.
        05 ws-lapse-date pic 9(8).
    01 ws-nm-date-x.
        05 ws-nm-yyyy pic 9(4).
        05 ws-nm-mm pic 9(2).
        05 ws-nm-dd pic 9(2).
    01 filler redefines ws-nm-date-x.
        05 ws-nm-date pic 9(8).
    01 ws-month-last-x.
        05 filler pic 9(6).
        05 ws-month-last-dd pic 9(2).
    01 filler redefines ws-month-last-x.
        05 ws-month-last-date pic 9(8).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 dcd-end-to-end-id pic x(35).
        05 filler pic x(2) value spaces.
        05 dcd-collection-id pic x(16).
        05 filler pic x(2) value spaces.
        05 dcd-outcome pic x(8).
        05 filler pic x(2) value spaces.
        05 dcd-reason pic x(40).
linkage section.
    01 l-mandate-path pic x any length.
    01 l-batch-path pic x any length.
    01 l-batch-id pic x(16).
    01 l-creditor-customer pic x(12).
    01 l-submission-date pic 9(8).
    01 l-first-lead-days pic 9(5).
    01 l-recurrent-lead-days pic 9(5).
    01 l-market pic x(8).
    01 l-calendar-path pic x any length.
    01 l-master-path pic x any length.
    01 l-collection-path pic x any length.
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-mandate-path, l-batch-path, l-batch-id,
        l-creditor-customer, l-submission-date, l-first-lead-days,
        l-recurrent-lead-days, l-market, l-calendar-path,
        l-master-path, l-collection-path, l-report-path, l-result.
start-dd-collection-submit.
    move 0 to l-result.
    move 0 to ws-accepted-count.
    move spaces to ws-mandate-path.
    move l-mandate-path to ws-mandate-path.
    move spaces to ws-batch-path.
    move l-batch-path to ws-batch-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-collection-path.
    move l-collection-path to ws-collection-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open i-o mandate-file.
    if ws-mandate-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input collection-batch-file.
    if ws-batch-status not = "00"
        close mandate-file
        move 99000002 to l-result
        goback
    end-if.
    open input account-master-file.
    if ws-master-status not = "00"
        close mandate-file
        close collection-batch-file
        move 99000003 to l-result
        goback
    end-if.
    open i-o dd-collection-file.
    if ws-collection-status = "35"
        open output dd-collection-file
        close dd-collection-file
        open i-o dd-collection-file
    end-if.
    if ws-collection-status not = "00"
        close mandate-file
        close collection-batch-file
        close account-master-file
        move 99000004 to l-result
        goback
    end-if.
    open output intake-report-file.
    if ws-report-status not = "00"
        close mandate-file
        close collection-batch-file
        close account-master-file
        close dd-collection-file
        move 99000005 to l-result
        goback
    end-if.

*>  the earliest collection date each lead time allows, counted in
*>  business days of the clearing market from the submission date
    move add-business-days-cal(l-submission-date, l-first-lead-days,
        "F", l-market, l-calendar-path) to ws-first-earliest.
    move add-business-days-cal(l-submission-date,
        l-recurrent-lead-days, "F", l-market, l-calendar-path)
        to ws-recurrent-earliest.
    perform compute-lapse-date.

    move spaces to ws-report-header.
    string "DIRECT DEBIT COLLECTION INTAKE " delimited by size
        l-batch-id delimited by size
        " CREDITOR " delimited by size
        l-creditor-customer delimited by size
        " RECEIVED " delimited by size
        l-submission-date delimited by size
        into ws-report-header
    end-string.
    write intake-report-line from ws-report-header.
    move "  END-TO-END-ID                        COLLECTION-ID     OUTCOME   REASON"
        to ws-report-header.
    write intake-report-line from ws-report-header.

    perform until batch-eof
        read collection-batch-file
            at end
                set batch-eof to true
            not at end
                perform intake-one-collection
        end-read
    end-perform.

    close mandate-file.
    close collection-batch-file.
    close account-master-file.
    close dd-collection-file.
    close intake-report-file.
    move ws-accepted-count to l-result.
    goback.

compute-lapse-date section.
*>  a mandate last used before this date has lapsed: the submission
*>  date stepped back MANDATE-LAPSE-MONTHS calendar months, the day
*>  clamped to the end of a shorter month the way DORMANCY-DETECT
*>  steps back its idle period
    move l-submission-date to ws-lapse-date.
    compute ws-month-count = ws-lapse-yyyy * 12 + ws-lapse-mm - 1
        - MANDATE-LAPSE-MONTHS.
    divide ws-month-count by 12 giving ws-month-count
        remainder ws-month-rem.
    move ws-month-count to ws-lapse-yyyy.
    compute ws-lapse-mm = ws-month-rem + 1.
    move ws-lapse-yyyy to ws-nm-yyyy.
    compute ws-nm-mm = ws-lapse-mm + 1.
    if ws-nm-mm > 12
        move 1 to ws-nm-mm
        add 1 to ws-nm-yyyy
    end-if.
    move 1 to ws-nm-dd.
    move date-of-integer(integer-of-date(ws-nm-date) - 1)
        to ws-month-last-date.
    if ws-lapse-dd > ws-month-last-dd
        move ws-month-last-dd to ws-lapse-dd
    end-if.

intake-one-collection section.
    move spaces to ws-reject-reason.
    move spaces to ws-collection-id.
    perform validate-collection.
    if ws-reject-reason = spaces
        perform write-collection
    end-if.

    move spaces to ws-report-detail.
    move cb-end-to-end-id to dcd-end-to-end-id.
    if ws-reject-reason = spaces
        add 1 to ws-accepted-count
        move ws-collection-id to dcd-collection-id
        move "ACCEPTED" to dcd-outcome
        perform advance-mandate-sequence
    else
        move "REJECTED" to dcd-outcome
        move ws-reject-reason to dcd-reason
    end-if.
    write intake-report-line from ws-report-detail.

validate-collection section.
    move cb-mandate-id to md-mandate-id.
    read mandate-file
        invalid key
            move "MANDATE NOT FOUND" to ws-reject-reason
            exit section
    end-read.
    if md-last-collection-date not = 0
        move md-last-collection-date to ws-last-use
    else
        move md-signature-date to ws-last-use
    end-if.
    if md-sequence-type = "FRST" or md-sequence-type = "OOFF"
        move ws-first-earliest to ws-earliest-date
    else
        move ws-recurrent-earliest to ws-earliest-date
    end-if.

    evaluate true
        when cb-end-to-end-id = spaces
            move "END-TO-END ID MISSING" to ws-reject-reason
        when md-creditor-customer not = l-creditor-customer
*>          another creditor's mandate reads exactly like a missing
*>          one
            move "MANDATE NOT FOUND" to ws-reject-reason
        when md-status = "L" or ws-last-use < ws-lapse-date
            move "MANDATE LAPSED" to ws-reject-reason
        when md-status not = "A"
            move "MANDATE NOT ACTIVE" to ws-reject-reason
        when cb-currency not = "EUR"
            move "CURRENCY NOT EUR" to ws-reject-reason
        when cb-amount is not numeric
            move "INVALID AMOUNT" to ws-reject-reason
        when cb-amount = 0
            move "INVALID AMOUNT" to ws-reject-reason
        when cb-collection-date is not numeric
            move "INVALID COLLECTION DATE" to ws-reject-reason
        when test-date-yyyymmdd(cb-collection-date) not = 0
            move "INVALID COLLECTION DATE" to ws-reject-reason
        when is-business-day-cal(cb-collection-date, l-market,
                l-calendar-path) = "N"
            move "COLLECTION DATE NOT A BUSINESS DAY"
                to ws-reject-reason
        when cb-collection-date < ws-earliest-date
            move "PRE-NOTIFICATION LEAD TIME NOT MET"
                to ws-reject-reason
        when other
            continue
    end-evaluate.
    if ws-reject-reason not = spaces
        exit section
    end-if.

    move md-creditor-account to acm-account-id.
    read account-master-file
        invalid key
            move "CREDITOR ACCOUNT NOT ON MASTER" to ws-reject-reason
            exit section
    end-read.
    if acm-status not = "A"
        move "CREDITOR ACCOUNT NOT ACTIVE" to ws-reject-reason
        exit section
    end-if.
    if acm-currency not = cb-currency
        move "CREDITOR ACCOUNT CURRENCY MISMATCH" to ws-reject-reason
    end-if.

write-collection section.
*>  a batch can carry hundreds of items a second, so the id is "C" +
*>  the timestamp to the second (century dropped) + a three-digit
*>  sequence that carries on across the items of the same second
    move "N" to ws-write-switch.
    perform until collection-write-done
        if current-date(3:12) not = ws-id-stamp
            move current-date(3:12) to ws-id-stamp
            move 0 to ws-id-seq
        end-if
        if ws-id-seq > 999
            move "COLLECTION ID EXHAUSTED" to ws-reject-reason
            exit section
        end-if
        move ws-id-seq to ws-id-seq-digits
        move spaces to ws-collection-id
        move "C" to ws-collection-id(1:1)
        move ws-id-stamp to ws-collection-id(2:12)
        move ws-id-seq-digits to ws-collection-id(14:3)
        add 1 to ws-id-seq
        move ws-collection-id to dc-collection-id
        move cb-collection-date to dc-collection-date
        move l-batch-id to dc-batch-id
        move cb-end-to-end-id to dc-end-to-end-id
        move md-mandate-id to dc-mandate-id
        move md-sequence-type to dc-sequence-type
        move md-creditor-customer to dc-creditor-customer
        move md-creditor-account to dc-creditor-account
        move acm-customer-name to dc-creditor-name
        move md-creditor-scheme-id to dc-creditor-scheme-id
        move md-debtor-iban to dc-debtor-iban
        move md-debtor-name to dc-debtor-name
        move md-signature-date to dc-signature-date
        move cb-currency to dc-currency
        move cb-amount to dc-amount
        move cb-remittance to dc-remittance
        move "V" to dc-status
        move current-date(1:14) to dc-created-ts
        move 0 to dc-submitted-ts
        move 0 to dc-submit-rc
        move spaces to dc-payment-id
        write dd-collection-record
            invalid key
                continue
            not invalid key
                set collection-write-done to true
        end-write
    end-perform.

advance-mandate-sequence section.
*>  the next collection on a first mandate is recurrent; a final or
*>  one-off collection ends the mandate
    evaluate md-sequence-type
        when "FRST"
            move "RCUR" to md-sequence-type
        when "FNAL"
            move "E" to md-status
        when "OOFF"
            move "E" to md-status
        when other
            continue
    end-evaluate.
    move cb-collection-date to md-last-collection-date.
    move "DDINTAKE" to md-last-updated-by.
    move current-date(1:14) to md-last-updated-ts.
    rewrite mandate-record.
end program dd-collection-submit.

*>*
*> Outbound SEPA direct debit collection messages. Every collection
*> DD-COLLECTION-SUBMIT validated ("V"), or whose earlier send failed
*> ("F"), is rendered as a pain.008 customer direct debit initiation -
*> creditor, creditor account and scheme id, mandate reference and
*> signature date, sequence type, requested collection date, debtor
*> and debtor IBAN - and fed to GATEWAY-SUBMIT under the collection
*> id as the gateway reference, the same per-message conversation
*> ISO20022-GENERATE holds for credit transfers. An accepted or
*> unmatched answer marks the collection "S" submitted, which
*> DD-COLLECTION-SETTLE credits on the collection date; a rejection
*> marks it "J" and it is never credited; a send failure marks it
*> "F" for the next run.
*>
*> @param l-collection-path Path to the DD-COLLECTION indexed file
*> @param l-gateway-host Gateway host name or IP address
*> @param l-gateway-service Gateway TCP service or port
*> @param l-log-path Path of the GATEWAY-SUBMIT submission log
*> @param l-result Number of collections submitted, or 99000001 when
*>        the collection file could not be opened
*>*
identification division.
program-id. dd-collection-generate.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select dd-collection-file assign to ws-collection-path
        organization indexed
        access mode dynamic
        record key dc-collection-id
        alternate record key dc-collection-date with duplicates
        file status ws-collection-status.
data division.
file section.
fd dd-collection-file.
01 dd-collection-record.
    05 dc-collection-id pic x(16).
    05 dc-collection-date pic 9(8).
    05 dc-batch-id pic x(16).
    05 dc-end-to-end-id pic x(35).
    05 dc-mandate-id pic x(35).
    05 dc-sequence-type pic x(4).
    05 dc-creditor-customer pic x(12).
    05 dc-creditor-account pic x(16).
    05 dc-creditor-name pic x(40).
    05 dc-creditor-scheme-id pic x(35).
    05 dc-debtor-iban pic x(34).
    05 dc-debtor-name pic x(70).
    05 dc-signature-date pic 9(8).
    05 dc-currency pic x(3).
    05 dc-amount pic 9(13)v99.
    05 dc-remittance pic x(35).
    05 dc-status pic x(1).
    05 dc-created-ts pic 9(14).
    05 dc-submitted-ts pic 9(14).
    05 dc-submit-rc usage binary-long unsigned.
    05 dc-payment-id pic x(16).
working-storage section.
    01 ws-collection-path pic x(256).
    01 ws-collection-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 collection-eof value "Y".
    01 ws-message pic x(4096).
    01 ws-message-ptr usage binary-long unsigned.
    01 ws-amount-edited pic z(12)9.99.
    01 ws-iso-date pic x(10).
    01 ws-iso-signature-date pic x(10).
    01 ws-gateway-reference pic x(16).
    01 ws-submit-result usage binary-long unsigned.
    01 ws-submitted-count usage binary-long unsigned value 0.
linkage section.
    01 l-collection-path pic x any length.
    01 l-gateway-host pic x(128).
    01 l-gateway-service pic x(32).
    01 l-log-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-collection-path, l-gateway-host,
        l-gateway-service, l-log-path, l-result.
start-dd-collection-generate.
    move 0 to l-result.
    move 0 to ws-submitted-count.
    move spaces to ws-collection-path.
    move l-collection-path to ws-collection-path.

    open i-o dd-collection-file.
    if ws-collection-status not = "00"
        move 99000001 to l-result
        goback
    end-if.

    move low-values to dc-collection-id.
    start dd-collection-file key is greater than or equal to
            dc-collection-id
        invalid key
            set collection-eof to true
    end-start.
    perform until collection-eof
        read dd-collection-file next record
            at end
                set collection-eof to true
            not at end
                if dc-status = "V" or dc-status = "F"
                    perform submit-one-collection
                end-if
        end-read
    end-perform.

    close dd-collection-file.
    move ws-submitted-count to l-result.
    goback.

submit-one-collection section.
    perform build-direct-debit-message.
    move dc-collection-id to ws-gateway-reference.
    call "gateway-submit" using l-gateway-host, l-gateway-service,
        ws-gateway-reference, trim(ws-message), l-log-path,
        ws-submit-result
    end-call.

    move current-date(1:14) to dc-submitted-ts.
    move ws-submit-result to dc-submit-rc.
    evaluate ws-submit-result
        when 0
            move "S" to dc-status
        when 1
            move "J" to dc-status
        when 2
            move "S" to dc-status
        when other
            move "F" to dc-status
    end-evaluate.
    rewrite dd-collection-record.
    if dc-status = "S"
        add 1 to ws-submitted-count
    end-if.

build-direct-debit-message section.
    move dc-amount to ws-amount-edited.
    move spaces to ws-iso-date.
    string dc-collection-date(1:4) "-" dc-collection-date(5:2) "-"
        dc-collection-date(7:2) delimited by size
        into ws-iso-date
    end-string.
    move spaces to ws-iso-signature-date.
    string dc-signature-date(1:4) "-" dc-signature-date(5:2) "-"
        dc-signature-date(7:2) delimited by size
        into ws-iso-signature-date
    end-string.
    move spaces to ws-message.
    move 1 to ws-message-ptr.
    string
        "<Document><CstmrDrctDbtInitn><GrpHdr><MsgId>"
            delimited by size
        dc-collection-id delimited by size
        "</MsgId><CreDtTm>" delimited by size
        current-date(1:8) delimited by size
        "T" delimited by size
        current-date(9:6) delimited by size
        "</CreDtTm><NbOfTxs>1</NbOfTxs></GrpHdr><PmtInf><PmtInfId>"
            delimited by size
        trim(dc-batch-id) delimited by size
        "</PmtInfId><PmtMtd>DD</PmtMtd><PmtTpInf><SvcLvl><Cd>SEPA"
            delimited by size
        "</Cd></SvcLvl><LclInstrm><Cd>CORE</Cd></LclInstrm><SeqTp>"
            delimited by size
        dc-sequence-type delimited by size
        "</SeqTp></PmtTpInf><ReqdColltnDt>" delimited by size
        ws-iso-date delimited by size
        "</ReqdColltnDt><Cdtr><Nm>" delimited by size
        trim(dc-creditor-name) delimited by size
        "</Nm></Cdtr><CdtrAcct><Id><Othr><Id>" delimited by size
        trim(dc-creditor-account) delimited by size
        "</Id></Othr></Id></CdtrAcct><CdtrSchmeId><Id><PrvtId><Othr>"
            delimited by size
        "<Id>" delimited by size
        trim(dc-creditor-scheme-id) delimited by size
        "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm></Othr></PrvtId>"
            delimited by size
        "</Id></CdtrSchmeId><DrctDbtTxInf><PmtId><EndToEndId>"
            delimited by size
        trim(dc-end-to-end-id) delimited by size
        '</EndToEndId></PmtId><InstdAmt Ccy="' delimited by size
        dc-currency delimited by size
        '">' delimited by size
        trim(ws-amount-edited) delimited by size
        "</InstdAmt><DrctDbtTx><MndtRltdInf><MndtId>"
            delimited by size
        trim(dc-mandate-id) delimited by size
        "</MndtId><DtOfSgntr>" delimited by size
        ws-iso-signature-date delimited by size
        "</DtOfSgntr></MndtRltdInf></DrctDbtTx><Dbtr><Nm>"
            delimited by size
        trim(dc-debtor-name) delimited by size
        "</Nm></Dbtr><DbtrAcct><Id><IBAN>" delimited by size
        trim(dc-debtor-iban) delimited by size
        "</IBAN></Id></DbtrAcct><RmtInf><Ustrd>" delimited by size
        trim(dc-remittance) delimited by size
        "</Ustrd></RmtInf></DrctDbtTxInf></PmtInf>" delimited by size
        "</CstmrDrctDbtInitn></Document>" delimited by size
        into ws-message with pointer ws-message-ptr
    end-string.
end program dd-collection-generate.

*>*
*> Settlement of submitted SEPA direct debit collections. On the
*> collection (settlement) date every collection DD-COLLECTION-GENERATE
*> submitted ("S") is credited to the creditor account on its mandate
*> for the expected amount, the way SETTLEMENT-POST credits inbound
*> credit transfers: the account's current and available balances are
*> credited, a PAYMENT-JOURNAL entry is written under a "D..." id with
*> the debit leg on the caller's settlement account - the internal
*> mirror of the nostro the collected funds arrive over - both legs
*> are posted to the ACCOUNT-LEDGER as "S" settlements, and the
*> collection is flipped to "C" credited. A dormant creditor account
*> still takes the credit. A collection that cannot be applied -
*> account not on the master, neither active nor dormant, or in a
*> different currency - is left submitted for the next run and
*> written to the suspense report for ops to resolve.
*>
*> @param l-collection-path Path to the DD-COLLECTION indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file both
*>        legs are posted to (see LEDGER-POST)
*> @param l-settlement-account Internal settlement account debited
*>        for every credited collection
*> @param l-settlement-date Settlement date, YYYYMMDD; collections
*>        due on or before it are credited and booked on it
*> @param l-report-path Path of the suspense report to produce
*> @param l-result Number of collections credited, or
*>        99000001-99000004 when the collection file, master,
*>        journal or suspense report could not be opened
*>*
identification division.
program-id. dd-collection-settle.
environment division.
configuration section.
repository.
    function current-date intrinsic.
input-output section.
file-control.
    select dd-collection-file assign to ws-collection-path
        organization indexed
        access mode dynamic
        record key dc-collection-id
        alternate record key dc-collection-date with duplicates
        file status ws-collection-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select suspense-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd dd-collection-file.
01 dd-collection-record.
    05 dc-collection-id pic x(16).
    05 dc-collection-date pic 9(8).
    05 dc-batch-id pic x(16).
    05 dc-end-to-end-id pic x(35).
    05 dc-mandate-id pic x(35).
    05 dc-sequence-type pic x(4).
    05 dc-creditor-customer pic x(12).
    05 dc-creditor-account pic x(16).
    05 dc-creditor-name pic x(40).
    05 dc-creditor-scheme-id pic x(35).
    05 dc-debtor-iban pic x(34).
    05 dc-debtor-name pic x(70).
    05 dc-signature-date pic 9(8).
    05 dc-currency pic x(3).
    05 dc-amount pic 9(13)v99.
    05 dc-remittance pic x(35).
    05 dc-status pic x(1).
    05 dc-created-ts pic 9(14).
    05 dc-submitted-ts pic 9(14).
    05 dc-submit-rc usage binary-long unsigned.
    05 dc-payment-id pic x(16).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd suspense-report-file.
01 suspense-report-line pic x(132).
working-storage section.
    01 ws-collection-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-collection-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 collection-eof value "Y".
    01 ws-suspense-reason pic x(30).
    01 ws-credited-count usage binary-long unsigned value 0.
    01 ws-settle-posted pic x(1).
    01 ws-ledger-type pic x(1) value "S".
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-payment-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 journal-write-done value "Y".
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 dsd-collection-id pic x(16).
        05 filler pic x(2) value spaces.
        05 dsd-end-to-end-id pic x(35).
        05 filler pic x(2) value spaces.
        05 dsd-creditor-account pic x(16).
        05 filler pic x(2) value spaces.
        05 dsd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 dsd-amount pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 dsd-reason pic x(30).
    01 ws-before-image pic x(200).
linkage section.
    01 l-collection-path pic x any length.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-settlement-account pic x(16).
    01 l-settlement-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-collection-path, l-master-path,
        l-journal-path, l-ledger-path, l-settlement-account,
        l-settlement-date, l-report-path, l-result.
start-dd-collection-settle.
    move 0 to l-result.
    move 0 to ws-credited-count.
    move spaces to ws-collection-path.
    move l-collection-path to ws-collection-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open i-o dd-collection-file.
    if ws-collection-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open i-o account-master-file.
    if ws-master-status not = "00"
        close dd-collection-file
        move 99000002 to l-result
        goback
    end-if.
    open i-o payment-journal-file.
    if ws-journal-status = "35"
        close payment-journal-file
        open output payment-journal-file
        close payment-journal-file
        open i-o payment-journal-file
    end-if.
    if ws-journal-status not = "00"
        close dd-collection-file
        close account-master-file
        move 99000003 to l-result
        goback
    end-if.
    open output suspense-report-file.
    if ws-report-status not = "00"
        close dd-collection-file
        close account-master-file
        close payment-journal-file
        move 99000004 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "DIRECT DEBIT SETTLEMENT SUSPENSE " delimited by size
        l-settlement-date delimited by size
        into ws-report-header
    end-string.
    write suspense-report-line from ws-report-header.
    move "  COLLECTION-ID     END-TO-END-ID                        CREDITOR-ACCOUNT  CCY  AMOUNT           REASON"
        to ws-report-header.
    write suspense-report-line from ws-report-header.

*>  the collection-date key brings up every collection due by the
*>  settlement date, overdue ones first
    move 0 to dc-collection-date.
    start dd-collection-file key is greater than or equal to
            dc-collection-date
        invalid key
            set collection-eof to true
    end-start.
    perform until collection-eof
        read dd-collection-file next record
            at end
                set collection-eof to true
            not at end
                if dc-collection-date > l-settlement-date
                    set collection-eof to true
                else
                    if dc-status = "S"
                        perform credit-one-collection
                    end-if
                end-if
        end-read
    end-perform.

    close dd-collection-file.
    close account-master-file.
    close payment-journal-file.
    close suspense-report-file.
    move ws-credited-count to l-result.
    goback.

credit-one-collection section.
    move dc-creditor-account to acm-account-id.
    read account-master-file
        invalid key
            move "ACCOUNT NOT ON MASTER" to ws-suspense-reason
            perform write-suspense-line
            exit section
    end-read.
    if acm-status not = "A" and acm-status not = "D"
        move "ACCOUNT NOT ACTIVE" to ws-suspense-reason
        perform write-suspense-line
        exit section
    end-if.
    if acm-currency not = dc-currency
        move "CURRENCY MISMATCH" to ws-suspense-reason
        perform write-suspense-line
        exit section
    end-if.

    perform write-journal-entry.
    if not journal-write-done
        move "JOURNAL ID EXHAUSTED" to ws-suspense-reason
        perform write-suspense-line
        exit section
    end-if.

    move account-master-record to ws-before-image.
    add dc-amount to acm-current-balance.
    add dc-amount to acm-available-balance.
    move "DDSETTLE" to acm-last-updated-by.
    move current-date(1:14) to acm-last-updated-ts.
    rewrite account-master-record.
    perform journal-master-change.

*>  the settlement account mirrors the nostro movement so the day
*>  still nets to zero, as in SETTLEMENT-POST
    move "N" to ws-settle-posted.
    move l-settlement-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            subtract dc-amount from acm-current-balance
            subtract dc-amount from acm-available-balance
            move "DDSETTLE" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-settle-posted
    end-read.

    move dc-amount to ws-ledger-amount.
    call "ledger-post" using l-ledger-path, dc-creditor-account,
        l-settlement-date, ws-ledger-type, dc-end-to-end-id,
        dc-currency, ws-ledger-amount, ws-ledger-result
    end-call.
    if ws-settle-posted = "Y"
        compute ws-ledger-amount = dc-amount * -1
        call "ledger-post" using l-ledger-path,
            l-settlement-account, l-settlement-date, ws-ledger-type,
            dc-end-to-end-id, dc-currency, ws-ledger-amount,
            ws-ledger-result
        end-call
    end-if.

    move "C" to dc-status.
    move ws-payment-id to dc-payment-id.
    rewrite dd-collection-record.
    add 1 to ws-credited-count.

write-journal-entry section.
*>  allocate a unique payment id: "D" + current timestamp + a one-
*>  digit sequence, the same shape SETTLEMENT-POST allocates for "I"
*>  ids
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until journal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-payment-id
        move "D" to ws-payment-id(1:1)
        move current-date(1:14) to ws-payment-id(2:14)
        move ws-id-seq-digit to ws-payment-id(16:1)
        move ws-payment-id to pj-payment-id
        move l-settlement-account to pj-debit-account
        move dc-creditor-account to pj-credit-account
        move dc-currency to pj-currency
        move dc-amount to pj-amount
        move dc-end-to-end-id to pj-reference
        move "A" to pj-status
        move l-settlement-date to pj-booking-date
        move current-date(1:14) to pj-booking-ts
        move dc-currency to pj-counter-currency
        move 1 to pj-applied-rate
        move dc-amount to pj-counter-amount
        move spaces to pj-reversal-of
        move spaces to pj-reason-code
        write payment-journal-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set journal-write-done to true
                perform journal-payment-add
        end-write
    end-perform.

write-suspense-line section.
    move spaces to ws-report-detail.
    move dc-collection-id to dsd-collection-id.
    move dc-end-to-end-id to dsd-end-to-end-id.
    move dc-creditor-account to dsd-creditor-account.
    move dc-currency to dsd-currency.
    move dc-amount to dsd-amount.
    move ws-suspense-reason to dsd-reason.
    write suspense-report-line from ws-report-detail.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "DD-COLLECTION-SETTLE", ws-before-image,
        account-master-record
    end-call.

journal-payment-add section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "A",
        pj-payment-id, "DD-COLLECTION-SETTLE", " ",
        payment-journal-record
    end-call.
end program dd-collection-settle.

*>*
*> Lapse SEPA direct debit mandates left unused. Walks the MANDATE
*> master and moves every active mandate whose last collection - or,
*> never used, whose signature - lies more than 36 months before the
*> as-of date to status "L" lapsed, listing each one on the report.
*> DD-COLLECTION-SUBMIT refuses collections on a lapsed mandate, and
*> MANDATE-MAINTAIN will not reinstate one.
*>
*> @param l-mandate-path Path to the MANDATE indexed file
*> @param l-as-of-date Date the 36 months are measured back from,
*>        YYYYMMDD
*> @param l-report-path Path of the lapse report to produce
*> @param l-result Number of mandates lapsed; 99000001/99000002 when
*>        the mandate file or the report could not be opened
*>*
identification division.
program-id. mandate-lapse.
environment division.
configuration section.
repository.
    function current-date integer-of-date date-of-integer intrinsic.
input-output section.
file-control.
    select mandate-file assign to ws-mandate-path
        organization indexed
        access mode dynamic
        record key md-mandate-id
        file status ws-mandate-status.
    select lapse-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd mandate-file.
01 mandate-record.
    05 md-mandate-id pic x(35).
    05 md-creditor-customer pic x(12).
    05 md-creditor-account pic x(16).
    05 md-creditor-scheme-id pic x(35).
    05 md-debtor-iban pic x(34).
    05 md-debtor-name pic x(70).
    05 md-signature-date pic 9(8).
    05 md-sequence-type pic x(4).
    05 md-status pic x(1).
    05 md-last-collection-date pic 9(8).
    05 md-last-updated-by pic x(8).
    05 md-last-updated-ts pic 9(14).
fd lapse-report-file.
01 lapse-report-line pic x(132).
working-storage section.
    78 MANDATE-LAPSE-MONTHS value 36.
    01 ws-mandate-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-mandate-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 mandate-eof value "Y".
    01 ws-last-use pic 9(8).
    01 ws-lapsed-count usage binary-long unsigned value 0.
    01 ws-month-count usage binary-long.
    01 ws-month-rem usage binary-long.
    01 ws-lapse-x.
        05 ws-lapse-yyyy pic 9(4).
        05 ws-lapse-mm pic 9(2).
        05 ws-lapse-dd pic 9(2).
    01 filler redefines ws-lapse-x.
        05 ws-lapse-date pic 9(8).
    01 ws-nm-date-x.
        05 ws-nm-yyyy pic 9(4).
        05 ws-nm-mm pic 9(2).
        05 ws-nm-dd pic 9(2).
    01 filler redefines ws-nm-date-x.
        05 ws-nm-date pic 9(8).
    01 ws-month-last-x.
        05 filler pic 9(6).
        05 ws-month-last-dd pic 9(2).
    01 filler redefines ws-month-last-x.
        05 ws-month-last-date pic 9(8).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 mld-mandate-id pic x(35).
        05 filler pic x(2) value spaces.
        05 mld-creditor-customer pic x(12).
        05 filler pic x(2) value spaces.
        05 mld-debtor-iban pic x(34).
        05 filler pic x(2) value spaces.
        05 mld-last-use pic 9(8).
linkage section.
    01 l-mandate-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-mandate-path, l-as-of-date,
        l-report-path, l-result.
start-mandate-lapse.
    move 0 to l-result.
    move 0 to ws-lapsed-count.
    move spaces to ws-mandate-path.
    move l-mandate-path to ws-mandate-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open i-o mandate-file.
    if ws-mandate-status = "35"
*>      no mandate has ever been signed - nothing to lapse
        goback
    end-if.
    if ws-mandate-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output lapse-report-file.
    if ws-report-status not = "00"
        close mandate-file
        move 99000002 to l-result
        goback
    end-if.

    perform compute-lapse-date.

    move spaces to ws-report-header.
    string "MANDATE LAPSE AS OF " delimited by size
        l-as-of-date delimited by size
        " - UNUSED SINCE BEFORE " delimited by size
        ws-lapse-date delimited by size
        into ws-report-header
    end-string.
    write lapse-report-line from ws-report-header.
    move "  MANDATE-ID                           CREDITOR      DEBTOR-IBAN                         LAST-USE"
        to ws-report-header.
    write lapse-report-line from ws-report-header.

    move low-values to md-mandate-id.
    start mandate-file key is greater than or equal to md-mandate-id
        invalid key
            set mandate-eof to true
    end-start.
    perform until mandate-eof
        read mandate-file next record
            at end
                set mandate-eof to true
            not at end
                if md-status = "A"
                    perform check-one-mandate
                end-if
        end-read
    end-perform.

    close mandate-file.
    close lapse-report-file.
    move ws-lapsed-count to l-result.
    goback.

compute-lapse-date section.
*>  the as-of date stepped back MANDATE-LAPSE-MONTHS calendar months,
*>  the day clamped to the end of a shorter month
    move l-as-of-date to ws-lapse-date.
    compute ws-month-count = ws-lapse-yyyy * 12 + ws-lapse-mm - 1
        - MANDATE-LAPSE-MONTHS.
    divide ws-month-count by 12 giving ws-month-count
        remainder ws-month-rem.
    move ws-month-count to ws-lapse-yyyy.
    compute ws-lapse-mm = ws-month-rem + 1.
    move ws-lapse-yyyy to ws-nm-yyyy.
    compute ws-nm-mm = ws-lapse-mm + 1.
    if ws-nm-mm > 12
        move 1 to ws-nm-mm
        add 1 to ws-nm-yyyy
    end-if.
    move 1 to ws-nm-dd.
    move date-of-integer(integer-of-date(ws-nm-date) - 1)
        to ws-month-last-date.
    if ws-lapse-dd > ws-month-last-dd
        move ws-month-last-dd to ws-lapse-dd
    end-if.

check-one-mandate section.
    if md-last-collection-date not = 0
        move md-last-collection-date to ws-last-use
    else
        move md-signature-date to ws-last-use
    end-if.
    if ws-last-use >= ws-lapse-date
        exit section
    end-if.

    move "L" to md-status.
    move "DDLAPSE" to md-last-updated-by.
    move current-date(1:14) to md-last-updated-ts.
    rewrite mandate-record.
    add 1 to ws-lapsed-count.

    move spaces to ws-report-detail.
    move md-mandate-id to mld-mandate-id.
    move md-creditor-customer to mld-creditor-customer.
    move md-debtor-iban to mld-debtor-iban.
    move ws-last-use to mld-last-use.
    write lapse-report-line from ws-report-detail.
end program mandate-lapse.

*>*
*> Apply gateway acknowledgments back to the PAYMENT-JOURNAL.
*> GATEWAY-SUBMIT already parses the gateway response and journals a
*> one-word disposition per reference in its submission log; this job
*> reads that log, matches each line back to the journal by its
*> reference (the payment id ISO20022-GENERATE submits under), and
*> advances submitted payments: ACCEPTED moves "S" to "K"
*> acknowledged, REJECTED moves "S" to "J" rejected. Every other
*> disposition (UNMATCHED, NO-CONNECT, SEND-FAILED, NO-RESPONSE)
*> leaves the payment in "S" for ACK-AGING-REPORT to surface. The
*> whole log is replayed each run; a payment no longer in "S" is
*> simply skipped, so reruns are harmless.
*>
*> @param l-log-path Path of the GATEWAY-SUBMIT submission log
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-result Number of payments advanced, or
*>        99000001/99000002 when the log or journal could not be
*>        opened
*>*
identification division.
program-id. gateway-ack-apply.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select submission-log-file assign to ws-log-path
        organization line sequential
        file status ws-log-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
data division.
file section.
fd submission-log-file.
01 submission-log-line pic x(132).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
working-storage section.
    01 ws-log-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-log-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 log-eof value "Y".
*>  same fixed layout GATEWAY-SUBMIT writes its log lines with
    01 ws-log-detail.
        05 filler pic x(2).
        05 sld-ts pic 9(14).
        05 filler pic x(2).
        05 sld-reference pic x(16).
        05 filler pic x(2).
        05 sld-disposition pic x(12).
    01 ws-new-status pic x(1).
    01 ws-applied-count usage binary-long unsigned value 0.
    01 ws-before-image pic x(200).
linkage section.
    01 l-log-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-log-path, l-journal-path, l-result.
start-gateway-ack-apply.
    move 0 to l-result.
    move 0 to ws-applied-count.
    move spaces to ws-log-path.
    move l-log-path to ws-log-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.

    open input submission-log-file.
    if ws-log-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open i-o payment-journal-file.
    if ws-journal-status not = "00"
        close submission-log-file
        move 99000002 to l-result
        goback
    end-if.

    perform until log-eof
        read submission-log-file into ws-log-detail
            at end
                set log-eof to true
            not at end
                perform apply-one-disposition
        end-read
    end-perform.

    close submission-log-file.
    close payment-journal-file.
    move ws-applied-count to l-result.
    goback.

apply-one-disposition section.
    evaluate trim(sld-disposition)
        when "ACCEPTED"
            move "K" to ws-new-status
        when "REJECTED"
            move "J" to ws-new-status
        when other
            exit section
    end-evaluate.
    move sld-reference to pj-payment-id.
    read payment-journal-file
        invalid key
            exit section
    end-read.
    if pj-status not = "S"
        exit section
    end-if.
    move payment-journal-record to ws-before-image.
    move ws-new-status to pj-status.
    rewrite payment-journal-record.
    perform journal-payment-change.
    add 1 to ws-applied-count.

journal-payment-change section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "C",
        pj-payment-id, "GATEWAY-ACK-APPLY", ws-before-image,
        payment-journal-record
    end-call.
end program gateway-ack-apply.

*>*
*> Aging report of submitted payments still waiting for a gateway
*> acknowledgment. Scans the PAYMENT-JOURNAL for payments stuck in
*> "S" submitted, takes the submission time from the OUTBOUND-MESSAGE
*> record (falling back to the booking timestamp when the outbound
*> record is missing), and writes a report line for every payment
*> unacknowledged for more than the caller's threshold of hours - so
*> "did the beneficiary bank take it?" is answered by the morning
*> report instead of a grep through the submission log.
*>
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-outbound-path Path to the OUTBOUND-MESSAGE indexed file
*> @param l-report-path Path of the aging report to produce
*> @param l-as-of-ts "Now" for the age computation, YYYYMMDDHHMMSS
*> @param l-max-hours Acceptable hours without an acknowledgment
*> @param l-result Number of payments over the threshold, or
*>        99000001-99000003 when the journal, outbound file or report
*>        could not be opened
*>*
identification division.
program-id. ack-aging-report.
environment division.
configuration section.
repository.
    function trim numval integer-of-date current-date intrinsic.
input-output section.
file-control.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select outbound-message-file assign to ws-outbound-path
        organization indexed
        access mode dynamic
        record key om-payment-id
        file status ws-outbound-status.
    select aging-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd outbound-message-file.
01 outbound-message-record.
    05 om-payment-id pic x(16).
    05 om-created-ts pic 9(14).
    05 om-submitted-ts pic 9(14).
    05 om-disposition pic x(12).
    05 om-submit-rc usage binary-long unsigned.
    05 om-status pic x(1).
    05 om-route-currency pic x(3).
    05 om-route-country pic x(2).
    05 om-correspondent-id pic x(8).
    05 om-nostro-account pic x(16).
    05 om-message-variant pic x(8).
fd aging-report-file.
01 aging-report-line pic x(132).
working-storage section.
    01 ws-journal-path pic x(256).
    01 ws-outbound-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-journal-status pic x(2).
    01 ws-outbound-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-submitted-ts pic 9(14).
    01 ws-elapsed-secs usage binary-long.
    01 ws-elapsed-hours usage binary-long.
    01 ws-stuck-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 agd-payment-id pic x(16).
        05 filler pic x(2) value spaces.
        05 agd-submitted-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 agd-hours pic z(6)9.
        05 filler pic x(2) value spaces.
        05 agd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 agd-amount pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 agd-disposition pic x(12).
linkage section.
    01 l-journal-path pic x any length.
    01 l-outbound-path pic x any length.
    01 l-report-path pic x any length.
    01 l-as-of-ts pic 9(14).
    01 l-max-hours pic 9(3).
    01 l-result usage binary-long unsigned.
procedure division using l-journal-path, l-outbound-path,
        l-report-path, l-as-of-ts, l-max-hours, l-result.
start-ack-aging-report.
    move 0 to l-result.
    move 0 to ws-stuck-count.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-outbound-path.
    move l-outbound-path to ws-outbound-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input payment-journal-file.
    if ws-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input outbound-message-file.
    if ws-outbound-status not = "00"
        close payment-journal-file
        move 99000002 to l-result
        goback
    end-if.
    open output aging-report-file.
    if ws-report-status not = "00"
        close payment-journal-file
        close outbound-message-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "UNACKNOWLEDGED PAYMENTS AS OF " delimited by size
        l-as-of-ts delimited by size
        into ws-report-header
    end-string.
    write aging-report-line from ws-report-header.
    move "  PAYMENT-ID        SUBMITTED-TS      HOURS  CCY  AMOUNT           LAST-DISP"
        to ws-report-header.
    write aging-report-line from ws-report-header.

    move low-values to pj-payment-id.
    start payment-journal-file key is greater than or equal to
            pj-payment-id
        invalid key
            set journal-eof to true
    end-start.
    perform until journal-eof
        read payment-journal-file next record
            at end
                set journal-eof to true
            not at end
                if pj-status = "S"
                    perform age-one-payment
                end-if
        end-read
    end-perform.

    close payment-journal-file.
    close outbound-message-file.
    close aging-report-file.
    move ws-stuck-count to l-result.
    goback.

age-one-payment section.
    move pj-booking-ts to ws-submitted-ts.
    move spaces to om-disposition.
    move pj-payment-id to om-payment-id.
    read outbound-message-file
        invalid key
            continue
        not invalid key
            if om-submitted-ts not = 0
                move om-submitted-ts to ws-submitted-ts
            end-if
    end-read.
    compute ws-elapsed-secs =
        (integer-of-date(numval(l-as-of-ts(1:8)))
            - integer-of-date(numval(ws-submitted-ts(1:8)))) * 86400
        + (numval(l-as-of-ts(9:2)) - numval(ws-submitted-ts(9:2)))
            * 3600
        + (numval(l-as-of-ts(11:2)) - numval(ws-submitted-ts(11:2)))
            * 60
        + numval(l-as-of-ts(13:2)) - numval(ws-submitted-ts(13:2)).
    if ws-elapsed-secs < 0
        move 0 to ws-elapsed-secs
    end-if.
    compute ws-elapsed-hours = ws-elapsed-secs / 3600.
    if ws-elapsed-hours <= l-max-hours
        exit section
    end-if.

    add 1 to ws-stuck-count.
    move spaces to ws-report-detail.
    move pj-payment-id to agd-payment-id.
    move ws-submitted-ts to agd-submitted-ts.
    move ws-elapsed-hours to agd-hours.
    move pj-currency to agd-currency.
    move pj-amount to agd-amount.
    move om-disposition to agd-disposition.
    write aging-report-line from ws-report-detail.
end program ack-aging-report.

*>*
*> Maintain a customer's ALERT-SUBSCRIPTION for one account: which
*> notifications the account holder wants, and where to send them.
*> Alert types, each switched on with "Y":
*>
*>   credit received       every credit posted to the account
*>   debit above an amount every debit of at least the threshold (a
*>                         zero threshold alerts on every debit)
*>   balance below a floor the running balance falling below the
*>                         floor - alerted once per crossing, not on
*>                         every movement while it stays below
*>   payment rejected      an outgoing payment the receiving bank's
*>                         gateway rejected
*>
*> Delivery is by SMS ("S") or email ("E") to the address given. A
*> subscription can be suspended ("S") and reactivated ("A") without
*> losing it. A new subscription only alerts on movements from the
*> day it was made; updating one keeps that date and the ledger
*> position ALERT-GENERATE has reached. Create-or-update shape as the
*> other masters.
*>
*> The ALERT-SUBSCRIPTION record layout (account id key, the four
*> alert switches with the debit threshold and balance floor,
*> channel, address, status, subscribed date, last ledger sequence
*> alerted on, audit stamp) is shared by this program and
*> ALERT-GENERATE.
*>
*> @param l-subscription-path Path to the ALERT-SUBSCRIPTION indexed
*>        file
*> @param l-account-id Account the alerts are for
*> @param l-credit-alert "Y" to alert on credits received
*> @param l-debit-alert "Y" to alert on debits above the threshold
*> @param l-debit-threshold Smallest debit alerted on
*> @param l-balance-alert "Y" to alert on the balance falling below
*>        the floor
*> @param l-balance-floor Balance floor, signed
*> @param l-reject-alert "Y" to alert on payments rejected by the
*>        gateway
*> @param l-channel "S" SMS, "E" email
*> @param l-address Mobile number or email address
*> @param l-status "A" active, "S" suspended
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid switch, channel or status, or blank address, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. alert-subscription-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select alert-subscription-file assign to ws-subscription-path
        organization indexed
        access mode dynamic
        record key as-account-id
        file status ws-subscription-status.
data division.
file section.
fd alert-subscription-file.
01 alert-subscription-record.
    05 as-account-id pic x(16).
    05 as-credit-alert pic x(1).
    05 as-debit-alert pic x(1).
    05 as-debit-threshold pic 9(13)v99.
    05 as-balance-alert pic x(1).
    05 as-balance-floor pic s9(13)v99.
    05 as-reject-alert pic x(1).
    05 as-channel pic x(1).
    05 as-address pic x(64).
    05 as-status pic x(1).
    05 as-subscribed-date pic 9(8).
    05 as-last-ledger-seq pic 9(10).
    05 as-last-updated-by pic x(8).
    05 as-last-updated-ts pic 9(14).
working-storage section.
    01 ws-subscription-path pic x(256).
    01 ws-subscription-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 subscription-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-subscription-path pic x any length.
    01 l-account-id pic x(16).
    01 l-credit-alert pic x(1).
    01 l-debit-alert pic x(1).
    01 l-debit-threshold pic 9(13)v99.
    01 l-balance-alert pic x(1).
    01 l-balance-floor pic s9(13)v99.
    01 l-reject-alert pic x(1).
    01 l-channel pic x(1).
    01 l-address pic x(64).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-subscription-path, l-account-id,
        l-credit-alert, l-debit-alert, l-debit-threshold,
        l-balance-alert, l-balance-floor, l-reject-alert, l-channel,
        l-address, l-status, l-user-id, l-result.
start-alert-subscription-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "ALERTMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    if (l-credit-alert not = "Y" and l-credit-alert not = "N")
            or (l-debit-alert not = "Y" and l-debit-alert not = "N")
            or (l-balance-alert not = "Y" and l-balance-alert not = "N")
            or (l-reject-alert not = "Y" and l-reject-alert not = "N")
            or (l-channel not = "S" and l-channel not = "E")
            or (l-status not = "A" and l-status not = "S")
            or l-address = spaces
        move 3 to l-result
        goback
    end-if.
    move spaces to ws-subscription-path.
    move l-subscription-path to ws-subscription-path.
    move "N" to ws-found-switch.

    open i-o alert-subscription-file.
    if ws-subscription-status = "35"
        open output alert-subscription-file
        close alert-subscription-file
        open i-o alert-subscription-file
    end-if.
    if ws-subscription-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-account-id to as-account-id.
    read alert-subscription-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    if not subscription-was-found
        move current-date(1:8) to as-subscribed-date
        move 0 to as-last-ledger-seq
    end-if.
    move l-credit-alert to as-credit-alert.
    move l-debit-alert to as-debit-alert.
    move l-debit-threshold to as-debit-threshold.
    move l-balance-alert to as-balance-alert.
    move l-balance-floor to as-balance-floor.
    move l-reject-alert to as-reject-alert.
    move l-channel to as-channel.
    move l-address to as-address.
    move l-status to as-status.
    move l-user-id to as-last-updated-by.
    move current-date(1:14) to as-last-updated-ts.
    if subscription-was-found
        rewrite alert-subscription-record
        move 0 to l-result
    else
        write alert-subscription-record
        move 1 to l-result
    end-if.
    close alert-subscription-file.
    goback.
end program alert-subscription-maintain.

*>*
*> Customer alert generation. Watches two sources and queues a
*> formatted notification for every alert a subscriber asked for
*> (see ALERT-SUBSCRIPTION-MAINTAIN):
*>
*>   ACCOUNT-LEDGER   every entry posted to a subscribed account since
*>                    the last run - the subscription carries the last
*>                    ledger sequence looked at, and each run reads on
*>                    from there - for credit, debit and balance-floor
*>                    alerts; a balance alert fires on the entry that
*>                    takes the running balance from at or above the
*>                    floor to below it
*>   gateway log      the GATEWAY-SUBMIT submission log GATEWAY-ACK-
*>                    APPLY applies: a payment it moved to "J"
*>                    rejected alerts the holder of the debited
*>                    account
*>
*> Each notification goes onto the NOTIFICATION-QUEUE under a key
*> made of the account, the alert type and the movement it is about
*> (the ledger sequence, or the rejected payment id), and is only
*> written to the provider's outbound file when that key was new -
*> so a rerun, a replayed gateway log or an overlapping schedule
*> never sends the same alert twice. Suspended subscriptions still
*> move their ledger position on, so reactivating one does not flood
*> the customer with old movements. The job can run as often as the
*> scheduler likes; NOTIFICATION-STATUS-APPLY records what the
*> provider reports back.
*>
*> The NOTIFICATION-QUEUE record layout (account + alert type +
*> source reference key, channel, address, text, status, queued
*> timestamp, status timestamp, provider reference, error text) is
*> shared by this program and NOTIFICATION-STATUS-APPLY. Alert types:
*> "C" credit received, "D" debit above the threshold, "B" balance
*> below the floor, "R" payment rejected. Status values: "Q" queued
*> for the provider, "D" delivered, "F" delivery failed. The outbound
*> file carries one fixed-width line per notification: the queue key
*> (account, type, source reference), channel, address and text.
*>
*> @param l-subscription-path Path to the ALERT-SUBSCRIPTION indexed
*>        file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-gateway-log-path Path of the GATEWAY-SUBMIT submission
*>        log; spaces to skip the rejected-payment alerts
*> @param l-queue-path Path to the NOTIFICATION-QUEUE indexed file
*> @param l-outbound-path Path of the provider's outbound file,
*>        extended on every run
*> @param l-result Number of notifications queued, or
*>        99000001-99000004 when the subscription file, ledger, queue
*>        or outbound file could not be opened
*>*
identification division.
program-id. alert-generate.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select alert-subscription-file assign to ws-subscription-path
        organization indexed
        access mode dynamic
        record key as-account-id
        file status ws-subscription-status.
    select account-ledger-file assign to ws-ledger-path
        organization indexed
        access mode dynamic
        record key alg-key
        alternate record key alg-posting-date with duplicates
        file status ws-ledger-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select submission-log-file assign to ws-log-path
        organization line sequential
        file status ws-log-status.
    select notification-queue-file assign to ws-queue-path
        organization indexed
        access mode dynamic
        record key nq-key
        file status ws-queue-status.
    select outbound-file assign to ws-outbound-path
        organization line sequential
        file status ws-outbound-status.
data division.
file section.
fd alert-subscription-file.
01 alert-subscription-record.
    05 as-account-id pic x(16).
    05 as-credit-alert pic x(1).
    05 as-debit-alert pic x(1).
    05 as-debit-threshold pic 9(13)v99.
    05 as-balance-alert pic x(1).
    05 as-balance-floor pic s9(13)v99.
    05 as-reject-alert pic x(1).
    05 as-channel pic x(1).
    05 as-address pic x(64).
    05 as-status pic x(1).
    05 as-subscribed-date pic 9(8).
    05 as-last-ledger-seq pic 9(10).
    05 as-last-updated-by pic x(8).
    05 as-last-updated-ts pic 9(14).
fd account-ledger-file.
01 account-ledger-record.
    05 alg-key.
        10 alg-account pic x(16).
        10 alg-sequence pic 9(10).
    05 alg-posting-date pic 9(8).
    05 alg-posting-ts pic 9(14).
    05 alg-entry-type pic x(1).
    05 alg-reference pic x(35).
    05 alg-currency pic x(3).
    05 alg-amount pic s9(13)v99.
    05 alg-running-balance pic s9(13)v99.
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd submission-log-file.
01 submission-log-line pic x(132).
fd notification-queue-file.
01 notification-queue-record.
    05 nq-key.
        10 nq-account-id pic x(16).
        10 nq-alert-type pic x(1).
        10 nq-source-ref pic x(16).
    05 nq-channel pic x(1).
    05 nq-address pic x(64).
    05 nq-text pic x(160).
    05 nq-status pic x(1).
    05 nq-queued-ts pic 9(14).
    05 nq-status-ts pic 9(14).
    05 nq-provider-ref pic x(20).
    05 nq-error-text pic x(64).
fd outbound-file.
01 outbound-line pic x(300).
working-storage section.
    01 ws-subscription-path pic x(256).
    01 ws-ledger-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-log-path pic x(256).
    01 ws-queue-path pic x(256).
    01 ws-outbound-path pic x(256).
    01 ws-subscription-status pic x(2).
    01 ws-ledger-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-log-status pic x(2).
    01 ws-queue-status pic x(2).
    01 ws-outbound-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 subscription-eof value "Y".
    01 ws-ledger-eof-switch pic x(1).
        88 ledger-eof value "Y".
    01 ws-log-eof-switch pic x(1).
        88 log-eof value "Y".
*>  same fixed layout GATEWAY-SUBMIT writes its log lines with
    01 ws-log-detail.
        05 filler pic x(2).
        05 sld-ts pic 9(14).
        05 filler pic x(2).
        05 sld-reference pic x(16).
        05 filler pic x(2).
        05 sld-disposition pic x(12).
    01 ws-queued-count usage binary-long unsigned value 0.
    01 ws-alert-type pic x(1).
    01 ws-source-ref pic x(16).
    01 ws-alert-text pic x(160).
    01 ws-text-ptr usage binary-long unsigned.
    01 ws-debit-amount pic 9(13)v99.
    01 ws-prior-balance pic s9(13)v99.
    01 ws-amount-edited pic z(12)9.99.
    01 ws-balance-edited pic -(12)9.99.
    01 ws-floor-edited pic -(12)9.99.
    01 ws-sequence-edited pic 9(10).
    01 ws-outbound-detail.
        05 nod-account-id pic x(16).
        05 nod-alert-type pic x(1).
        05 nod-source-ref pic x(16).
        05 filler pic x(2) value spaces.
        05 nod-channel pic x(1).
        05 filler pic x(2) value spaces.
        05 nod-address pic x(64).
        05 filler pic x(2) value spaces.
        05 nod-text pic x(160).
linkage section.
    01 l-subscription-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-gateway-log-path pic x any length.
    01 l-queue-path pic x any length.
    01 l-outbound-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-subscription-path, l-ledger-path,
        l-journal-path, l-gateway-log-path, l-queue-path,
        l-outbound-path, l-result.
start-alert-generate.
    move 0 to l-result.
    move 0 to ws-queued-count.
    move spaces to ws-subscription-path.
    move l-subscription-path to ws-subscription-path.
    move spaces to ws-ledger-path.
    move l-ledger-path to ws-ledger-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-log-path.
    move l-gateway-log-path to ws-log-path.
    move spaces to ws-queue-path.
    move l-queue-path to ws-queue-path.
    move spaces to ws-outbound-path.
    move l-outbound-path to ws-outbound-path.

    open i-o alert-subscription-file.
    if ws-subscription-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input account-ledger-file.
    if ws-ledger-status not = "00"
        close alert-subscription-file
        move 99000002 to l-result
        goback
    end-if.
    open i-o notification-queue-file.
    if ws-queue-status = "35"
        open output notification-queue-file
        close notification-queue-file
        open i-o notification-queue-file
    end-if.
    if ws-queue-status not = "00"
        close alert-subscription-file
        close account-ledger-file
        move 99000003 to l-result
        goback
    end-if.
    open extend outbound-file.
    if ws-outbound-status = "35" or ws-outbound-status = "05"
        open output outbound-file
    end-if.
    if ws-outbound-status not = "00"
        close alert-subscription-file
        close account-ledger-file
        close notification-queue-file
        move 99000004 to l-result
        goback
    end-if.

    move low-values to as-account-id.
    start alert-subscription-file key is greater than or equal to
            as-account-id
        invalid key
            set subscription-eof to true
    end-start.
    perform until subscription-eof
        read alert-subscription-file next record
            at end
                set subscription-eof to true
            not at end
                perform scan-account-ledger
        end-read
    end-perform.
    close account-ledger-file.

    if ws-log-path not = spaces
        perform scan-gateway-rejects
    end-if.

    close alert-subscription-file.
    close notification-queue-file.
    close outbound-file.
    move ws-queued-count to l-result.
    goback.

scan-account-ledger section.
*>  read on from the last sequence looked at; the new high-water mark
*>  is saved whether or not anything was alerted
    move as-account-id to alg-account.
    compute alg-sequence = as-last-ledger-seq + 1.
    move "N" to ws-ledger-eof-switch.
    start account-ledger-file key is greater than or equal to alg-key
        invalid key
            exit section
    end-start.
    perform until ledger-eof
        read account-ledger-file next record
            at end
                set ledger-eof to true
            not at end
                if alg-account not = as-account-id
                    set ledger-eof to true
                else
                    move alg-sequence to as-last-ledger-seq
                    if as-status = "A"
                            and alg-posting-date >= as-subscribed-date
                        perform check-ledger-alerts
                    end-if
                end-if
        end-read
    end-perform.
    move "ALERTGEN" to as-last-updated-by.
    move current-date(1:14) to as-last-updated-ts.
    rewrite alert-subscription-record.

check-ledger-alerts section.
    move alg-sequence to ws-sequence-edited.
    move ws-sequence-edited to ws-source-ref.
    move alg-running-balance to ws-balance-edited.
    if alg-amount > 0 and as-credit-alert = "Y"
        move alg-amount to ws-amount-edited
        move spaces to ws-alert-text
        move 1 to ws-text-ptr
        string "CREDIT OF " delimited by size
            alg-currency delimited by size
            " " delimited by size
            trim(ws-amount-edited) delimited by size
            " TO ACCOUNT " delimited by size
            trim(as-account-id) delimited by size
            " ON " delimited by size
            alg-posting-date delimited by size
            " REF " delimited by size
            trim(alg-reference) delimited by size
            ". BALANCE " delimited by size
            alg-currency delimited by size
            " " delimited by size
            trim(ws-balance-edited) delimited by size
            into ws-alert-text with pointer ws-text-ptr
        end-string
        move "C" to ws-alert-type
        perform queue-notification
    end-if.
    if alg-amount < 0 and as-debit-alert = "Y"
        compute ws-debit-amount = alg-amount * -1
        if ws-debit-amount >= as-debit-threshold
            move ws-debit-amount to ws-amount-edited
            move spaces to ws-alert-text
            move 1 to ws-text-ptr
            string "DEBIT OF " delimited by size
                alg-currency delimited by size
                " " delimited by size
                trim(ws-amount-edited) delimited by size
                " FROM ACCOUNT " delimited by size
                trim(as-account-id) delimited by size
                " ON " delimited by size
                alg-posting-date delimited by size
                " REF " delimited by size
                trim(alg-reference) delimited by size
                ". BALANCE " delimited by size
                alg-currency delimited by size
                " " delimited by size
                trim(ws-balance-edited) delimited by size
                into ws-alert-text with pointer ws-text-ptr
            end-string
            move "D" to ws-alert-type
            perform queue-notification
        end-if
    end-if.
*>  only the entry that crosses the floor alerts
    compute ws-prior-balance = alg-running-balance - alg-amount.
    if as-balance-alert = "Y"
            and alg-running-balance < as-balance-floor
            and ws-prior-balance >= as-balance-floor
        move as-balance-floor to ws-floor-edited
        move spaces to ws-alert-text
        move 1 to ws-text-ptr
        string "BALANCE OF ACCOUNT " delimited by size
            trim(as-account-id) delimited by size
            " IS " delimited by size
            alg-currency delimited by size
            " " delimited by size
            trim(ws-balance-edited) delimited by size
            ", BELOW YOUR ALERT FLOOR OF " delimited by size
            alg-currency delimited by size
            " " delimited by size
            trim(ws-floor-edited) delimited by size
            into ws-alert-text with pointer ws-text-ptr
        end-string
        move "B" to ws-alert-type
        perform queue-notification
    end-if.

scan-gateway-rejects section.
*>  the whole log is replayed each run, as GATEWAY-ACK-APPLY does;
*>  the queue key keeps a rejection from being alerted twice
    open input submission-log-file.
    if ws-log-status not = "00"
        exit section
    end-if.
    open input payment-journal-file.
    if ws-journal-status not = "00"
        close submission-log-file
        exit section
    end-if.
    move "N" to ws-log-eof-switch.
    perform until log-eof
        read submission-log-file into ws-log-detail
            at end
                set log-eof to true
            not at end
                if trim(sld-disposition) = "REJECTED"
                    perform check-reject-alert
                end-if
        end-read
    end-perform.
    close submission-log-file.
    close payment-journal-file.

check-reject-alert section.
    move sld-reference to pj-payment-id.
    read payment-journal-file
        invalid key
            exit section
    end-read.
    if pj-status not = "J"
        exit section
    end-if.
    move pj-debit-account to as-account-id.
    read alert-subscription-file
        invalid key
            exit section
    end-read.
    if as-status not = "A" or as-reject-alert not = "Y"
        exit section
    end-if.
    move pj-amount to ws-amount-edited.
    move spaces to ws-alert-text.
    move 1 to ws-text-ptr.
    string "PAYMENT " delimited by size
        trim(pj-payment-id) delimited by size
        " OF " delimited by size
        pj-currency delimited by size
        " " delimited by size
        trim(ws-amount-edited) delimited by size
        " FROM ACCOUNT " delimited by size
        trim(as-account-id) delimited by size
        " REF " delimited by size
        trim(pj-reference) delimited by size
        " WAS REJECTED BY THE RECEIVING BANK" delimited by size
        into ws-alert-text with pointer ws-text-ptr
    end-string.
    move pj-payment-id to ws-source-ref.
    move "R" to ws-alert-type.
    perform queue-notification.

queue-notification section.
*>  a key already on the queue means this alert was sent before
    move spaces to notification-queue-record.
    move as-account-id to nq-account-id.
    move ws-alert-type to nq-alert-type.
    move ws-source-ref to nq-source-ref.
    move as-channel to nq-channel.
    move as-address to nq-address.
    move ws-alert-text to nq-text.
    move "Q" to nq-status.
    move current-date(1:14) to nq-queued-ts.
    move 0 to nq-status-ts.
    write notification-queue-record
        invalid key
            exit section
    end-write.
    move spaces to ws-outbound-detail.
    move nq-account-id to nod-account-id.
    move nq-alert-type to nod-alert-type.
    move nq-source-ref to nod-source-ref.
    move nq-channel to nod-channel.
    move nq-address to nod-address.
    move nq-text to nod-text.
    write outbound-line from ws-outbound-detail.
    add 1 to ws-queued-count.
end program alert-generate.

*>*
*> Record delivery outcomes from the SMS/email provider's return file
*> on the NOTIFICATION-QUEUE (see ALERT-GENERATE). Each return line
*> carries the queue key the notification went out under (account,
*> alert type, source reference, as in the outbound file), the
*> outcome - DELIVERED or FAILED - the provider's own message
*> reference and, for a failure, its error text. A delivered
*> notification stays delivered even when a stale failure for it
*> arrives later; lines for unknown keys or with any other outcome
*> are skipped, so the whole return file can be replayed.
*>
*> @param l-queue-path Path to the NOTIFICATION-QUEUE indexed file
*> @param l-return-path Path of the provider's return file
*> @param l-result Number of notifications updated, or
*>        99000001/99000002 when the return file or queue could not
*>        be opened
*>*
identification division.
program-id. notification-status-apply.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select return-file assign to ws-return-path
        organization line sequential
        file status ws-return-status.
    select notification-queue-file assign to ws-queue-path
        organization indexed
        access mode dynamic
        record key nq-key
        file status ws-queue-status.
data division.
file section.
fd return-file.
01 return-line pic x(200).
fd notification-queue-file.
01 notification-queue-record.
    05 nq-key.
        10 nq-account-id pic x(16).
        10 nq-alert-type pic x(1).
        10 nq-source-ref pic x(16).
    05 nq-channel pic x(1).
    05 nq-address pic x(64).
    05 nq-text pic x(160).
    05 nq-status pic x(1).
    05 nq-queued-ts pic 9(14).
    05 nq-status-ts pic 9(14).
    05 nq-provider-ref pic x(20).
    05 nq-error-text pic x(64).
working-storage section.
    01 ws-return-path pic x(256).
    01 ws-queue-path pic x(256).
    01 ws-return-status pic x(2).
    01 ws-queue-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 return-eof value "Y".
    01 ws-return-detail.
        05 nrd-account-id pic x(16).
        05 nrd-alert-type pic x(1).
        05 nrd-source-ref pic x(16).
        05 filler pic x(2).
        05 nrd-outcome pic x(10).
        05 filler pic x(2).
        05 nrd-provider-ref pic x(20).
        05 filler pic x(2).
        05 nrd-error-text pic x(64).
    01 ws-new-status pic x(1).
    01 ws-updated-count usage binary-long unsigned value 0.
linkage section.
    01 l-queue-path pic x any length.
    01 l-return-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-queue-path, l-return-path, l-result.
start-notification-status-apply.
    move 0 to l-result.
    move 0 to ws-updated-count.
    move spaces to ws-queue-path.
    move l-queue-path to ws-queue-path.
    move spaces to ws-return-path.
    move l-return-path to ws-return-path.

    open input return-file.
    if ws-return-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open i-o notification-queue-file.
    if ws-queue-status not = "00"
        close return-file
        move 99000002 to l-result
        goback
    end-if.

    perform until return-eof
        read return-file into ws-return-detail
            at end
                set return-eof to true
            not at end
                perform apply-one-outcome
        end-read
    end-perform.

    close return-file.
    close notification-queue-file.
    move ws-updated-count to l-result.
    goback.

apply-one-outcome section.
    evaluate trim(nrd-outcome)
        when "DELIVERED"
            move "D" to ws-new-status
        when "FAILED"
            move "F" to ws-new-status
        when other
            exit section
    end-evaluate.
    move nrd-account-id to nq-account-id.
    move nrd-alert-type to nq-alert-type.
    move nrd-source-ref to nq-source-ref.
    read notification-queue-file
        invalid key
            exit section
    end-read.
    if nq-status = "D"
        exit section
    end-if.
    move ws-new-status to nq-status.
    move current-date(1:14) to nq-status-ts.
    move nrd-provider-ref to nq-provider-ref.
    if ws-new-status = "F"
        move nrd-error-text to nq-error-text
    else
        move spaces to nq-error-text
    end-if.
    rewrite notification-queue-record.
    add 1 to ws-updated-count.
end program notification-status-apply.

*>*
*> Reverse a booked payment. The only reversal the system had was
*> the internal "X" PAYMENT-BOOK sets when its locked recheck finds
*> the funds gone; undoing a booked payment meant adjusting balances
*> through ACCOUNT-MAINTAIN, which destroys the audit trail. This
*> utility books a proper offsetting PAYMENT-JOURNAL entry instead:
*> the original debit account gets its debited amount back, the
*> original credit account gives up the (possibly converted)
*> counter-amount, the two records are linked both ways through
*> pj-reversal-of, and the caller's return reason code is carried on
*> the reversing entry. The same entry shape serves inbound returns
*> for payments we originated - the operator (or the inbound
*> pipeline) reverses the original under the reason code the
*> counterparty's return carried, e.g. "AC04".
*>
*> The credit account is force-debited: a return has to be honoured
*> even when the beneficiary has already spent the funds, so no
*> availability check is made and the balance may go negative for
*> ops to chase. Every reversal appends who/when/why to the audit
*> journal, the same discipline HOLDQUEUE-DECIDE applies to hold
*> decisions.
*>
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file the
*>        restoring movements are posted to (see LEDGER-POST)
*> @param l-payment-id Payment to reverse
*> @param l-reason-code Return reason code carried on the reversal
*> @param l-operator-id Operator making the reversal
*> @param l-audit-path Path to the reversal audit journal
*> @param l-reversal-id Set to the id of the reversing entry
*> @param l-result 0 reversed, 1 no such payment, 2 files unavailable,
*>        3 payment is not reversible (never booked, or already
*>        reversed), 4 reversal id could not be allocated, 9 operator
*>        not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. payment-reverse.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        lock mode is automatic
        file status ws-journal-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        lock mode is automatic
        file status ws-master-status.
    select reversal-audit-file assign to ws-audit-path
        organization line sequential
        file status ws-audit-status.
data division.
file section.
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd reversal-audit-file.
01 reversal-audit-line pic x(132).
working-storage section.
    01 ws-journal-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-audit-path pic x(256).
    01 ws-journal-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-audit-status pic x(2).
    01 ws-orig-debit-account pic x(16).
    01 ws-orig-credit-account pic x(16).
    01 ws-orig-currency pic x(3).
    01 ws-orig-amount pic 9(13)v99.
    01 ws-orig-counter-currency pic x(3).
    01 ws-orig-rate pic 9(7)v9(8).
    01 ws-orig-counter-amount pic 9(13)v99.
    01 ws-orig-reference pic x(35).
    01 ws-reversal-rate pic 9(7)v9(8).
    01 ws-reversal-id pic x(16).
    01 ws-credit-restored pic x(1).
    01 ws-debit-restored pic x(1).
    01 ws-ledger-type pic x(1) value "R".
    01 ws-ledger-reference pic x(35).
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-booking-date pic 9(8).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 journal-write-done value "Y".
    01 ws-audit-detail.
        05 filler pic x(2) value spaces.
        05 rad-audit-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 rad-operator-id pic x(8).
        05 filler pic x(2) value spaces.
        05 rad-payment-id pic x(16).
        05 filler pic x(2) value spaces.
        05 rad-reversal-id pic x(16).
        05 filler pic x(2) value spaces.
        05 rad-reason-code pic x(10).
    01 ws-operator-result usage binary-long unsigned.
    01 ws-before-image pic x(200).
linkage section.
    01 l-journal-path pic x any length.
    01 l-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-payment-id pic x(16).
    01 l-reason-code pic x(10).
    01 l-operator-id pic x(8).
    01 l-audit-path pic x any length.
    01 l-reversal-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-journal-path, l-master-path,
        l-ledger-path, l-payment-id, l-reason-code, l-operator-id,
        l-audit-path, l-reversal-id, l-result.
start-payment-reverse.
    move 0 to l-result.
    call "operator-authorize" using l-operator-id, "REVERSAL",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to l-reversal-id.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-audit-path.
    move l-audit-path to ws-audit-path.

    open i-o payment-journal-file.
    if ws-journal-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-payment-id to pj-payment-id.
    read payment-journal-file
        invalid key
            close payment-journal-file
            move 1 to l-result
            goback
    end-read.
    if not pj-booked or pj-reversal-of not = spaces
        close payment-journal-file
        move 3 to l-result
        goback
    end-if.
    move pj-debit-account to ws-orig-debit-account.
    move pj-credit-account to ws-orig-credit-account.
    move pj-currency to ws-orig-currency.
    move pj-amount to ws-orig-amount.
    move pj-counter-currency to ws-orig-counter-currency.
    move pj-applied-rate to ws-orig-rate.
    move pj-counter-amount to ws-orig-counter-amount.
    move pj-reference to ws-orig-reference.
*>  records journalled before the conversion fields existed carry
*>  blanks there - reverse them one-for-one in the booked currency
    if ws-orig-counter-currency = spaces
        move ws-orig-currency to ws-orig-counter-currency
        move ws-orig-amount to ws-orig-counter-amount
        move 1 to ws-orig-rate
    end-if.

*>  the reversing entry runs the money the other way: it debits the
*>  original credit account by the counter-amount and credits the
*>  original debit account by the original amount
    if ws-orig-rate = 0
        move 1 to ws-reversal-rate
    else
        compute ws-reversal-rate rounded = 1 / ws-orig-rate
    end-if.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until journal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-reversal-id
        move "R" to ws-reversal-id(1:1)
        move current-date(1:14) to ws-reversal-id(2:14)
        move ws-id-seq-digit to ws-reversal-id(16:1)
        move ws-reversal-id to pj-payment-id
        move ws-orig-credit-account to pj-debit-account
        move ws-orig-debit-account to pj-credit-account
        move ws-orig-counter-currency to pj-currency
        move ws-orig-counter-amount to pj-amount
        move ws-orig-reference to pj-reference
        move "A" to pj-status
        move current-date(1:8) to pj-booking-date
        move current-date(1:14) to pj-booking-ts
        move ws-orig-currency to pj-counter-currency
        move ws-reversal-rate to pj-applied-rate
        move ws-orig-amount to pj-counter-amount
        move l-payment-id to pj-reversal-of
        move l-reason-code to pj-reason-code
        write payment-journal-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set journal-write-done to true
                perform journal-payment-add
        end-write
    end-perform.
    if not journal-write-done
        close payment-journal-file
        move 4 to l-result
        goback
    end-if.

*>  link the original to its reversal so it can never be reversed
*>  twice and the statement can show the pair
    move l-payment-id to pj-payment-id.
    read payment-journal-file
        invalid key
            continue
        not invalid key
            move payment-journal-record to ws-before-image
            move ws-reversal-id to pj-reversal-of
            move l-reason-code to pj-reason-code
            rewrite payment-journal-record
            perform journal-payment-change
    end-read.
    close payment-journal-file.

    open i-o account-master-file.
    if ws-master-status not = "00"
        move 2 to l-result
        goback
    end-if.
    move "N" to ws-credit-restored.
    move "N" to ws-debit-restored.
    move ws-orig-credit-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            subtract ws-orig-counter-amount from acm-current-balance
            subtract ws-orig-counter-amount
                from acm-available-balance
            move "REVERSAL" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-credit-restored
    end-read.
    move ws-orig-debit-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            add ws-orig-amount to acm-current-balance
            add ws-orig-amount to acm-available-balance
            move "REVERSAL" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-debit-restored
    end-read.
    close account-master-file.

*>  both restoring movements go on the ACCOUNT-LEDGER under the
*>  reversing entry's id so the statement shows the pair
    move current-date(1:8) to ws-booking-date.
    move spaces to ws-ledger-reference.
    move ws-reversal-id to ws-ledger-reference.
    if ws-credit-restored = "Y"
        compute ws-ledger-amount = ws-orig-counter-amount * -1
        call "ledger-post" using l-ledger-path,
            ws-orig-credit-account, ws-booking-date, ws-ledger-type,
            ws-ledger-reference, ws-orig-counter-currency,
            ws-ledger-amount, ws-ledger-result
        end-call
    end-if.
    if ws-debit-restored = "Y"
        move ws-orig-amount to ws-ledger-amount
        call "ledger-post" using l-ledger-path,
            ws-orig-debit-account, ws-booking-date, ws-ledger-type,
            ws-ledger-reference, ws-orig-currency,
            ws-ledger-amount, ws-ledger-result
        end-call
    end-if.

    move ws-reversal-id to l-reversal-id.
    perform write-reversal-audit.
    goback.

write-reversal-audit section.
    open extend reversal-audit-file.
    if ws-audit-status = "05" or ws-audit-status = "35"
        open output reversal-audit-file
    end-if.
    if ws-audit-status not = "00"
        exit section
    end-if.
    move spaces to ws-audit-detail.
    move current-date(1:14) to rad-audit-ts.
    move l-operator-id to rad-operator-id.
    move l-payment-id to rad-payment-id.
    move ws-reversal-id to rad-reversal-id.
    move l-reason-code to rad-reason-code.
    write reversal-audit-line from ws-audit-detail.
    close reversal-audit-file.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "PAYMENT-REVERSE", ws-before-image,
        account-master-record
    end-call.

journal-payment-add section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "A",
        pj-payment-id, "PAYMENT-REVERSE", " ", payment-journal-record
    end-call.

journal-payment-change section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "C",
        pj-payment-id, "PAYMENT-REVERSE", ws-before-image,
        payment-journal-record
    end-call.
end program payment-reverse.

*>*
*> Maintain a STANDING-ORDER: a recurring payment instruction booked
*> automatically by STANDING-ORDER-EXECUTE instead of being keyed by
*> hand through the /payment endpoint every month. Create-or-update
*> shape as the other masters. The execution fields - next-run date
*> advanced by the executor - are taken from the caller on insert and
*> on update alike, so rescheduling an order is just maintaining it
*> with a new next-run date.
*>
*> The STANDING-ORDER record layout (order id key, debit/credit
*> account, currency, amount, reference, frequency, next-run date,
*> anchor day of month, expiry date, status, audit stamp) is shared
*> with STANDING-ORDER-EXECUTE. Frequency values: "D" daily, "W"
*> weekly, "M" monthly; the anchor day - taken from the next-run
*> date keyed in - is the day of month a monthly order stays pinned
*> to across shorter months. Status values: "A" active, "C"
*> cancelled.
*>
*> The credit account may be given as an IBAN, either in l-credit-
*> account or - for the longer ones - in l-credit-iban. An IBAN must
*> pass IBAN-VALIDATE (form, country length, MOD 97-10 check
*> digits); an IBAN of this bank is stored as the account id it
*> translates into (see IBAN-ACCOUNT-RESOLVE), so the order books
*> against the account like any other.
*>
*> @param l-order-path Path to the STANDING-ORDER indexed file
*> @param l-order-id Order to create or update
*> @param l-debit-account Account to debit on each run
*> @param l-credit-account Account to credit on each run
*> @param l-currency Posted currency
*> @param l-amount Amount booked per run
*> @param l-reference Payment reference carried on each booking
*> @param l-frequency "D" daily, "W" weekly, "M" monthly
*> @param l-next-run First/next date the order is due, YYYYMMDD
*> @param l-expiry Last date the order may run, YYYYMMDD; 0 = none
*> @param l-status "A" active, "C" cancelled
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid frequency or status, 4 invalid credit IBAN, or one
*>        not held at this bank that does not fit an account id, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*> @param l-credit-iban Optional credit IBAN, passed after l-result
*>        so existing callers keep their argument lists; when not
*>        spaces it replaces l-credit-account
*>*
identification division.
program-id. standing-order-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select standing-order-file assign to ws-order-path
        organization indexed
        access mode dynamic
        record key so-order-id
        file status ws-order-status.
data division.
file section.
fd standing-order-file.
01 standing-order-record.
    05 so-order-id pic x(16).
    05 so-debit-account pic x(16).
    05 so-credit-account pic x(16).
    05 so-currency pic x(3).
    05 so-amount pic 9(13)v99.
    05 so-reference pic x(35).
    05 so-frequency pic x(1).
    05 so-next-run pic 9(8).
    05 so-anchor-day pic 9(2).
    05 so-expiry pic 9(8).
    05 so-status pic x(1).
    05 so-last-updated-by pic x(8).
    05 so-last-updated-ts pic 9(14).
working-storage section.
    01 ws-order-path pic x(256).
    01 ws-order-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 order-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
    01 ws-credit-account pic x(16).
    01 ws-credit-iban pic x(34).
    01 ws-iban-result usage binary-long unsigned.
linkage section.
    01 l-order-path pic x any length.
    01 l-order-id pic x(16).
    01 l-debit-account pic x(16).
    01 l-credit-account pic x(16).
    01 l-currency pic x(3).
    01 l-amount pic 9(13)v99.
    01 l-reference pic x(35).
    01 l-frequency pic x(1).
    01 l-next-run pic 9(8).
    01 l-expiry pic 9(8).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
    01 l-credit-iban pic x(34).
procedure division using l-order-path, l-order-id, l-debit-account,
        l-credit-account, l-currency, l-amount, l-reference,
        l-frequency, l-next-run, l-expiry, l-status, l-user-id,
        l-result, optional l-credit-iban.
start-standing-order-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "STOMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-order-path.
    move l-order-path to ws-order-path.
    move "N" to ws-found-switch.

    if (l-frequency not = "D" and l-frequency not = "W"
            and l-frequency not = "M")
            or (l-status not = "A" and l-status not = "C")
        move 3 to l-result
        goback
    end-if.

    move l-credit-account to ws-credit-account.
    move spaces to ws-credit-iban.
    if l-credit-iban not omitted and l-credit-iban not = spaces
        move l-credit-iban to ws-credit-iban
    else
        if l-credit-account(1:2) is alphabetic-upper
                and l-credit-account(3:2) is numeric
            move l-credit-account to ws-credit-iban
        end-if
    end-if.
    if ws-credit-iban not = spaces
        perform check-credit-iban
        if ws-iban-result not = 0
            move 4 to l-result
            goback
        end-if
    end-if.

    open i-o standing-order-file.
    if ws-order-status = "35"
        open output standing-order-file
        close standing-order-file
        open i-o standing-order-file
    end-if.
    if ws-order-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-order-id to so-order-id.
    read standing-order-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-debit-account to so-debit-account.
    move ws-credit-account to so-credit-account.
    move l-currency to so-currency.
    move l-amount to so-amount.
    move l-reference to so-reference.
    move l-frequency to so-frequency.
    move l-next-run to so-next-run.
*>  the anchor day pins a monthly order to its intended day of
*>  month; clamping to a shorter month never writes the clamped day
*>  back, the same way INTEREST-ACCRUE keeps ai-cap-day fixed
    move l-next-run(7:2) to so-anchor-day.
    move l-expiry to so-expiry.
    move l-status to so-status.
    move l-user-id to so-last-updated-by.
    move current-date(1:14) to so-last-updated-ts.

    if order-was-found
        rewrite standing-order-record
        move 0 to l-result
    else
        write standing-order-record
        move 1 to l-result
    end-if.

    close standing-order-file.
    goback.

check-credit-iban section.
    call "iban-validate" using ws-credit-iban, ws-iban-result
    end-call.
    if ws-iban-result not = 0
        exit section
    end-if.
    call "iban-account-resolve" using ws-credit-iban,
        ws-credit-account, ws-iban-result
    end-call.
    if ws-iban-result = 0
        exit section
    end-if.
*>  an IBAN held elsewhere is kept as the account id when it fits
    move 0 to ws-iban-result.
    move ws-credit-iban to ws-credit-account.
    if ws-credit-iban(17:) not = spaces
        move 4 to ws-iban-result
    end-if.
end program standing-order-maintain.

*>*
*> Standing-order execution job, run from the DAILY-BATCH-RUN chain.
*> Does nothing on a non-business day for the given market
*> (IS-BUSINESS-DAY-CAL, the same gate INTEREST-ACCRUE applies). On a
*> business day every active order whose next-run date has been
*> reached (and not passed its expiry) is booked through
*> PAYMENT-BOOK - the same validation, cross-currency conversion,
*> journal-write and balance-posting core the /payment endpoint goes
*> through - under the originator stamp "STANDING". On a successful
*> booking the order's next-run advances one frequency period, so an
*> order overdue several periods catches up one booking per daily
*> run; a business rejection (insufficient funds, inactive or
*> dormant debit account) leaves the next-run date alone so the
*> order retries on the next run, and every outcome is written to
*> the results report for ops.
*>
*> @param l-order-path Path to the STANDING-ORDER indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-limits-path Path to the LIMITS master; spaces to skip
*>        limit enforcement
*> @param l-usage-path Path to the LIMIT-USAGE indexed file
*> @param l-fee-schedule-path Path to the FEE-SCHEDULE; spaces to
*>        book no fees on standing orders
*> @param l-fee-account Internal fee income account id
*> @param l-bizdate-path Path of the BUSINESS-DATE control record;
*>        spaces to stamp the wall-clock date
*> @param l-currency-path Path to the CURRENCY-MASTER for currency
*>        and decimal validation; spaces to skip
*> @param l-run-date Business date being executed, YYYYMMDD
*> @param l-market Market calendar for the business-day test
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-report-path Path of the execution results report
*> @param l-result Number of orders booked, or 99000001/99000002
*>        when the order file or report could not be opened
*> @param l-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file handed to PAYMENT-BOOK, passed after l-result so
*>        existing callers keep their argument lists; spaces (or
*>        omitted) books no order into an overdraft
*> @param l-earmark-path Optional path to the EARMARK file handed to
*>        PAYMENT-BOOK; spaces (or omitted) deducts no earmarks
*>*
identification division.
program-id. standing-order-execute.
environment division.
configuration section.
repository.
    function is-business-day-cal
    function trim integer-of-date date-of-integer current-date
        intrinsic.
input-output section.
file-control.
    select standing-order-file assign to ws-order-path
        organization indexed
        access mode dynamic
        record key so-order-id
        file status ws-order-status.
    select results-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd standing-order-file.
01 standing-order-record.
    05 so-order-id pic x(16).
    05 so-debit-account pic x(16).
    05 so-credit-account pic x(16).
    05 so-currency pic x(3).
    05 so-amount pic 9(13)v99.
    05 so-reference pic x(35).
    05 so-frequency pic x(1).
    05 so-next-run pic 9(8).
    05 so-anchor-day pic 9(2).
    05 so-expiry pic 9(8).
    05 so-status pic x(1).
    05 so-last-updated-by pic x(8).
    05 so-last-updated-ts pic 9(14).
fd results-report-file.
01 results-report-line pic x(132).
working-storage section.
    01 ws-order-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-bizdate-path pic x(256).
    01 ws-currency-path pic x(256).
    01 ws-overdraft-path pic x(256).
    01 ws-earmark-path pic x(256).
    01 ws-order-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 order-eof value "Y".
    01 ws-channel pic x(8) value "STANDING".
    01 ws-payment-id pic x(16).
    01 ws-reject-reason pic x(64).
    01 ws-book-result usage binary-long unsigned.
    01 ws-booked-count usage binary-long unsigned value 0.
    01 ws-next-julian usage binary-long.
    01 ws-next-date-x.
        05 ws-next-yyyy pic 9(4).
        05 ws-next-mm pic 9(2).
        05 ws-next-dd pic 9(2).
    01 filler redefines ws-next-date-x.
        05 ws-next-date pic 9(8).
    01 ws-nm-date-x.
        05 ws-nm-yyyy pic 9(4).
        05 ws-nm-mm pic 9(2).
        05 ws-nm-dd pic 9(2).
    01 filler redefines ws-nm-date-x.
        05 ws-nm-date pic 9(8).
    01 ws-month-last-x.
        05 filler pic 9(6).
        05 ws-month-last-dd pic 9(2).
    01 filler redefines ws-month-last-x.
        05 ws-month-last-date pic 9(8).
    01 ws-target-dd pic 9(2).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 sod-order-id pic x(16).
        05 filler pic x(2) value spaces.
        05 sod-payment-id pic x(16).
        05 filler pic x(2) value spaces.
        05 sod-outcome pic x(8).
        05 filler pic x(2) value spaces.
        05 sod-detail pic x(64).
linkage section.
    01 l-order-path pic x any length.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-limits-path pic x any length.
    01 l-usage-path pic x any length.
    01 l-fee-schedule-path pic x any length.
    01 l-fee-account pic x(16).
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-run-date pic 9(8).
    01 l-market pic x(8).
    01 l-calendar-path pic x any length.
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-overdraft-path pic x any length.
    01 l-earmark-path pic x any length.
procedure division using l-order-path, l-master-path,
        l-journal-path, l-fx-master-path, l-ledger-path,
        l-limits-path, l-usage-path, l-fee-schedule-path,
        l-fee-account, optional l-bizdate-path,
        optional l-currency-path, l-run-date, l-market,
        l-calendar-path, l-report-path, l-result,
        optional l-overdraft-path, optional l-earmark-path.
start-standing-order-execute.
    move 0 to l-result.
    move 0 to ws-booked-count.
    move spaces to ws-order-path.
    move l-order-path to ws-order-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    move spaces to ws-bizdate-path.
    if l-bizdate-path not omitted
        move l-bizdate-path to ws-bizdate-path
    end-if.
    move spaces to ws-currency-path.
    if l-currency-path not omitted
        move l-currency-path to ws-currency-path
    end-if.
    move spaces to ws-overdraft-path.
    if l-overdraft-path not omitted
        move l-overdraft-path to ws-overdraft-path
    end-if.
    move spaces to ws-earmark-path.
    if l-earmark-path not omitted
        move l-earmark-path to ws-earmark-path
    end-if.

*>  orders due on a weekend or holiday are booked by the first
*>  business-day run after it - nothing runs today
    if is-business-day-cal(l-run-date, l-market, l-calendar-path)
            = "N"
        goback
    end-if.

    open i-o standing-order-file.
    if ws-order-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output results-report-file.
    if ws-report-status not = "00"
        close standing-order-file
        move 99000002 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "STANDING ORDER EXECUTION " delimited by size
        l-run-date delimited by size
        into ws-report-header
    end-string.
    write results-report-line from ws-report-header.
    move "  ORDER-ID          PAYMENT-ID        OUTCOME   DETAIL"
        to ws-report-header.
    write results-report-line from ws-report-header.

    move low-values to so-order-id.
    start standing-order-file key is greater than or equal to
            so-order-id
        invalid key
            set order-eof to true
    end-start.
    perform until order-eof
        read standing-order-file next record
            at end
                set order-eof to true
            not at end
                if so-status = "A" and so-next-run <= l-run-date
                        and (so-expiry = 0
                            or so-next-run <= so-expiry)
                    perform execute-one-order
                end-if
        end-read
    end-perform.

    close standing-order-file.
    close results-report-file.
    move ws-booked-count to l-result.
    goback.

execute-one-order section.
    move spaces to ws-payment-id.
    move spaces to ws-reject-reason.
    call "payment-book" using l-master-path, l-journal-path,
        l-fx-master-path, l-ledger-path, l-limits-path,
        l-usage-path, l-fee-schedule-path, l-fee-account,
        ws-bizdate-path, ws-currency-path, so-debit-account,
        so-credit-account, so-currency, so-amount, so-reference,
        ws-channel, ws-payment-id, ws-reject-reason, ws-book-result,
        ws-overdraft-path, ws-earmark-path
    end-call.

    move spaces to ws-report-detail.
    move so-order-id to sod-order-id.
    evaluate ws-book-result
        when 0
            add 1 to ws-booked-count
            move ws-payment-id to sod-payment-id
            move "BOOKED" to sod-outcome
            perform advance-next-run
            move "STANDING" to so-last-updated-by
            move current-date(1:14) to so-last-updated-ts
            rewrite standing-order-record
        when 1
            move "REJECTED" to sod-outcome
            move "debit account not found" to sod-detail
        when 2
            move "REJECTED" to sod-outcome
            move "credit account not found" to sod-detail
        when 3
            move "REJECTED" to sod-outcome
            move ws-reject-reason to sod-detail
        when other
            move "ERROR" to sod-outcome
            move "booking files unavailable" to sod-detail
    end-evaluate.
    write results-report-line from ws-report-detail.

advance-next-run section.
*>  one frequency period forward from the due date just booked. A
*>  monthly order advances to its anchor day of month - kept on the
*>  record, never overwritten - and only the run date is clamped to
*>  shorter months, the way INTEREST-ACCRUE clamps a local copy of
*>  ai-cap-day: a day-31 order runs on Feb 28 and is back on the
*>  31st in March
    move so-next-run to ws-next-date.
    evaluate so-frequency
        when "D"
            compute ws-next-julian = integer-of-date(ws-next-date) + 1
            move date-of-integer(ws-next-julian) to ws-next-date
        when "W"
            compute ws-next-julian = integer-of-date(ws-next-date) + 7
            move date-of-integer(ws-next-julian) to ws-next-date
        when "M"
            add 1 to ws-next-mm
            if ws-next-mm > 12
                move 1 to ws-next-mm
                add 1 to ws-next-yyyy
            end-if
            move ws-next-yyyy to ws-nm-yyyy
            compute ws-nm-mm = ws-next-mm + 1
            if ws-nm-mm > 12
                move 1 to ws-nm-mm
                add 1 to ws-nm-yyyy
            end-if
            move 1 to ws-nm-dd
            move date-of-integer(integer-of-date(ws-nm-date) - 1)
                to ws-month-last-date
            move so-anchor-day to ws-target-dd
            if ws-target-dd = 0
                move ws-next-dd to ws-target-dd
            end-if
            if ws-target-dd > ws-month-last-dd
                move ws-month-last-dd to ws-next-dd
            else
                move ws-target-dd to ws-next-dd
            end-if
    end-evaluate.
    move ws-next-date to so-next-run.
end program standing-order-execute.

*>*
*> Maintain a CUT-OFF table entry: the latest wall-clock time a
*> payment of a given currency and payment type can still execute on
*> the current business day, and the HOLIDAY-CALENDAR market whose
*> business days that currency settles on. PAYMENT-EXECUTION-DATE
*> rolls a payment keyed after the cut-off, or requested for a day
*> the market is closed, to that market's next business day.
*> Create-or-update shape as the other masters.
*>
*> The CUT-OFF record layout (currency + payment type key, cut-off
*> time, calendar market, last-updated-by/last-updated-ts) is shared
*> by this program and PAYMENT-EXECUTION-DATE.
*>
*> @param l-cutoff-path Path to the CUT-OFF indexed file
*> @param l-currency Currency the cut-off applies to
*> @param l-payment-type Payment type the cut-off applies to, as
*>        given on /payment, e.g. "STANDARD" or "URGENT"
*> @param l-cutoff-time Cut-off time, HHMMSS; 0 for none (only the
*>        market's business days are enforced)
*> @param l-market HOLIDAY-CALENDAR market the currency settles on,
*>        e.g. "TARGET2"
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid cut-off time or no market, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. cutoff-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select cutoff-file assign to ws-cutoff-path
        organization indexed
        access mode dynamic
        record key ct-key
        file status ws-cutoff-status.
data division.
file section.
fd cutoff-file.
01 cutoff-record.
    05 ct-key.
        10 ct-currency pic x(3).
        10 ct-payment-type pic x(8).
    05 ct-cutoff-time pic 9(6).
    05 ct-market pic x(8).
    05 ct-last-updated-by pic x(8).
    05 ct-last-updated-ts pic 9(14).
working-storage section.
    01 ws-cutoff-path pic x(256).
    01 ws-cutoff-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 cutoff-was-found value "Y".
    01 ws-cutoff-time-x.
        05 ws-cutoff-hh pic 9(2).
        05 ws-cutoff-mm pic 9(2).
        05 ws-cutoff-ss pic 9(2).
    01 filler redefines ws-cutoff-time-x.
        05 ws-cutoff-time pic 9(6).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-cutoff-path pic x any length.
    01 l-currency pic x(3).
    01 l-payment-type pic x(8).
    01 l-cutoff-time pic 9(6).
    01 l-market pic x(8).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-cutoff-path, l-currency, l-payment-type,
        l-cutoff-time, l-market, l-user-id, l-result.
start-cutoff-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "CUTMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-cutoff-path.
    move l-cutoff-path to ws-cutoff-path.
    move "N" to ws-found-switch.

    move l-cutoff-time to ws-cutoff-time.
    if ws-cutoff-hh > 23 or ws-cutoff-mm > 59 or ws-cutoff-ss > 59
            or l-market = spaces or l-currency = spaces
            or l-payment-type = spaces
        move 3 to l-result
        goback
    end-if.

    open i-o cutoff-file.
    if ws-cutoff-status = "35"
        open output cutoff-file
        close cutoff-file
        open i-o cutoff-file
    end-if.
    if ws-cutoff-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-currency to ct-currency.
    move l-payment-type to ct-payment-type.
    read cutoff-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-cutoff-time to ct-cutoff-time.
    move l-market to ct-market.
    move l-user-id to ct-last-updated-by.
    move current-date(1:14) to ct-last-updated-ts.

    if cutoff-was-found
        rewrite cutoff-record
        move 0 to l-result
    else
        write cutoff-record
        move 1 to l-result
    end-if.

    close cutoff-file.
    goback.
end program cutoff-maintain.

*>*
*> Resolve the date a payment executes on. The requested execution
*> date defaults to the current business date - the open date of
*> the BUSINESS-DATE control record, or the next business date once
*> cutover has begun, exactly the date PAYMENT-BOOK would stamp - and
*> may not lie before it. When the CUT-OFF table (see
*> CUTOFF-MAINTAIN) has an entry for the currency and payment type, a
*> payment for today keyed after the cut-off time rolls to the next
*> business day of the entry's HOLIDAY-CALENDAR market, and a payment
*> requested for a day that market is closed rolls to its next
*> business day. The cut-off is compared with the wall clock only
*> while the business date is the calendar date: a payment taken
*> during the EOD cutover already belongs to the next business day.
*> A currency/type without an entry is never rolled.
*>
*> @param l-bizdate-path Path of the BUSINESS-DATE control record;
*>        spaces to take the wall-clock date as the business date
*> @param l-cutoff-path Path to the CUT-OFF indexed file; spaces to
*>        apply no cut-offs
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-currency Payment currency
*> @param l-payment-type Payment type, the second half of the
*>        CUT-OFF key
*> @param l-requested-date Requested execution date, YYYYMMDD; 0 for
*>        the current business date
*> @param l-business-date Set to the current business date
*> @param l-execution-date Set to the date the payment executes on;
*>        later than l-business-date means the payment is to be
*>        warehoused (see PAYMENT-WAREHOUSE-MAINTAIN)
*> @param l-result 0 executes on the requested date, 1 rolled past
*>        the cut-off, 2 rolled off a non-business day, 3 requested
*>        date lies in the past, 4 requested date is not a valid date
*>*
identification division.
program-id. payment-execution-date.
environment division.
configuration section.
repository.
    function is-business-day-cal
    function add-business-days-cal
    function current-date test-date-yyyymmdd intrinsic.
input-output section.
file-control.
    select business-date-file assign to ws-bizdate-path
        organization line sequential
        file status ws-bizdate-status.
    select cutoff-file assign to ws-cutoff-path
        organization indexed
        access mode dynamic
        record key ct-key
        file status ws-cutoff-status.
data division.
file section.
fd business-date-file.
01 business-date-record.
    05 bd-business-date pic 9(8).
    05 bd-state pic x(1).
    05 bd-next-date pic 9(8).
    05 bd-last-updated-by pic x(8).
    05 bd-last-updated-ts pic 9(14).
fd cutoff-file.
01 cutoff-record.
    05 ct-key.
        10 ct-currency pic x(3).
        10 ct-payment-type pic x(8).
    05 ct-cutoff-time pic 9(6).
    05 ct-market pic x(8).
    05 ct-last-updated-by pic x(8).
    05 ct-last-updated-ts pic 9(14).
working-storage section.
    01 ws-bizdate-path pic x(256).
    01 ws-bizdate-status pic x(2).
    01 ws-cutoff-path pic x(256).
    01 ws-cutoff-status pic x(2).
    01 ws-now pic x(21).
    01 ws-today pic 9(8).
    01 ws-time-now pic 9(6).
    01 ws-one-day pic 9(5) value 1.
linkage section.
    01 l-bizdate-path pic x any length.
    01 l-cutoff-path pic x any length.
    01 l-calendar-path pic x any length.
    01 l-currency pic x(3).
    01 l-payment-type pic x(8).
    01 l-requested-date pic 9(8).
    01 l-business-date pic 9(8).
    01 l-execution-date pic 9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-bizdate-path, l-cutoff-path,
        l-calendar-path, l-currency, l-payment-type,
        l-requested-date, l-business-date, l-execution-date,
        l-result.
start-payment-execution-date.
    move 0 to l-result.
    move current-date to ws-now.
    move ws-now(1:8) to ws-today.
    move ws-now(9:6) to ws-time-now.
    perform get-business-date.

    move l-business-date to l-execution-date.
    if l-requested-date not = 0
        if test-date-yyyymmdd(l-requested-date) not = 0
            move 4 to l-result
            goback
        end-if
        if l-requested-date < l-business-date
            move 3 to l-result
            goback
        end-if
        move l-requested-date to l-execution-date
    end-if.

    if l-cutoff-path = spaces
        goback
    end-if.
    move spaces to ws-cutoff-path.
    move l-cutoff-path to ws-cutoff-path.
    open input cutoff-file.
    if ws-cutoff-status not = "00"
        goback
    end-if.
    move l-currency to ct-currency.
    move l-payment-type to ct-payment-type.
    read cutoff-file
        invalid key
            close cutoff-file
            goback
    end-read.
    close cutoff-file.

    evaluate true
        when l-execution-date = l-business-date
                and l-business-date = ws-today
                and ct-cutoff-time not = 0
                and ws-time-now > ct-cutoff-time
            move add-business-days-cal(l-execution-date, ws-one-day,
                "F", ct-market, l-calendar-path) to l-execution-date
            move 1 to l-result
        when is-business-day-cal(l-execution-date, ct-market,
                l-calendar-path) = "N"
            move add-business-days-cal(l-execution-date, ws-one-day,
                "F", ct-market, l-calendar-path) to l-execution-date
            move 2 to l-result
        when other
            continue
    end-evaluate.
    goback.

get-business-date section.
*>  the same business date PAYMENT-BOOK stamps a booking with
    move ws-today to l-business-date.
    if l-bizdate-path = spaces
        exit section
    end-if.
    move spaces to ws-bizdate-path.
    move l-bizdate-path to ws-bizdate-path.
    open input business-date-file.
    if ws-bizdate-status not = "00"
        exit section
    end-if.
    read business-date-file
        at end
            continue
        not at end
            if bd-state = "O" or bd-next-date = 0
                move bd-business-date to l-business-date
            else
                move bd-next-date to l-business-date
            end-if
    end-read.
    close business-date-file.
end program payment-execution-date.

*>*
*> Warehouse a future-dated payment, or cancel one still waiting.
*> A payment whose execution date (see PAYMENT-EXECUTION-DATE) lies
*> after the current business date is not booked: it is kept on the
*> PAYMENT-WAREHOUSE file under a "W..." id until
*> PAYMENT-WAREHOUSE-RELEASE books it through PAYMENT-BOOK on that
*> date - funds, limits and account status are checked only then. A
*> warehoused payment can be cancelled by its debit account until it
*> has been released.
*>
*> The PAYMENT-WAREHOUSE record layout (warehouse id key, execution
*> date alternate key, requested date, debit/credit account,
*> currency, amount, reference, payment type, booking channel,
*> status, created/updated timestamps, booked payment id, outcome
*> detail) is shared by this program and PAYMENT-WAREHOUSE-RELEASE.
*> Status values: "W" warehoused, "C" cancelled, "B" booked, "R"
*> rejected at release.
*>
*> @param l-warehouse-path Path to the PAYMENT-WAREHOUSE indexed file
*> @param l-operation "W" to warehouse, "C" to cancel
*> @param l-warehouse-id Set to the allocated id on "W"; the payment
*>        to cancel on "C"
*> @param l-debit-account Account to debit; on "C" it must be the
*>        warehoused payment's debit account
*> @param l-credit-account Account to credit
*> @param l-currency Posted currency
*> @param l-amount Amount in the posted currency
*> @param l-reference Payment reference
*> @param l-payment-type Payment type the cut-off was resolved for
*> @param l-channel Channel the payment is booked under at release
*> @param l-requested-date Execution date the customer asked for
*> @param l-execution-date Date the payment is to be booked on
*> @param l-result 0 warehoused, 1 cancelled, 2 no such warehoused
*>        payment for the debit account, 3 payment already booked,
*>        rejected or cancelled, 4 warehouse unavailable, 5 invalid
*>        operation, 6 warehouse id could not be allocated
*>*
identification division.
program-id. payment-warehouse-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select payment-warehouse-file assign to ws-warehouse-path
        organization indexed
        access mode dynamic
        record key pw-warehouse-id
        alternate record key pw-execution-date with duplicates
        file status ws-warehouse-status.
data division.
file section.
fd payment-warehouse-file.
01 payment-warehouse-record.
    05 pw-warehouse-id pic x(16).
    05 pw-execution-date pic 9(8).
    05 pw-requested-date pic 9(8).
    05 pw-debit-account pic x(16).
    05 pw-credit-account pic x(16).
    05 pw-currency pic x(3).
    05 pw-amount pic 9(13)v99.
    05 pw-reference pic x(35).
    05 pw-payment-type pic x(8).
    05 pw-channel pic x(8).
    05 pw-status pic x(1).
    05 pw-created-ts pic 9(14).
    05 pw-updated-ts pic 9(14).
    05 pw-payment-id pic x(16).
    05 pw-detail pic x(64).
working-storage section.
    01 ws-warehouse-path pic x(256).
    01 ws-warehouse-status pic x(2).
    01 ws-warehouse-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x(1).
        88 warehouse-write-done value "Y".
linkage section.
    01 l-warehouse-path pic x any length.
    01 l-operation pic x(1).
    01 l-warehouse-id pic x(16).
    01 l-debit-account pic x(16).
    01 l-credit-account pic x(16).
    01 l-currency pic x(3).
    01 l-amount pic 9(13)v99.
    01 l-reference pic x(35).
    01 l-payment-type pic x(8).
    01 l-channel pic x(8).
    01 l-requested-date pic 9(8).
    01 l-execution-date pic 9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-warehouse-path, l-operation,
        l-warehouse-id, l-debit-account, l-credit-account,
        l-currency, l-amount, l-reference, l-payment-type, l-channel,
        l-requested-date, l-execution-date, l-result.
start-payment-warehouse-maintain.
    move 0 to l-result.
    move spaces to ws-warehouse-path.
    move l-warehouse-path to ws-warehouse-path.

    if l-operation not = "W" and l-operation not = "C"
        move 5 to l-result
        goback
    end-if.

    open i-o payment-warehouse-file.
    if ws-warehouse-status = "35"
        open output payment-warehouse-file
        close payment-warehouse-file
        open i-o payment-warehouse-file
    end-if.
    if ws-warehouse-status not = "00"
        move 4 to l-result
        goback
    end-if.

    if l-operation = "W"
        perform warehouse-payment
    else
        perform cancel-payment
    end-if.
    close payment-warehouse-file.
    goback.

warehouse-payment section.
*>  a unique warehouse id: "W" + current timestamp + a one-digit
*>  sequence bumped past any id already used this second, the way
*>  PAYMENT-BOOK allocates payment ids
    move spaces to l-warehouse-id.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until warehouse-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-warehouse-id
        move "W" to ws-warehouse-id(1:1)
        move current-date(1:14) to ws-warehouse-id(2:14)
        move ws-id-seq-digit to ws-warehouse-id(16:1)
        move ws-warehouse-id to pw-warehouse-id
        move l-execution-date to pw-execution-date
        move l-requested-date to pw-requested-date
        move l-debit-account to pw-debit-account
        move l-credit-account to pw-credit-account
        move l-currency to pw-currency
        move l-amount to pw-amount
        move l-reference to pw-reference
        move l-payment-type to pw-payment-type
        move l-channel to pw-channel
        move "W" to pw-status
        move current-date(1:14) to pw-created-ts
        move pw-created-ts to pw-updated-ts
        move spaces to pw-payment-id
        move spaces to pw-detail
        write payment-warehouse-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set warehouse-write-done to true
        end-write
    end-perform.
    if not warehouse-write-done
        move 6 to l-result
        exit section
    end-if.
    move ws-warehouse-id to l-warehouse-id.
    move 0 to l-result.

cancel-payment section.
    move l-warehouse-id to pw-warehouse-id.
    read payment-warehouse-file
        invalid key
            move 2 to l-result
            exit section
    end-read.
*>  another account's payment reads exactly like a missing one
    if pw-debit-account not = l-debit-account
        move 2 to l-result
        exit section
    end-if.
    if pw-status not = "W"
        move 3 to l-result
        exit section
    end-if.
    move "C" to pw-status.
    move current-date(1:14) to pw-updated-ts.
    move "cancelled by customer" to pw-detail.
    rewrite payment-warehouse-record.
    move 1 to l-result.
end program payment-warehouse-maintain.

*>*
*> Warehouse release job, run from the DAILY-BATCH-RUN chain. Every
*> warehoused payment (see PAYMENT-WAREHOUSE-MAINTAIN) whose execution
*> date has been reached is booked through PAYMENT-BOOK - the same
*> validation, funds check, journal-write and balance-posting core the
*> /payment endpoint goes through - under the channel it was taken
*> on. The payment is attempted once: a booking marks it "B" with
*> the payment id, a business rejection (insufficient funds, inactive
*> or dormant account, limits) marks it "R" with the reason, and only
*> when the booking files are unavailable is it left warehoused for
*> the next run. Every outcome is written to the release report.
*>
*> @param l-warehouse-path Path to the PAYMENT-WAREHOUSE indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-limits-path Path to the LIMITS master; spaces to skip
*>        limit enforcement
*> @param l-usage-path Path to the LIMIT-USAGE indexed file
*> @param l-fee-schedule-path Path to the FEE-SCHEDULE; spaces to
*>        book no fees
*> @param l-fee-account Internal fee income account id
*> @param l-bizdate-path Path of the BUSINESS-DATE control record;
*>        spaces to stamp the wall-clock date
*> @param l-currency-path Path to the CURRENCY-MASTER for currency
*>        and decimal validation; spaces to skip
*> @param l-run-date Business date being executed, YYYYMMDD
*> @param l-report-path Path of the release report
*> @param l-result Number of payments booked, or 99000001/99000002
*>        when the warehouse or report could not be opened
*> @param l-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file handed to PAYMENT-BOOK
*> @param l-earmark-path Optional path to the EARMARK file handed to
*>        PAYMENT-BOOK
*>*
identification division.
program-id. payment-warehouse-release.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select payment-warehouse-file assign to ws-warehouse-path
        organization indexed
        access mode dynamic
        record key pw-warehouse-id
        alternate record key pw-execution-date with duplicates
        file status ws-warehouse-status.
    select release-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd payment-warehouse-file.
01 payment-warehouse-record.
    05 pw-warehouse-id pic x(16).
    05 pw-execution-date pic 9(8).
    05 pw-requested-date pic 9(8).
    05 pw-debit-account pic x(16).
    05 pw-credit-account pic x(16).
    05 pw-currency pic x(3).
    05 pw-amount pic 9(13)v99.
    05 pw-reference pic x(35).
    05 pw-payment-type pic x(8).
    05 pw-channel pic x(8).
    05 pw-status pic x(1).
    05 pw-created-ts pic 9(14).
    05 pw-updated-ts pic 9(14).
    05 pw-payment-id pic x(16).
    05 pw-detail pic x(64).
fd release-report-file.
01 release-report-line pic x(132).
working-storage section.
    01 ws-warehouse-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-bizdate-path pic x(256).
    01 ws-currency-path pic x(256).
    01 ws-overdraft-path pic x(256).
    01 ws-earmark-path pic x(256).
    01 ws-warehouse-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 warehouse-eof value "Y".
    01 ws-payment-id pic x(16).
    01 ws-reject-reason pic x(64).
    01 ws-book-result usage binary-long unsigned.
    01 ws-booked-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 wrd-warehouse-id pic x(16).
        05 filler pic x(2) value spaces.
        05 wrd-execution-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 wrd-payment-id pic x(16).
        05 filler pic x(2) value spaces.
        05 wrd-outcome pic x(8).
        05 filler pic x(2) value spaces.
        05 wrd-detail pic x(64).
linkage section.
    01 l-warehouse-path pic x any length.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-limits-path pic x any length.
    01 l-usage-path pic x any length.
    01 l-fee-schedule-path pic x any length.
    01 l-fee-account pic x(16).
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-run-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-overdraft-path pic x any length.
    01 l-earmark-path pic x any length.
procedure division using l-warehouse-path, l-master-path,
        l-journal-path, l-fx-master-path, l-ledger-path,
        l-limits-path, l-usage-path, l-fee-schedule-path,
        l-fee-account, optional l-bizdate-path,
        optional l-currency-path, l-run-date, l-report-path,
        l-result, optional l-overdraft-path, optional l-earmark-path.
start-payment-warehouse-release.
    move 0 to l-result.
    move 0 to ws-booked-count.
    move spaces to ws-warehouse-path.
    move l-warehouse-path to ws-warehouse-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    move spaces to ws-bizdate-path.
    if l-bizdate-path not omitted
        move l-bizdate-path to ws-bizdate-path
    end-if.
    move spaces to ws-currency-path.
    if l-currency-path not omitted
        move l-currency-path to ws-currency-path
    end-if.
    move spaces to ws-overdraft-path.
    if l-overdraft-path not omitted
        move l-overdraft-path to ws-overdraft-path
    end-if.
    move spaces to ws-earmark-path.
    if l-earmark-path not omitted
        move l-earmark-path to ws-earmark-path
    end-if.

    open i-o payment-warehouse-file.
    if ws-warehouse-status = "35"
*>      nothing has ever been warehoused - nothing to release
        goback
    end-if.
    if ws-warehouse-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output release-report-file.
    if ws-report-status not = "00"
        close payment-warehouse-file
        move 99000002 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "PAYMENT WAREHOUSE RELEASE " delimited by size
        l-run-date delimited by size
        into ws-report-header
    end-string.
    write release-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  WAREHOUSE-ID      EXEC-DATE" delimited by size
        " PAYMENT-ID        OUTCOME   DETAIL" delimited by size
        into ws-report-header
    end-string.
    write release-report-line from ws-report-header.

*>  the execution-date key brings every due payment up in date
*>  order, overdue ones first
    move "N" to ws-eof-switch.
    move 0 to pw-execution-date.
    start payment-warehouse-file key is greater than or equal to
            pw-execution-date
        invalid key
            set warehouse-eof to true
    end-start.
    perform until warehouse-eof
        read payment-warehouse-file next record
            at end
                set warehouse-eof to true
            not at end
                if pw-execution-date > l-run-date
                    set warehouse-eof to true
                else
                    if pw-status = "W"
                        perform release-one-payment
                    end-if
                end-if
        end-read
    end-perform.

    close payment-warehouse-file.
    close release-report-file.
    move ws-booked-count to l-result.
    goback.

release-one-payment section.
    move spaces to ws-payment-id.
    move spaces to ws-reject-reason.
    call "payment-book" using l-master-path, l-journal-path,
        l-fx-master-path, l-ledger-path, l-limits-path,
        l-usage-path, l-fee-schedule-path, l-fee-account,
        ws-bizdate-path, ws-currency-path, pw-debit-account,
        pw-credit-account, pw-currency, pw-amount, pw-reference,
        pw-channel, ws-payment-id, ws-reject-reason, ws-book-result,
        ws-overdraft-path, ws-earmark-path
    end-call.

    move spaces to ws-report-detail.
    move pw-warehouse-id to wrd-warehouse-id.
    move pw-execution-date to wrd-execution-date.
    evaluate ws-book-result
        when 0
            add 1 to ws-booked-count
            move ws-payment-id to wrd-payment-id
            move "BOOKED" to wrd-outcome
            move "B" to pw-status
            move ws-payment-id to pw-payment-id
            move spaces to pw-detail
        when 1
            move "REJECTED" to wrd-outcome
            move "debit account not found" to wrd-detail
            move "R" to pw-status
            move wrd-detail to pw-detail
        when 2
            move "REJECTED" to wrd-outcome
            move "credit account not found" to wrd-detail
            move "R" to pw-status
            move wrd-detail to pw-detail
        when 3
            move "REJECTED" to wrd-outcome
            move ws-reject-reason to wrd-detail
            move "R" to pw-status
            move wrd-detail to pw-detail
        when other
            move "ERROR" to wrd-outcome
            move "booking files unavailable" to wrd-detail
    end-evaluate.
    if pw-status not = "W"
        move current-date(1:14) to pw-updated-ts
        rewrite payment-warehouse-record
    end-if.
    write release-report-line from ws-report-detail.
end program payment-warehouse-release.

*>*
*> Corporate bulk payment intake: books a customer pain.001 credit
*> transfer initiation - a payroll or supplier run of several hundred
*> payments over one or more payment information blocks - through
*> PAYMENT-BOOK under channel "BULK", the same rules /payment applies
*> one at a time, and answers with a pain.002 customer payment status
*> report.
*>
*> The file is first checked as a whole: the group header's NbOfTxs
*> and, when given, CtrlSum must agree with the transactions actually
*> carried, as must each payment information block's own NbOfTxs and
*> CtrlSum when given, and the group message id must not repeat a
*> file already taken from the same customer. A file failing these
*> checks is rejected outright and nothing is booked. Each
*> transaction is then checked against ACCOUNT-MASTER - the debit
*> account (from its block's DbtrAcct) must be one of the customer's
*> own active accounts in the transaction currency, the credit
*> account must exist and be active or dormant - before booking.
*>
*> The customer chooses per file how a rejected transaction is taken:
*> "P" books what passes and rejects the rest; "A" is all-or-nothing -
*> a transaction failing the checks rejects the whole file before
*> anything is booked, and one PAYMENT-BOOK refuses midway (limits,
*> funds) makes the run reverse the transactions already booked
*> through PAYMENT-REVERSE (reason code "NARR") so the file ends up
*> wholly rejected. Fees already charged on those transactions stay
*> charged, as for any reversed payment.
*>
*> Account identifiers are taken from Othr/Id, or from IBAN when no
*> other id is given. The file is read as lines of up to 32K,
*> indentation dropped, up to 1M of content; a file may carry up to
*> 200 payment information blocks and 2000 transactions. Each
*> transaction's end-to-end id is carried as the payment reference.
*>
*> Every file is recorded in the BULK-BATCH file under a freshly
*> allocated "B..." batch id: a header record (item 0) with the
*> message id, customer, booking mode, transaction count, control
*> sum and group status, and one record per transaction (items 1 on)
*> with its payment information id, end-to-end id, accounts,
*> currency, amount, status and the PAYMENT-JOURNAL payment id or
*> the PAYMENT-BOOK reject reason. Status values follow pain.002:
*> "ACCP" accepted, "RJCT" rejected, "PART" partially accepted (group
*> only); a header still reading "RCVD" belongs to a run that did not
*> finish.
*>
*> @param l-file-path Path of the customer's pain.001 file
*> @param l-customer-id Customer id of the submitting corporate
*> @param l-booking-mode "A" all-or-nothing or "P" book what passes
*> @param l-user-id Operator id the all-or-nothing unwind reverses
*>        under (see PAYMENT-REVERSE)
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-limits-path Path to the LIMITS master; spaces to skip
*>        limit enforcement
*> @param l-usage-path Path to the LIMIT-USAGE indexed file
*> @param l-fee-schedule-path Path to the FEE-SCHEDULE; spaces to
*>        book no fees
*> @param l-fee-account Internal fee income account id
*> @param l-bizdate-path Optional path of the BUSINESS-DATE control
*>        record, handed to PAYMENT-BOOK
*> @param l-currency-path Optional path to the CURRENCY-MASTER,
*>        handed to PAYMENT-BOOK
*> @param l-audit-path Path to the reversal audit journal used by
*>        the all-or-nothing unwind
*> @param l-bulk-path Path to the BULK-BATCH indexed file
*> @param l-status-report-path Path of the pain.002 status report to
*>        produce
*> @param l-batch-id Set to the allocated batch id
*> @param l-result Number of transactions booked, or 99000001 when
*>        the file could not be opened, 99000002 the BULK-BATCH file,
*>        99000003 the account master, 99000004 the status report,
*>        99000005 for a booking mode other than "A" or "P", 99000006
*>        when no batch id could be allocated
*> @param l-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file, handed to PAYMENT-BOOK
*> @param l-earmark-path Optional path to the EARMARK file, handed to
*>        PAYMENT-BOOK
*>*
identification division.
program-id. bulk-payment-intake.
environment division.
configuration section.
repository.
    function substr-pos
    function trim numval test-numval current-date length intrinsic.
input-output section.
file-control.
    select pain001-file assign to ws-file-path
        organization line sequential
        file status ws-file-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select bulk-batch-file assign to ws-bulk-path
        organization indexed
        access mode dynamic
        record key bb-key
        alternate record key bb-msg-id with duplicates
        file status ws-bulk-status.
    select status-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd pain001-file.
01 pain001-line pic x(32768).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd bulk-batch-file.
01 bulk-batch-record.
    05 bb-key.
        10 bb-batch-id pic x(16).
        10 bb-item-seq pic 9(5).
    05 bb-record-type pic x(1).
    05 bb-msg-id pic x(35).
    05 bb-customer-id pic x(12).
    05 bb-booking-mode pic x(1).
    05 bb-pmtinf-id pic x(35).
    05 bb-end-to-end-id pic x(35).
    05 bb-debit-account pic x(34).
    05 bb-credit-account pic x(34).
    05 bb-currency pic x(3).
    05 bb-amount pic 9(13)v99.
    05 bb-tx-count pic 9(5).
    05 bb-status pic x(4).
    05 bb-payment-id pic x(16).
    05 bb-reason pic x(64).
    05 bb-created-ts pic 9(14).
fd status-report-file.
01 status-report-line pic x(512).
working-storage section.
    01 ws-file-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-bulk-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-bizdate-path pic x(256).
    01 ws-currency-path pic x(256).
    01 ws-overdraft-path pic x(256).
    01 ws-earmark-path pic x(256).
    01 ws-file-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-bulk-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 file-eof value "Y".
    01 ws-scan-switch pic x(1) value "N".
        88 scan-eof value "Y".
    01 ws-xml pic x(1048576).
    01 ws-xml-ptr usage binary-long unsigned.
    01 ws-xml-len usage binary-long unsigned.
    01 ws-file-reason pic x(64).
    01 ws-scan-ptr usage binary-long unsigned.
    01 ws-tx-ptr usage binary-long unsigned.
    01 ws-pos usage binary-long unsigned.
    01 ws-from usage binary-long unsigned.
    01 ws-to usage binary-long unsigned.
    01 ws-saved-from usage binary-long unsigned.
    01 ws-saved-to usage binary-long unsigned.
    01 ws-pmtinf-start usage binary-long unsigned.
    01 ws-pmtinf-end usage binary-long unsigned.
    01 ws-value-pos usage binary-long unsigned.
    01 ws-value-end usage binary-long unsigned.
    01 ws-open-tag pic x(34).
    01 ws-tag-name pic x(32).
    01 ws-tag-value pic x(70).
    01 ws-account-tag pic x(32).
    01 ws-account-value pic x(34).
    01 ws-amount-text pic x(20).
    01 ws-dot-pos usage binary-long unsigned.
    01 ws-msg-id pic x(35).
    01 ws-hdr-count-text pic x(20).
    01 ws-hdr-sum-text pic x(20).
    01 ws-block-count-text pic x(20).
    01 ws-block-sum-text pic x(20).
    01 ws-block-debit-account pic x(34).
    01 ws-block-sum pic 9(15)v99.
    01 ws-control-sum pic 9(15)v99.
    01 ws-stated-sum pic 9(15)v99.
    01 ws-stated-count pic 9(7).
    01 ws-pmtinf-count usage binary-short unsigned value 0.
    01 ws-tx-count usage binary-short unsigned value 0.
    01 ws-pi-idx usage binary-short unsigned.
    01 ws-tx-idx usage binary-short unsigned.
    01 ws-unwind-idx usage binary-short unsigned.
    01 ws-reject-idx usage binary-short unsigned.
    01 ws-pmtinf-table.
        05 ws-pmtinf occurs 200 times.
            10 pi-id pic x(35).
            10 pi-first-tx usage binary-short unsigned.
            10 pi-tx-count usage binary-short unsigned.
    01 ws-tx-table.
        05 ws-tx occurs 2000 times.
            10 bt-pmtinf-idx usage binary-short unsigned.
            10 bt-end-to-end-id pic x(35).
            10 bt-debit-account pic x(34).
            10 bt-credit-account pic x(34).
            10 bt-currency pic x(3).
            10 bt-amount pic 9(13)v99.
            10 bt-amount-valid pic x(1).
            10 bt-status pic x(4).
            10 bt-payment-id pic x(16).
            10 bt-reason pic x(64).
    01 ws-debit-account pic x(16).
    01 ws-credit-account pic x(16).
    01 ws-reference pic x(35).
    01 ws-payment-id pic x(16).
    01 ws-reject-reason pic x(64).
    01 ws-book-result usage binary-long unsigned.
    01 ws-reversal-id pic x(16).
    01 ws-reverse-result usage binary-long unsigned.
    01 ws-precheck-failed pic x(1).
    01 ws-unwind-switch pic x(1).
        88 batch-unwound value "Y".
    01 ws-accepted-count usage binary-long unsigned value 0.
    01 ws-group-status pic x(4).
    01 ws-batch-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x(1).
        88 header-write-done value "Y".
    01 ws-count-edited pic z(4)9.
    01 ws-amount-edited pic z(14)9.99.
    01 ws-report-text pic x(512).
    01 ws-report-ptr usage binary-long unsigned.
linkage section.
    01 l-file-path pic x any length.
    01 l-customer-id pic x(12).
    01 l-booking-mode pic x(1).
    01 l-user-id pic x(8).
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-limits-path pic x any length.
    01 l-usage-path pic x any length.
    01 l-fee-schedule-path pic x any length.
    01 l-fee-account pic x(16).
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-audit-path pic x any length.
    01 l-bulk-path pic x any length.
    01 l-status-report-path pic x any length.
    01 l-batch-id pic x(16).
    01 l-result usage binary-long unsigned.
    01 l-overdraft-path pic x any length.
    01 l-earmark-path pic x any length.
procedure division using l-file-path, l-customer-id, l-booking-mode,
        l-user-id, l-master-path, l-journal-path, l-fx-master-path,
        l-ledger-path, l-limits-path, l-usage-path,
        l-fee-schedule-path, l-fee-account, optional l-bizdate-path,
        optional l-currency-path, l-audit-path, l-bulk-path,
        l-status-report-path, l-batch-id, l-result,
        optional l-overdraft-path, optional l-earmark-path.
start-bulk-payment-intake.
    move 0 to l-result.
    move spaces to l-batch-id.
    move 0 to ws-accepted-count.
    move 0 to ws-pmtinf-count.
    move 0 to ws-tx-count.
    move spaces to ws-file-reason.
    move "N" to ws-unwind-switch.
    if l-booking-mode not = "A" and l-booking-mode not = "P"
        move 99000005 to l-result
        goback
    end-if.
    move spaces to ws-file-path.
    move l-file-path to ws-file-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-bulk-path.
    move l-bulk-path to ws-bulk-path.
    move spaces to ws-report-path.
    move l-status-report-path to ws-report-path.
    move spaces to ws-bizdate-path.
    if l-bizdate-path not omitted
        move l-bizdate-path to ws-bizdate-path
    end-if.
    move spaces to ws-currency-path.
    if l-currency-path not omitted
        move l-currency-path to ws-currency-path
    end-if.
    move spaces to ws-overdraft-path.
    if l-overdraft-path not omitted
        move l-overdraft-path to ws-overdraft-path
    end-if.
    move spaces to ws-earmark-path.
    if l-earmark-path not omitted
        move l-earmark-path to ws-earmark-path
    end-if.

    open input pain001-file.
    if ws-file-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    perform load-message.
    close pain001-file.

    open i-o bulk-batch-file.
    if ws-bulk-status = "35"
        open output bulk-batch-file
        close bulk-batch-file
        open i-o bulk-batch-file
    end-if.
    if ws-bulk-status not = "00"
        move 99000002 to l-result
        goback
    end-if.
    open output status-report-file.
    if ws-report-status not = "00"
        close bulk-batch-file
        move 99000004 to l-result
        goback
    end-if.

    if ws-file-reason = spaces
        perform parse-message
    end-if.
    if ws-file-reason = spaces
        perform check-group-controls
    end-if.
    if ws-file-reason = spaces
        perform check-duplicate-message
    end-if.

    perform write-batch-header.
    if not header-write-done
        close bulk-batch-file
        close status-report-file
        move 99000006 to l-result
        goback
    end-if.

    if ws-file-reason = spaces
        open input account-master-file
        if ws-master-status not = "00"
            close bulk-batch-file
            close status-report-file
            move 99000003 to l-result
            goback
        end-if
        perform precheck-transactions
        close account-master-file
        perform book-transactions
    end-if.

    perform settle-group-status.
    perform write-batch-items.
    perform write-status-report.

    close bulk-batch-file.
    close status-report-file.
    move ws-batch-id to l-batch-id.
    move ws-accepted-count to l-result.
    goback.

load-message section.
*>  the message is gathered into one buffer with each line's
*>  indentation dropped - element boundaries, not line breaks, carry
*>  the structure
    move spaces to ws-xml.
    move 1 to ws-xml-ptr.
    perform until file-eof or ws-file-reason not = spaces
        read pain001-file
            at end
                set file-eof to true
            not at end
                if pain001-line(32768:1) not = space
                    move "file line too long" to ws-file-reason
                else
                    if pain001-line not = spaces
                        string trim(pain001-line) delimited by size
                            into ws-xml with pointer ws-xml-ptr
                            on overflow
                                move "file too large" to ws-file-reason
                        end-string
                    end-if
                end-if
        end-read
    end-perform.
    compute ws-xml-len = ws-xml-ptr - 1.
    if ws-xml-len = 0 and ws-file-reason = spaces
        move "file is empty" to ws-file-reason
    end-if.

parse-message section.
    move substr-pos(ws-xml(1:ws-xml-len), "<GrpHdr>") to ws-pos.
    if ws-pos = 0
        move "missing group header" to ws-file-reason
        exit section
    end-if.
    move ws-pos to ws-from.
    move substr-pos(ws-xml(ws-from:ws-xml-len - ws-from + 1),
        "</GrpHdr>") to ws-pos.
    if ws-pos = 0
        move "missing group header" to ws-file-reason
        exit section
    end-if.
    compute ws-to = ws-from + ws-pos - 2.
    move "MsgId" to ws-tag-name.
    perform get-tag-value.
    move ws-tag-value to ws-msg-id.
    move "NbOfTxs" to ws-tag-name.
    perform get-tag-value.
    move ws-tag-value to ws-hdr-count-text.
    move "CtrlSum" to ws-tag-name.
    perform get-tag-value.
    move ws-tag-value to ws-hdr-sum-text.
    if ws-msg-id = spaces
        move "missing MsgId" to ws-file-reason
        exit section
    end-if.

    compute ws-scan-ptr = ws-to + 1.
    move 0 to ws-control-sum.
    perform parse-payment-information
        until ws-scan-ptr > ws-xml-len or ws-file-reason not = spaces.
    if ws-file-reason = spaces and ws-tx-count = 0
        move "no transactions in file" to ws-file-reason
    end-if.

parse-payment-information section.
    move substr-pos(ws-xml(ws-scan-ptr:ws-xml-len - ws-scan-ptr + 1),
        "<PmtInf>") to ws-pos.
    if ws-pos = 0
        compute ws-scan-ptr = ws-xml-len + 1
        exit section
    end-if.
    compute ws-pmtinf-start = ws-scan-ptr + ws-pos - 1.
    move substr-pos(
        ws-xml(ws-pmtinf-start:ws-xml-len - ws-pmtinf-start + 1),
        "</PmtInf>") to ws-pos.
    if ws-pos = 0
        move "payment information block not closed" to ws-file-reason
        exit section
    end-if.
    compute ws-pmtinf-end = ws-pmtinf-start + ws-pos - 2.
    compute ws-scan-ptr = ws-pmtinf-start + ws-pos + 8.
    if ws-pmtinf-count >= 200
        move "too many payment information blocks" to ws-file-reason
        exit section
    end-if.
    add 1 to ws-pmtinf-count.

*>  the block's own header runs up to its first transaction
    move substr-pos(
        ws-xml(ws-pmtinf-start:ws-pmtinf-end - ws-pmtinf-start + 1),
        "<CdtTrfTxInf>") to ws-pos.
    if ws-pos = 0
        move "payment information block has no transactions"
            to ws-file-reason
        exit section
    end-if.
    move ws-pmtinf-start to ws-from.
    compute ws-to = ws-pmtinf-start + ws-pos - 2.
    move "PmtInfId" to ws-tag-name.
    perform get-tag-value.
    move ws-tag-value to pi-id(ws-pmtinf-count).
    move "NbOfTxs" to ws-tag-name.
    perform get-tag-value.
    move ws-tag-value to ws-block-count-text.
    move "CtrlSum" to ws-tag-name.
    perform get-tag-value.
    move ws-tag-value to ws-block-sum-text.
    move "DbtrAcct" to ws-account-tag.
    perform get-account-value.
    move ws-account-value to ws-block-debit-account.

    compute pi-first-tx(ws-pmtinf-count) = ws-tx-count + 1.
    move 0 to ws-block-sum.
    compute ws-tx-ptr = ws-to + 1.
    perform parse-one-transaction
        until ws-tx-ptr > ws-pmtinf-end or ws-file-reason not = spaces.
    if ws-file-reason not = spaces
        exit section
    end-if.
    compute pi-tx-count(ws-pmtinf-count) =
        ws-tx-count - pi-first-tx(ws-pmtinf-count) + 1.
    add ws-block-sum to ws-control-sum.

    if ws-block-count-text not = spaces
        if test-numval(ws-block-count-text) not = 0
            move "payment information NbOfTxs does not match"
                to ws-file-reason
            exit section
        end-if
        move numval(ws-block-count-text) to ws-stated-count
        if ws-stated-count not = pi-tx-count(ws-pmtinf-count)
            move "payment information NbOfTxs does not match"
                to ws-file-reason
            exit section
        end-if
    end-if.
    if ws-block-sum-text not = spaces
        if test-numval(ws-block-sum-text) not = 0
            move "payment information CtrlSum does not match"
                to ws-file-reason
            exit section
        end-if
        move numval(ws-block-sum-text) to ws-stated-sum
        if ws-stated-sum not = ws-block-sum
            move "payment information CtrlSum does not match"
                to ws-file-reason
        end-if
    end-if.

parse-one-transaction section.
    move substr-pos(ws-xml(ws-tx-ptr:ws-pmtinf-end - ws-tx-ptr + 1),
        "<CdtTrfTxInf>") to ws-pos.
    if ws-pos = 0
        compute ws-tx-ptr = ws-pmtinf-end + 1
        exit section
    end-if.
    compute ws-from = ws-tx-ptr + ws-pos - 1.
    move substr-pos(ws-xml(ws-from:ws-pmtinf-end - ws-from + 1),
        "</CdtTrfTxInf>") to ws-pos.
    if ws-pos = 0
        move "transaction block not closed" to ws-file-reason
        exit section
    end-if.
    compute ws-to = ws-from + ws-pos - 2.
    compute ws-tx-ptr = ws-from + ws-pos + 13.
    if ws-tx-count >= 2000
        move "too many transactions" to ws-file-reason
        exit section
    end-if.
    add 1 to ws-tx-count.

    move ws-pmtinf-count to bt-pmtinf-idx(ws-tx-count).
    move ws-block-debit-account to bt-debit-account(ws-tx-count).
    move spaces to bt-status(ws-tx-count).
    move spaces to bt-payment-id(ws-tx-count).
    move spaces to bt-reason(ws-tx-count).
    move "EndToEndId" to ws-tag-name.
    perform get-tag-value.
    move ws-tag-value to bt-end-to-end-id(ws-tx-count).
    move "CdtrAcct" to ws-account-tag.
    perform get-account-value.
    move ws-account-value to bt-credit-account(ws-tx-count).
    perform get-instructed-amount.

get-tag-value section.
*>  first <name>value</...> between ws-from and ws-to
    move spaces to ws-tag-value.
    if ws-to < ws-from
        exit section
    end-if.
    move spaces to ws-open-tag.
    string "<" delimited by size
        trim(ws-tag-name) delimited by size
        ">" delimited by size
        into ws-open-tag
    end-string.
    move substr-pos(ws-xml(ws-from:ws-to - ws-from + 1),
        trim(ws-open-tag)) to ws-pos.
    if ws-pos = 0
        exit section
    end-if.
    compute ws-value-pos =
        ws-from + ws-pos - 1 + length(trim(ws-open-tag)).
    if ws-value-pos > ws-to
        exit section
    end-if.
    move substr-pos(ws-xml(ws-value-pos:ws-to - ws-value-pos + 1),
        "</") to ws-value-end.
    if ws-value-end > 1 and ws-value-end <= 71
        move ws-xml(ws-value-pos:ws-value-end - 1) to ws-tag-value
    end-if.

get-account-value section.
*>  the account id inside <ws-account-tag>: Othr/Id when given,
*>  otherwise the IBAN - looked for only up to the element's close
*>  so an agent's or party's ids that follow are never picked up
    move spaces to ws-account-value.
    move ws-from to ws-saved-from.
    move ws-to to ws-saved-to.
    move spaces to ws-open-tag.
    string "<" delimited by size
        trim(ws-account-tag) delimited by size
        ">" delimited by size
        into ws-open-tag
    end-string.
    move substr-pos(ws-xml(ws-from:ws-to - ws-from + 1),
        trim(ws-open-tag)) to ws-pos.
    if ws-pos > 0
        compute ws-from = ws-from + ws-pos - 1
        move spaces to ws-open-tag
        string "</" delimited by size
            trim(ws-account-tag) delimited by size
            ">" delimited by size
            into ws-open-tag
        end-string
        move substr-pos(ws-xml(ws-from:ws-saved-to - ws-from + 1),
            trim(ws-open-tag)) to ws-pos
        if ws-pos > 0
            compute ws-to = ws-from + ws-pos - 2
            move "IBAN" to ws-tag-name
            perform get-tag-value
            move ws-tag-value to ws-account-value
            move substr-pos(ws-xml(ws-from:ws-to - ws-from + 1),
                "<Othr>") to ws-pos
            if ws-pos > 0
                compute ws-from = ws-from + ws-pos - 1
                move "Id" to ws-tag-name
                perform get-tag-value
                move ws-tag-value to ws-account-value
            end-if
        end-if
    end-if.
    move ws-saved-from to ws-from.
    move ws-saved-to to ws-to.

get-instructed-amount section.
    move "N" to bt-amount-valid(ws-tx-count).
    move 0 to bt-amount(ws-tx-count).
    move spaces to bt-currency(ws-tx-count).
    move spaces to ws-amount-text.
    move substr-pos(ws-xml(ws-from:ws-to - ws-from + 1), "<InstdAmt")
        to ws-pos.
    if ws-pos = 0
        exit section
    end-if.
    compute ws-value-pos = ws-from + ws-pos - 1.
    move substr-pos(ws-xml(ws-value-pos:ws-to - ws-value-pos + 1),
        'Ccy="') to ws-pos.
    if ws-pos > 0
        move ws-xml(ws-value-pos + ws-pos + 4:3)
            to bt-currency(ws-tx-count)
    end-if.
    move substr-pos(ws-xml(ws-value-pos:ws-to - ws-value-pos + 1),
        ">") to ws-pos.
    if ws-pos = 0
        exit section
    end-if.
    compute ws-value-pos = ws-value-pos + ws-pos.
    move substr-pos(ws-xml(ws-value-pos:ws-to - ws-value-pos + 1),
        "<") to ws-value-end.
    if ws-value-end > 1 and ws-value-end <= 21
        move ws-xml(ws-value-pos:ws-value-end - 1) to ws-amount-text
    end-if.
    if ws-amount-text = spaces or test-numval(ws-amount-text) not = 0
        exit section
    end-if.
*>  no more than two decimals, and nothing signed
    move substr-pos(ws-amount-text, ".") to ws-dot-pos.
    if ws-dot-pos > 0
        if length(trim(ws-amount-text)) - ws-dot-pos > 2
            exit section
        end-if
    end-if.
    if numval(ws-amount-text) <= 0
        exit section
    end-if.
    move numval(ws-amount-text) to bt-amount(ws-tx-count).
    move "Y" to bt-amount-valid(ws-tx-count).
    add bt-amount(ws-tx-count) to ws-block-sum.

check-group-controls section.
    if ws-hdr-count-text = spaces
            or test-numval(ws-hdr-count-text) not = 0
        move "NbOfTxs does not match the transactions"
            to ws-file-reason
        exit section
    end-if.
    move numval(ws-hdr-count-text) to ws-stated-count.
    if ws-stated-count not = ws-tx-count
        move "NbOfTxs does not match the transactions"
            to ws-file-reason
        exit section
    end-if.
    if ws-hdr-sum-text not = spaces
        if test-numval(ws-hdr-sum-text) not = 0
            move "CtrlSum does not match the transactions"
                to ws-file-reason
            exit section
        end-if
        move numval(ws-hdr-sum-text) to ws-stated-sum
        if ws-stated-sum not = ws-control-sum
            move "CtrlSum does not match the transactions"
                to ws-file-reason
        end-if
    end-if.

check-duplicate-message section.
*>  a file the customer already had taken - wholly or in part - is
*>  not booked twice; a wholly rejected one may be sent again
    move "N" to ws-scan-switch.
    move ws-msg-id to bb-msg-id.
    start bulk-batch-file key is equal to bb-msg-id
        invalid key
            set scan-eof to true
    end-start.
    perform until scan-eof or ws-file-reason not = spaces
        read bulk-batch-file next record
            at end
                set scan-eof to true
            not at end
                if bb-msg-id not = ws-msg-id
                    set scan-eof to true
                else
                    if bb-record-type = "H"
                            and bb-customer-id = l-customer-id
                            and bb-status not = "RJCT"
                        move "duplicate MsgId" to ws-file-reason
                    end-if
                end-if
        end-read
    end-perform.

write-batch-header section.
*>  allocate the batch id: "B" + current timestamp + a one-digit
*>  sequence, retried while the header key is taken
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until header-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-batch-id
        move "B" to ws-batch-id(1:1)
        move current-date(1:14) to ws-batch-id(2:14)
        move ws-id-seq-digit to ws-batch-id(16:1)
        move spaces to bulk-batch-record
        move ws-batch-id to bb-batch-id
        move 0 to bb-item-seq
        move "H" to bb-record-type
        move ws-msg-id to bb-msg-id
        move l-customer-id to bb-customer-id
        move l-booking-mode to bb-booking-mode
        move ws-control-sum to bb-amount
        move ws-tx-count to bb-tx-count
        move "RCVD" to bb-status
        move ws-file-reason to bb-reason
        move current-date(1:14) to bb-created-ts
        write bulk-batch-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set header-write-done to true
        end-write
    end-perform.

precheck-transactions section.
    move "N" to ws-precheck-failed.
    perform varying ws-tx-idx from 1 by 1
            until ws-tx-idx > ws-tx-count
        perform precheck-one-transaction
        if bt-status(ws-tx-idx) = "RJCT"
            move "Y" to ws-precheck-failed
        end-if
    end-perform.

precheck-one-transaction section.
    evaluate true
        when bt-end-to-end-id(ws-tx-idx) = spaces
            move "missing EndToEndId" to bt-reason(ws-tx-idx)
        when bt-amount-valid(ws-tx-idx) not = "Y"
            move "invalid or missing amount" to bt-reason(ws-tx-idx)
        when bt-currency(ws-tx-idx) = spaces
            move "missing currency" to bt-reason(ws-tx-idx)
        when bt-debit-account(ws-tx-idx) = spaces
                or bt-debit-account(ws-tx-idx)(17:18) not = spaces
            move "debit account not found" to bt-reason(ws-tx-idx)
        when bt-credit-account(ws-tx-idx) = spaces
                or bt-credit-account(ws-tx-idx)(17:18) not = spaces
            move "credit account not found" to bt-reason(ws-tx-idx)
        when other
            continue
    end-evaluate.
    if bt-reason(ws-tx-idx) not = spaces
        move "RJCT" to bt-status(ws-tx-idx)
        exit section
    end-if.

*>  another customer's account reads exactly like a missing one
    move bt-debit-account(ws-tx-idx) to acm-account-id.
    read account-master-file
        invalid key
            move "debit account not found" to bt-reason(ws-tx-idx)
        not invalid key
            evaluate true
                when acm-customer-id not = l-customer-id
                    move "debit account not found"
                        to bt-reason(ws-tx-idx)
                when acm-status = "D"
                    move "debit account is dormant"
                        to bt-reason(ws-tx-idx)
                when acm-status not = "A"
                    move "debit account is not active"
                        to bt-reason(ws-tx-idx)
                when acm-currency not = bt-currency(ws-tx-idx)
                    move "currency does not match debit account"
                        to bt-reason(ws-tx-idx)
                when other
                    continue
            end-evaluate
    end-read.
    if bt-reason(ws-tx-idx) = spaces
        move bt-credit-account(ws-tx-idx) to acm-account-id
        read account-master-file
            invalid key
                move "credit account not found" to bt-reason(ws-tx-idx)
            not invalid key
                if acm-status not = "A" and acm-status not = "D"
                    move "credit account is not active"
                        to bt-reason(ws-tx-idx)
                end-if
        end-read
    end-if.
    if bt-reason(ws-tx-idx) not = spaces
        move "RJCT" to bt-status(ws-tx-idx)
    end-if.

book-transactions section.
*>  all-or-nothing: one failed check rejects the file before anything
*>  is booked
    if l-booking-mode = "A" and ws-precheck-failed = "Y"
        perform reject-remaining-transactions
        exit section
    end-if.
    perform varying ws-tx-idx from 1 by 1
            until ws-tx-idx > ws-tx-count or batch-unwound
        if bt-status(ws-tx-idx) = spaces
            perform book-one-transaction
            if bt-status(ws-tx-idx) = "RJCT" and l-booking-mode = "A"
                perform unwind-booked-transactions
            end-if
        end-if
    end-perform.

book-one-transaction section.
    move bt-debit-account(ws-tx-idx) to ws-debit-account.
    move bt-credit-account(ws-tx-idx) to ws-credit-account.
    move bt-end-to-end-id(ws-tx-idx) to ws-reference.
    move spaces to ws-payment-id.
    move spaces to ws-reject-reason.
    call "payment-book" using l-master-path, l-journal-path,
        l-fx-master-path, l-ledger-path, l-limits-path,
        l-usage-path, l-fee-schedule-path, l-fee-account,
        ws-bizdate-path, ws-currency-path, ws-debit-account,
        ws-credit-account, bt-currency(ws-tx-idx),
        bt-amount(ws-tx-idx), ws-reference, "BULK", ws-payment-id,
        ws-reject-reason, ws-book-result, ws-overdraft-path,
        ws-earmark-path
    end-call.
    evaluate ws-book-result
        when 0
            move "ACCP" to bt-status(ws-tx-idx)
            move ws-payment-id to bt-payment-id(ws-tx-idx)
            add 1 to ws-accepted-count
        when 1
            move "RJCT" to bt-status(ws-tx-idx)
            move "debit account not found" to bt-reason(ws-tx-idx)
        when 2
            move "RJCT" to bt-status(ws-tx-idx)
            move "credit account not found" to bt-reason(ws-tx-idx)
        when 3
            move "RJCT" to bt-status(ws-tx-idx)
            move ws-reject-reason to bt-reason(ws-tx-idx)
        when 4
            move "RJCT" to bt-status(ws-tx-idx)
            move "account master unavailable" to bt-reason(ws-tx-idx)
        when 5
            move "RJCT" to bt-status(ws-tx-idx)
            move "payment journal unavailable" to bt-reason(ws-tx-idx)
        when other
            move "RJCT" to bt-status(ws-tx-idx)
            move "payment id could not be allocated"
                to bt-reason(ws-tx-idx)
    end-evaluate.

unwind-booked-transactions section.
*>  all-or-nothing after a refusal midway: the transactions booked so
*>  far are reversed and the rest are not attempted. One that cannot
*>  be reversed stays accepted and the group reports partial
    set batch-unwound to true.
    perform varying ws-unwind-idx from 1 by 1
            until ws-unwind-idx > ws-tx-count
        if bt-status(ws-unwind-idx) = "ACCP"
            move spaces to ws-reversal-id
            call "payment-reverse" using l-journal-path,
                l-master-path, l-ledger-path,
                bt-payment-id(ws-unwind-idx), "NARR", l-user-id,
                l-audit-path, ws-reversal-id, ws-reverse-result
            end-call
            if ws-reverse-result = 0
                move "RJCT" to bt-status(ws-unwind-idx)
                move "file rejected as a whole - booking reversed"
                    to bt-reason(ws-unwind-idx)
                subtract 1 from ws-accepted-count
            else
                move "reversal with the rest of the file failed"
                    to bt-reason(ws-unwind-idx)
            end-if
        end-if
    end-perform.
    perform reject-remaining-transactions.

reject-remaining-transactions section.
    perform varying ws-reject-idx from 1 by 1
            until ws-reject-idx > ws-tx-count
        if bt-status(ws-reject-idx) = spaces
            move "RJCT" to bt-status(ws-reject-idx)
            move "file rejected as a whole" to bt-reason(ws-reject-idx)
        end-if
    end-perform.

settle-group-status section.
    if ws-file-reason not = spaces
        perform reject-remaining-transactions
    end-if.
    evaluate true
        when ws-file-reason not = spaces
            move "RJCT" to ws-group-status
        when ws-accepted-count = 0
            move "RJCT" to ws-group-status
        when ws-accepted-count = ws-tx-count
            move "ACCP" to ws-group-status
        when other
            move "PART" to ws-group-status
    end-evaluate.

write-batch-items section.
    move ws-batch-id to bb-batch-id.
    move 0 to bb-item-seq.
    read bulk-batch-file
        invalid key
            continue
        not invalid key
            move ws-group-status to bb-status
            move ws-file-reason to bb-reason
            rewrite bulk-batch-record
    end-read.
    perform varying ws-tx-idx from 1 by 1
            until ws-tx-idx > ws-tx-count
        move spaces to bulk-batch-record
        move ws-batch-id to bb-batch-id
        move ws-tx-idx to bb-item-seq
        move "T" to bb-record-type
        move ws-msg-id to bb-msg-id
        move l-customer-id to bb-customer-id
        move l-booking-mode to bb-booking-mode
        move pi-id(bt-pmtinf-idx(ws-tx-idx)) to bb-pmtinf-id
        move bt-end-to-end-id(ws-tx-idx) to bb-end-to-end-id
        move bt-debit-account(ws-tx-idx) to bb-debit-account
        move bt-credit-account(ws-tx-idx) to bb-credit-account
        move bt-currency(ws-tx-idx) to bb-currency
        move bt-amount(ws-tx-idx) to bb-amount
        move 0 to bb-tx-count
        move bt-status(ws-tx-idx) to bb-status
        move bt-payment-id(ws-tx-idx) to bb-payment-id
        move bt-reason(ws-tx-idx) to bb-reason
        move current-date(1:14) to bb-created-ts
        write bulk-batch-record
            invalid key
                continue
        end-write
    end-perform.

write-status-report section.
*>  pain.002: the group status first, then each payment information
*>  block with its transactions, one element per line
    move ws-tx-count to ws-count-edited.
    move ws-control-sum to ws-amount-edited.
    move "<Document><CstmrPmtStsRpt>" to status-report-line.
    write status-report-line.
    move spaces to status-report-line.
    string "<GrpHdr><MsgId>" delimited by size
        ws-batch-id delimited by size
        "</MsgId><CreDtTm>" delimited by size
        current-date(1:8) delimited by size
        "T" delimited by size
        current-date(9:6) delimited by size
        "</CreDtTm></GrpHdr>" delimited by size
        into status-report-line
    end-string.
    write status-report-line.
    move spaces to ws-report-text.
    move 1 to ws-report-ptr.
    string "<OrgnlGrpInfAndSts><OrgnlMsgId>" delimited by size
        trim(ws-msg-id) delimited by size
        "</OrgnlMsgId><OrgnlMsgNmId>pain.001</OrgnlMsgNmId>"
            delimited by size
        "<OrgnlNbOfTxs>" delimited by size
        trim(ws-count-edited) delimited by size
        "</OrgnlNbOfTxs><OrgnlCtrlSum>" delimited by size
        trim(ws-amount-edited) delimited by size
        "</OrgnlCtrlSum><GrpSts>" delimited by size
        ws-group-status delimited by size
        "</GrpSts>" delimited by size
        into ws-report-text with pointer ws-report-ptr
    end-string.
    if ws-file-reason not = spaces
        string "<StsRsnInf><AddtlInf>" delimited by size
            trim(ws-file-reason) delimited by size
            "</AddtlInf></StsRsnInf>" delimited by size
            into ws-report-text with pointer ws-report-ptr
        end-string
    end-if.
    string "</OrgnlGrpInfAndSts>" delimited by size
        into ws-report-text with pointer ws-report-ptr
    end-string.
    write status-report-line from ws-report-text.

*>  a file rejected as a whole reports at group level only
    if ws-file-reason = spaces
        perform varying ws-pi-idx from 1 by 1
                until ws-pi-idx > ws-pmtinf-count
            perform write-payment-information-status
        end-perform
    end-if.
    move "</CstmrPmtStsRpt></Document>" to status-report-line.
    write status-report-line.

write-payment-information-status section.
    move spaces to status-report-line.
    string "<OrgnlPmtInfAndSts><OrgnlPmtInfId>" delimited by size
        trim(pi-id(ws-pi-idx)) delimited by size
        "</OrgnlPmtInfId>" delimited by size
        into status-report-line
    end-string.
    write status-report-line.
    perform varying ws-tx-idx from pi-first-tx(ws-pi-idx) by 1
            until ws-tx-idx >
                pi-first-tx(ws-pi-idx) + pi-tx-count(ws-pi-idx) - 1
        move spaces to ws-report-text
        move 1 to ws-report-ptr
        string "<TxInfAndSts><OrgnlEndToEndId>" delimited by size
            trim(bt-end-to-end-id(ws-tx-idx)) delimited by size
            "</OrgnlEndToEndId><TxSts>" delimited by size
            bt-status(ws-tx-idx) delimited by size
            "</TxSts>" delimited by size
            into ws-report-text with pointer ws-report-ptr
        end-string
        if bt-reason(ws-tx-idx) not = spaces
            string "<StsRsnInf><AddtlInf>" delimited by size
                trim(bt-reason(ws-tx-idx)) delimited by size
                "</AddtlInf></StsRsnInf>" delimited by size
                into ws-report-text with pointer ws-report-ptr
            end-string
        end-if
        string "</TxInfAndSts>" delimited by size
            into ws-report-text with pointer ws-report-ptr
        end-string
        write status-report-line from ws-report-text
    end-perform.
    move "</OrgnlPmtInfAndSts>" to status-report-line.
    write status-report-line.
end program bulk-payment-intake.

*>*
*> Maintain a LIMITS master record: the single-payment maximum and
*> daily cumulative debit limit for one account ("A" scope) or one
*> customer across all their accounts ("C" scope). PAYMENT-BOOK
*> enforces both inside its validation, before the journal write,
*> tracking the day's debits in the LIMIT-USAGE file; a zero limit
*> means that check is not applied. Account-scope maxima are in the
*> account's own currency; customer-scope maxima aggregate accounts
*> in different currencies and are therefore expressed in EUR -
*> PAYMENT-BOOK converts each payment through FX-RATE-LOOKUP before
*> checking and accumulating them. Create-or-update shape as the
*> other masters.
*>
*> The LIMITS record layout (scope + id key, single-payment maximum,
*> daily maximum, audit stamp) is shared with PAYMENT-BOOK and
*> LIMIT-BREACH-REPORT.
*>
*> @param l-limits-path Path to the LIMITS indexed file
*> @param l-scope "A" account, "C" customer
*> @param l-id Account id or customer id the limits apply to
*> @param l-single-max Single-payment maximum; 0 = not checked
*> @param l-daily-max Daily cumulative debit limit; 0 = not checked
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid scope, 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. limit-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select limits-file assign to ws-limits-path
        organization indexed
        access mode dynamic
        record key lim-key
        file status ws-limits-status.
data division.
file section.
fd limits-file.
01 limits-record.
    05 lim-key.
        10 lim-scope pic x(1).
        10 lim-id pic x(16).
    05 lim-single-max pic 9(13)v99.
    05 lim-daily-max pic 9(13)v99.
    05 lim-last-updated-by pic x(8).
    05 lim-last-updated-ts pic 9(14).
working-storage section.
    01 ws-limits-path pic x(256).
    01 ws-limits-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 limit-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-limits-path pic x any length.
    01 l-scope pic x(1).
    01 l-id pic x(16).
    01 l-single-max pic 9(13)v99.
    01 l-daily-max pic 9(13)v99.
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-limits-path, l-scope, l-id,
        l-single-max, l-daily-max, l-user-id, l-result.
start-limit-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "LIMMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-limits-path.
    move l-limits-path to ws-limits-path.
    move "N" to ws-found-switch.

    if l-scope not = "A" and l-scope not = "C"
        move 3 to l-result
        goback
    end-if.

    open i-o limits-file.
    if ws-limits-status = "35"
        open output limits-file
        close limits-file
        open i-o limits-file
    end-if.
    if ws-limits-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-scope to lim-scope.
    move l-id to lim-id.
    read limits-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-single-max to lim-single-max.
    move l-daily-max to lim-daily-max.
    move l-user-id to lim-last-updated-by.
    move current-date(1:14) to lim-last-updated-ts.

    if limit-was-found
        rewrite limits-record
        move 0 to l-result
    else
        write limits-record
        move 1 to l-result
    end-if.

    close limits-file.
    goback.
end program limit-maintain.

*>*
*> End-of-day limit breach and near-breach report. Scans the
*> LIMIT-USAGE file for the given date and, for every account or
*> customer with a daily limit on the LIMITS master, reports BREACH
*> when the day's cumulative debits exceeded the limit (possible
*> when the limit was lowered intraday, or usage was accumulated by
*> channels not yet enforcing) and NEAR when they reached the
*> caller's percentage of it - the feedback loop for tuning the
*> thresholds.
*>
*> @param l-limits-path Path to the LIMITS indexed file
*> @param l-usage-path Path to the LIMIT-USAGE indexed file
*> @param l-usage-date Business date to report on, YYYYMMDD
*> @param l-near-pct Percentage of the daily limit that counts as a
*>        near-breach, e.g. 080
*> @param l-report-path Path of the report to produce
*> @param l-result Number of breach and near-breach lines, or
*>        99000001-99000003 when the usage file, limits master or
*>        report could not be opened
*>*
identification division.
program-id. limit-breach-report.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select limits-file assign to ws-limits-path
        organization indexed
        access mode dynamic
        record key lim-key
        file status ws-limits-status.
    select limit-usage-file assign to ws-usage-path
        organization indexed
        access mode dynamic
        record key lu-key
        file status ws-usage-status.
    select breach-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd limits-file.
01 limits-record.
    05 lim-key.
        10 lim-scope pic x(1).
        10 lim-id pic x(16).
    05 lim-single-max pic 9(13)v99.
    05 lim-daily-max pic 9(13)v99.
    05 lim-last-updated-by pic x(8).
    05 lim-last-updated-ts pic 9(14).
fd limit-usage-file.
01 limit-usage-record.
    05 lu-key.
        10 lu-scope pic x(1).
        10 lu-id pic x(16).
        10 lu-date pic 9(8).
    05 lu-used pic 9(13)v99.
fd breach-report-file.
01 breach-report-line pic x(132).
working-storage section.
    01 ws-limits-path pic x(256).
    01 ws-usage-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-limits-status pic x(2).
    01 ws-usage-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 usage-eof value "Y".
    01 ws-near-threshold pic 9(13)v99.
    01 ws-used-pct pic 9(5)v99.
    01 ws-flagged-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 lbd-scope pic x(1).
        05 filler pic x(2) value spaces.
        05 lbd-id pic x(16).
        05 filler pic x(2) value spaces.
        05 lbd-used pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 lbd-limit pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 lbd-pct pic z(4)9.99.
        05 filler pic x(2) value spaces.
        05 lbd-remark pic x(8).
linkage section.
    01 l-limits-path pic x any length.
    01 l-usage-path pic x any length.
    01 l-usage-date pic 9(8).
    01 l-near-pct pic 9(3).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-limits-path, l-usage-path, l-usage-date,
        l-near-pct, l-report-path, l-result.
start-limit-breach-report.
    move 0 to l-result.
    move 0 to ws-flagged-count.
    move spaces to ws-limits-path.
    move l-limits-path to ws-limits-path.
    move spaces to ws-usage-path.
    move l-usage-path to ws-usage-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input limit-usage-file.
    if ws-usage-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input limits-file.
    if ws-limits-status not = "00"
        close limit-usage-file
        move 99000002 to l-result
        goback
    end-if.
    open output breach-report-file.
    if ws-report-status not = "00"
        close limit-usage-file
        close limits-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "LIMIT BREACH REPORT " delimited by size
        l-usage-date delimited by size
        into ws-report-header
    end-string.
    write breach-report-line from ws-report-header.
    move "  S  ID                USED             DAILY-LIMIT      PCT      REMARK"
        to ws-report-header.
    write breach-report-line from ws-report-header.

    move low-values to lu-key.
    start limit-usage-file key is greater than or equal to lu-key
        invalid key
            set usage-eof to true
    end-start.
    perform until usage-eof
        read limit-usage-file next record
            at end
                set usage-eof to true
            not at end
                if lu-date = l-usage-date
                    perform check-one-usage
                end-if
        end-read
    end-perform.

    close limit-usage-file.
    close limits-file.
    close breach-report-file.
    move ws-flagged-count to l-result.
    goback.

check-one-usage section.
    move lu-scope to lim-scope.
    move lu-id to lim-id.
    read limits-file
        invalid key
            exit section
    end-read.
    if lim-daily-max = 0
        exit section
    end-if.
    compute ws-near-threshold rounded =
        lim-daily-max * l-near-pct / 100.
    if lu-used < ws-near-threshold
        exit section
    end-if.

    add 1 to ws-flagged-count.
    move spaces to ws-report-detail.
    move lu-scope to lbd-scope.
    move lu-id to lbd-id.
    move lu-used to lbd-used.
    move lim-daily-max to lbd-limit.
    compute ws-used-pct rounded = lu-used / lim-daily-max * 100.
    move ws-used-pct to lbd-pct.
    if lu-used > lim-daily-max
        move "BREACH" to lbd-remark
    else
        move "NEAR" to lbd-remark
    end-if.
    write breach-report-line from ws-report-detail.
end program limit-breach-report.

*>*
*> Maintain a FEE-SCHEDULE tier: the flat transaction fee charged
*> for a payment of a given type and currency whose amount is at or
*> above the tier floor - the same greatest-floor-not-exceeding
*> tiering the product-rate file uses for interest. PAYMENT-BOOK
*> books the fee as a separate journal entry at payment time.
*> Create-or-update shape as the other masters.
*>
*> The FEE-SCHEDULE record layout (payment type + currency + tier
*> floor key, fee amount, audit stamp) is shared with PAYMENT-BOOK.
*> Payment types are the originator channels, e.g. "PAYMENT" for the
*> REST endpoint and "STANDING" for standing orders.
*>
*> @param l-fee-schedule-path Path to the FEE-SCHEDULE indexed file
*> @param l-payment-type Payment type the tier applies to
*> @param l-currency Currency the tier applies to
*> @param l-tier-floor Lowest payment amount the tier applies to
*> @param l-fee-amount Flat fee charged, in the payment currency
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. fee-schedule-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select fee-schedule-file assign to ws-fee-path
        organization indexed
        access mode dynamic
        record key fs-key
        file status ws-fee-status.
data division.
file section.
fd fee-schedule-file.
01 fee-schedule-record.
    05 fs-key.
        10 fs-payment-type pic x(8).
        10 fs-currency pic x(3).
        10 fs-tier-floor pic 9(13).
    05 fs-fee-amount pic 9(13)v99.
    05 fs-last-updated-by pic x(8).
    05 fs-last-updated-ts pic 9(14).
working-storage section.
    01 ws-fee-path pic x(256).
    01 ws-fee-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 tier-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-fee-schedule-path pic x any length.
    01 l-payment-type pic x(8).
    01 l-currency pic x(3).
    01 l-tier-floor pic 9(13).
    01 l-fee-amount pic 9(13)v99.
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-fee-schedule-path, l-payment-type,
        l-currency, l-tier-floor, l-fee-amount, l-user-id,
        l-result.
start-fee-schedule-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "FEEMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-fee-path.
    move l-fee-schedule-path to ws-fee-path.
    move "N" to ws-found-switch.

    open i-o fee-schedule-file.
    if ws-fee-status = "35"
        open output fee-schedule-file
        close fee-schedule-file
        open i-o fee-schedule-file
    end-if.
    if ws-fee-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-payment-type to fs-payment-type.
    move l-currency to fs-currency.
    move l-tier-floor to fs-tier-floor.
    read fee-schedule-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-fee-amount to fs-fee-amount.
    move l-user-id to fs-last-updated-by.
    move current-date(1:14) to fs-last-updated-ts.

    if tier-was-found
        rewrite fee-schedule-record
        move 0 to l-result
    else
        write fee-schedule-record
        move 1 to l-result
    end-if.

    close fee-schedule-file.
    goback.
end program fee-schedule-maintain.

*>*
*> Monthly per-account fee summary. Scans the PAYMENT-JOURNAL for
*> the fee entries PAYMENT-BOOK books under "F..." ids in the given
*> month and reports, per charged account and currency, the number
*> of fees and their total - what the customer was charged and what
*> finance reconciles fee income against.
*>
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-summary-month Month to report, YYYYMM
*> @param l-report-path Path of the summary report to produce
*> @param l-result Number of account lines reported, or
*>        99000001/99000002 when the journal or report could not be
*>        opened, and 99000003 when the month charged more accounts
*>        than the tally table holds
*>*
identification division.
program-id. fee-summary-report.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select fee-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd fee-report-file.
01 fee-report-line pic x(132).
working-storage section.
    01 ws-journal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-journal-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-booking-month pic 9(6).
    01 ws-fees.
        05 ws-fee-entry occurs 512 times.
            10 ws-fee-account pic x(16).
            10 ws-fee-currency pic x(3).
            10 ws-fee-count usage binary-long unsigned.
            10 ws-fee-total pic 9(13)v99.
    01 ws-fee-tally-count usage binary-short unsigned value 0.
    01 ws-fee-overflow pic x(1) value "N".
    01 ws-fee-idx usage index.
    01 ws-fee-found pic x(1).
    01 ws-reported-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 fsd-account pic x(16).
        05 filler pic x(2) value spaces.
        05 fsd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 fsd-count pic z(5)9.
        05 filler pic x(2) value spaces.
        05 fsd-total pic -(12)9.99.
linkage section.
    01 l-journal-path pic x any length.
    01 l-summary-month pic 9(6).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-journal-path, l-summary-month,
        l-report-path, l-result.
start-fee-summary-report.
    move 0 to l-result.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input payment-journal-file.
    if ws-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output fee-report-file.
    if ws-report-status not = "00"
        close payment-journal-file
        move 99000002 to l-result
        goback
    end-if.

*>  the booking-date alternate key positions on the month's first
*>  day and stops at its last, instead of scanning the full journal
    compute pj-booking-date = l-summary-month * 100 + 1.
    start payment-journal-file key is greater than or equal to
            pj-booking-date
        invalid key
            set journal-eof to true
    end-start.
    perform until journal-eof
        read payment-journal-file next record
            at end
                set journal-eof to true
            not at end
                move pj-booking-date(1:6) to ws-booking-month
                if ws-booking-month > l-summary-month
                    set journal-eof to true
                else
                    if pj-payment-id(1:1) = "F" and pj-booked
                        perform tally-one-fee
                    end-if
                end-if
        end-read
    end-perform.

    if ws-fee-overflow = "Y"
        close payment-journal-file
        close fee-report-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "FEE SUMMARY " delimited by size
        l-summary-month delimited by size
        into ws-report-header
    end-string.
    write fee-report-line from ws-report-header.
    move "  ACCOUNT           CCY  COUNT   TOTAL-CHARGED"
        to ws-report-header.
    write fee-report-line from ws-report-header.
    perform report-one-fee-account
        varying ws-fee-idx from 1 by 1
        until ws-fee-idx > ws-fee-tally-count.

    close payment-journal-file.
    close fee-report-file.
    move ws-reported-count to l-result.
    goback.

tally-one-fee section.
    move "N" to ws-fee-found.
    perform varying ws-fee-idx from 1 by 1
            until ws-fee-idx > ws-fee-tally-count
               or ws-fee-found = "Y"
        if ws-fee-account(ws-fee-idx) = pj-debit-account
                and ws-fee-currency(ws-fee-idx) = pj-currency
            move "Y" to ws-fee-found
            add 1 to ws-fee-count(ws-fee-idx)
            add pj-amount to ws-fee-total(ws-fee-idx)
        end-if
    end-perform.
    if ws-fee-found = "N"
        if ws-fee-tally-count < 512
            add 1 to ws-fee-tally-count
            move pj-debit-account
                to ws-fee-account(ws-fee-tally-count)
            move pj-currency to ws-fee-currency(ws-fee-tally-count)
            move 1 to ws-fee-count(ws-fee-tally-count)
            move pj-amount to ws-fee-total(ws-fee-tally-count)
        else
            move "Y" to ws-fee-overflow
        end-if
    end-if.

report-one-fee-account section.
    add 1 to ws-reported-count.
    move spaces to ws-report-detail.
    move ws-fee-account(ws-fee-idx) to fsd-account.
    move ws-fee-currency(ws-fee-idx) to fsd-currency.
    move ws-fee-count(ws-fee-idx) to fsd-count.
    move ws-fee-total(ws-fee-idx) to fsd-total.
    write fee-report-line from ws-report-detail.
end program fee-summary-report.

*>*
*> Maintain a CURRENCY-MASTER record: the ISO 4217 currencies the
*> bank deals in, each with its decimal places and an active flag,
*> so a payment in "ZZZ" or a JPY amount with cents is rejected at
*> the door instead of booked. PAYMENT-BOOK and ISO20022-PARSE
*> validate against it and STATEMENT-GENERATE formats statement
*> amounts to the currency's decimals. Create-or-update shape as the
*> other masters.
*>
*> The CURRENCY-MASTER record layout (currency code key, name,
*> decimal places, active flag, audit stamp) is shared by this
*> program and every reader of the file. Note the journal and
*> balance fields are v99, so decimal places above 2 cannot actually
*> be carried; a 3-decimal currency can be recorded here but its
*> amounts are still booked to 2 places.
*>
*> @param l-currency-path Path to the CURRENCY-MASTER indexed file
*> @param l-currency-code ISO 4217 code to create or update
*> @param l-name Currency name
*> @param l-decimals Decimal places, 0-4 (ISO minor unit)
*> @param l-active "Y" active, "N" inactive
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid decimals or active flag, 9 operator not authorized
*>        (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. currency-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select currency-master-file assign to ws-currency-path
        organization indexed
        access mode dynamic
        record key cur-code
        file status ws-currency-status.
data division.
file section.
fd currency-master-file.
01 currency-master-record.
    05 cur-code pic x(3).
    05 cur-name pic x(40).
    05 cur-decimals pic 9(1).
    05 cur-active pic x(1).
    05 cur-last-updated-by pic x(8).
    05 cur-last-updated-ts pic 9(14).
working-storage section.
    01 ws-currency-path pic x(256).
    01 ws-currency-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 currency-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-currency-path pic x any length.
    01 l-currency-code pic x(3).
    01 l-name pic x(40).
    01 l-decimals pic 9(1).
    01 l-active pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-currency-path, l-currency-code, l-name,
        l-decimals, l-active, l-user-id, l-result.
start-currency-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "CCYMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-currency-path.
    move l-currency-path to ws-currency-path.
    move "N" to ws-found-switch.

    if l-decimals > 4
            or (l-active not = "Y" and l-active not = "N")
        move 3 to l-result
        goback
    end-if.

    open i-o currency-master-file.
    if ws-currency-status = "35"
        open output currency-master-file
        close currency-master-file
        open i-o currency-master-file
    end-if.
    if ws-currency-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-currency-code to cur-code.
    read currency-master-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-name to cur-name.
    move l-decimals to cur-decimals.
    move l-active to cur-active.
    move l-user-id to cur-last-updated-by.
    move current-date(1:14) to cur-last-updated-ts.

    if currency-was-found
        rewrite currency-master-record
        move 0 to l-result
    else
        write currency-master-record
        move 1 to l-result
    end-if.

    close currency-master-file.
    goback.
end program currency-maintain.

       >>SOURCE FORMAT FREE
*>**
*>  Core library: payments-inbound
*>
*>  @author Olegs Kunicins
*>  @license LGPL-3.0
*>
*>  This library is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public
*>  License as published by the Free Software Foundation; either
*>  version 3.0 of the License, or (at your option) any later version.
*>
*>  This library is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*>  Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public
*>  License along with this library.
*>**

*>*
*> Extract the daily-processed payment fields from a reassembled
*> ISO 20022 credit-transfer message (pacs.008 / pain.001 style XML)
*> into a bounded table, one entry per <CdtTrfTxInf> transaction
*> block - the same pure-extraction shape CSV-ECB-RATES has for the
*> ECB feed, so the file-writing half (ISO20022-PARSE) stays a thin
*> wrapper. Per transaction: end-to-end id, debtor/creditor account
*> (IBAN), debtor/creditor name, amount and currency (InstdAmt, or
*> IntrBkSttlmAmt when no instructed amount is present) and the
*> message-level requested execution date. A transaction missing a
*> required field is returned flagged malformed with the reason, not
*> dropped, so ops can review it downstream.
*>
*> The table holds 32 entries per call, but a 64K reassembled pacs.008
*> can carry far more transactions than that, so extraction is
*> resumable: the caller passes 1 in l-resume-pos on the first call,
*> and when the table fills with transactions still unscanned the
*> extractor returns the position to continue from (0 once the
*> message is exhausted). ISO20022-PARSE drives this loop so no
*> transaction past the 32nd is ever silently dropped.
*>
*> @param l-message Reassembled message, as handed over by RECEIVE-TCP
*>        or RECEIVE-UDP
*> @param l-length Number of significant bytes in l-message
*> @param l-payments Extracted payments, filled from entry 1, up to 32
*> @param l-payment-count Number of entries populated in l-payments
*> @param l-resume-pos Scan position: pass 1 on the first call; set to
*>        the continuation position when more transactions remain, or
*>        0 when the message is exhausted
*>*
identification division.
program-id. iso20022-extract.
environment division.
configuration section.
repository.
    function substr-pos
    function trim test-numval length intrinsic.
data division.
working-storage section.
    01 ws-scan-ptr usage binary-long unsigned.
    01 ws-tag-pos usage binary-long unsigned.
    01 ws-block-start usage binary-long unsigned.
    01 ws-block-end-pos usage binary-long unsigned.
    01 ws-block-len usage binary-long unsigned.
    01 ws-block pic x(4096).
    01 ws-open-tag pic x(34).
    01 ws-tag-name pic x(32).
    01 ws-tag-value pic x(70).
    01 ws-value-pos usage binary-long unsigned.
    01 ws-value-end usage binary-long unsigned.
    01 ws-sub-pos usage binary-long unsigned.
    01 ws-sub-block pic x(512).
    01 ws-amount-pos usage binary-long unsigned.
    01 ws-ccy-pos usage binary-long unsigned.
    01 ws-gt-pos usage binary-long unsigned.
    01 ws-lt-pos usage binary-long unsigned.
    01 ws-date-pos usage binary-long unsigned.
    01 ws-date-text pic x(10).
    01 ws-exec-date-text.
        05 ws-exec-yyyy pic x(4).
        05 ws-exec-mm pic x(2).
        05 ws-exec-dd pic x(2).
    01 filler redefines ws-exec-date-text.
        05 ws-exec-date pic 9(8).
    01 ws-malformed-reason pic x(64).
linkage section.
    01 l-message pic x any length.
    01 l-length usage binary-long unsigned.
    01 l-payments.
        05 l-payment occurs 32 times.
            10 l-pay-end-to-end-id pic x(35).
            10 l-pay-debtor-account pic x(34).
            10 l-pay-debtor-name pic x(70).
            10 l-pay-creditor-account pic x(34).
            10 l-pay-creditor-name pic x(70).
            10 l-pay-currency pic x(3).
            10 l-pay-amount-text pic x(20).
            10 l-pay-exec-date pic 9(8).
            10 l-pay-malformed pic x(1).
            10 l-pay-error-text pic x(64).
    01 l-payment-count usage binary-short unsigned.
    01 l-resume-pos usage binary-long unsigned.
procedure division using l-message, l-length, l-payments,
        l-payment-count, l-resume-pos.
start-iso20022-extract.
    move 0 to l-payment-count.
    move spaces to l-payments.
    perform find-execution-date.
    if l-resume-pos = 0 or l-resume-pos > l-length
        move 1 to ws-scan-ptr
    else
        move l-resume-pos to ws-scan-ptr
    end-if.
    perform extract-one-transaction
        until ws-scan-ptr > l-length or l-payment-count >= 32.
*>  report where to pick the scan up when transactions remain beyond
*>  the table - 0 means the message is exhausted
    move 0 to l-resume-pos.
    if l-payment-count >= 32 and ws-scan-ptr <= l-length
        if substr-pos(l-message(ws-scan-ptr:
                l-length - ws-scan-ptr + 1), "<CdtTrfTxInf>") > 0
            move ws-scan-ptr to l-resume-pos
        end-if
    end-if.
    goback.

find-execution-date section.
*>  ReqdExctnDt is carried once at payment-information level, so it
*>  is picked up from the whole message rather than per transaction
    move "00000000" to ws-exec-date-text.
    move substr-pos(l-message(1:l-length), "<ReqdExctnDt>")
        to ws-date-pos.
    if ws-date-pos > 0 and ws-date-pos + 22 <= l-length
        move l-message(ws-date-pos + 13:10) to ws-date-text
        if ws-date-text(5:1) = "-" and ws-date-text(8:1) = "-"
            move ws-date-text(1:4) to ws-exec-yyyy
            move ws-date-text(6:2) to ws-exec-mm
            move ws-date-text(9:2) to ws-exec-dd
            if ws-exec-date-text not numeric
                move "00000000" to ws-exec-date-text
            end-if
        end-if
    end-if.

extract-one-transaction section.
    move substr-pos(l-message(ws-scan-ptr:l-length - ws-scan-ptr + 1),
        "<CdtTrfTxInf>") to ws-tag-pos.
    if ws-tag-pos = 0
        compute ws-scan-ptr = l-length + 1
        exit section
    end-if.
    compute ws-block-start = ws-scan-ptr + ws-tag-pos + 12.
    if ws-block-start > l-length
        compute ws-scan-ptr = l-length + 1
        exit section
    end-if.
    move substr-pos(
        l-message(ws-block-start:l-length - ws-block-start + 1),
        "</CdtTrfTxInf>") to ws-block-end-pos.
    if ws-block-end-pos = 0
        compute ws-block-len = l-length - ws-block-start + 1
        compute ws-scan-ptr = l-length + 1
    else
        compute ws-block-len = ws-block-end-pos - 1
        compute ws-scan-ptr = ws-block-start + ws-block-end-pos + 13
    end-if.
    if ws-block-len > 4096
        move 4096 to ws-block-len
    end-if.
    move spaces to ws-block.
    if ws-block-len > 0
        move l-message(ws-block-start:ws-block-len) to ws-block
    end-if.

    add 1 to l-payment-count.
    move "EndToEndId" to ws-tag-name.
    perform extract-simple-tag.
    move ws-tag-value to l-pay-end-to-end-id(l-payment-count).

    move substr-pos(ws-block, "<DbtrAcct>") to ws-sub-pos.
    move "IBAN" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-pay-debtor-account(l-payment-count).

    move substr-pos(ws-block, "<CdtrAcct>") to ws-sub-pos.
    move "IBAN" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-pay-creditor-account(l-payment-count).

    move substr-pos(ws-block, "<Dbtr>") to ws-sub-pos.
    move "Nm" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-pay-debtor-name(l-payment-count).

    move substr-pos(ws-block, "<Cdtr>") to ws-sub-pos.
    move "Nm" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-pay-creditor-name(l-payment-count).

    perform extract-amount.
    move ws-exec-date to l-pay-exec-date(l-payment-count).
    perform validate-transaction.

extract-simple-tag section.
    move spaces to ws-tag-value.
    move spaces to ws-open-tag.
    string "<" delimited by size
        trim(ws-tag-name) delimited by size
        ">" delimited by size
        into ws-open-tag
    end-string.
    move substr-pos(ws-block, trim(ws-open-tag)) to ws-value-pos.
    if ws-value-pos = 0
        exit section
    end-if.
    compute ws-value-pos = ws-value-pos + length(trim(ws-open-tag)).
    move substr-pos(ws-block(ws-value-pos:), "</") to ws-value-end.
    if ws-value-end > 1 and ws-value-end <= 71
        move ws-block(ws-value-pos:ws-value-end - 1) to ws-tag-value
    end-if.

extract-sub-tag section.
*>  extract a simple tag scoped to the enclosing element found at
*>  ws-sub-pos, so the debtor and creditor IBANs do not collide
    move spaces to ws-tag-value.
    if ws-sub-pos = 0
        exit section
    end-if.
    move spaces to ws-sub-block.
    if ws-sub-pos + 511 <= 4096
        move ws-block(ws-sub-pos:512) to ws-sub-block
    else
        move ws-block(ws-sub-pos:4096 - ws-sub-pos + 1) to ws-sub-block
    end-if.
    move spaces to ws-open-tag.
    string "<" delimited by size
        trim(ws-tag-name) delimited by size
        ">" delimited by size
        into ws-open-tag
    end-string.
    move substr-pos(ws-sub-block, trim(ws-open-tag)) to ws-value-pos.
    if ws-value-pos = 0
        exit section
    end-if.
    compute ws-value-pos = ws-value-pos + length(trim(ws-open-tag)).
    move substr-pos(ws-sub-block(ws-value-pos:), "</") to ws-value-end.
    if ws-value-end > 1 and ws-value-end <= 71
        move ws-sub-block(ws-value-pos:ws-value-end - 1) to ws-tag-value
    end-if.

extract-amount section.
    move substr-pos(ws-block, "<InstdAmt") to ws-amount-pos.
    if ws-amount-pos = 0
        move substr-pos(ws-block, "<IntrBkSttlmAmt") to ws-amount-pos
    end-if.
    if ws-amount-pos = 0
        exit section
    end-if.
    move substr-pos(ws-block(ws-amount-pos:), 'Ccy="') to ws-ccy-pos.
    if ws-ccy-pos > 0
        compute ws-ccy-pos = ws-amount-pos + ws-ccy-pos + 4
        move ws-block(ws-ccy-pos:3) to l-pay-currency(l-payment-count)
    end-if.
    move substr-pos(ws-block(ws-amount-pos:), ">") to ws-gt-pos.
    if ws-gt-pos > 0
        compute ws-gt-pos = ws-amount-pos + ws-gt-pos
        move substr-pos(ws-block(ws-gt-pos:), "<") to ws-lt-pos
        if ws-lt-pos > 1 and ws-lt-pos <= 21
            move ws-block(ws-gt-pos:ws-lt-pos - 1)
                to l-pay-amount-text(l-payment-count)
        end-if
    end-if.

validate-transaction section.
    move "N" to l-pay-malformed(l-payment-count).
    evaluate true
        when l-pay-end-to-end-id(l-payment-count) = spaces
            move "missing EndToEndId" to ws-malformed-reason
        when l-pay-debtor-account(l-payment-count) = spaces
            move "missing debtor account" to ws-malformed-reason
        when l-pay-creditor-account(l-payment-count) = spaces
            move "missing creditor account" to ws-malformed-reason
        when l-pay-currency(l-payment-count) = spaces
            move "missing currency" to ws-malformed-reason
        when l-pay-amount-text(l-payment-count) = spaces
            move "invalid or missing amount" to ws-malformed-reason
        when test-numval(l-pay-amount-text(l-payment-count)) not = 0
            move "invalid or missing amount" to ws-malformed-reason
        when other
            move spaces to ws-malformed-reason
    end-evaluate.
    if ws-malformed-reason not = spaces
        move "Y" to l-pay-malformed(l-payment-count)
        move ws-malformed-reason to l-pay-error-text(l-payment-count)
    end-if.
end program iso20022-extract.

*>*
*> Parse a reassembled ISO 20022 inbound payment message (via
*> ISO20022-EXTRACT) and write one record per transaction into the
*> PAYMENT-INBOX indexed file, keyed by end-to-end id. Transactions
*> flagged malformed by the extractor are written with status "M" and
*> the reason, under a generated key when the end-to-end id itself is
*> missing - flagged for ops review instead of silently dropped. A
*> message containing no credit-transfer transactions at all likewise
*> produces a single malformed record. A transaction whose end-to-end
*> id already exists in the inbox is written under a generated "DUP-"
*> key with status "M" so the original record is never overwritten.
*> Messages carrying more transactions than one extraction table
*> holds are processed in repeated passes (see ISO20022-EXTRACT's
*> l-resume-pos), so nothing past the 32nd transaction is dropped.
*>
*> The PAYMENT-INBOX record layout (end-to-end id key, debtor and
*> creditor account and name, currency, amount, requested execution
*> date, status, error text, received timestamp, and the settlement
*> payment id SETTLEMENT-POST stamps when it credits the payment) is
*> shared by this program and every reader of the file. Inbox
*> status values: "P" pending, "M" malformed, "H" held by sanctions
*> screening, "R" released after review, "X" rejected after review.
*>
*> A transaction in an unknown or inactive currency, or whose amount
*> carries more decimals than the currency allows, is written with
*> status "M" and the reason once a CURRENCY-MASTER path is supplied
*> - the same opt-in validation PAYMENT-BOOK applies on the outbound
*> side.
*>
*> The debtor and creditor IBANs are checked through IBAN-VALIDATE -
*> form, country, the country's length and the MOD 97-10 check
*> digits. A transaction carrying an IBAN that fails is written with
*> status "M" and a reason naming the side and the failed check, so
*> a mistyped creditor IBAN is caught on arrival instead of sitting
*> unmatched in SETTLEMENT-POST's suspense report.
*>
*> @param l-message Reassembled message to parse
*> @param l-length Number of significant bytes in l-message
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file
*> @param l-parsed-count Number of clean payments written
*> @param l-malformed-count Number of malformed records written
*> @param l-currency-path Optional path to the CURRENCY-MASTER;
*>        spaces (or omitted) skips currency validation
*> @param l-result 0 on success, 1 if the inbox could not be opened
*>*
identification division.
program-id. iso20022-parse.
environment division.
configuration section.
repository.
    function trim numval current-date intrinsic.
input-output section.
file-control.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
    select currency-master-file assign to ws-currency-path
        organization indexed
        access mode dynamic
        record key cur-code
        file status ws-currency-status.
data division.
file section.
fd currency-master-file.
01 currency-master-record.
    05 cur-code pic x(3).
    05 cur-name pic x(40).
    05 cur-decimals pic 9(1).
    05 cur-active pic x(1).
    05 cur-last-updated-by pic x(8).
    05 cur-last-updated-ts pic 9(14).
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
working-storage section.
    01 ws-inbox-path pic x(256).
    01 ws-inbox-status pic x(2).
    01 ws-payments.
        05 ws-payment occurs 32 times.
            10 ws-pay-end-to-end-id pic x(35).
            10 ws-pay-debtor-account pic x(34).
            10 ws-pay-debtor-name pic x(70).
            10 ws-pay-creditor-account pic x(34).
            10 ws-pay-creditor-name pic x(70).
            10 ws-pay-currency pic x(3).
            10 ws-pay-amount-text pic x(20).
            10 ws-pay-exec-date pic 9(8).
            10 ws-pay-malformed pic x(1).
            10 ws-pay-error-text pic x(64).
    01 ws-payment-count usage binary-short unsigned.
    01 ws-pay-idx usage index.
    01 ws-resume-pos usage binary-long unsigned.
    01 ws-total-extracted usage binary-long unsigned.
    01 ws-generated-seq pic 9(4) value 0.
    01 ws-generated-key pic x(35).
    01 ws-currency-path pic x(256).
    01 ws-currency-status pic x(2).
    01 ws-currency-checking pic x(1).
    01 ws-currency-error pic x(64).
    01 ws-whole-amount pic 9(13).
    01 ws-tenths-amount pic 9(14)v9.
    01 ws-tenths-whole pic 9(14).
    01 ws-iban-error pic x(64).
    01 ws-iban-side pic x(9).
    01 ws-iban-value pic x(34).
    01 ws-iban-result usage binary-long unsigned.
linkage section.
    01 l-message pic x any length.
    01 l-length usage binary-long unsigned.
    01 l-inbox-path pic x any length.
    01 l-parsed-count usage binary-short unsigned.
    01 l-malformed-count usage binary-short unsigned.
    01 l-currency-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-message, l-length, l-inbox-path,
        l-parsed-count, l-malformed-count,
        optional l-currency-path, l-result.
start-iso20022-parse.
    move 0 to l-result.
    move 0 to l-parsed-count.
    move 0 to l-malformed-count.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.
    move "N" to ws-currency-checking.
    if l-currency-path not omitted and l-currency-path not = spaces
        move spaces to ws-currency-path
        move l-currency-path to ws-currency-path
        open input currency-master-file
        if ws-currency-status = "00"
            move "Y" to ws-currency-checking
        end-if
    end-if.

    open i-o payment-inbox-file.
    if ws-inbox-status = "35"
        open output payment-inbox-file
        close payment-inbox-file
        open i-o payment-inbox-file
    end-if.
    if ws-inbox-status not = "00"
*>      the listener callback runs repeatedly in one process - a
*>      currency master left open here would wedge validation off
*>      for every later message
        if ws-currency-checking = "Y"
            close currency-master-file
            move "N" to ws-currency-checking
        end-if
        move 1 to l-result
        goback
    end-if.

*>  a reassembled message can carry more transactions than one
*>  extraction table holds - keep extracting from where the last
*>  pass stopped until the message is exhausted
    move 0 to ws-total-extracted.
    move 1 to ws-resume-pos.
    perform until exit
        call "iso20022-extract" using l-message, l-length,
            ws-payments, ws-payment-count, ws-resume-pos
        end-call
        add ws-payment-count to ws-total-extracted
        perform write-one-payment
            varying ws-pay-idx from 1 by 1
            until ws-pay-idx > ws-payment-count
        if ws-resume-pos = 0
            exit perform
        end-if
    end-perform.

    if ws-total-extracted = 0
        perform write-empty-message-record
    end-if.

    close payment-inbox-file.
    if ws-currency-checking = "Y"
        close currency-master-file
    end-if.
    goback.

write-one-payment section.
    move spaces to payment-inbox-record.
    move ws-pay-debtor-account(ws-pay-idx) to pin-debtor-account.
    move ws-pay-debtor-name(ws-pay-idx) to pin-debtor-name.
    move ws-pay-creditor-account(ws-pay-idx) to pin-creditor-account.
    move ws-pay-creditor-name(ws-pay-idx) to pin-creditor-name.
    move ws-pay-currency(ws-pay-idx) to pin-currency.
    move ws-pay-exec-date(ws-pay-idx) to pin-exec-date.
    move current-date(1:14) to pin-received-ts.
    if ws-pay-malformed(ws-pay-idx) = "Y"
        move 0 to pin-amount
        move "M" to pin-status
        move ws-pay-error-text(ws-pay-idx) to pin-error-text
        add 1 to l-malformed-count
    else
        move numval(ws-pay-amount-text(ws-pay-idx)) to pin-amount
        perform validate-inbound-currency
        perform validate-inbound-ibans
        if ws-currency-error = spaces
            move ws-iban-error to ws-currency-error
        end-if
        if ws-currency-error not = spaces
            move "M" to pin-status
            move ws-currency-error to pin-error-text
            add 1 to l-malformed-count
        else
            move "P" to pin-status
            move spaces to pin-error-text
            add 1 to l-parsed-count
        end-if
    end-if.
    if ws-pay-end-to-end-id(ws-pay-idx) = spaces
        perform build-generated-key
        move ws-generated-key to pin-end-to-end-id
    else
        move ws-pay-end-to-end-id(ws-pay-idx) to pin-end-to-end-id
    end-if.
    write payment-inbox-record
        invalid key
            perform write-duplicate-record
    end-write.

validate-inbound-currency section.
*>  same rules PAYMENT-BOOK applies: a known, active currency and an
*>  amount respecting its decimal places
    move spaces to ws-currency-error.
    if ws-currency-checking not = "Y"
        exit section
    end-if.
    move pin-currency to cur-code.
    read currency-master-file
        invalid key
            move "unknown currency code" to ws-currency-error
            exit section
    end-read.
    if cur-active not = "Y"
        move "currency is not active" to ws-currency-error
        exit section
    end-if.
    evaluate cur-decimals
        when 0
            move pin-amount to ws-whole-amount
            if pin-amount not = ws-whole-amount
                move "amount has more decimals than the currency"
                    to ws-currency-error
            end-if
        when 1
            compute ws-tenths-amount = pin-amount * 10
            move ws-tenths-amount to ws-tenths-whole
            if ws-tenths-amount not = ws-tenths-whole
                move "amount has more decimals than the currency"
                    to ws-currency-error
            end-if
        when other
            continue
    end-evaluate.

validate-inbound-ibans section.
    move spaces to ws-iban-error.
    move "debtor" to ws-iban-side.
    move pin-debtor-account to ws-iban-value.
    perform check-one-iban.
    if ws-iban-error = spaces
        move "creditor" to ws-iban-side
        move pin-creditor-account to ws-iban-value
        perform check-one-iban
    end-if.

check-one-iban section.
    if ws-iban-value = spaces
        exit section
    end-if.
    call "iban-validate" using ws-iban-value, ws-iban-result
    end-call.
    evaluate ws-iban-result
        when 0
            exit section
        when 1
            string trim(ws-iban-side) delimited by size
                " IBAN is not in IBAN form" delimited by size
                into ws-iban-error
            end-string
        when 2
            string trim(ws-iban-side) delimited by size
                " IBAN country does not issue IBANs" delimited by size
                into ws-iban-error
            end-string
        when 3
            string trim(ws-iban-side) delimited by size
                " IBAN has the wrong length for its country"
                    delimited by size
                into ws-iban-error
            end-string
        when other
            string trim(ws-iban-side) delimited by size
                " IBAN check digits do not match" delimited by size
                into ws-iban-error
            end-string
    end-evaluate.

write-duplicate-record section.
*>  never overwrite the record already in the inbox - journal the
*>  repeat under a generated key, flagged for ops review
    if pin-status = "P"
        subtract 1 from l-parsed-count
    else
        subtract 1 from l-malformed-count
    end-if.
    add 1 to l-malformed-count.
    move "M" to pin-status.
    move "duplicate end-to-end id" to pin-error-text.
    move 0 to pin-amount.
    add 1 to ws-generated-seq.
    move spaces to ws-generated-key.
    string "DUP-" delimited by size
        current-date(1:14) delimited by size
        "-" delimited by size
        ws-generated-seq delimited by size
        into ws-generated-key
    end-string.
    move ws-generated-key to pin-end-to-end-id.
    write payment-inbox-record
        invalid key
            continue
    end-write.

build-generated-key section.
*>  the sequence is program-wide, not per extraction pass, so keys
*>  stay unique across the repeated passes of a large message
    add 1 to ws-generated-seq.
    move spaces to ws-generated-key.
    string "MALFORMED-" delimited by size
        current-date(1:14) delimited by size
        "-" delimited by size
        ws-generated-seq delimited by size
        into ws-generated-key
    end-string.

write-empty-message-record section.
    move spaces to payment-inbox-record.
    move spaces to ws-generated-key.
    string "MALFORMED-" delimited by size
        current-date(1:14) delimited by size
        "-00" delimited by size
        into ws-generated-key
    end-string.
    move ws-generated-key to pin-end-to-end-id.
    move "M" to pin-status.
    move "no credit transfer transactions found" to pin-error-text.
    move 0 to pin-amount.
    move 0 to pin-exec-date.
    move current-date(1:14) to pin-received-ts.
    add 1 to l-malformed-count.
    write payment-inbox-record
        invalid key
            continue
    end-write.
end program iso20022-parse.

*>*
*> Extract the recall requests from a reassembled camt.056 FI to FI
*> payment cancellation request - the message a sending bank uses to
*> ask for an inbound credit transfer to be returned - into a bounded
*> table, one entry per underlying <TxInf> block, the same
*> pure-extraction shape ISO20022-EXTRACT has for pacs.008, so the
*> file-writing half (RECALL-INTAKE) stays a thin wrapper. Message
*> level: the assignment id, the assigner agent's BIC (who the
*> camt.029 answer goes back to) and the case id. Per transaction:
*> cancellation id, original end-to-end id, original interbank
*> settlement amount and currency, and the cancellation reason code
*> (e.g. "DUPL" duplicate, "FRAD" fraud, "TECH" technical problem).
*> A transaction missing the original end-to-end id or the reason
*> code is returned flagged malformed with the reason, not dropped.
*>
*> Extraction is resumable exactly as in ISO20022-EXTRACT: pass 1 in
*> l-resume-pos on the first call; when the table fills with
*> transactions still unscanned the position to continue from is
*> returned, 0 once the message is exhausted.
*>
*> @param l-message Reassembled message, as handed over by RECEIVE-TCP
*>        or RECEIVE-UDP
*> @param l-length Number of significant bytes in l-message
*> @param l-assignment-id Set to the message's assignment id
*> @param l-assigner-bic Set to the assigner agent's BIC
*> @param l-case-ref Set to the message's case id
*> @param l-recalls Extracted recall requests, filled from entry 1, up
*>        to 32
*> @param l-recall-count Number of entries populated in l-recalls
*> @param l-resume-pos Scan position: pass 1 on the first call; set to
*>        the continuation position when more transactions remain, or
*>        0 when the message is exhausted
*>*
identification division.
program-id. camt056-extract.
environment division.
configuration section.
repository.
    function substr-pos
    function trim test-numval length intrinsic.
data division.
working-storage section.
    01 ws-scan-ptr usage binary-long unsigned.
    01 ws-tag-pos usage binary-long unsigned.
    01 ws-block-start usage binary-long unsigned.
    01 ws-block-end-pos usage binary-long unsigned.
    01 ws-block-len usage binary-long unsigned.
    01 ws-block pic x(4096).
    01 ws-open-tag pic x(34).
    01 ws-tag-name pic x(32).
    01 ws-tag-value pic x(70).
    01 ws-value-pos usage binary-long unsigned.
    01 ws-value-end usage binary-long unsigned.
    01 ws-sub-pos usage binary-long unsigned.
    01 ws-sub-block pic x(512).
    01 ws-amount-pos usage binary-long unsigned.
    01 ws-ccy-pos usage binary-long unsigned.
    01 ws-gt-pos usage binary-long unsigned.
    01 ws-lt-pos usage binary-long unsigned.
    01 ws-header-len usage binary-long unsigned.
    01 ws-malformed-reason pic x(64).
linkage section.
    01 l-message pic x any length.
    01 l-length usage binary-long unsigned.
    01 l-assignment-id pic x(35).
    01 l-assigner-bic pic x(11).
    01 l-case-ref pic x(35).
    01 l-recalls.
        05 l-recall occurs 32 times.
            10 l-rcl-cancellation-id pic x(35).
            10 l-rcl-end-to-end-id pic x(35).
            10 l-rcl-currency pic x(3).
            10 l-rcl-amount-text pic x(20).
            10 l-rcl-reason-code pic x(4).
            10 l-rcl-malformed pic x(1).
            10 l-rcl-error-text pic x(64).
    01 l-recall-count usage binary-short unsigned.
    01 l-resume-pos usage binary-long unsigned.
procedure division using l-message, l-length, l-assignment-id,
        l-assigner-bic, l-case-ref, l-recalls, l-recall-count,
        l-resume-pos.
start-camt056-extract.
    move 0 to l-recall-count.
    move spaces to l-recalls.
    perform find-message-header.
    if l-resume-pos = 0 or l-resume-pos > l-length
        move 1 to ws-scan-ptr
    else
        move l-resume-pos to ws-scan-ptr
    end-if.
    perform extract-one-recall
        until ws-scan-ptr > l-length or l-recall-count >= 32.
*>  report where to pick the scan up when transactions remain beyond
*>  the table - 0 means the message is exhausted
    move 0 to l-resume-pos.
    if l-recall-count >= 32 and ws-scan-ptr <= l-length
        if substr-pos(l-message(ws-scan-ptr:
                l-length - ws-scan-ptr + 1), "<TxInf>") > 0
            move ws-scan-ptr to l-resume-pos
        end-if
    end-if.
    goback.

find-message-header section.
*>  the assignment and case are carried once per message, ahead of
*>  the underlying transactions
    move spaces to l-assignment-id.
    move spaces to l-assigner-bic.
    move spaces to l-case-ref.
    move substr-pos(l-message(1:l-length), "<TxInf>")
        to ws-header-len.
    if ws-header-len = 0
        move l-length to ws-header-len
    end-if.
    if ws-header-len > 4096
        move 4096 to ws-header-len
    end-if.
    move spaces to ws-block.
    move l-message(1:ws-header-len) to ws-block.

    move substr-pos(ws-block, "<Assgnmt>") to ws-sub-pos.
    move "Id" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-assignment-id.

    move substr-pos(ws-block, "<Assgnr>") to ws-sub-pos.
    move "BICFI" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-assigner-bic.

    move substr-pos(ws-block, "<Case>") to ws-sub-pos.
    move "Id" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-case-ref.

extract-one-recall section.
    move substr-pos(l-message(ws-scan-ptr:l-length - ws-scan-ptr + 1),
        "<TxInf>") to ws-tag-pos.
    if ws-tag-pos = 0
        compute ws-scan-ptr = l-length + 1
        exit section
    end-if.
    compute ws-block-start = ws-scan-ptr + ws-tag-pos + 6.
    if ws-block-start > l-length
        compute ws-scan-ptr = l-length + 1
        exit section
    end-if.
    move substr-pos(
        l-message(ws-block-start:l-length - ws-block-start + 1),
        "</TxInf>") to ws-block-end-pos.
    if ws-block-end-pos = 0
        compute ws-block-len = l-length - ws-block-start + 1
        compute ws-scan-ptr = l-length + 1
    else
        compute ws-block-len = ws-block-end-pos - 1
        compute ws-scan-ptr = ws-block-start + ws-block-end-pos + 7
    end-if.
    if ws-block-len > 4096
        move 4096 to ws-block-len
    end-if.
    move spaces to ws-block.
    if ws-block-len > 0
        move l-message(ws-block-start:ws-block-len) to ws-block
    end-if.

    add 1 to l-recall-count.
    move "CxlId" to ws-tag-name.
    perform extract-simple-tag.
    move ws-tag-value to l-rcl-cancellation-id(l-recall-count).

    move "OrgnlEndToEndId" to ws-tag-name.
    perform extract-simple-tag.
    move ws-tag-value to l-rcl-end-to-end-id(l-recall-count).

    move substr-pos(ws-block, "<CxlRsnInf>") to ws-sub-pos.
    move "Cd" to ws-tag-name.
    perform extract-sub-tag.
    move ws-tag-value to l-rcl-reason-code(l-recall-count).

    perform extract-amount.
    perform validate-recall.

extract-simple-tag section.
    move spaces to ws-tag-value.
    move spaces to ws-open-tag.
    string "<" delimited by size
        trim(ws-tag-name) delimited by size
        ">" delimited by size
        into ws-open-tag
    end-string.
    move substr-pos(ws-block, trim(ws-open-tag)) to ws-value-pos.
    if ws-value-pos = 0
        exit section
    end-if.
    compute ws-value-pos = ws-value-pos + length(trim(ws-open-tag)).
    move substr-pos(ws-block(ws-value-pos:), "</") to ws-value-end.
    if ws-value-end > 1 and ws-value-end <= 71
        move ws-block(ws-value-pos:ws-value-end - 1) to ws-tag-value
    end-if.

extract-sub-tag section.
*>  extract a simple tag scoped to the enclosing element found at
*>  ws-sub-pos, so the assignment, case and reason ids do not collide
    move spaces to ws-tag-value.
    if ws-sub-pos = 0
        exit section
    end-if.
    move spaces to ws-sub-block.
    if ws-sub-pos + 511 <= 4096
        move ws-block(ws-sub-pos:512) to ws-sub-block
    else
        move ws-block(ws-sub-pos:4096 - ws-sub-pos + 1) to ws-sub-block
    end-if.
    move spaces to ws-open-tag.
    string "<" delimited by size
        trim(ws-tag-name) delimited by size
        ">" delimited by size
        into ws-open-tag
    end-string.
    move substr-pos(ws-sub-block, trim(ws-open-tag)) to ws-value-pos.
    if ws-value-pos = 0
        exit section
    end-if.
    compute ws-value-pos = ws-value-pos + length(trim(ws-open-tag)).
    move substr-pos(ws-sub-block(ws-value-pos:), "</") to ws-value-end.
    if ws-value-end > 1 and ws-value-end <= 71
        move ws-sub-block(ws-value-pos:ws-value-end - 1) to ws-tag-value
    end-if.

extract-amount section.
    move substr-pos(ws-block, "<OrgnlIntrBkSttlmAmt") to ws-amount-pos.
    if ws-amount-pos = 0
        exit section
    end-if.
    move substr-pos(ws-block(ws-amount-pos:), 'Ccy="') to ws-ccy-pos.
    if ws-ccy-pos > 0
        compute ws-ccy-pos = ws-amount-pos + ws-ccy-pos + 4
        move ws-block(ws-ccy-pos:3) to l-rcl-currency(l-recall-count)
    end-if.
    move substr-pos(ws-block(ws-amount-pos:), ">") to ws-gt-pos.
    if ws-gt-pos > 0
        compute ws-gt-pos = ws-amount-pos + ws-gt-pos
        move substr-pos(ws-block(ws-gt-pos:), "<") to ws-lt-pos
        if ws-lt-pos > 1 and ws-lt-pos <= 21
            move ws-block(ws-gt-pos:ws-lt-pos - 1)
                to l-rcl-amount-text(l-recall-count)
        end-if
    end-if.

validate-recall section.
    move "N" to l-rcl-malformed(l-recall-count).
    evaluate true
        when l-rcl-end-to-end-id(l-recall-count) = spaces
            move "missing OrgnlEndToEndId" to ws-malformed-reason
        when l-rcl-reason-code(l-recall-count) = spaces
            move "missing cancellation reason code"
                to ws-malformed-reason
        when l-rcl-amount-text(l-recall-count) not = spaces
                and test-numval(l-rcl-amount-text(l-recall-count))
                    not = 0
            move "invalid original amount" to ws-malformed-reason
        when other
            move spaces to ws-malformed-reason
    end-evaluate.
    if ws-malformed-reason not = spaces
        move "Y" to l-rcl-malformed(l-recall-count)
        move ws-malformed-reason to l-rcl-error-text(l-recall-count)
    end-if.
end program camt056-extract.

*>*
*> Open investigation cases for the recall requests in a reassembled
*> camt.056 message (via CAMT056-EXTRACT): one RECALL-CASE record per
*> underlying transaction, linked to the original end-to-end id and,
*> when SETTLEMENT-POST has already credited that payment, to our
*> settlement payment id - the "I" journal entry an accepted recall
*> reverses. The original is looked up in the PAYMENT-INBOX; a recall
*> for a payment not received, or received but not (yet) posted, is
*> still opened for the investigator, with a remark saying so. A
*> transaction flagged malformed by the extractor is written with
*> status "M" and the reason so ops can review it, the same way
*> ISO20022-PARSE keeps malformed payments.
*>
*> The RECALL-CASE record layout (case id key, assignment id,
*> assigner BIC, case reference, cancellation id, original end-to-end
*> id, settlement payment id, currency, amount, reason code, status,
*> received date and timestamp, decision reason, decided-by and
*> decided-ts, reversal id, remark) is shared by this program,
*> RECALL-CASE-DECIDE and RECALL-DEADLINE-REPORT. Case status values:
*> "O" open, "A" accepted and funds returned, "R" refused, "M"
*> malformed request.
*>
*> @param l-message Reassembled camt.056 message
*> @param l-length Number of significant bytes in l-message
*> @param l-recall-path Path to the RECALL-CASE indexed file
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file
*> @param l-opened-count Number of cases opened
*> @param l-malformed-count Number of malformed requests recorded
*> @param l-result 0 on success, 1 if the case file could not be
*>        opened
*>*
identification division.
program-id. recall-intake.
environment division.
configuration section.
repository.
    function trim numval current-date intrinsic.
input-output section.
file-control.
    select recall-case-file assign to ws-recall-path
        organization indexed
        access mode dynamic
        record key rc-case-id
        alternate record key rc-end-to-end-id with duplicates
        file status ws-recall-status.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
data division.
file section.
fd recall-case-file.
01 recall-case-record.
    05 rc-case-id pic x(16).
    05 rc-assignment-id pic x(35).
    05 rc-assigner-bic pic x(11).
    05 rc-case-ref pic x(35).
    05 rc-cancellation-id pic x(35).
    05 rc-end-to-end-id pic x(35).
    05 rc-payment-id pic x(16).
    05 rc-currency pic x(3).
    05 rc-amount pic 9(13)v99.
    05 rc-reason-code pic x(4).
    05 rc-status pic x(1).
    05 rc-received-date pic 9(8).
    05 rc-received-ts pic 9(14).
    05 rc-decision-reason pic x(4).
    05 rc-decided-by pic x(8).
    05 rc-decided-ts pic 9(14).
    05 rc-reversal-id pic x(16).
    05 rc-remark pic x(64).
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
working-storage section.
    01 ws-recall-path pic x(256).
    01 ws-inbox-path pic x(256).
    01 ws-recall-status pic x(2).
    01 ws-inbox-status pic x(2).
    01 ws-inbox-open pic x(1).
    01 ws-assignment-id pic x(35).
    01 ws-assigner-bic pic x(11).
    01 ws-case-ref pic x(35).
    01 ws-recalls.
        05 ws-recall occurs 32 times.
            10 ws-rcl-cancellation-id pic x(35).
            10 ws-rcl-end-to-end-id pic x(35).
            10 ws-rcl-currency pic x(3).
            10 ws-rcl-amount-text pic x(20).
            10 ws-rcl-reason-code pic x(4).
            10 ws-rcl-malformed pic x(1).
            10 ws-rcl-error-text pic x(64).
    01 ws-recall-count usage binary-short unsigned.
    01 ws-rcl-idx usage binary-short unsigned.
    01 ws-resume-pos usage binary-long unsigned.
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 case-write-done value "Y".
linkage section.
    01 l-message pic x any length.
    01 l-length usage binary-long unsigned.
    01 l-recall-path pic x any length.
    01 l-inbox-path pic x any length.
    01 l-opened-count usage binary-short unsigned.
    01 l-malformed-count usage binary-short unsigned.
    01 l-result usage binary-long unsigned.
procedure division using l-message, l-length, l-recall-path,
        l-inbox-path, l-opened-count, l-malformed-count, l-result.
start-recall-intake.
    move 0 to l-result.
    move 0 to l-opened-count.
    move 0 to l-malformed-count.
    move spaces to ws-recall-path.
    move l-recall-path to ws-recall-path.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.

    open i-o recall-case-file.
    if ws-recall-status = "35"
        open output recall-case-file
        close recall-case-file
        open i-o recall-case-file
    end-if.
    if ws-recall-status not = "00"
        move 1 to l-result
        goback
    end-if.
*>  without the inbox the cases are still opened, just not linked -
*>  the investigator finds the original by its end-to-end id
    move "N" to ws-inbox-open.
    open input payment-inbox-file.
    if ws-inbox-status = "00"
        move "Y" to ws-inbox-open
    end-if.

    move 1 to ws-resume-pos.
    perform until exit
        call "camt056-extract" using l-message, l-length,
            ws-assignment-id, ws-assigner-bic, ws-case-ref,
            ws-recalls, ws-recall-count, ws-resume-pos
        end-call
        perform open-one-case
            varying ws-rcl-idx from 1 by 1
            until ws-rcl-idx > ws-recall-count
        if ws-resume-pos = 0
            exit perform
        end-if
    end-perform.

    close recall-case-file.
    if ws-inbox-open = "Y"
        close payment-inbox-file
    end-if.
    goback.

open-one-case section.
    move spaces to recall-case-record.
    move ws-assignment-id to rc-assignment-id.
    move ws-assigner-bic to rc-assigner-bic.
    move ws-case-ref to rc-case-ref.
    move ws-rcl-cancellation-id(ws-rcl-idx) to rc-cancellation-id.
    move ws-rcl-end-to-end-id(ws-rcl-idx) to rc-end-to-end-id.
    move ws-rcl-currency(ws-rcl-idx) to rc-currency.
    move 0 to rc-amount.
    move ws-rcl-reason-code(ws-rcl-idx) to rc-reason-code.
    move current-date(1:8) to rc-received-date.
    move current-date(1:14) to rc-received-ts.
    move 0 to rc-decided-ts.
    if ws-rcl-malformed(ws-rcl-idx) = "Y"
        move "M" to rc-status
        move ws-rcl-error-text(ws-rcl-idx) to rc-remark
        perform write-case
        if case-write-done
            add 1 to l-malformed-count
        end-if
        exit section
    end-if.

    move "O" to rc-status.
    if ws-rcl-amount-text(ws-rcl-idx) not = spaces
        move numval(ws-rcl-amount-text(ws-rcl-idx)) to rc-amount
    end-if.
    perform link-original-payment.
    perform write-case.
    if case-write-done
        add 1 to l-opened-count
    end-if.

link-original-payment section.
*>  the inbox record carries the settlement payment id once
*>  SETTLEMENT-POST has credited it; its currency and amount are
*>  what we actually received, so they take precedence
    if ws-inbox-open not = "Y"
        move "original payment not checked" to rc-remark
        exit section
    end-if.
    move rc-end-to-end-id to pin-end-to-end-id.
    read payment-inbox-file
        invalid key
            move "original payment not received" to rc-remark
            exit section
    end-read.
    move pin-currency to rc-currency.
    move pin-amount to rc-amount.
    if pin-status = "D" and pin-payment-id not = spaces
        move pin-payment-id to rc-payment-id
    else
        move "original payment not settled" to rc-remark
    end-if.

write-case section.
*>  "R" + current timestamp + a one-digit sequence, the same shape
*>  PAYMENT-BOOK allocates for "P" ids
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until case-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to rc-case-id
        move "R" to rc-case-id(1:1)
        move current-date(1:14) to rc-case-id(2:14)
        move ws-id-seq-digit to rc-case-id(16:1)
        write recall-case-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set case-write-done to true
        end-write
    end-perform.
end program recall-intake.

*>*
*> Set the shared inbound-pipeline configuration for
*> PAYMENT-INBOUND-CALLBACK, which receives only the raw buffer from
*> the listener and so - like the REST handlers behind REST-CONFIG-SET
*> - takes its deployment-specific settings out of band through
*> external items. The callback falls back to its documented defaults
*> when this program was never called; authentication is enforced
*> only once a key store path has been configured, so unauthenticated
*> internal deployments keep working unchanged.
*>
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file
*> @param l-keystore-path Optional path to the PARTNER-KEY indexed
*>        file; when set, every inbound message must carry a valid
*>        HMAC-SHA3-256 signature (see INBOUND-AUTH-VERIFY)
*> @param l-deadletter-path Optional path to the dead-letter file
*>        rejected messages are journalled to
*> @param l-syslog-host Optional syslog collector host for rejection
*>        audit events (see SYSLOG-AUDIT-SEND)
*> @param l-syslog-port Syslog collector port
*> @param l-audit-log-path Local audit journal for SYSLOG-AUDIT-SEND
*> @param l-dedup-store-path Optional path to the SEEN-MESSAGE indexed
*>        store; when set, repeated messages inside the retention
*>        window are rejected (see MESSAGE-DEDUP-CHECK)
*> @param l-dedup-retention-days Retention window in calendar days
*> @param l-currency-path Optional path to the CURRENCY-MASTER;
*>        inbound transactions in unknown, inactive or wrongly
*>        scaled currencies are then filed malformed
*> @param l-recall-path Optional path to the RECALL-CASE indexed file
*>        camt.056 recall requests open their cases in
*>*
identification division.
program-id. inbound-config-set.
data division.
working-storage section.
    01 ws-inbound-inbox-path pic x(256) external.
    01 ws-inbound-keystore-path pic x(256) external.
    01 ws-inbound-deadletter-path pic x(256) external.
    01 ws-inbound-syslog-host pic x(128) external.
    01 ws-inbound-syslog-port pic x(5) external.
    01 ws-inbound-audit-log-path pic x(256) external.
    01 ws-inbound-dedup-path pic x(256) external.
    01 ws-inbound-dedup-retention pic 9(4) external.
    01 ws-inbound-currency-path pic x(256) external.
    01 ws-inbound-recall-path pic x(256) external.
linkage section.
    01 l-inbox-path pic x any length.
    01 l-keystore-path pic x any length.
    01 l-deadletter-path pic x any length.
    01 l-syslog-host pic x any length.
    01 l-syslog-port pic x any length.
    01 l-audit-log-path pic x any length.
    01 l-dedup-store-path pic x any length.
    01 l-dedup-retention-days pic 9(4).
    01 l-currency-path pic x any length.
    01 l-recall-path pic x any length.
procedure division using l-inbox-path, optional l-keystore-path,
        optional l-deadletter-path, optional l-syslog-host,
        optional l-syslog-port, optional l-audit-log-path,
        optional l-dedup-store-path, optional l-dedup-retention-days,
        optional l-currency-path, optional l-recall-path.
start-inbound-config-set.
    move spaces to ws-inbound-inbox-path.
    move l-inbox-path to ws-inbound-inbox-path.
    if l-keystore-path not omitted
        move spaces to ws-inbound-keystore-path
        move l-keystore-path to ws-inbound-keystore-path
    end-if.
    if l-deadletter-path not omitted
        move spaces to ws-inbound-deadletter-path
        move l-deadletter-path to ws-inbound-deadletter-path
    end-if.
    if l-syslog-host not omitted
        move spaces to ws-inbound-syslog-host
        move l-syslog-host to ws-inbound-syslog-host
    end-if.
    if l-syslog-port not omitted
        move spaces to ws-inbound-syslog-port
        move l-syslog-port to ws-inbound-syslog-port
    end-if.
    if l-audit-log-path not omitted
        move spaces to ws-inbound-audit-log-path
        move l-audit-log-path to ws-inbound-audit-log-path
    end-if.
    if l-dedup-store-path not omitted
        move spaces to ws-inbound-dedup-path
        move l-dedup-store-path to ws-inbound-dedup-path
    end-if.
    if l-dedup-retention-days not omitted
        move l-dedup-retention-days to ws-inbound-dedup-retention
    end-if.
    if l-currency-path not omitted
        move spaces to ws-inbound-currency-path
        move l-currency-path to ws-inbound-currency-path
    end-if.
    if l-recall-path not omitted
        move spaces to ws-inbound-recall-path
        move l-recall-path to ws-inbound-recall-path
    end-if.
    goback.
end program inbound-config-set.

*>*
*> Listener callback for the inbound ISO 20022 payment interface.
*> Used as the l-callback program-pointer passed to RECEIVE-TCP or
*> RECEIVE-UDP. When a SEEN-MESSAGE store has been configured through
*> INBOUND-CONFIG-SET, a message whose SHA3-256 digest was already
*> seen inside the retention window is rejected with an audit log
*> line before anything else happens (MESSAGE-DEDUP-CHECK). When a
*> PARTNER-KEY store has been configured, the message must carry a
*> valid HMAC-SHA3-256
*> signature (INBOUND-AUTH-VERIFY); a message that fails
*> authentication is rejected - audit-logged through
*> SYSLOG-AUDIT-SEND and journalled to the dead-letter file - and
*> never reaches the parser. Authenticated (or unauthenticated, when
*> no key store is configured) messages are handed to ISO20022-PARSE,
*> which files every transaction into the PAYMENT-INBOX - except a
*> camt.056 payment cancellation request (a <FIToFIPmtCxlReq>
*> document), which RECALL-INTAKE turns into RECALL-CASE
*> investigations linked to the inbox originals. The buffer is
*> overwritten with a short ACK/NAK carrying the outcome (sent back
*> to the peer by RECEIVE-TCP; RECEIVE-UDP does not reply, so it is
*> simply discarded there). The inbox path defaults to
*> "payment-inbox.dat" and the recall case path to "recall-case.dat"
*> in the working directory.
*>
*> When an INBOUND-CONTROL file has been configured, every message
*> handled - accepted or rejected - leaves one control record keyed
*> by the SHA3-256 digest of the message as received (the digest
*> MESSAGE-ARCHIVE-WRITE archives it under) and the time handling
*> began, carrying the outcome and the transaction counts. That is
*> what lets INBOUND-PIPELINE-CONTROL prove every archived message
*> ended up somewhere. Outcome values: "P" parsed into the inbox,
*> "C" recall request, "D" duplicate rejected, "A" authentication
*> failed, "U" inbox or recall file unavailable.
*>
*> @param l-buffer Reassembled message; overwritten with the ACK/NAK
*> @param l-length Set to the length of the ACK/NAK in l-buffer
*>*
identification division.
program-id. payment-inbound-callback.
environment division.
configuration section.
repository.
    function substr-pos
    function sha3-256
    function trim current-date intrinsic.
input-output section.
file-control.
    select dead-letter-file assign to ws-deadletter-path
        organization line sequential
        file status ws-deadletter-status.
    select inbound-control-file assign to ws-control-path
        organization indexed
        access mode dynamic
        record key icl-key
        file status ws-control-status.
data division.
file section.
fd dead-letter-file.
01 dead-letter-record pic x(256).
fd inbound-control-file.
01 inbound-control-record.
    05 icl-key.
        10 icl-digest pic x(64).
        10 icl-processed-ts pic 9(14).
    05 icl-length pic 9(9).
    05 icl-disposition pic x(1).
    05 icl-parsed-count pic 9(4).
    05 icl-malformed-count pic 9(4).
    05 icl-partner-id pic x(16).
working-storage section.
    01 ws-inbound-inbox-path pic x(256) external.
    01 ws-inbound-keystore-path pic x(256) external.
    01 ws-inbound-deadletter-path pic x(256) external.
    01 ws-inbound-syslog-host pic x(128) external.
    01 ws-inbound-syslog-port pic x(5) external.
    01 ws-inbound-audit-log-path pic x(256) external.
    01 ws-inbound-dedup-path pic x(256) external.
    01 ws-inbound-dedup-retention pic 9(4) external.
    01 ws-inbound-currency-path pic x(256) external.
    01 ws-inbound-recall-path pic x(256) external.
    01 ws-inbound-control-path pic x(256) external.
    01 ws-inbox-path pic x(256).
    01 ws-recall-path pic x(256).
    01 ws-deadletter-path pic x(256).
    01 ws-deadletter-status pic x(2).
    01 ws-partner-id pic x(16).
    01 ws-payload-pos usage binary-long unsigned.
    01 ws-payload-len usage binary-long unsigned.
    01 ws-auth-result usage binary-long unsigned.
    01 ws-auth-result-display pic 9(1).
    01 ws-audit-message pic x(256).
    01 ws-audit-result usage binary-long unsigned.
    01 ws-dedup-digest pic x(64).
    01 ws-dedup-result usage binary-long unsigned.
    01 ws-parsed-count usage binary-short unsigned.
    01 ws-malformed-count usage binary-short unsigned.
    01 ws-parse-result usage binary-long unsigned.
    01 ws-message-kind pic x(1).
        88 recall-message value "C".
    01 ws-parsed-display pic 9(4).
    01 ws-malformed-display pic 9(4).
    01 ws-ack pic x(64).
    01 ws-ack-length usage binary-long unsigned.
    01 ws-control-path pic x(256).
    01 ws-control-status pic x(2).
    01 ws-control-ts pic 9(14).
    01 ws-control-digest pic x(64).
    01 ws-control-length pic 9(9).
    01 ws-control-disposition pic x(1).
linkage section.
    01 l-buffer pic x any length.
    01 l-length usage binary-int unsigned.
procedure division using l-buffer, l-length.
start-payment-inbound-callback.
*>  digest the message before the buffer is overwritten with the
*>  ACK/NAK
    move current-date(1:14) to ws-control-ts.
    move l-length to ws-control-length.
    move spaces to ws-control-digest.
    move spaces to ws-partner-id.
    move 0 to ws-parsed-count.
    move 0 to ws-malformed-count.
    if ws-inbound-control-path not = spaces
        move sha3-256(l-buffer(1:l-length)) to ws-control-digest
    end-if.
    move spaces to ws-inbox-path.
    if ws-inbound-inbox-path = spaces
        move "payment-inbox.dat" to ws-inbox-path
    else
        move ws-inbound-inbox-path to ws-inbox-path
    end-if.

    if ws-inbound-dedup-path not = spaces
        call "message-dedup-check" using l-buffer, l-length,
            ws-inbound-dedup-path, ws-inbound-dedup-retention,
            ws-dedup-digest, ws-dedup-result
        end-call
        if ws-dedup-result = 1
            perform reject-duplicate
            move "D" to ws-control-disposition
            perform write-control-record
            goback
        end-if
    end-if.

    if ws-inbound-keystore-path not = spaces
        call "inbound-auth-verify" using l-buffer, l-length,
            ws-inbound-keystore-path, ws-partner-id, ws-payload-pos,
            ws-auth-result
        end-call
        if ws-auth-result not = 0
            perform reject-unauthenticated
            move "A" to ws-control-disposition
            perform write-control-record
            goback
        end-if
        compute ws-payload-len = l-length - ws-payload-pos + 1
    else
        move 1 to ws-payload-pos
        move l-length to ws-payload-len
    end-if.

*>  recall requests share the pipeline but open investigation cases
*>  instead of landing as payments in the inbox
    move "P" to ws-message-kind.
    if substr-pos(l-buffer(ws-payload-pos:ws-payload-len),
            "<FIToFIPmtCxlReq>") > 0
        move "C" to ws-message-kind
        move spaces to ws-recall-path
        if ws-inbound-recall-path = spaces
            move "recall-case.dat" to ws-recall-path
        else
            move ws-inbound-recall-path to ws-recall-path
        end-if
        call "recall-intake" using
            l-buffer(ws-payload-pos:ws-payload-len), ws-payload-len,
            ws-recall-path, ws-inbox-path, ws-parsed-count,
            ws-malformed-count, ws-parse-result
        end-call
    else
        call "iso20022-parse" using
            l-buffer(ws-payload-pos:ws-payload-len), ws-payload-len,
            ws-inbox-path, ws-parsed-count, ws-malformed-count,
            ws-inbound-currency-path, ws-parse-result
        end-call
    end-if.

    move ws-parsed-count to ws-parsed-display.
    move ws-malformed-count to ws-malformed-display.
    move spaces to ws-ack.
    move 1 to ws-ack-length.
    evaluate true
        when ws-parse-result not = 0 and recall-message
            string "NAK RECALL-CASES-UNAVAILABLE" delimited by size
                into ws-ack with pointer ws-ack-length
            end-string
        when ws-parse-result not = 0
            string "NAK INBOX-UNAVAILABLE" delimited by size
                into ws-ack with pointer ws-ack-length
            end-string
        when recall-message
            string "ACK RECALLS=" delimited by size
                ws-parsed-display delimited by size
                " MALFORMED=" delimited by size
                ws-malformed-display delimited by size
                into ws-ack with pointer ws-ack-length
            end-string
        when other
            string "ACK PARSED=" delimited by size
                ws-parsed-display delimited by size
                " MALFORMED=" delimited by size
                ws-malformed-display delimited by size
                into ws-ack with pointer ws-ack-length
            end-string
    end-evaluate.
    subtract 1 from ws-ack-length.
    move ws-ack(1:ws-ack-length) to l-buffer(1:ws-ack-length).
    move ws-ack-length to l-length.
    evaluate true
        when ws-parse-result not = 0
            move "U" to ws-control-disposition
        when recall-message
            move "C" to ws-control-disposition
        when other
            move "P" to ws-control-disposition
    end-evaluate.
    perform write-control-record.
    goback.

reject-duplicate section.
    move spaces to ws-audit-message.
    string "duplicate inbound message rejected digest="
            delimited by size
        ws-dedup-digest(1:16) delimited by size
        into ws-audit-message
    end-string.
    if ws-inbound-syslog-host not = spaces
        call "syslog-audit-send" using "inbound-gateway",
            "payment-inbound-callback", "80", "4",
            trim(ws-audit-message), ws-inbound-syslog-host,
            ws-inbound-syslog-port, ws-inbound-audit-log-path,
            ws-audit-result
        end-call
    end-if.
    move spaces to ws-ack.
    move 1 to ws-ack-length.
    string "NAK DUPLICATE DIGEST=" delimited by size
        ws-dedup-digest(1:16) delimited by size
        into ws-ack with pointer ws-ack-length
    end-string.
    subtract 1 from ws-ack-length.
    move ws-ack(1:ws-ack-length) to l-buffer(1:ws-ack-length).
    move ws-ack-length to l-length.

reject-unauthenticated section.
    move ws-auth-result to ws-auth-result-display.
    move spaces to ws-audit-message.
    string "inbound message rejected rc=" delimited by size
        ws-auth-result-display delimited by size
        " partner=" delimited by size
        trim(ws-partner-id) delimited by space
        into ws-audit-message
    end-string.
    if ws-inbound-syslog-host not = spaces
        call "syslog-audit-send" using "inbound-gateway",
            "payment-inbound-callback", "80", "4",
            trim(ws-audit-message), ws-inbound-syslog-host,
            ws-inbound-syslog-port, ws-inbound-audit-log-path,
            ws-audit-result
        end-call
    end-if.
    perform write-dead-letter.
    move spaces to ws-ack.
    move 1 to ws-ack-length.
    string "NAK AUTH-FAILED RC=" delimited by size
        ws-auth-result-display delimited by size
        into ws-ack with pointer ws-ack-length
    end-string.
    subtract 1 from ws-ack-length.
    move ws-ack(1:ws-ack-length) to l-buffer(1:ws-ack-length).
    move ws-ack-length to l-length.

write-dead-letter section.
    if ws-inbound-deadletter-path = spaces
        exit section
    end-if.
    move spaces to ws-deadletter-path.
    move ws-inbound-deadletter-path to ws-deadletter-path.
    open extend dead-letter-file.
    if ws-deadletter-status = "35" or ws-deadletter-status = "05"
        open output dead-letter-file
    end-if.
    if ws-deadletter-status not = "00"
        exit section
    end-if.
    move spaces to dead-letter-record.
    string
        current-date(1:14) delimited by size
        " " delimited by size
        trim(ws-audit-message) delimited by size
        into dead-letter-record
    end-string.
    write dead-letter-record.
    close dead-letter-file.

write-control-record section.
    if ws-inbound-control-path = spaces
        exit section
    end-if.
    move spaces to ws-control-path.
    move ws-inbound-control-path to ws-control-path.
    open i-o inbound-control-file.
    if ws-control-status = "35"
        open output inbound-control-file
        close inbound-control-file
        open i-o inbound-control-file
    end-if.
    if ws-control-status not = "00"
        exit section
    end-if.
    move ws-control-digest to icl-digest.
    move ws-control-ts to icl-processed-ts.
    move ws-control-length to icl-length.
    move ws-control-disposition to icl-disposition.
    move ws-parsed-count to icl-parsed-count.
    move ws-malformed-count to icl-malformed-count.
    move ws-partner-id to icl-partner-id.
    write inbound-control-record
        invalid key
            continue
    end-write.
    close inbound-control-file.
end program payment-inbound-callback.

*>*
*> Maintain a single PARTNER-KEY record: the keyed-partner store the
*> inbound interface authenticates against. Look up the record for a
*> partner id, overwrite it if it already exists or insert it as a
*> new record if it does not, stamping who last touched it and when -
*> the same create-or-update shape as ACCOUNT-MAINTAIN. The
*> PARTNER-KEY record layout (partner id key, shared key, status,
*> last-updated-by/last-updated-ts) is shared by this program and
*> INBOUND-AUTH-VERIFY.
*>
*> Partner status values: "A" active, "R" revoked.
*>
*> @param l-store-path Path to the PARTNER-KEY indexed file
*> @param l-partner-id Partner id to create or update
*> @param l-shared-key Shared secret used for HMAC-SHA3-256
*> @param l-status Partner status, "A"/"R"
*> @param l-user-id Operator ID making the change
*> @param l-pending-path Optional path to the PENDING-CHANGE file,
*>        passed after l-result so existing callers keep their
*>        argument lists; when configured the key change is not
*>        applied but queued for a second operator to release
*>        through CHANGE-APPROVE - one user id must never swap the
*>        HMAC keys the inbound interface trusts on its own
*> @param l-change-id Optionally set to the queued change id
*> @param l-result 0 if an existing partner was overwritten, 1 if a
*>        new record was inserted, 2 if the store could not be opened,
*>        3 if the change was queued for approval, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. partner-key-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select partner-key-file assign to ws-store-path
        organization indexed
        access mode dynamic
        record key pk-partner-id
        file status ws-store-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        file status ws-pending-status.
data division.
file section.
fd partner-key-file.
01 partner-key-record.
    05 pk-partner-id pic x(16).
    05 pk-shared-key pic x(64).
    05 pk-status pic x(1).
    05 pk-last-updated-by pic x(8).
    05 pk-last-updated-ts pic 9(14).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-store-path pic x(256).
    01 ws-store-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 partner-was-found value "Y".
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-change-id pic x(16).
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-partner-payload.
        05 ppp-partner-id pic x(16).
        05 ppp-shared-key pic x(64).
        05 ppp-status pic x(1).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-store-path pic x any length.
    01 l-partner-id pic x(16).
    01 l-shared-key pic x(64).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-store-path, l-partner-id, l-shared-key,
        l-status, l-user-id, l-result, optional l-pending-path,
        optional l-change-id.
start-partner-key-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "KEYMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-store-path.
    move l-store-path to ws-store-path.
    move "N" to ws-found-switch.

*>  under dual control the change is queued, never applied here -
        goback
    end-if.

    open i-o partner-key-file.
    if ws-store-status = "35"
        open output partner-key-file
        close partner-key-file
        open i-o partner-key-file
    end-if.
    if ws-store-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-partner-id to pk-partner-id.
    read partner-key-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-shared-key to pk-shared-key.
    move l-status to pk-status.
    move l-user-id to pk-last-updated-by.
    move current-date(1:14) to pk-last-updated-ts.

    if partner-was-found
        rewrite partner-key-record
        move 0 to l-result
    else
        write partner-key-record
        move 1 to l-result
    end-if.

    close partner-key-file.
    goback.

queue-pending-change section.
        move 2 to l-result
        exit section
    end-if.
    move l-partner-id to ppp-partner-id.
    move l-shared-key to ppp-shared-key.
    move l-status to ppp-status.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "PARTNER" to pc-change-type
        move l-user-id to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-partner-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
    else
        move 2 to l-result
    end-if.
end program partner-key-maintain.

*>*
*> Set the operator access control configuration: the OPERATOR
*> master and ROLE-ACTION table OPERATOR-AUTHORIZE checks every
*> maintenance program's operator id against, plus where refused
*> operators are reported. The maintenance programs keep their
*> existing parameter lists, so - like REST-CONFIG-SET and
*> INBOUND-CONFIG-SET - the locations are handed over out of band
*> through external items. Operator checks are enforced only once an
*> OPERATOR master path has been configured, so the masters can be
*> loaded before enforcement is switched on.
*>
*> @param l-operator-path Path to the OPERATOR indexed file
*> @param l-role-action-path Optional path to the ROLE-ACTION indexed
*>        file of the actions each role grants
*> @param l-syslog-host Optional syslog collector host refused
*>        operators are reported to through SYSLOG-AUDIT-SEND
*> @param l-syslog-port Optional syslog collector port
*> @param l-audit-log-path Optional local audit journal for
*>        SYSLOG-AUDIT-SEND
*>*
identification division.
program-id. operator-config-set.
data division.
working-storage section.
    01 ws-operator-master-path pic x(256) external.
    01 ws-role-action-path pic x(256) external.
    01 ws-operator-syslog-host pic x(128) external.
    01 ws-operator-syslog-port pic x(5) external.
    01 ws-operator-audit-log-path pic x(256) external.
linkage section.
    01 l-operator-path pic x any length.
    01 l-role-action-path pic x any length.
    01 l-syslog-host pic x any length.
    01 l-syslog-port pic x any length.
    01 l-audit-log-path pic x any length.
procedure division using l-operator-path,
        optional l-role-action-path, optional l-syslog-host,
        optional l-syslog-port, optional l-audit-log-path.
start-operator-config-set.
    move spaces to ws-operator-master-path.
    move l-operator-path to ws-operator-master-path.
    if l-role-action-path not omitted
        move spaces to ws-role-action-path
        move l-role-action-path to ws-role-action-path
    end-if.
    if l-syslog-host not omitted
        move spaces to ws-operator-syslog-host
        move l-syslog-host to ws-operator-syslog-host
    end-if.
    if l-syslog-port not omitted
        move spaces to ws-operator-syslog-port
        move l-syslog-port to ws-operator-syslog-port
    end-if.
    if l-audit-log-path not omitted
        move spaces to ws-operator-audit-log-path
        move l-audit-log-path to ws-operator-audit-log-path
    end-if.
    goback.
end program operator-config-set.

*>*
*> Check that an operator may perform a maintenance action. Every
*> maintenance program calls this with the operator id it was given
*> before it touches a file, and refuses the call when the result is
*> not 0. The operator must be on the OPERATOR master, active, inside
*> its valid-from/valid-to window (a zero valid-to never expires),
*> and hold at least one role the ROLE-ACTION table grants the action
*> to. A configured but unreadable master fails closed. Each refusal
*> is reported through SYSLOG-AUDIT-SEND when a collector or audit
*> journal has been configured.
*>
*> The OPERATOR and ROLE-ACTION layouts are shared by this program,
*> OPERATOR-MAINTAIN, ROLE-ACTION-MAINTAIN and
*> OPERATOR-ENTITLEMENT-REPORT.
*>
*> Action codes: ACCTMAIN account master, CUSTMAIN customer master,
*> FXMAINT FX rates, CALMAINT holiday calendars, BIZDATE business
*> date, APIMAINT REST API clients and entitlements, KEYMAINT
*> partner keys, STOMAINT standing orders, LIMMAINT payment limits,
*> FEEMAINT fee schedule, CCYMAINT currencies, RATEMAINT product,
*> account interest and tax rates, GLMAINT chart of accounts,
*> GLCLOSE GL period and year-end close, GLADJUST closed-period GL
*> adjustments,
*> ODMAINT overdraft facilities, EARMARK funds earmarks and legal
*> holds, CUTMAINT payment cut-off times, DDMAINT direct debit
*> mandates, ROUTMAINT correspondent routing, LOANMAINT loan terms,
*> LOANDISB loan disbursement, FXDEAL FX deal booking, REVERSAL
*> payment reversal, SANCTREL sanctions hold release, AMLCASE AML
*> alert case decisions, RECALL inbound recall case decisions,
*> ALERTMAINT customer alert subscriptions, APPROVER dual-control
*> release, SECADMIN operators and roles.
*> DAILY-BATCH-RUN moves the business date as operator "BATCH", so
*> that id needs an operator record with a role granting BIZDATE.
*>
*> @param l-operator-id Operator id the caller was given
*> @param l-action Action code the caller performs, see above
*> @param l-result 0 authorized (or no OPERATOR master configured), 1
*>        unknown operator, 2 operator not active, 3 outside the
*>        operator's validity window, 4 no role of the operator
*>        grants the action, 5 master or role table unavailable
*>*
identification division.
program-id. operator-authorize.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select operator-file assign to ws-operator-path
        organization indexed
        access mode dynamic
        record key op-operator-id
        file status ws-operator-status.
    select role-action-file assign to ws-role-path
        organization indexed
        access mode dynamic
        record key ra-key
        file status ws-role-status.
data division.
file section.
fd operator-file.
01 operator-record.
    05 op-operator-id pic x(8).
    05 op-name pic x(40).
    05 op-roles.
        10 op-role pic x(8) occurs 8 times.
    05 op-status pic x(1).
    05 op-valid-from pic 9(8).
    05 op-valid-to pic 9(8).
    05 op-last-updated-by pic x(8).
    05 op-last-updated-ts pic 9(14).
fd role-action-file.
01 role-action-record.
    05 ra-key.
        10 ra-role pic x(8).
        10 ra-action pic x(8).
    05 ra-granted-by pic x(8).
    05 ra-granted-ts pic 9(14).
working-storage section.
    01 ws-operator-master-path pic x(256) external.
    01 ws-role-action-path pic x(256) external.
    01 ws-operator-syslog-host pic x(128) external.
    01 ws-operator-syslog-port pic x(5) external.
    01 ws-operator-audit-log-path pic x(256) external.
    01 ws-operator-path pic x(256).
    01 ws-role-path pic x(256).
    01 ws-operator-status pic x(2).
    01 ws-role-status pic x(2).
    01 ws-action pic x(8).
    01 ws-today pic 9(8).
    01 ws-role-idx usage binary-short unsigned.
    01 ws-granted-switch pic x(1) value "N".
        88 action-granted value "Y".
    01 ws-refusal-reason pic x(32).
    01 ws-audit-message pic x(256).
    01 ws-audit-result usage binary-long unsigned.
linkage section.
    01 l-operator-id pic x(8).
    01 l-action pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-operator-id, l-action, l-result.
start-operator-authorize.
    move 0 to l-result.
*>  enforcement starts once an OPERATOR master has been configured
    if ws-operator-master-path = spaces
        goback
    end-if.
    move spaces to ws-action.
    move l-action to ws-action.
    move spaces to ws-refusal-reason.

    perform check-operator.
    if l-result not = 0
        perform report-refusal
    end-if.
    goback.

check-operator section.
    move spaces to ws-operator-path.
    move ws-operator-master-path to ws-operator-path.
    open input operator-file.
    if ws-operator-status not = "00"
        move 5 to l-result
        move "operator master unavailable" to ws-refusal-reason
        exit section
    end-if.
    move l-operator-id to op-operator-id.
    read operator-file
        invalid key
            close operator-file
            move 1 to l-result
            move "unknown operator" to ws-refusal-reason
            exit section
    end-read.
    close operator-file.

    if op-status not = "A"
        move 2 to l-result
        move "operator not active" to ws-refusal-reason
        exit section
    end-if.
    move current-date(1:8) to ws-today.
    if ws-today < op-valid-from
            or (op-valid-to not = 0 and ws-today > op-valid-to)
        move 3 to l-result
        move "operator outside validity" to ws-refusal-reason
        exit section
    end-if.

    move spaces to ws-role-path.
    move ws-role-action-path to ws-role-path.
    open input role-action-file.
    if ws-role-status not = "00"
        move 5 to l-result
        move "role table unavailable" to ws-refusal-reason
        exit section
    end-if.
    move "N" to ws-granted-switch.
    perform varying ws-role-idx from 1 by 1
            until ws-role-idx > 8 or action-granted
        if op-role(ws-role-idx) not = spaces
            move op-role(ws-role-idx) to ra-role
            move ws-action to ra-action
            read role-action-file
                invalid key
                    continue
                not invalid key
                    move "Y" to ws-granted-switch
            end-read
        end-if
    end-perform.
    close role-action-file.
    if not action-granted
        move 4 to l-result
        move "action not granted" to ws-refusal-reason
    end-if.

report-refusal section.
    if ws-operator-syslog-host = spaces
            and ws-operator-audit-log-path = spaces
        exit section
    end-if.
    move spaces to ws-audit-message.
    string "operator refused action=" delimited by size
        ws-action delimited by space
        " operator=" delimited by size
        l-operator-id delimited by space
        " reason=" delimited by size
        trim(ws-refusal-reason) delimited by size
        into ws-audit-message
    end-string.
    call "syslog-audit-send" using "maintenance",
        "operator-authorize", "80", "4", trim(ws-audit-message),
        ws-operator-syslog-host, ws-operator-syslog-port,
        ws-operator-audit-log-path, ws-audit-result
    end-call.
end program operator-authorize.

*>*
*> Maintain a single OPERATOR record: who may run the maintenance
*> programs, under which roles, and for how long. Create-or-update
*> shape and dual-control rules as API-CLIENT-MAINTAIN: with a
*> PENDING-CHANGE path the change is queued for a second operator to
*> release through CHANGE-APPROVE instead of being applied. The
*> caller needs the SECADMIN action (see OPERATOR-AUTHORIZE) and may
*> not change its own record.
*>
*> Operator status values: "A" active, "S" suspended.
*>
*> @param l-operator-path Path to the OPERATOR indexed file
*> @param l-operator-id Operator id to create or update
*> @param l-name Operator name
*> @param l-roles Up to 8 role codes of 8 characters each, unused
*>        entries spaces
*> @param l-status Operator status, "A"/"S"
*> @param l-valid-from First date the operator may act, YYYYMMDD
*> @param l-valid-to Last date the operator may act, YYYYMMDD, or
*>        zero for no end date
*> @param l-user-id Operator ID making the change
*> @param l-result 0 if an existing operator was overwritten, 1 if a
*>        new record was inserted, 2 if the master could not be
*>        opened, 3 if the change was queued for approval, 4 if the
*>        status or validity window is invalid or the caller
*>        changes its own record, 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*> @param l-pending-path Optional path to the PENDING-CHANGE file;
*>        when configured the change is queued, not applied
*> @param l-change-id Optionally set to the queued change id
*>*
identification division.
program-id. operator-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select operator-file assign to ws-operator-path
        organization indexed
        access mode dynamic
        record key op-operator-id
        file status ws-operator-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
data division.
file section.
fd operator-file.
01 operator-record.
    05 op-operator-id pic x(8).
    05 op-name pic x(40).
    05 op-roles.
        10 op-role pic x(8) occurs 8 times.
    05 op-status pic x(1).
    05 op-valid-from pic 9(8).
    05 op-valid-to pic 9(8).
    05 op-last-updated-by pic x(8).
    05 op-last-updated-ts pic 9(14).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-operator-path pic x(256).
    01 ws-operator-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 operator-was-found value "Y".
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-change-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-operator-result usage binary-long unsigned.
    01 ws-operator-payload.
        05 pop-operator-id pic x(8).
        05 pop-name pic x(40).
        05 pop-roles pic x(64).
        05 pop-status pic x(1).
        05 pop-valid-from pic 9(8).
        05 pop-valid-to pic 9(8).
linkage section.
    01 l-operator-path pic x any length.
    01 l-operator-id pic x(8).
    01 l-name pic x(40).
    01 l-roles pic x(64).
    01 l-status pic x(1).
    01 l-valid-from pic 9(8).
    01 l-valid-to pic 9(8).
    01 l-user-id pic x(8).
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-operator-path, l-operator-id, l-name,
        l-roles, l-status, l-valid-from, l-valid-to, l-user-id,
        l-result, optional l-pending-path, optional l-change-id.
start-operator-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "SECADMIN",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-operator-path.
    move l-operator-path to ws-operator-path.
    move "N" to ws-found-switch.

*>  nobody grants themselves roles or extends their own validity
    if (l-status not = "A" and l-status not = "S")
            or l-operator-id = spaces or l-operator-id = l-user-id
            or (l-valid-to not = 0 and l-valid-to < l-valid-from)
        move 4 to l-result
        goback
    end-if.

    if l-pending-path not omitted and l-pending-path not = spaces
        perform queue-pending-change
        goback
    end-if.

    open i-o operator-file.
    if ws-operator-status = "35"
        open output operator-file
        close operator-file
        open i-o operator-file
    end-if.
    if ws-operator-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-operator-id to op-operator-id.
    read operator-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-name to op-name.
    move l-roles to op-roles.
    move l-status to op-status.
    move l-valid-from to op-valid-from.
    move l-valid-to to op-valid-to.
    move l-user-id to op-last-updated-by.
    move current-date(1:14) to op-last-updated-ts.

    if operator-was-found
        rewrite operator-record
        move 0 to l-result
    else
        write operator-record
        move 1 to l-result
    end-if.

    close operator-file.
    goback.

queue-pending-change section.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open i-o pending-change-file.
    if ws-pending-status = "35"
        open output pending-change-file
        close pending-change-file
        open i-o pending-change-file
    end-if.
    if ws-pending-status not = "00"
        move 2 to l-result
        exit section
    end-if.
    move l-operator-id to pop-operator-id.
    move l-name to pop-name.
    move l-roles to pop-roles.
    move l-status to pop-status.
    move l-valid-from to pop-valid-from.
    move l-valid-to to pop-valid-to.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-change-id
        move "Q" to ws-change-id(1:1)
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "OPERATOR" to pc-change-type
        move l-user-id to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move spaces to pc-approved-by
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-operator-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set pending-write-done to true
        end-write
    end-perform.
    close pending-change-file.
    if pending-write-done
        move 3 to l-result
        if l-change-id not omitted
            move ws-change-id to l-change-id
        end-if
    else
        move 2 to l-result
    end-if.
end program operator-maintain.

*>*
*> Grant an action to a role, or revoke it, on the ROLE-ACTION table
*> OPERATOR-AUTHORIZE checks operators' roles against. Keyed by role
*> and action code. Under the dual-control rules of
*> OPERATOR-MAINTAIN: with a PENDING-CHANGE path the grant or
*> revocation is queued for a second operator to release through
*> CHANGE-APPROVE instead of being applied. The caller needs the
*> SECADMIN action.
*>
*> @param l-role-path Path to the ROLE-ACTION indexed file
*> @param l-role Role code, e.g. "TREASURY"
*> @param l-action Action code the role grants (see
*>        OPERATOR-AUTHORIZE), e.g. "FXMAINT"
*> @param l-operation "G" to grant, "R" to revoke
*> @param l-user-id Operator ID making the change
*> @param l-result 0 granted (a repeated grant is restamped), 1
*>        revoked, 2 file unavailable, 3 queued for approval, 4
*>        invalid role, action or operation, 5 revoke of an action
*>        the role does not hold, 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*> @param l-pending-path Optional path to the PENDING-CHANGE file;
*>        when configured the change is queued, not applied
*> @param l-change-id Optionally set to the queued change id
*>*
identification division.
program-id. role-action-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select role-action-file assign to ws-role-path
        organization indexed
        access mode dynamic
        record key ra-key
        file status ws-role-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
data division.
file section.
fd role-action-file.
01 role-action-record.
    05 ra-key.
        10 ra-role pic x(8).
        10 ra-action pic x(8).
    05 ra-granted-by pic x(8).
    05 ra-granted-ts pic 9(14).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-role-path pic x(256).
    01 ws-role-status pic x(2).
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-change-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-operator-result usage binary-long unsigned.
    01 ws-role-payload.
        05 pra-role pic x(8).
        05 pra-action pic x(8).
        05 pra-operation pic x(1).
linkage section.
    01 l-role-path pic x any length.
    01 l-role pic x(8).
    01 l-action pic x(8).
    01 l-operation pic x(1).
    01 l-user-id pic x(8).
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-role-path, l-role, l-action,
        l-operation, l-user-id, l-result, optional l-pending-path,
        optional l-change-id.
start-role-action-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "SECADMIN",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-role-path.
    move l-role-path to ws-role-path.

    if (l-operation not = "G" and l-operation not = "R")
            or l-role = spaces or l-action = spaces
        move 4 to l-result
        goback
    end-if.

    if l-pending-path not omitted and l-pending-path not = spaces
        perform queue-pending-change
        goback
    end-if.

    open i-o role-action-file.
    if ws-role-status = "35"
        open output role-action-file
        close role-action-file
        open i-o role-action-file
    end-if.
    if ws-role-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-role to ra-role.
    move l-action to ra-action.
    if l-operation = "R"
        delete role-action-file record
            invalid key
                move 5 to l-result
            not invalid key
                move 1 to l-result
        end-delete
        close role-action-file
        goback
    end-if.

    move l-user-id to ra-granted-by.
    move current-date(1:14) to ra-granted-ts.
    write role-action-record
        invalid key
            rewrite role-action-record
    end-write.
    move 0 to l-result.
    close role-action-file.
    goback.

queue-pending-change section.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open i-o pending-change-file.
    if ws-pending-status = "35"
        open output pending-change-file
        close pending-change-file
        open i-o pending-change-file
    end-if.
    if ws-pending-status not = "00"
        move 2 to l-result
        exit section
    end-if.
    move l-role to pra-role.
    move l-action to pra-action.
    move l-operation to pra-operation.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-change-id
        move "Q" to ws-change-id(1:1)
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "ROLEACT" to pc-change-type
        move l-user-id to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move spaces to pc-approved-by
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-role-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set pending-write-done to true
        end-write
    end-perform.
    close pending-change-file.
    if pending-write-done
        move 3 to l-result
        if l-change-id not omitted
            move ws-change-id to l-change-id
        end-if
    else
        move 2 to l-result
    end-if.
end program role-action-maintain.

*>*
*> Quarterly operator entitlement report for the access
*> recertification audit: who can do what. Walks the OPERATOR master
*> and, for every role an operator holds, lists each action the
*> ROLE-ACTION table grants that role - one line per operator, role
*> and action. The remark column shows whether the operator could
*> actually act on the as-of date: ACTIVE, SUSPENDED, EXPIRED or
*> NOT YET VALID; a role that grants nothing is listed once with NO
*> ACTIONS so stale role assignments are visible too.
*>
*> @param l-operator-path Path to the OPERATOR indexed file
*> @param l-role-path Path to the ROLE-ACTION indexed file
*> @param l-as-of-date Date the validity remarks are judged on,
*>        YYYYMMDD
*> @param l-report-path Path of the report to produce
*> @param l-result Number of detail lines written, or
*>        99000001-99000003 when the operator master, role table or
*>        report could not be opened
*>*
identification division.
program-id. operator-entitlement-report.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select operator-file assign to ws-operator-path
        organization indexed
        access mode dynamic
        record key op-operator-id
        file status ws-operator-status.
    select role-action-file assign to ws-role-path
        organization indexed
        access mode dynamic
        record key ra-key
        file status ws-role-status.
    select entitlement-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd operator-file.
01 operator-record.
    05 op-operator-id pic x(8).
    05 op-name pic x(40).
    05 op-roles.
        10 op-role pic x(8) occurs 8 times.
    05 op-status pic x(1).
    05 op-valid-from pic 9(8).
    05 op-valid-to pic 9(8).
    05 op-last-updated-by pic x(8).
    05 op-last-updated-ts pic 9(14).
fd role-action-file.
01 role-action-record.
    05 ra-key.
        10 ra-role pic x(8).
        10 ra-action pic x(8).
    05 ra-granted-by pic x(8).
    05 ra-granted-ts pic 9(14).
fd entitlement-report-file.
01 entitlement-report-line pic x(132).
working-storage section.
    01 ws-operator-path pic x(256).
    01 ws-role-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-operator-status pic x(2).
    01 ws-role-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 operator-eof value "Y".
    01 ws-role-eof-switch pic x(1) value "N".
        88 role-eof value "Y".
    01 ws-role-idx usage binary-short unsigned.
    01 ws-role-actions usage binary-long unsigned.
    01 ws-line-count usage binary-long unsigned value 0.
    01 ws-remark pic x(14).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 oed-operator-id pic x(8).
        05 filler pic x(2) value spaces.
        05 oed-name pic x(30).
        05 filler pic x(2) value spaces.
        05 oed-role pic x(8).
        05 filler pic x(2) value spaces.
        05 oed-action pic x(10).
        05 filler pic x(2) value spaces.
        05 oed-valid-from pic 9(8).
        05 filler pic x(2) value spaces.
        05 oed-valid-to pic 9(8).
        05 filler pic x(2) value spaces.
        05 oed-remark pic x(14).
linkage section.
    01 l-operator-path pic x any length.
    01 l-role-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-operator-path, l-role-path,
        l-as-of-date, l-report-path, l-result.
start-operator-entitlement-report.
    move 0 to l-result.
    move 0 to ws-line-count.
    move "N" to ws-eof-switch.
    move spaces to ws-operator-path.
    move l-operator-path to ws-operator-path.
    move spaces to ws-role-path.
    move l-role-path to ws-role-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input operator-file.
    if ws-operator-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input role-action-file.
    if ws-role-status not = "00"
        close operator-file
        move 99000002 to l-result
        goback
    end-if.
    open output entitlement-report-file.
    if ws-report-status not = "00"
        close operator-file
        close role-action-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "OPERATOR ENTITLEMENT REPORT AS OF " delimited by size
        l-as-of-date delimited by size
        into ws-report-header
    end-string.
    write entitlement-report-line from ws-report-header.
    move "  OPERATOR  NAME                            ROLE      ACTION      VALID-FROM  VALID-TO    REMARK"
        to ws-report-header.
    write entitlement-report-line from ws-report-header.

    move low-values to op-operator-id.
    start operator-file key is greater than or equal to op-operator-id
        invalid key
            set operator-eof to true
    end-start.
    perform until operator-eof
        read operator-file next record
            at end
                set operator-eof to true
            not at end
                perform report-one-operator
        end-read
    end-perform.

    close operator-file.
    close role-action-file.
    close entitlement-report-file.
    move ws-line-count to l-result.
    goback.

report-one-operator section.
    evaluate true
        when op-status not = "A"
            move "SUSPENDED" to ws-remark
        when l-as-of-date < op-valid-from
            move "NOT YET VALID" to ws-remark
        when op-valid-to not = 0 and l-as-of-date > op-valid-to
            move "EXPIRED" to ws-remark
        when other
            move "ACTIVE" to ws-remark
    end-evaluate.
    perform varying ws-role-idx from 1 by 1 until ws-role-idx > 8
        if op-role(ws-role-idx) not = spaces
            perform report-one-role
        end-if
    end-perform.

report-one-role section.
    move 0 to ws-role-actions.
    move "N" to ws-role-eof-switch.
    move op-role(ws-role-idx) to ra-role.
    move low-values to ra-action.
    start role-action-file key is greater than or equal to ra-key
        invalid key
            set role-eof to true
    end-start.
    perform until role-eof
        read role-action-file next record
            at end
                set role-eof to true
            not at end
                if ra-role not = op-role(ws-role-idx)
                    set role-eof to true
                else
                    add 1 to ws-role-actions
                    perform write-detail-line
                end-if
        end-read
    end-perform.
    if ws-role-actions = 0
        perform write-detail-line
    end-if.

write-detail-line section.
    add 1 to ws-line-count.
    move spaces to ws-report-detail.
    move op-operator-id to oed-operator-id.
    move op-name to oed-name.
    move op-role(ws-role-idx) to oed-role.
    if ws-role-actions = 0
        move "NO ACTIONS" to oed-action
    else
        move ra-action to oed-action
    end-if.
    move op-valid-from to oed-valid-from.
    move op-valid-to to oed-valid-to.
    move ws-remark to oed-remark.
    write entitlement-report-line from ws-report-detail.
end program operator-entitlement-report.

*>*
*> Dual-control release of a queued maintenance change. When
*> ACCOUNT-MAINTAIN, PARTNER-KEY-MAINTAIN, API-CLIENT-MAINTAIN,
*> API-ENTITLEMENT-MAINTAIN, OPERATOR-MAINTAIN,
*> ROLE-ACTION-MAINTAIN or EARMARK-MAINTAIN runs with a
*> PENDING-CHANGE path, or GL-BATCH-POST is asked to post to a closed
*> period, the
*> requested change sits in that file as a "P" pending record; this
*> program lets a second operator review and decide it. A release
*> ("A") applies the change by calling the owning maintenance program
*> directly and records the apply result; a rejection ("R") just
*> closes the record. The approver must be a different user id than
*> the requester - that refusal is the whole point of dual control -
*> and every decision is stamped on the pending record and appended
*> to the audit journal, so the full request/approve/apply trail is
*> kept per change. Once operator checks are configured the approver
*> must also hold the APPROVER action (see OPERATOR-AUTHORIZE), and
*> the owning program checks the approver for its own action when
*> the release applies the change. OPERATOR and ROLEACT changes are
*> applied to the masters named through OPERATOR-CONFIG-SET.
*>
*> A release first stamps the record "L" with the approver, then
*> applies the change with the pending path and the change id, so an
*> owning program that accepts a change only under dual control -
*> reactivating a dormant account, placing or lifting a legal hold -
*> can prove the release against the record itself (see
*> CHANGE-RELEASE-VERIFY) rather than trust the caller. A GLADJ
*> change (a closed-period GL adjustment) is not applied here: it
*> stays released until the poster resubmits the batch to
*> GL-BATCH-POST with the change id.
*>
*> Pending-change status values: "P" pending, "L" released and not
*> yet applied, "A" approved and applied, "R" rejected.
*>
*> @param l-pending-path Path to the PENDING-CHANGE indexed file
*> @param l-change-id Change to decide
*> @param l-decision "A" to release and apply, "R" to reject
*> @param l-approver-id Second operator deciding the change
*> @param l-master-path Path to the ACCOUNT-MASTER, for ACCOUNT
*>        changes
*> @param l-ledger-path Path to the ACCOUNT-LEDGER, for the balance
*>        adjustment an applied ACCOUNT change may post
*> @param l-store-path Path to the PARTNER-KEY store, for PARTNER
*>        changes
*> @param l-audit-path Path to the decision audit journal
*> @param l-result 0 released and applied (a GLADJ change: released
*>        for posting), 1 rejected, 2 no such
*>        pending change, 3 change already decided, 4 approver is the
*>        requester, 5 pending file unavailable, 6 invalid decision, 7
*>        released but the apply failed (see the apply result kept on
*>        the record), 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*> @param l-client-path Optional path to the API-CLIENT master, for
*>        APICLNT changes
*> @param l-entitlement-path Optional path to the API-ENTITLEMENT
*>        file, for APIENTL changes
*> @param l-earmark-path Optional path to the EARMARK file, for
*>        EARMARK changes (legal holds and their release)
*> @param l-earmark-journal-path Optional path to the earmark
*>        journal, for EARMARK changes
*>*
identification division.
program-id. change-approve.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
    select approval-audit-file assign to ws-audit-path
        organization line sequential
        file status ws-audit-status.
data division.
file section.
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
fd approval-audit-file.
01 approval-audit-line pic x(132).
working-storage section.
    01 ws-pending-path pic x(256).
    01 ws-audit-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-audit-status pic x(2).
    01 ws-apply-result usage binary-long unsigned.
    01 ws-apply-type pic x(8).
    01 ws-apply-payload pic x(200).
    01 ws-account-payload.
        05 pap-account-id pic x(16).
        05 pap-customer-name pic x(40).
        05 pap-customer-id pic x(12).
        05 pap-currency pic x(3).
        05 pap-current-balance pic s9(13)v99.
        05 pap-available-balance pic s9(13)v99.
        05 pap-status pic x(1).
        05 pap-open-date pic 9(8).
    01 ws-partner-payload.
        05 ppp-partner-id pic x(16).
        05 ppp-shared-key pic x(64).
        05 ppp-status pic x(1).
    01 ws-client-payload.
        05 pac-client-id pic x(16).
        05 pac-credential-hash pic x(64).
        05 pac-status pic x(1).
        05 pac-channel pic x(8).
    01 ws-entitlement-payload.
        05 pae-client-id pic x(16).
        05 pae-scope pic x(1).
        05 pae-entity-id pic x(16).
        05 pae-action pic x(1).
        05 pae-access-level pic x(1).
    01 ws-operator-payload.
        05 pop-operator-id pic x(8).
        05 pop-name pic x(40).
        05 pop-roles pic x(64).
        05 pop-status pic x(1).
        05 pop-valid-from pic 9(8).
        05 pop-valid-to pic 9(8).
    01 ws-role-payload.
        05 pra-role pic x(8).
        05 pra-action pic x(8).
        05 pra-operation pic x(1).
    01 ws-earmark-payload.
        05 pem-account-id pic x(16).
        05 pem-earmark-id pic x(16).
        05 pem-operation pic x(1).
        05 pem-amount pic 9(13)v99.
        05 pem-hold-type pic x(1).
        05 pem-reference pic x(35).
        05 pem-expiry-date pic 9(8).
    01 ws-operator-master-path pic x(256) external.
    01 ws-role-action-path pic x(256) external.
    01 ws-audit-detail.
        05 filler pic x(2) value spaces.
        05 cad-audit-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 cad-change-id pic x(16).
        05 filler pic x(2) value spaces.
        05 cad-change-type pic x(8).
        05 filler pic x(2) value spaces.
        05 cad-requested-by pic x(8).
        05 filler pic x(2) value spaces.
        05 cad-approver-id pic x(8).
        05 filler pic x(2) value spaces.
        05 cad-decision pic x(1).
        05 filler pic x(2) value spaces.
        05 cad-apply-rc pic z(8)9.
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-pending-path pic x any length.
    01 l-change-id pic x(16).
    01 l-decision pic x(1).
    01 l-approver-id pic x(8).
    01 l-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-store-path pic x any length.
    01 l-audit-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-client-path pic x any length.
    01 l-entitlement-path pic x any length.
    01 l-earmark-path pic x any length.
    01 l-earmark-journal-path pic x any length.
procedure division using l-pending-path, l-change-id, l-decision,
        l-approver-id, l-master-path, l-ledger-path, l-store-path,
        l-audit-path, l-result, optional l-client-path,
        optional l-entitlement-path, optional l-earmark-path,
        optional l-earmark-journal-path.
start-change-approve.
    move 0 to l-result.
    call "operator-authorize" using l-approver-id, "APPROVER",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    move spaces to ws-audit-path.
    move l-audit-path to ws-audit-path.

    if l-decision not = "A" and l-decision not = "R"
        move 6 to l-result
        goback
    end-if.

    open i-o pending-change-file.
    if ws-pending-status not = "00"
        move 5 to l-result
        goback
    end-if.
    move l-change-id to pc-change-id.
    read pending-change-file
        invalid key
            close pending-change-file
            move 2 to l-result
            goback
    end-read.
    if pc-status not = "P"
        close pending-change-file
        move 3 to l-result
        goback
    end-if.
    if pc-requested-by = l-approver-id
*>      the requester releasing their own change is exactly what
*>      dual control forbids
        close pending-change-file
        move 4 to l-result
        goback
    end-if.

    move 0 to ws-apply-result.
    move l-approver-id to pc-approved-by.
    move current-date(1:14) to pc-decided-ts.
    if l-decision = "R"
        move "R" to pc-status
        rewrite pending-change-record
        close pending-change-file
        move 1 to l-result
        perform write-approval-audit
        goback
    end-if.

*>  released before it is applied, and the file closed meanwhile, so
*>  the owning program can prove the release against this record
    move "L" to pc-status.
    rewrite pending-change-record.
    move pc-change-type to ws-apply-type.
    move pc-payload to ws-apply-payload.
    close pending-change-file.
    perform apply-pending-change.

    open i-o pending-change-file.
    if ws-pending-status not = "00"
        move 5 to l-result
        goback
    end-if.
    move l-change-id to pc-change-id.
    read pending-change-file
        invalid key
            close pending-change-file
            move 2 to l-result
            goback
    end-read.
*>  a closed-period adjustment stays released until it is posted
    if ws-apply-type not = "GLADJ"
        move "A" to pc-status
    end-if.
    move ws-apply-result to pc-apply-result.
    rewrite pending-change-record.
    close pending-change-file.
    if ws-apply-result > 1
        move 7 to l-result
    else
        move 0 to l-result
    end-if.

    perform write-approval-audit.
    goback.

apply-pending-change section.
*>  the release applies through the owning maintenance program -
*>  with the change id as its release, so it applies rather than
*>  queues - under the approver's id
    evaluate ws-apply-type
        when "ACCOUNT"
            move ws-apply-payload(1:110) to ws-account-payload
            call "account-maintain" using l-master-path,
                pap-account-id, pap-customer-name, pap-customer-id,
                pap-currency, pap-current-balance,
                pap-available-balance, pap-status, pap-open-date,
                l-approver-id, l-ledger-path, ws-apply-result,
                l-pending-path, omitted, l-change-id
            end-call
        when "PARTNER"
            move ws-apply-payload(1:81) to ws-partner-payload
            call "partner-key-maintain" using l-store-path,
                ppp-partner-id, ppp-shared-key, ppp-status,
                l-approver-id, ws-apply-result
            end-call
        when "APICLNT"
            if l-client-path omitted
                move 99 to ws-apply-result
            else
                move ws-apply-payload(1:89) to ws-client-payload
                call "api-client-maintain" using l-client-path,
                    pac-client-id, pac-credential-hash, pac-status,
                    pac-channel, l-approver-id, ws-apply-result
                end-call
            end-if
        when "APIENTL"
            if l-entitlement-path omitted
                move 99 to ws-apply-result
            else
                move ws-apply-payload(1:35) to ws-entitlement-payload
                call "api-entitlement-maintain" using
                    l-entitlement-path, pae-client-id, pae-scope,
                    pae-entity-id, pae-action, l-approver-id,
                    ws-apply-result, omitted, omitted, pae-access-level
                end-call
            end-if
        when "OPERATOR"
            if ws-operator-master-path = spaces
                move 99 to ws-apply-result
            else
                move ws-apply-payload(1:129) to ws-operator-payload
                call "operator-maintain" using
                    ws-operator-master-path, pop-operator-id,
                    pop-name, pop-roles, pop-status, pop-valid-from,
                    pop-valid-to, l-approver-id, ws-apply-result
                end-call
            end-if
        when "ROLEACT"
            if ws-role-action-path = spaces
                move 99 to ws-apply-result
            else
                move ws-apply-payload(1:17) to ws-role-payload
                call "role-action-maintain" using ws-role-action-path,
                    pra-role, pra-action, pra-operation,
                    l-approver-id, ws-apply-result
                end-call
            end-if
        when "EARMARK"
            if l-earmark-path omitted or l-earmark-journal-path omitted
                move 99 to ws-apply-result
            else
                move ws-apply-payload(1:92) to ws-earmark-payload
                call "earmark-maintain" using l-earmark-path,
                    l-earmark-journal-path, pem-account-id,
                    pem-earmark-id, pem-operation, pem-amount,
                    pem-hold-type, pem-reference, pem-expiry-date,
                    l-approver-id, ws-apply-result, l-pending-path,
                    omitted, l-change-id
                end-call
            end-if
        when "GLADJ"
*>          posted by GL-BATCH-POST against this release
            move 0 to ws-apply-result
        when other
            move 99 to ws-apply-result
    end-evaluate.

write-approval-audit section.
    open extend approval-audit-file.
    if ws-audit-status = "05" or ws-audit-status = "35"
        open output approval-audit-file
    end-if.
    if ws-audit-status not = "00"
        exit section
    end-if.
    move spaces to ws-audit-detail.
    move current-date(1:14) to cad-audit-ts.
    move l-change-id to cad-change-id.
    move pc-change-type to cad-change-type.
    move pc-requested-by to cad-requested-by.
    move l-approver-id to cad-approver-id.
    move l-decision to cad-decision.
    move ws-apply-result to cad-apply-rc.
    write approval-audit-line from ws-audit-detail.
    close approval-audit-file.
end program change-approve.

*>*
*> Proves that a change is applied under dual control. A program that
*> accepts a change only once a second operator has released it -
*> ACCOUNT-MAINTAIN reactivating a dormant account, EARMARK-MAINTAIN
*> placing or lifting a legal hold, GL-BATCH-POST posting to a closed
*> period - is handed the id of the PENDING-CHANGE record the change
*> was queued under, and checks that record here instead of trusting
*> the id: it must be a change of the expected type carrying exactly
*> the change being applied, released ("L") and not yet applied, by
*> an approver other than the requester, and it may be applied only
*> by the requester or the approver. Verifying with mode "C" marks
*> the record applied ("A") at the same time, so one release applies
*> one change once.
*>
*> @param l-pending-path Path to the PENDING-CHANGE indexed file
*> @param l-release-id Change id the caller applies under
*> @param l-change-type Change type the release must be, e.g. ACCOUNT
*> @param l-payload The change being applied, laid out as the owning
*>        program queued it; the queued payload must match it
*> @param l-applier-id User id applying the change
*> @param l-mode "V" to verify only, "C" to verify and mark the
*>        change applied
*> @param l-result 0 released, 1 no such change, 2 not a release of
*>        this change (other type or payload, not released, already
*>        applied, released by its requester or applied by a third
*>        user), 3 pending file unavailable
*>*
identification division.
program-id. change-release-verify.
environment division.
configuration section.
repository.
    function length intrinsic.
input-output section.
file-control.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
data division.
file section.
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-payload-length usage binary-long unsigned.
linkage section.
    01 l-pending-path pic x any length.
    01 l-release-id pic x(16).
    01 l-change-type pic x any length.
    01 l-payload pic x any length.
    01 l-applier-id pic x(8).
    01 l-mode pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-pending-path, l-release-id, l-change-type,
        l-payload, l-applier-id, l-mode, l-result.
start-change-release-verify.
    move 0 to l-result.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    move length(l-payload) to ws-payload-length.
    if ws-payload-length > 200
        move 2 to l-result
        goback
    end-if.

    open i-o pending-change-file.
    if ws-pending-status not = "00"
        move 3 to l-result
        goback
    end-if.
    move l-release-id to pc-change-id.
    read pending-change-file
        invalid key
            close pending-change-file
            move 1 to l-result
            goback
    end-read.
    if pc-change-type not = l-change-type
            or pc-payload(1:ws-payload-length) not = l-payload
            or pc-status not = "L"
            or pc-approved-by = spaces
            or pc-approved-by = pc-requested-by
            or (l-applier-id not = pc-approved-by
                and l-applier-id not = pc-requested-by)
        close pending-change-file
        move 2 to l-result
        goback
    end-if.

    if l-mode = "C"
        move "A" to pc-status
        rewrite pending-change-record
    end-if.
    close pending-change-file.
    goback.
end program change-release-verify.

*>*
*> Verify the HMAC-SHA3-256 signature accompanying an inbound
*> interface message against the PARTNER-KEY store. A signed inbound
*> message opens with two header lines,
*>
*>     X-Partner-Id: <partner id>
*>     X-Signature: <64 hexadecimal chars>
*>
*> terminated by an empty line (CRLF CRLF); the MAC is HMAC-SHA3-256
*> over everything past that blank line, keyed with the partner's
*> shared key. On success l-payload-pos points at the first payload
*> byte so the caller can hand just the business payload downstream.
*> Hex case is not significant when comparing signatures.
*>
*> @param l-message Inbound message, headers plus payload
*> @param l-length Number of significant bytes in l-message
*> @param l-keystore-path Path to the PARTNER-KEY indexed file
*> @param l-partner-id Set to the partner id named in the message
*> @param l-payload-pos Set to the position of the first payload byte
*> @param l-result 0 signature verified, 1 malformed framing or
*>        missing auth headers, 2 unknown partner, 3 partner not
*>        active, 4 signature mismatch, 5 key store unavailable
*>*
identification division.
program-id. inbound-auth-verify.
environment division.
configuration section.
repository.
    function substr-pos
    function substr-pos-case
    function hmac-sha3-256
    function trim upper-case intrinsic.
input-output section.
file-control.
    select partner-key-file assign to ws-store-path
        organization indexed
        access mode dynamic
        record key pk-partner-id
        file status ws-store-status.
data division.
file section.
fd partner-key-file.
01 partner-key-record.
    05 pk-partner-id pic x(16).
    05 pk-shared-key pic x(64).
    05 pk-status pic x(1).
    05 pk-last-updated-by pic x(8).
    05 pk-last-updated-ts pic 9(14).
working-storage section.
    01 ws-store-path pic x(256).
    01 ws-store-status pic x(2).
    01 ws-headers-end usage binary-long unsigned.
    01 ws-header-block pic x(512).
    01 ws-field-pos usage binary-long unsigned.
    01 ws-field-eol usage binary-long unsigned.
    01 ws-signature pic x(64).
    01 ws-shared-key pic x(64).
    01 ws-partner-status pic x(1).
    01 ws-computed pic x(64).
    01 ws-payload-len usage binary-long signed.
    78 CR value x"0D".
linkage section.
    01 l-message pic x any length.
    01 l-length usage binary-long unsigned.
    01 l-keystore-path pic x any length.
    01 l-partner-id pic x(16).
    01 l-payload-pos usage binary-long unsigned.
    01 l-result usage binary-long unsigned.
procedure division using l-message, l-length, l-keystore-path,
        l-partner-id, l-payload-pos, l-result.
start-inbound-auth-verify.
    move 0 to l-result.
    move spaces to l-partner-id.
    move 0 to l-payload-pos.
    move spaces to ws-store-path.
    move l-keystore-path to ws-store-path.

    move substr-pos(l-message(1:l-length), x"0D0A0D0A")
        to ws-headers-end.
    if ws-headers-end = 0
        move 1 to l-result
        goback
    end-if.
    compute ws-payload-len = l-length - ws-headers-end - 3.
    if ws-payload-len < 1
        move 1 to l-result
        goback
    end-if.
    move spaces to ws-header-block.
    if ws-headers-end > 512
        move l-message(1:512) to ws-header-block
    else
        move l-message(1:ws-headers-end) to ws-header-block
    end-if.

    move substr-pos-case(ws-header-block, "x-partner-id:")
        to ws-field-pos.
    if ws-field-pos = 0
        move 1 to l-result
        goback
    end-if.
    compute ws-field-pos = ws-field-pos + 13.
    move substr-pos(ws-header-block(ws-field-pos:), CR) to ws-field-eol.
    if ws-field-eol > 1
        move trim(ws-header-block(ws-field-pos:ws-field-eol - 1))
            to l-partner-id
    end-if.

    move substr-pos-case(ws-header-block, "x-signature:")
        to ws-field-pos.
    if ws-field-pos = 0 or l-partner-id = spaces
        move 1 to l-result
        goback
    end-if.
    compute ws-field-pos = ws-field-pos + 12.
    move spaces to ws-signature.
    move substr-pos(ws-header-block(ws-field-pos:), CR) to ws-field-eol.
    if ws-field-eol > 1
        move trim(ws-header-block(ws-field-pos:ws-field-eol - 1))
            to ws-signature
    end-if.
    if ws-signature = spaces
        move 1 to l-result
        goback
    end-if.

    open input partner-key-file.
    if ws-store-status not = "00"
        move 5 to l-result
        goback
    end-if.
    move l-partner-id to pk-partner-id.
    read partner-key-file
        invalid key
            close partner-key-file
            move 2 to l-result
            goback
    end-read.
    move pk-shared-key to ws-shared-key.
    move pk-status to ws-partner-status.
    close partner-key-file.
    if ws-partner-status not = "A"
        move 3 to l-result
        goback
    end-if.

    compute l-payload-pos = ws-headers-end + 4.
    move hmac-sha3-256(trim(ws-shared-key),
        l-message(l-payload-pos:ws-payload-len)) to ws-computed.
    if upper-case(ws-computed) = upper-case(ws-signature)
        move 0 to l-result
    else
        move 4 to l-result
    end-if.
    goback.
end program inbound-auth-verify.

*>*
*> Duplicate and replay detection for inbound interface messages.
*> Computes the SHA3-256 digest of the message, purges entries older
*> than the caller's retention window from the SEEN-MESSAGE indexed
*> store (so it does not grow forever), then either records the
*> digest with a first-seen timestamp or reports it as already seen.
*> A partner gateway that retries after a timeout therefore gets its
*> repeat rejected instead of booked twice.
*>
*> The SEEN-MESSAGE record layout (digest key, first-seen timestamp)
*> is shared by this program and any reporting over the store.
*>
*> @param l-message Inbound message, as handed over by the listener
*> @param l-length Number of significant bytes in l-message
*> @param l-store-path Path to the SEEN-MESSAGE indexed store
*> @param l-retention-days Retention window in calendar days; entries
*>        first seen before the window are purged and no longer count
*>        as duplicates
*> @param l-digest Set to the 64-hex-char SHA3-256 digest computed
*> @param l-result 0 message is new and was recorded, 1 message is a
*>        duplicate inside the retention window, 2 store unavailable
*>*
identification division.
program-id. message-dedup-check.
environment division.
configuration section.
repository.
    function sha3-256
    function current-date numval integer-of-date date-of-integer
        intrinsic.
input-output section.
file-control.
    select seen-message-file assign to ws-store-path
        organization indexed
        access mode dynamic
        record key sm-digest
        file status ws-store-status.
data division.
file section.
fd seen-message-file.
01 seen-message-record.
    05 sm-digest pic x(64).
    05 sm-first-seen-ts pic 9(14).
working-storage section.
    01 ws-store-path pic x(256).
    01 ws-store-status pic x(2).
    01 ws-digest pic x(64).
    01 ws-cutoff-julian usage binary-long.
    01 ws-cutoff-ts pic 9(14).
    01 ws-cutoff-date pic 9(8).
    01 ws-eof-switch pic x(1) value "N".
        88 purge-eof value "Y".
linkage section.
    01 l-message pic x any length.
    01 l-length usage binary-long unsigned.
    01 l-store-path pic x any length.
    01 l-retention-days pic 9(4).
    01 l-digest pic x(64).
    01 l-result usage binary-long unsigned.
procedure division using l-message, l-length, l-store-path,
        l-retention-days, l-digest, l-result.
start-message-dedup-check.
    move 0 to l-result.
    move spaces to ws-store-path.
    move l-store-path to ws-store-path.

    move sha3-256(l-message(1:l-length)) to ws-digest.
    move ws-digest to l-digest.

    open i-o seen-message-file.
    if ws-store-status = "35"
        open output seen-message-file
        close seen-message-file
        open i-o seen-message-file
    end-if.
    if ws-store-status not = "00"
        move 2 to l-result
        goback
    end-if.

    perform purge-expired-entries.

    move ws-digest to sm-digest.
    read seen-message-file
        invalid key
            move ws-digest to sm-digest
            move current-date(1:14) to sm-first-seen-ts
            write seen-message-record
                invalid key
                    move 1 to l-result
            end-write
        not invalid key
            move 1 to l-result
    end-read.

    close seen-message-file.
    goback.

purge-expired-entries section.
    compute ws-cutoff-julian =
        integer-of-date(numval(current-date(1:8))) - l-retention-days.
    move date-of-integer(ws-cutoff-julian) to ws-cutoff-date.
    compute ws-cutoff-ts = ws-cutoff-date * 1000000.
    move "N" to ws-eof-switch.
    move low-values to sm-digest.
    start seen-message-file key is greater than or equal to sm-digest
        invalid key
            set purge-eof to true
    end-start.
    perform until purge-eof
        read seen-message-file next record
            at end
                set purge-eof to true
            not at end
                if sm-first-seen-ts < ws-cutoff-ts
                    delete seen-message-file record
                        invalid key
                            continue
                    end-delete
                end-if
        end-read
    end-perform.
end program message-dedup-check.

*>*
*> Sanctions screening batch over the PAYMENT-INBOX. Loads the
*> watchlist (one listed name per line) and checks the debtor and
*> creditor names of every pending payment for a case-insensitive
*> partial-name hit (SUBSTR-POS-CASE). A suspected match is moved to
*> the HOLD-QUEUE indexed file with the matched list entry recorded,
*> the inbox record is flagged "H" so nothing downstream releases it,
*> and a line is written to the daily review report. The companion
*> HOLDQUEUE-DECIDE utility releases or rejects held payments.
*>
*> The HOLD-QUEUE record layout (end-to-end id key, matched entry and
*> party, names, currency/amount, status, held/decided timestamps,
*> operator and reason code) is shared with HOLDQUEUE-DECIDE. Hold
*> status values: "H" held, "R" released, "X" rejected.
*>
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file
*> @param l-watchlist-path Path to the watchlist file, one name/line
*> @param l-holdqueue-path Path to the HOLD-QUEUE indexed file
*> @param l-report-path Path of the review report to produce
*> @param l-result Number of payments moved to the hold queue;
*>        99000001-99000004 report that the watchlist, inbox, hold
*>        queue or review report file could not be opened, and
*>        99000005 that the watchlist holds more names than the
*>        screening table - the run refuses rather than screen
*>        against a truncated list
*>*
identification division.
program-id. sanctions-screen.
environment division.
configuration section.
repository.
    function substr-pos-case
    function trim current-date intrinsic.
input-output section.
file-control.
    select watchlist-file assign to ws-watchlist-path
        organization line sequential
        file status ws-watchlist-status.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
    select hold-queue-file assign to ws-holdqueue-path
        organization indexed
        access mode dynamic
        record key hq-end-to-end-id
        file status ws-holdqueue-status.
    select review-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd watchlist-file.
01 watchlist-line pic x(70).
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
fd hold-queue-file.
01 hold-queue-record.
    05 hq-end-to-end-id pic x(35).
    05 hq-matched-entry pic x(70).
    05 hq-matched-party pic x(1).
    05 hq-debtor-name pic x(70).
    05 hq-creditor-name pic x(70).
    05 hq-currency pic x(3).
    05 hq-amount pic 9(13)v99.
    05 hq-status pic x(1).
    05 hq-held-ts pic 9(14).
    05 hq-decided-by pic x(8).
    05 hq-decided-ts pic 9(14).
    05 hq-reason-code pic x(10).
fd review-report-file.
01 review-report-line pic x(200).
working-storage section.
    01 ws-watchlist-path pic x(256).
    01 ws-inbox-path pic x(256).
    01 ws-holdqueue-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-watchlist-status pic x(2).
    01 ws-inbox-status pic x(2).
    01 ws-holdqueue-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-watchlist.
        05 ws-watch-entry pic x(70) occurs 256 times.
    01 ws-watch-count usage binary-short unsigned value 0.
    01 ws-watch-overflow pic x(1) value "N".
    01 ws-watch-idx usage index.
    01 ws-eof-switch pic x(1) value "N".
        88 watchlist-eof value "Y".
    01 ws-inbox-eof-switch pic x(1) value "N".
        88 inbox-eof value "Y".
    01 ws-matched-entry pic x(70).
    01 ws-matched-party pic x(1).
    01 ws-held-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(200).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 rrd-end-to-end-id pic x(35).
        05 filler pic x(2) value spaces.
        05 rrd-party pic x(1).
        05 filler pic x(2) value spaces.
        05 rrd-name pic x(70).
        05 filler pic x(2) value spaces.
        05 rrd-matched-entry pic x(70).
linkage section.
    01 l-inbox-path pic x any length.
    01 l-watchlist-path pic x any length.
    01 l-holdqueue-path pic x any length.
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-inbox-path, l-watchlist-path,
        l-holdqueue-path, l-report-path, l-result.
start-sanctions-screen.
    move 0 to l-result.
    move 0 to ws-held-count.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.
    move spaces to ws-watchlist-path.
    move l-watchlist-path to ws-watchlist-path.
    move spaces to ws-holdqueue-path.
    move l-holdqueue-path to ws-holdqueue-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    perform load-watchlist.
    if ws-watchlist-status not = "00" and not = "10"
        compute l-result = 99000000 + 1
        goback
    end-if.
    if ws-watch-overflow = "Y"
*>      screening against a truncated list would report a clean run
*>      compliance cannot trust - refuse instead
        compute l-result = 99000000 + 5
        goback
    end-if.

    open i-o payment-inbox-file.
    if ws-inbox-status not = "00"
        compute l-result = 99000000 + 2
        goback
    end-if.
    open i-o hold-queue-file.
    if ws-holdqueue-status = "35"
        open output hold-queue-file
        close hold-queue-file
        open i-o hold-queue-file
    end-if.
    if ws-holdqueue-status not = "00"
        close payment-inbox-file
        compute l-result = 99000000 + 3
        goback
    end-if.
    open output review-report-file.
    if ws-report-status not = "00"
        close payment-inbox-file
        close hold-queue-file
        compute l-result = 99000000 + 4
        goback
    end-if.

    move spaces to ws-report-header.
    string "SANCTIONS SCREENING REVIEW " delimited by size
        current-date(1:8) delimited by size
        into ws-report-header
    end-string.
    write review-report-line from ws-report-header.
    move "E2E-ID                               P  NAME" to ws-report-header.
    write review-report-line from ws-report-header.

    move low-values to pin-end-to-end-id.
    start payment-inbox-file key is greater than or equal to
            pin-end-to-end-id
        invalid key
            set inbox-eof to true
    end-start.
    perform until inbox-eof
        read payment-inbox-file next record
            at end
                set inbox-eof to true
            not at end
                if pin-status = "P"
                    perform screen-one-payment
                end-if
        end-read
    end-perform.

    close payment-inbox-file.
    close hold-queue-file.
    close review-report-file.
    move ws-held-count to l-result.
    goback.

load-watchlist section.
    move 0 to ws-watch-count.
    move "N" to ws-watch-overflow.
    move "N" to ws-eof-switch.
    open input watchlist-file.
    if ws-watchlist-status not = "00"
        exit section
    end-if.
    perform until watchlist-eof
        read watchlist-file
            at end
                set watchlist-eof to true
            not at end
                if watchlist-line not = spaces
                    if ws-watch-count < 256
                        add 1 to ws-watch-count
                        move watchlist-line
                            to ws-watch-entry(ws-watch-count)
                    else
                        move "Y" to ws-watch-overflow
                    end-if
                end-if
        end-read
    end-perform.
    close watchlist-file.
    move "00" to ws-watchlist-status.

screen-one-payment section.
    move spaces to ws-matched-entry.
    move spaces to ws-matched-party.
    perform varying ws-watch-idx from 1 by 1
            until ws-watch-idx > ws-watch-count
               or ws-matched-entry not = spaces
        evaluate true
            when substr-pos-case(pin-debtor-name,
                    trim(ws-watch-entry(ws-watch-idx))) > 0
                move ws-watch-entry(ws-watch-idx) to ws-matched-entry
                move "D" to ws-matched-party
            when substr-pos-case(pin-creditor-name,
                    trim(ws-watch-entry(ws-watch-idx))) > 0
                move ws-watch-entry(ws-watch-idx) to ws-matched-entry
                move "C" to ws-matched-party
            when other
                continue
        end-evaluate
    end-perform.
    if ws-matched-entry = spaces
        exit section
    end-if.

    move pin-end-to-end-id to hq-end-to-end-id.
    move ws-matched-entry to hq-matched-entry.
    move ws-matched-party to hq-matched-party.
    move pin-debtor-name to hq-debtor-name.
    move pin-creditor-name to hq-creditor-name.
    move pin-currency to hq-currency.
    move pin-amount to hq-amount.
    move "H" to hq-status.
    move current-date(1:14) to hq-held-ts.
    move spaces to hq-decided-by.
    move 0 to hq-decided-ts.
    move spaces to hq-reason-code.
    write hold-queue-record
        invalid key
            rewrite hold-queue-record
    end-write.

    move "H" to pin-status.
    rewrite payment-inbox-record.
    add 1 to ws-held-count.

    move spaces to ws-report-detail.
    move pin-end-to-end-id to rrd-end-to-end-id.
    move ws-matched-party to rrd-party.
    if ws-matched-party = "D"
        move pin-debtor-name to rrd-name
    else
        move pin-creditor-name to rrd-name
    end-if.
    move ws-matched-entry to rrd-matched-entry.
    write review-report-line from ws-report-detail.
end program sanctions-screen.

*>*
*> Release or reject a payment held by SANCTIONS-SCREEN. Looks up the
*> HOLD-QUEUE record for an end-to-end id, requires it to still be
*> held, stamps the operator id, reason code and decision timestamp
*> on it, mirrors the decision onto the PAYMENT-INBOX record ("R"
*> released / "X" rejected), and appends the decision to the audit
*> journal - every decision carries who and why, the same way
*> FX-RATE-MAINTAIN journals manual rate changes.
*>
*> @param l-holdqueue-path Path to the HOLD-QUEUE indexed file
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file
*> @param l-end-to-end-id Held payment to decide
*> @param l-decision "R" to release, "X" to reject
*> @param l-operator-id Operator making the decision
*> @param l-reason-code Short code explaining the decision
*> @param l-audit-path Path to the decision audit journal
*> @param l-result 0 decided, 1 no held record for that id, 2 files
*>        unavailable, 3 invalid decision code, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. holdqueue-decide.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select hold-queue-file assign to ws-holdqueue-path
        organization indexed
        access mode dynamic
        record key hq-end-to-end-id
        file status ws-holdqueue-status.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
    select decision-audit-file assign to ws-audit-path
        organization line sequential
        file status ws-audit-status.
data division.
file section.
fd hold-queue-file.
01 hold-queue-record.
    05 hq-end-to-end-id pic x(35).
    05 hq-matched-entry pic x(70).
    05 hq-matched-party pic x(1).
    05 hq-debtor-name pic x(70).
    05 hq-creditor-name pic x(70).
    05 hq-currency pic x(3).
    05 hq-amount pic 9(13)v99.
    05 hq-status pic x(1).
    05 hq-held-ts pic 9(14).
    05 hq-decided-by pic x(8).
    05 hq-decided-ts pic 9(14).
    05 hq-reason-code pic x(10).
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
fd decision-audit-file.
01 decision-audit-line pic x(200).
working-storage section.
    01 ws-holdqueue-path pic x(256).
    01 ws-inbox-path pic x(256).
    01 ws-audit-path pic x(256).
    01 ws-holdqueue-status pic x(2).
    01 ws-inbox-status pic x(2).
    01 ws-audit-status pic x(2).
    01 ws-audit-detail.
        05 filler pic x(2) value spaces.
        05 dad-audit-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 dad-operator-id pic x(8).
        05 filler pic x(2) value spaces.
        05 dad-decision pic x(1).
        05 filler pic x(2) value spaces.
        05 dad-end-to-end-id pic x(35).
        05 filler pic x(2) value spaces.
        05 dad-reason-code pic x(10).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-holdqueue-path pic x any length.
    01 l-inbox-path pic x any length.
    01 l-end-to-end-id pic x(35).
    01 l-decision pic x(1).
    01 l-operator-id pic x(8).
    01 l-reason-code pic x(10).
    01 l-audit-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-holdqueue-path, l-inbox-path,
        l-end-to-end-id, l-decision, l-operator-id, l-reason-code,
        l-audit-path, l-result.
start-holdqueue-decide.
    move 0 to l-result.
    call "operator-authorize" using l-operator-id, "SANCTREL",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-holdqueue-path.
    move l-holdqueue-path to ws-holdqueue-path.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.
    move spaces to ws-audit-path.
    move l-audit-path to ws-audit-path.

    if l-decision not = "R" and l-decision not = "X"
        move 3 to l-result
        goback
    end-if.

    open i-o hold-queue-file.
    if ws-holdqueue-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-end-to-end-id to hq-end-to-end-id.
    read hold-queue-file
        invalid key
            close hold-queue-file
            move 1 to l-result
            goback
    end-read.
    if hq-status not = "H"
        close hold-queue-file
        move 1 to l-result
        goback
    end-if.

    move l-decision to hq-status.
    move l-operator-id to hq-decided-by.
    move current-date(1:14) to hq-decided-ts.
    move l-reason-code to hq-reason-code.
    rewrite hold-queue-record.
    close hold-queue-file.

    open i-o payment-inbox-file.
    if ws-inbox-status = "00"
        move l-end-to-end-id to pin-end-to-end-id
        read payment-inbox-file
            invalid key
                continue
            not invalid key
                move l-decision to pin-status
                rewrite payment-inbox-record
        end-read
        close payment-inbox-file
    end-if.

    perform write-decision-audit.
    goback.

write-decision-audit section.
    open extend decision-audit-file.
    if ws-audit-status = "05" or ws-audit-status = "35"
        open output decision-audit-file
    end-if.
    if ws-audit-status not = "00"
        exit section
    end-if.
    move spaces to ws-audit-detail.
    move current-date(1:14) to dad-audit-ts.
    move l-operator-id to dad-operator-id.
    move l-decision to dad-decision.
    move l-end-to-end-id to dad-end-to-end-id.
    move l-reason-code to dad-reason-code.
    write decision-audit-line from ws-audit-detail.
    close decision-audit-file.
end program holdqueue-decide.

*>*
*> Nightly AML transaction monitoring. SANCTIONS-SCREEN matches names;
*> this job looks at behaviour. Every customer account on the
*> ACCOUNT-MASTER has its ACCOUNT-LEDGER movements up to the run date
*> run through the scenarios switched on in the scenario file:
*>
*>   structuring   at least STRUCT-COUNT outgoing payments ("P"
*>                 debits) in the last STRUCT-DAYS days falling
*>                 within STRUCT-BAND-PCT percent under
*>                 STRUCT-THRESHOLD
*>   rapid in-out  an outgoing payment within RAPID-TOLERANCE-PCT
*>                 percent of an inbound settlement ("S" credit)
*>                 booked on the same account up to RAPID-DAYS days
*>                 before it
*>   volume spike  the customer's payment and settlement turnover
*>                 across all accounts on the run date above
*>                 SPIKE-FACTOR times its daily average over the
*>                 preceding SPIKE-DAYS days, and at least
*>                 SPIKE-MIN-AMOUNT
*>   high-risk     an inbound settlement whose debtor IBAN (from the
*>                 PAYMENT-INBOX) carries one of the HIGH-RISK country
*>                 codes
*>
*> A scenario only fires on activity booked on the run date, so the
*> same movements do not alert again night after night. Amounts are
*> compared in each account's own currency. Accounts with no customer
*> id - the bank's internal accounts - are not monitored.
*>
*> Hits open an AML-ALERT case for the customer, or are added to the
*> customer's case still open ("O") or escalated ("E"): the scenario
*> is flagged on the case, the contributing payment ids (ledger
*> references - payment ids, or end-to-end ids for inbound
*> settlements) are added up to 20 per case, and the score is the
*> total of the flagged scenarios' configured scores. Analysts work
*> the cases through AML-ALERT-DECIDE; AML-ALERT-AGEING reports the
*> open ones.
*>
*> The scenario file holds one KEY=VALUE per line (parsed the way
*> GL-DAILY-BUILD parses its mapping file). A scenario is on when its
*> switching key is set: STRUCT-THRESHOLD (with STRUCT-BAND-PCT,
*> default 10, STRUCT-COUNT, default 3, STRUCT-DAYS, default 7),
*> RAPID-DAYS (with RAPID-TOLERANCE-PCT, default 10), SPIKE-FACTOR
*> (with SPIKE-DAYS, default 90, SPIKE-MIN-AMOUNT, default 0) and
*> HIGH-RISK, a comma-separated list of ISO country codes. Scores:
*> STRUCT-SCORE (default 40), RAPID-SCORE (30), SPIKE-SCORE (20) and
*> HIGH-RISK-SCORE (50).
*>
*> The AML-ALERT record layout (case id key, customer id alternate
*> key, status, score, one hit flag per scenario, opened and last-hit
*> dates, contributing payment count and ids, decided-by, decided
*> timestamp and reason code) is shared by this program,
*> AML-ALERT-DECIDE and AML-ALERT-AGEING. Case status values: "O"
*> open, "E" escalated to the MLRO, "C" closed without action, "S"
*> closed with a suspicious activity report filed.
*>
*> @param l-scenario-path Path of the KEY=VALUE scenario file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file the
*>        high-risk scenario takes debtor IBANs from; spaces skips
*>        that scenario
*> @param l-alert-path Path to the AML-ALERT indexed file
*> @param l-run-date Date to monitor, YYYYMMDD
*> @param l-report-path Path of the run report listing every hit
*> @param l-result Number of scenario hits recorded, or
*>        99000001-99000006 when the scenario file, master, ledger,
*>        alert file, run report or inbox could not be opened, and
*>        99000007 when the run touched more customers than the
*>        volume-spike tally holds - the other scenarios still ran,
*>        the spike scenario did not
*>*
identification division.
program-id. aml-monitor.
environment division.
configuration section.
repository.
    function substr-pos
    function trim numval test-numval current-date integer-of-date
        intrinsic.
input-output section.
file-control.
    select scenario-file assign to ws-scenario-path
        organization line sequential
        file status ws-scenario-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select account-ledger-file assign to ws-ledger-path
        organization indexed
        access mode dynamic
        record key alg-key
        file status ws-ledger-status.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
    select aml-alert-file assign to ws-alert-path
        organization indexed
        access mode dynamic
        record key al-case-id
        alternate record key al-customer-id with duplicates
        file status ws-alert-status.
    select monitor-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd scenario-file.
01 scenario-record pic x(256).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd account-ledger-file.
01 account-ledger-record.
    05 alg-key.
        10 alg-account pic x(16).
        10 alg-sequence pic 9(10).
    05 alg-posting-date pic 9(8).
    05 alg-posting-ts pic 9(14).
    05 alg-entry-type pic x(1).
    05 alg-reference pic x(35).
    05 alg-currency pic x(3).
    05 alg-amount pic s9(13)v99.
    05 alg-running-balance pic s9(13)v99.
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
fd aml-alert-file.
01 aml-alert-record.
    05 al-case-id pic x(16).
    05 al-customer-id pic x(12).
    05 al-status pic x(1).
    05 al-score pic 9(5).
    05 al-scenarios.
        10 al-structuring-hit pic x(1).
        10 al-rapid-hit pic x(1).
        10 al-spike-hit pic x(1).
        10 al-high-risk-hit pic x(1).
    05 al-opened-date pic 9(8).
    05 al-last-hit-date pic 9(8).
    05 al-payment-count pic 9(3).
    05 al-payment-ids.
        10 al-payment-id pic x(35) occurs 20 times.
    05 al-decided-by pic x(8).
    05 al-decided-ts pic 9(14).
    05 al-reason-code pic x(10).
fd monitor-report-file.
01 monitor-report-line pic x(132).
working-storage section.
    01 ws-scenario-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-ledger-path pic x(256).
    01 ws-inbox-path pic x(256).
    01 ws-alert-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-scenario-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-ledger-status pic x(2).
    01 ws-inbox-status pic x(2).
    01 ws-alert-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-scenario-eof-switch pic x(1) value "N".
        88 scenario-eof value "Y".
    01 ws-master-eof-switch pic x(1) value "N".
        88 master-eof value "Y".
    01 ws-ledger-eof-switch pic x(1) value "N".
        88 ledger-eof value "Y".
    01 ws-case-switch pic x(1) value "N".
        88 case-found value "Y".
        88 case-scan-done value "D".
    01 ws-eq-pos usage binary-long unsigned.
    01 ws-scenario-key pic x(32).
    01 ws-scenario-value pic x(200).
*>  scenario parameters, with their defaults
    01 ws-struct-threshold pic 9(13)v99 value 0.
    01 ws-struct-band-pct pic 9(3) value 10.
    01 ws-struct-count pic 9(3) value 3.
    01 ws-struct-days pic 9(3) value 7.
    01 ws-struct-score pic 9(3) value 40.
    01 ws-rapid-days pic 9(3) value 0.
    01 ws-rapid-tolerance-pct pic 9(3) value 10.
    01 ws-rapid-score pic 9(3) value 30.
    01 ws-spike-days pic 9(3) value 90.
    01 ws-spike-factor pic 9(5)v99 value 0.
    01 ws-spike-min-amount pic 9(13)v99 value 0.
    01 ws-spike-score pic 9(3) value 20.
    01 ws-high-risk-list pic x(200) value spaces.
    01 ws-high-risk-score pic 9(3) value 50.
    01 ws-high-risk-table.
        05 ws-high-risk-country pic x(2) occurs 64 times.
    01 ws-high-risk-count usage binary-short unsigned value 0.
    01 ws-list-ptr usage binary-long unsigned.
    01 ws-list-item pic x(8).
    01 ws-struct-floor pic 9(13)v99.
*>  the run date and the monitoring windows as day numbers
    01 ws-run-day usage binary-long.
    01 ws-entry-window usage binary-long.
    01 ws-days-back usage binary-long.
*>  one account's movements inside the entry window, oldest first
    01 ws-entry-count usage binary-short unsigned value 0.
    01 ws-entry-table.
        05 ws-entry occurs 1000 times.
            10 le-days-back usage binary-long.
            10 le-entry-type pic x(1).
            10 le-reference pic x(35).
            10 le-amount pic s9(13)v99.
    01 ws-entry-idx usage binary-short unsigned.
    01 ws-match-idx usage binary-short unsigned.
    01 ws-abs-amount pic 9(13)v99.
    01 ws-credit-amount pic 9(13)v99.
    01 ws-low-amount pic 9(13)v99.
    01 ws-high-amount pic 9(13)v99.
    01 ws-struct-hits usage binary-short unsigned.
    01 ws-struct-today pic x(1).
*>  per-customer turnover for the volume-spike scenario
    01 ws-cust-count usage binary-short unsigned value 0.
    01 ws-cust-table.
        05 ws-cust-entry occurs 4096 times.
            10 ct-customer-id pic x(12).
            10 ct-day-activity pic 9(15)v99.
            10 ct-trailing-activity pic 9(15)v99.
            10 ct-spike-hit pic x(1).
    01 ws-cust-idx usage binary-short unsigned.
    01 ws-cust-found pic x(1).
    01 ws-cust-table-full pic x(1) value "N".
    01 ws-spike-average pic 9(15)v99.
*>  one scenario hit, handed to record-hit
    01 ws-hit-customer pic x(12).
    01 ws-hit-scenario pic x(1).
    01 ws-hit-ref-count usage binary-short unsigned.
    01 ws-hit-refs.
        05 ws-hit-ref pic x(35) occurs 20 times.
    01 ws-hit-idx usage binary-short unsigned.
    01 ws-ref-idx usage binary-short unsigned.
    01 ws-ref-present pic x(1).
    01 ws-hit-total usage binary-long unsigned value 0.
    01 ws-case-new pic x(1).
    01 ws-case-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x(1).
        88 case-write-done value "Y".
    01 ws-score-total pic 9(5).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 amd-customer-id pic x(12).
        05 filler pic x(2) value spaces.
        05 amd-case-id pic x(16).
        05 filler pic x(2) value spaces.
        05 amd-scenario pic x(12).
        05 filler pic x(2) value spaces.
        05 amd-case-action pic x(7).
        05 filler pic x(2) value spaces.
        05 amd-score pic z(4)9.
        05 filler pic x(2) value spaces.
        05 amd-payments pic zz9.
        05 filler pic x(2) value spaces.
        05 amd-first-ref pic x(35).
linkage section.
    01 l-scenario-path pic x any length.
    01 l-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-inbox-path pic x any length.
    01 l-alert-path pic x any length.
    01 l-run-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-scenario-path, l-master-path,
        l-ledger-path, l-inbox-path, l-alert-path, l-run-date,
        l-report-path, l-result.
start-aml-monitor.
    move 0 to l-result.
    move 0 to ws-hit-total.
    move 0 to ws-cust-count.
    move "N" to ws-cust-table-full.
    move spaces to ws-scenario-path.
    move l-scenario-path to ws-scenario-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-ledger-path.
    move l-ledger-path to ws-ledger-path.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.
    move spaces to ws-alert-path.
    move l-alert-path to ws-alert-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input scenario-file.
    if ws-scenario-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    perform until scenario-eof
        read scenario-file
            at end
                set scenario-eof to true
            not at end
                perform parse-scenario-line
        end-read
    end-perform.
    close scenario-file.
    perform load-high-risk-countries.

    open input account-master-file.
    if ws-master-status not = "00"
        move 99000002 to l-result
        goback
    end-if.
    open input account-ledger-file.
    if ws-ledger-status not = "00"
        close account-master-file
        move 99000003 to l-result
        goback
    end-if.
    open i-o aml-alert-file.
    if ws-alert-status = "35"
        open output aml-alert-file
        close aml-alert-file
        open i-o aml-alert-file
    end-if.
    if ws-alert-status not = "00"
        close account-master-file
        close account-ledger-file
        move 99000004 to l-result
        goback
    end-if.
    open output monitor-report-file.
    if ws-report-status not = "00"
        close account-master-file
        close account-ledger-file
        close aml-alert-file
        move 99000005 to l-result
        goback
    end-if.
    if ws-inbox-path = spaces
        move 0 to ws-high-risk-count
    else
        open input payment-inbox-file
        if ws-inbox-status not = "00"
            close account-master-file
            close account-ledger-file
            close aml-alert-file
            close monitor-report-file
            move 99000006 to l-result
            goback
        end-if
    end-if.

    move spaces to ws-report-header.
    string "AML TRANSACTION MONITORING " delimited by size
        l-run-date delimited by size
        into ws-report-header
    end-string.
    write monitor-report-line from ws-report-header.
    move "  CUSTOMER      CASE-ID           SCENARIO      ACTION   SCORE  PAY  FIRST-PAYMENT"
        to ws-report-header.
    write monitor-report-line from ws-report-header.

*>  the entry window is the longest of the scenarios that look at
*>  individual movements; the spike looks at totals only
    move integer-of-date(l-run-date) to ws-run-day.
    move ws-struct-days to ws-entry-window.
    if ws-rapid-days + 1 > ws-entry-window
        compute ws-entry-window = ws-rapid-days + 1
    end-if.
    compute ws-struct-floor rounded = ws-struct-threshold
        * (100 - ws-struct-band-pct) / 100.

    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                if acm-customer-id not = spaces
                    perform monitor-one-account
                end-if
        end-read
    end-perform.

    if ws-spike-factor > 0 and ws-cust-table-full = "N"
        perform evaluate-volume-spikes
    end-if.

    close account-master-file.
    close account-ledger-file.
    close aml-alert-file.
    close monitor-report-file.
    if ws-inbox-path not = spaces
        close payment-inbox-file
    end-if.
    if ws-cust-table-full = "Y"
        move 99000007 to l-result
    else
        move ws-hit-total to l-result
    end-if.
    goback.

parse-scenario-line section.
    move substr-pos(scenario-record, "=") to ws-eq-pos.
    if ws-eq-pos < 2
        exit section
    end-if.
    move trim(scenario-record(1:ws-eq-pos - 1)) to ws-scenario-key.
    move trim(scenario-record(ws-eq-pos + 1:)) to ws-scenario-value.
    if ws-scenario-key = "HIGH-RISK"
        move ws-scenario-value to ws-high-risk-list
        exit section
    end-if.
    if ws-scenario-value = spaces
            or test-numval(ws-scenario-value) not = 0
        exit section
    end-if.
    evaluate ws-scenario-key
        when "STRUCT-THRESHOLD"
            move numval(ws-scenario-value) to ws-struct-threshold
        when "STRUCT-BAND-PCT"
            move numval(ws-scenario-value) to ws-struct-band-pct
        when "STRUCT-COUNT"
            move numval(ws-scenario-value) to ws-struct-count
        when "STRUCT-DAYS"
            move numval(ws-scenario-value) to ws-struct-days
        when "STRUCT-SCORE"
            move numval(ws-scenario-value) to ws-struct-score
        when "RAPID-DAYS"
            move numval(ws-scenario-value) to ws-rapid-days
        when "RAPID-TOLERANCE-PCT"
            move numval(ws-scenario-value) to ws-rapid-tolerance-pct
        when "RAPID-SCORE"
            move numval(ws-scenario-value) to ws-rapid-score
        when "SPIKE-DAYS"
            move numval(ws-scenario-value) to ws-spike-days
        when "SPIKE-FACTOR"
            move numval(ws-scenario-value) to ws-spike-factor
        when "SPIKE-MIN-AMOUNT"
            move numval(ws-scenario-value) to ws-spike-min-amount
        when "SPIKE-SCORE"
            move numval(ws-scenario-value) to ws-spike-score
        when "HIGH-RISK-SCORE"
            move numval(ws-scenario-value) to ws-high-risk-score
        when other
            continue
    end-evaluate.

load-high-risk-countries section.
    move 0 to ws-high-risk-count.
    move spaces to ws-high-risk-table.
    move 1 to ws-list-ptr.
    perform until ws-list-ptr > length of ws-high-risk-list
            or ws-high-risk-count >= 64
        move spaces to ws-list-item
        unstring ws-high-risk-list delimited by ","
            into ws-list-item
            with pointer ws-list-ptr
        end-unstring
        if trim(ws-list-item) not = spaces
            add 1 to ws-high-risk-count
            move trim(ws-list-item) to
                ws-high-risk-country(ws-high-risk-count)
        end-if
    end-perform.

monitor-one-account section.
    perform load-account-entries.
    if ws-struct-threshold > 0
        perform check-structuring
    end-if.
    if ws-rapid-days > 0
        perform check-rapid-in-out
    end-if.
    if ws-high-risk-count > 0
        perform check-high-risk
    end-if.

load-account-entries section.
*>  one forward pass over the account's ledger: movements inside the
*>  entry window are kept for the per-movement scenarios, and the
*>  customer's turnover is tallied for the spike
    move 0 to ws-entry-count.
    move "N" to ws-ledger-eof-switch.
    if ws-spike-factor > 0
        perform find-customer-entry
    end-if.
    move acm-account-id to alg-account.
    move 0 to alg-sequence.
    start account-ledger-file key is greater than or equal to alg-key
        invalid key
            set ledger-eof to true
    end-start.
    perform until ledger-eof
        read account-ledger-file next record
            at end
                set ledger-eof to true
            not at end
                if alg-account not = acm-account-id
                    set ledger-eof to true
                else
                    perform take-ledger-entry
                end-if
        end-read
    end-perform.

take-ledger-entry section.
    if alg-posting-date > l-run-date or alg-posting-date < 16010101
        exit section
    end-if.
    compute ws-days-back =
        ws-run-day - integer-of-date(alg-posting-date).
    if (alg-entry-type = "P" or alg-entry-type = "S")
            and ws-spike-factor > 0 and ws-cust-found = "Y"
        if alg-amount < 0
            compute ws-abs-amount = alg-amount * -1
        else
            move alg-amount to ws-abs-amount
        end-if
        if ws-days-back = 0
            add ws-abs-amount to ct-day-activity(ws-cust-idx)
        else
            if ws-days-back <= ws-spike-days
                add ws-abs-amount to ct-trailing-activity(ws-cust-idx)
            end-if
        end-if
    end-if.
    if ws-days-back < ws-entry-window and ws-entry-count < 1000
        add 1 to ws-entry-count
        move ws-days-back to le-days-back(ws-entry-count)
        move alg-entry-type to le-entry-type(ws-entry-count)
        move alg-reference to le-reference(ws-entry-count)
        move alg-amount to le-amount(ws-entry-count)
    end-if.

find-customer-entry section.
    move "N" to ws-cust-found.
    perform varying ws-cust-idx from 1 by 1
            until ws-cust-idx > ws-cust-count or ws-cust-found = "Y"
        if ct-customer-id(ws-cust-idx) = acm-customer-id
            move "Y" to ws-cust-found
        end-if
    end-perform.
    if ws-cust-found = "Y"
        subtract 1 from ws-cust-idx
        exit section
    end-if.
    if ws-cust-count >= 4096
        move "Y" to ws-cust-table-full
        exit section
    end-if.
    add 1 to ws-cust-count.
    move ws-cust-count to ws-cust-idx.
    move acm-customer-id to ct-customer-id(ws-cust-idx).
    move 0 to ct-day-activity(ws-cust-idx).
    move 0 to ct-trailing-activity(ws-cust-idx).
    move "N" to ct-spike-hit(ws-cust-idx).
    move "Y" to ws-cust-found.

check-structuring section.
    move 0 to ws-struct-hits.
    move 0 to ws-hit-ref-count.
    move "N" to ws-struct-today.
    move spaces to ws-hit-refs.
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > ws-entry-count
        if le-entry-type(ws-entry-idx) = "P"
                and le-amount(ws-entry-idx) < 0
                and le-days-back(ws-entry-idx) < ws-struct-days
            compute ws-abs-amount = le-amount(ws-entry-idx) * -1
            if ws-abs-amount >= ws-struct-floor
                    and ws-abs-amount < ws-struct-threshold
                add 1 to ws-struct-hits
                if le-days-back(ws-entry-idx) = 0
                    move "Y" to ws-struct-today
                end-if
                if ws-hit-ref-count < 20
                    add 1 to ws-hit-ref-count
                    move le-reference(ws-entry-idx)
                        to ws-hit-ref(ws-hit-ref-count)
                end-if
            end-if
        end-if
    end-perform.
    if ws-struct-hits >= ws-struct-count and ws-struct-today = "Y"
        move acm-customer-id to ws-hit-customer
        move "S" to ws-hit-scenario
        perform record-hit
    end-if.

check-rapid-in-out section.
*>  each outgoing payment booked today is paired with an earlier
*>  inbound settlement of a similar amount inside the window
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > ws-entry-count
        if le-entry-type(ws-entry-idx) = "P"
                and le-amount(ws-entry-idx) < 0
                and le-days-back(ws-entry-idx) = 0
            compute ws-abs-amount = le-amount(ws-entry-idx) * -1
            perform find-matching-settlement
        end-if
    end-perform.

find-matching-settlement section.
    perform varying ws-match-idx from 1 by 1
            until ws-match-idx >= ws-entry-idx
        if le-entry-type(ws-match-idx) = "S"
                and le-amount(ws-match-idx) > 0
                and le-days-back(ws-match-idx) <= ws-rapid-days
            move le-amount(ws-match-idx) to ws-credit-amount
            compute ws-low-amount rounded = ws-credit-amount
                * (100 - ws-rapid-tolerance-pct) / 100
            compute ws-high-amount rounded = ws-credit-amount
                * (100 + ws-rapid-tolerance-pct) / 100
            if ws-abs-amount >= ws-low-amount
                    and ws-abs-amount <= ws-high-amount
                move spaces to ws-hit-refs
                move 2 to ws-hit-ref-count
                move le-reference(ws-match-idx) to ws-hit-ref(1)
                move le-reference(ws-entry-idx) to ws-hit-ref(2)
                move acm-customer-id to ws-hit-customer
                move "R" to ws-hit-scenario
                perform record-hit
*>              one pairing per outgoing payment is enough
                move ws-entry-idx to ws-match-idx
            end-if
        end-if
    end-perform.

check-high-risk section.
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > ws-entry-count
        if le-entry-type(ws-entry-idx) = "S"
                and le-amount(ws-entry-idx) > 0
                and le-days-back(ws-entry-idx) = 0
            move le-reference(ws-entry-idx) to pin-end-to-end-id
            read payment-inbox-file
                invalid key
                    continue
                not invalid key
                    perform check-debtor-country
            end-read
        end-if
    end-perform.

check-debtor-country section.
    perform varying ws-hit-idx from 1 by 1
            until ws-hit-idx > ws-high-risk-count
        if pin-debtor-account(1:2) = ws-high-risk-country(ws-hit-idx)
            move spaces to ws-hit-refs
            move 1 to ws-hit-ref-count
            move le-reference(ws-entry-idx) to ws-hit-ref(1)
            move acm-customer-id to ws-hit-customer
            move "H" to ws-hit-scenario
            perform record-hit
            move ws-high-risk-count to ws-hit-idx
        end-if
    end-perform.

evaluate-volume-spikes section.
    perform varying ws-cust-idx from 1 by 1
            until ws-cust-idx > ws-cust-count
        if ct-trailing-activity(ws-cust-idx) > 0
                and ct-day-activity(ws-cust-idx) > 0
                and ct-day-activity(ws-cust-idx) >= ws-spike-min-amount
            compute ws-spike-average rounded =
                ct-trailing-activity(ws-cust-idx) / ws-spike-days
            if ct-day-activity(ws-cust-idx) >
                    ws-spike-average * ws-spike-factor
                move "Y" to ct-spike-hit(ws-cust-idx)
            end-if
        end-if
    end-perform.

*>  a second pass over the spiking customers' accounts collects the
*>  day's movements as the case's contributing payments
    move "N" to ws-master-eof-switch.
    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                if acm-customer-id not = spaces
                    perform collect-spike-payments
                end-if
        end-read
    end-perform.

collect-spike-payments section.
    move "N" to ws-cust-found.
    perform varying ws-cust-idx from 1 by 1
            until ws-cust-idx > ws-cust-count or ws-cust-found = "Y"
        if ct-customer-id(ws-cust-idx) = acm-customer-id
            move "Y" to ws-cust-found
        end-if
    end-perform.
    if ws-cust-found = "N"
        exit section
    end-if.
    subtract 1 from ws-cust-idx.
    if ct-spike-hit(ws-cust-idx) not = "Y"
        exit section
    end-if.
    move spaces to ws-hit-refs.
    move 0 to ws-hit-ref-count.
    move "N" to ws-ledger-eof-switch.
    move acm-account-id to alg-account.
    move 0 to alg-sequence.
    start account-ledger-file key is greater than or equal to alg-key
        invalid key
            set ledger-eof to true
    end-start.
    perform until ledger-eof
        read account-ledger-file next record
            at end
                set ledger-eof to true
            not at end
                if alg-account not = acm-account-id
                    set ledger-eof to true
                else
                    if alg-posting-date = l-run-date
                            and (alg-entry-type = "P"
                                or alg-entry-type = "S")
                            and ws-hit-ref-count < 20
                        add 1 to ws-hit-ref-count
                        move alg-reference to ws-hit-ref(ws-hit-ref-count)
                    end-if
                end-if
        end-read
    end-perform.
    if ws-hit-ref-count > 0
        move acm-customer-id to ws-hit-customer
        move "V" to ws-hit-scenario
        perform record-hit
    end-if.

record-hit section.
*>  one case per customer while it is open or escalated: a hit is
*>  merged into it, otherwise a new case is opened
    add 1 to ws-hit-total.
    perform find-open-case.
    if case-found
        move "N" to ws-case-new
    else
        move "Y" to ws-case-new
        move spaces to aml-alert-record
        move ws-hit-customer to al-customer-id
        move "O" to al-status
        move "NNNN" to al-scenarios
        move l-run-date to al-opened-date
        move 0 to al-payment-count
        move 0 to al-decided-ts
    end-if.

    evaluate ws-hit-scenario
        when "S"
            move "Y" to al-structuring-hit
        when "R"
            move "Y" to al-rapid-hit
        when "V"
            move "Y" to al-spike-hit
        when "H"
            move "Y" to al-high-risk-hit
    end-evaluate.
    move 0 to ws-score-total.
    if al-structuring-hit = "Y"
        add ws-struct-score to ws-score-total
    end-if.
    if al-rapid-hit = "Y"
        add ws-rapid-score to ws-score-total
    end-if.
    if al-spike-hit = "Y"
        add ws-spike-score to ws-score-total
    end-if.
    if al-high-risk-hit = "Y"
        add ws-high-risk-score to ws-score-total
    end-if.
    move ws-score-total to al-score.
    move l-run-date to al-last-hit-date.
    perform varying ws-hit-idx from 1 by 1
            until ws-hit-idx > ws-hit-ref-count
        perform add-case-payment
    end-perform.

    if ws-case-new = "Y"
        perform write-new-case
    else
        rewrite aml-alert-record
        move al-case-id to ws-case-id
    end-if.
    perform write-hit-line.

find-open-case section.
    move "N" to ws-case-switch.
    move ws-hit-customer to al-customer-id.
    start aml-alert-file key is equal to al-customer-id
        invalid key
            exit section
    end-start.
    perform until case-found or case-scan-done
        read aml-alert-file next record
            at end
                set case-scan-done to true
            not at end
                if al-customer-id not = ws-hit-customer
                    set case-scan-done to true
                else
                    if al-status = "O" or al-status = "E"
                        set case-found to true
                    end-if
                end-if
        end-read
    end-perform.

add-case-payment section.
    move "N" to ws-ref-present.
    perform varying ws-ref-idx from 1 by 1
            until ws-ref-idx > al-payment-count or ws-ref-idx > 20
        if al-payment-id(ws-ref-idx) = ws-hit-ref(ws-hit-idx)
            move "Y" to ws-ref-present
        end-if
    end-perform.
    if ws-ref-present = "N" and al-payment-count < 20
        add 1 to al-payment-count
        move ws-hit-ref(ws-hit-idx) to al-payment-id(al-payment-count)
    end-if.

write-new-case section.
*>  case id: "A" + current timestamp + a one-digit sequence
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until case-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-case-id
        move "A" to ws-case-id(1:1)
        move current-date(1:14) to ws-case-id(2:14)
        move ws-id-seq-digit to ws-case-id(16:1)
        move ws-case-id to al-case-id
        write aml-alert-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set case-write-done to true
        end-write
    end-perform.
    if not case-write-done
        move spaces to ws-case-id
    end-if.

write-hit-line section.
    move spaces to ws-report-detail.
    move ws-hit-customer to amd-customer-id.
    move ws-case-id to amd-case-id.
    evaluate ws-hit-scenario
        when "S"
            move "STRUCTURING" to amd-scenario
        when "R"
            move "RAPID-IN-OUT" to amd-scenario
        when "V"
            move "VOLUME-SPIKE" to amd-scenario
        when "H"
            move "HIGH-RISK" to amd-scenario
    end-evaluate.
    evaluate true
        when ws-case-id = spaces
            move "NO ID" to amd-case-action
        when ws-case-new = "Y"
            move "OPENED" to amd-case-action
        when other
            move "ADDED" to amd-case-action
    end-evaluate.
    move al-score to amd-score.
    move ws-hit-ref-count to amd-payments.
    move ws-hit-ref(1) to amd-first-ref.
    write monitor-report-line from ws-report-detail.
end program aml-monitor.

*>*
*> Decide an AML-ALERT case. An analyst escalates an open case to the
*> MLRO ("E"), or the case is closed - without further action ("C")
*> or with a suspicious activity report filed ("S"). The case must be
*> open or escalated; the operator id, reason code and decision
*> timestamp are stamped on it, and the decision is appended to the
*> audit journal - every decision carries who and why, the same way
*> HOLDQUEUE-DECIDE journals sanctions decisions.
*>
*> @param l-alert-path Path to the AML-ALERT indexed file
*> @param l-case-id Case to decide
*> @param l-decision "E" escalate, "C" close without action, "S"
*>        close with a SAR filed
*> @param l-operator-id Operator making the decision
*> @param l-reason-code Short code explaining the decision
*> @param l-audit-path Path to the decision audit journal
*> @param l-result 0 decided, 1 no open case with that id, 2 file
*>        unavailable, 3 invalid decision code, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. aml-alert-decide.
environment division.
configuration section.
repository.
    function current-date intrinsic.
input-output section.
file-control.
    select aml-alert-file assign to ws-alert-path
        organization indexed
        access mode dynamic
        record key al-case-id
        alternate record key al-customer-id with duplicates
        file status ws-alert-status.
    select decision-audit-file assign to ws-audit-path
        organization line sequential
        file status ws-audit-status.
data division.
file section.
fd aml-alert-file.
01 aml-alert-record.
    05 al-case-id pic x(16).
    05 al-customer-id pic x(12).
    05 al-status pic x(1).
    05 al-score pic 9(5).
    05 al-scenarios.
        10 al-structuring-hit pic x(1).
        10 al-rapid-hit pic x(1).
        10 al-spike-hit pic x(1).
        10 al-high-risk-hit pic x(1).
    05 al-opened-date pic 9(8).
    05 al-last-hit-date pic 9(8).
    05 al-payment-count pic 9(3).
    05 al-payment-ids.
        10 al-payment-id pic x(35) occurs 20 times.
    05 al-decided-by pic x(8).
    05 al-decided-ts pic 9(14).
    05 al-reason-code pic x(10).
fd decision-audit-file.
01 decision-audit-line pic x(200).
working-storage section.
    01 ws-alert-path pic x(256).
    01 ws-audit-path pic x(256).
    01 ws-alert-status pic x(2).
    01 ws-audit-status pic x(2).
    01 ws-audit-detail.
        05 filler pic x(2) value spaces.
        05 dad-audit-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 dad-operator-id pic x(8).
        05 filler pic x(2) value spaces.
        05 dad-decision pic x(1).
        05 filler pic x(2) value spaces.
        05 dad-case-id pic x(16).
        05 filler pic x(2) value spaces.
        05 dad-customer-id pic x(12).
        05 filler pic x(2) value spaces.
        05 dad-reason-code pic x(10).
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-alert-path pic x any length.
    01 l-case-id pic x(16).
    01 l-decision pic x(1).
    01 l-operator-id pic x(8).
    01 l-reason-code pic x(10).
    01 l-audit-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-alert-path, l-case-id, l-decision,
        l-operator-id, l-reason-code, l-audit-path, l-result.
start-aml-alert-decide.
    move 0 to l-result.
    call "operator-authorize" using l-operator-id, "AMLCASE",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-alert-path.
    move l-alert-path to ws-alert-path.
    move spaces to ws-audit-path.
    move l-audit-path to ws-audit-path.

    if l-decision not = "E" and l-decision not = "C"
            and l-decision not = "S"
        move 3 to l-result
        goback
    end-if.

    open i-o aml-alert-file.
    if ws-alert-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-case-id to al-case-id.
    read aml-alert-file
        invalid key
            close aml-alert-file
            move 1 to l-result
            goback
    end-read.
    if al-status not = "O" and al-status not = "E"
        close aml-alert-file
        move 1 to l-result
        goback
    end-if.

    move l-decision to al-status.
    move l-operator-id to al-decided-by.
    move current-date(1:14) to al-decided-ts.
    move l-reason-code to al-reason-code.
    rewrite aml-alert-record.
    close aml-alert-file.

    perform write-decision-audit.
    goback.

write-decision-audit section.
    open extend decision-audit-file.
    if ws-audit-status = "05" or ws-audit-status = "35"
        open output decision-audit-file
    end-if.
    if ws-audit-status not = "00"
        exit section
    end-if.
    move spaces to ws-audit-detail.
    move current-date(1:14) to dad-audit-ts.
    move l-operator-id to dad-operator-id.
    move l-decision to dad-decision.
    move l-case-id to dad-case-id.
    move al-customer-id to dad-customer-id.
    move l-reason-code to dad-reason-code.
    write decision-audit-line from ws-audit-detail.
    close decision-audit-file.
end program aml-alert-decide.

*>*
*> Ageing report of open AML-ALERT cases for the MLRO: every case
*> still open ("O") or escalated ("E") with its customer, score,
*> scenarios hit, contributing payment count, the date it was opened
*> and last hit, and its age in days as of the report date, followed
*> by a trailer counting the cases per age band (0-7, 8-30, 31-90
*> and over 90 days).
*>
*> @param l-alert-path Path to the AML-ALERT indexed file
*> @param l-as-of-date Date ages are measured to, YYYYMMDD
*> @param l-report-path Path of the ageing report to produce
*> @param l-result Number of open cases reported, or
*>        99000001/99000002 when the alert file or the report could
*>        not be opened
*>*
identification division.
program-id. aml-alert-ageing.
environment division.
configuration section.
repository.
    function integer-of-date intrinsic.
input-output section.
file-control.
    select aml-alert-file assign to ws-alert-path
        organization indexed
        access mode dynamic
        record key al-case-id
        alternate record key al-customer-id with duplicates
        file status ws-alert-status.
    select ageing-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd aml-alert-file.
01 aml-alert-record.
    05 al-case-id pic x(16).
    05 al-customer-id pic x(12).
    05 al-status pic x(1).
    05 al-score pic 9(5).
    05 al-scenarios.
        10 al-structuring-hit pic x(1).
        10 al-rapid-hit pic x(1).
        10 al-spike-hit pic x(1).
        10 al-high-risk-hit pic x(1).
    05 al-opened-date pic 9(8).
    05 al-last-hit-date pic 9(8).
    05 al-payment-count pic 9(3).
    05 al-payment-ids.
        10 al-payment-id pic x(35) occurs 20 times.
    05 al-decided-by pic x(8).
    05 al-decided-ts pic 9(14).
    05 al-reason-code pic x(10).
fd ageing-report-file.
01 ageing-report-line pic x(132).
working-storage section.
    01 ws-alert-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-alert-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 alert-eof value "Y".
    01 ws-age-days usage binary-long.
    01 ws-open-count usage binary-long unsigned value 0.
    01 ws-band-counts.
        05 ws-band-0-7 pic 9(7) value 0.
        05 ws-band-8-30 pic 9(7) value 0.
        05 ws-band-31-90 pic 9(7) value 0.
        05 ws-band-over-90 pic 9(7) value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 aad-case-id pic x(16).
        05 filler pic x(2) value spaces.
        05 aad-customer-id pic x(12).
        05 filler pic x(2) value spaces.
        05 aad-status pic x(9).
        05 filler pic x(2) value spaces.
        05 aad-score pic z(4)9.
        05 filler pic x(2) value spaces.
        05 aad-scenarios pic x(7).
        05 filler pic x(2) value spaces.
        05 aad-payments pic zz9.
        05 filler pic x(2) value spaces.
        05 aad-opened-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 aad-last-hit-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 aad-age-days pic z(4)9.
    01 ws-report-trailer.
        05 filler pic x(2) value spaces.
        05 filler pic x(14) value "OPEN CASES".
        05 aat-open-count pic z(6)9.
        05 filler pic x(10) value "  0-7 D".
        05 aat-band-0-7 pic z(6)9.
        05 filler pic x(10) value "  8-30 D".
        05 aat-band-8-30 pic z(6)9.
        05 filler pic x(10) value "  31-90 D".
        05 aat-band-31-90 pic z(6)9.
        05 filler pic x(10) value "  OVER 90".
        05 aat-band-over-90 pic z(6)9.
linkage section.
    01 l-alert-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-alert-path, l-as-of-date, l-report-path,
        l-result.
start-aml-alert-ageing.
    move 0 to l-result.
    move 0 to ws-open-count.
    initialize ws-band-counts.
    move spaces to ws-alert-path.
    move l-alert-path to ws-alert-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input aml-alert-file.
    if ws-alert-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output ageing-report-file.
    if ws-report-status not = "00"
        close aml-alert-file
        move 99000002 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "AML OPEN CASE AGEING AS OF " delimited by size
        l-as-of-date delimited by size
        into ws-report-header
    end-string.
    write ageing-report-line from ws-report-header.
    move "  CASE-ID           CUSTOMER      STATUS     SCORE  SCENARIO  PAY  OPENED    LAST-HIT   AGE-D"
        to ws-report-header.
    write ageing-report-line from ws-report-header.

    move low-values to al-case-id.
    start aml-alert-file key is greater than or equal to al-case-id
        invalid key
            set alert-eof to true
    end-start.
    perform until alert-eof
        read aml-alert-file next record
            at end
                set alert-eof to true
            not at end
                if al-status = "O" or al-status = "E"
                    perform report-one-case
                end-if
        end-read
    end-perform.

    move ws-open-count to aat-open-count.
    move ws-band-0-7 to aat-band-0-7.
    move ws-band-8-30 to aat-band-8-30.
    move ws-band-31-90 to aat-band-31-90.
    move ws-band-over-90 to aat-band-over-90.
    write ageing-report-line from ws-report-trailer.

    close aml-alert-file.
    close ageing-report-file.
    move ws-open-count to l-result.
    goback.

report-one-case section.
    add 1 to ws-open-count.
    compute ws-age-days = integer-of-date(l-as-of-date)
        - integer-of-date(al-opened-date).
    if ws-age-days < 0
        move 0 to ws-age-days
    end-if.
    evaluate true
        when ws-age-days <= 7
            add 1 to ws-band-0-7
        when ws-age-days <= 30
            add 1 to ws-band-8-30
        when ws-age-days <= 90
            add 1 to ws-band-31-90
        when other
            add 1 to ws-band-over-90
    end-evaluate.

    move spaces to ws-report-detail.
    move al-case-id to aad-case-id.
    move al-customer-id to aad-customer-id.
    if al-status = "E"
        move "ESCALATED" to aad-status
    else
        move "OPEN" to aad-status
    end-if.
    move al-score to aad-score.
    move spaces to aad-scenarios.
    if al-structuring-hit = "Y"
        move "S" to aad-scenarios(1:1)
    end-if.
    if al-rapid-hit = "Y"
        move "R" to aad-scenarios(3:1)
    end-if.
    if al-spike-hit = "Y"
        move "V" to aad-scenarios(5:1)
    end-if.
    if al-high-risk-hit = "Y"
        move "H" to aad-scenarios(7:1)
    end-if.
    move al-payment-count to aad-payments.
    move al-opened-date to aad-opened-date.
    move al-last-hit-date to aad-last-hit-date.
    move ws-age-days to aad-age-days.
    write ageing-report-line from ws-report-detail.
end program aml-alert-ageing.

*>*
*> Settlement posting of cleared inbound payments. ISO20022-PARSE
*> lands inbound credit transfers in the PAYMENT-INBOX and
*> SANCTIONS-SCREEN / HOLDQUEUE-DECIDE clear or block them; this job
*> is what finally moves the money. Every inbox record that is parsed
*> and clean ("P") or released from a hold ("R") is matched by its
*> creditor account to the ACCOUNT-MASTER, the account's current and
*> available balances are credited, a PAYMENT-JOURNAL entry is
*> written (debit leg on the caller's settlement account - the
*> internal mirror of the nostro the funds arrived over - so the
*> trial balance still nets), and the inbox record is flipped to "D"
*> posted and stamped with that journal entry's payment id, so a
*> later camt.056 recall (see RECALL-INTAKE) can find what to
*> reverse. A dormant creditor account (see DORMANCY-DETECT) still
*> takes the credit. The creditor account is matched on the account
*> id, or - for an IBAN of this bank - on the account id the IBAN
*> translates into (see IBAN-ACCOUNT-RESOLVE). A payment that cannot
*> be applied - creditor account not on the master, account neither
*> active nor dormant, or held in a different currency - is left
*> untouched for the next run and written to the suspense report for
*> ops to resolve.
*>
*> Inbox status values after this job: "P" parsed, "M" malformed,
*> "H" held, "R" released, "X" rejected, "D" posted.
*>
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file both
*>        legs are posted to (see LEDGER-POST)
*> @param l-settlement-account Internal settlement account debited
*>        for every posted inbound credit
*> @param l-report-path Path of the suspense report to produce
*> @param l-result Number of payments posted, or 99000001-99000003
*>        when the inbox, master or journal could not be opened, and
*>        99000004 when the suspense report could not be opened
*>*
identification division.
program-id. settlement-post.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select suspense-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd suspense-report-file.
01 suspense-report-line pic x(132).
working-storage section.
    01 ws-inbox-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-inbox-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 inbox-eof value "Y".
    01 ws-credit-account pic x(16).
    01 ws-resolved-account pic x(16).
    01 ws-resolve-result usage binary-long unsigned.
    01 ws-suspense-reason pic x(30).
    01 ws-posted-count usage binary-long unsigned value 0.
    01 ws-settle-posted pic x(1).
    01 ws-ledger-type pic x(1) value "S".
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-payment-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 journal-write-done value "Y".
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 spd-end-to-end-id pic x(35).
        05 filler pic x(2) value spaces.
        05 spd-creditor-account pic x(34).
        05 filler pic x(2) value spaces.
        05 spd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 spd-amount pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 spd-reason pic x(30).
    01 ws-before-image pic x(200).
linkage section.
    01 l-inbox-path pic x any length.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-settlement-account pic x(16).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-inbox-path, l-master-path,
        l-journal-path, l-ledger-path, l-settlement-account,
        l-report-path, l-result.
start-settlement-post.
    move 0 to l-result.
    move 0 to ws-posted-count.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open i-o payment-inbox-file.
    if ws-inbox-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open i-o account-master-file.
    if ws-master-status not = "00"
        close payment-inbox-file
        move 99000002 to l-result
        goback
    end-if.
    open i-o payment-journal-file.
    if ws-journal-status = "35"
        close payment-journal-file
        open output payment-journal-file
        close payment-journal-file
        open i-o payment-journal-file
    end-if.
    if ws-journal-status not = "00"
        close payment-inbox-file
        close account-master-file
        move 99000003 to l-result
        goback
    end-if.
    open output suspense-report-file.
    if ws-report-status not = "00"
        close payment-inbox-file
        close account-master-file
        close payment-journal-file
        move 99000004 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "SETTLEMENT SUSPENSE " delimited by size
        current-date(1:8) delimited by size
        into ws-report-header
    end-string.
    write suspense-report-line from ws-report-header.
    move "  E2E-ID                               CREDITOR-ACCOUNT                     CCY  AMOUNT           REASON"
        to ws-report-header.
    write suspense-report-line from ws-report-header.

    move low-values to pin-end-to-end-id.
    start payment-inbox-file key is greater than or equal to
            pin-end-to-end-id
        invalid key
            set inbox-eof to true
    end-start.
    perform until inbox-eof
        read payment-inbox-file next record
            at end
                set inbox-eof to true
            not at end
                if pin-status = "P" or pin-status = "R"
                    perform post-one-payment
                end-if
        end-read
    end-perform.

    close payment-inbox-file.
    close account-master-file.
    close payment-journal-file.
    close suspense-report-file.
    move ws-posted-count to l-result.
    goback.

post-one-payment section.
*>  the creditor is keyed by its account id, or by an IBAN of this
*>  bank that translates into one (see IBAN-ACCOUNT-RESOLVE)
    move pin-creditor-account(1:16) to ws-credit-account.
    if pin-creditor-account(17:) not = spaces
        move spaces to ws-credit-account
    end-if.
    call "iban-account-resolve" using pin-creditor-account,
        ws-resolved-account, ws-resolve-result
    end-call.
    if ws-resolve-result = 0
        move ws-resolved-account to ws-credit-account
    end-if.
    move ws-credit-account to acm-account-id.
    read account-master-file
        invalid key
            move "ACCOUNT NOT ON MASTER" to ws-suspense-reason
            perform write-suspense-line
            exit section
    end-read.
    if acm-status not = "A" and acm-status not = "D"
        move "ACCOUNT NOT ACTIVE" to ws-suspense-reason
        perform write-suspense-line
        exit section
    end-if.
    if acm-currency not = pin-currency
        move "CURRENCY MISMATCH" to ws-suspense-reason
        perform write-suspense-line
        exit section
    end-if.

    perform write-journal-entry.
    if not journal-write-done
        move "JOURNAL ID EXHAUSTED" to ws-suspense-reason
        perform write-suspense-line
        exit section
    end-if.

    move account-master-record to ws-before-image.
    add pin-amount to acm-current-balance.
    add pin-amount to acm-available-balance.
    move "SETTLE" to acm-last-updated-by.
    move current-date(1:14) to acm-last-updated-ts.
    rewrite account-master-record.
    perform journal-master-change.

*>  the settlement account mirrors the inbound nostro movement so
*>  the day still nets to zero; a settlement account that is not on
*>  the master just leaves the nostro mirrored off-system as before
    move "N" to ws-settle-posted.
    move l-settlement-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            subtract pin-amount from acm-current-balance
            subtract pin-amount from acm-available-balance
            move "SETTLE" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-settle-posted
    end-read.

    move pin-amount to ws-ledger-amount.
    call "ledger-post" using l-ledger-path, ws-credit-account,
        pj-booking-date, ws-ledger-type, pin-end-to-end-id,
        pin-currency, ws-ledger-amount, ws-ledger-result
    end-call.
    if ws-settle-posted = "Y"
        compute ws-ledger-amount = pin-amount * -1
        call "ledger-post" using l-ledger-path,
            l-settlement-account, pj-booking-date, ws-ledger-type,
            pin-end-to-end-id, pin-currency, ws-ledger-amount,
            ws-ledger-result
        end-call
    end-if.

    move "D" to pin-status.
    move pj-payment-id to pin-payment-id.
    rewrite payment-inbox-record.
    add 1 to ws-posted-count.

write-journal-entry section.
*>  allocate a unique payment id: "I" + current timestamp + a one-
*>  digit sequence, the same shape PAYMENT-BOOK allocates for "P" ids
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until journal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-payment-id
        move "I" to ws-payment-id(1:1)
        move current-date(1:14) to ws-payment-id(2:14)
        move ws-id-seq-digit to ws-payment-id(16:1)
        move ws-payment-id to pj-payment-id
        move l-settlement-account to pj-debit-account
        move ws-credit-account to pj-credit-account
        move pin-currency to pj-currency
        move pin-amount to pj-amount
        move pin-end-to-end-id to pj-reference
        move "A" to pj-status
        move current-date(1:8) to pj-booking-date
        move current-date(1:14) to pj-booking-ts
        move pin-currency to pj-counter-currency
        move 1 to pj-applied-rate
        move pin-amount to pj-counter-amount
        move spaces to pj-reversal-of
        move spaces to pj-reason-code
        write payment-journal-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set journal-write-done to true
                perform journal-payment-add
        end-write
    end-perform.

write-suspense-line section.
    move spaces to ws-report-detail.
    move pin-end-to-end-id to spd-end-to-end-id.
    move pin-creditor-account to spd-creditor-account.
    move pin-currency to spd-currency.
    move pin-amount to spd-amount.
    move ws-suspense-reason to spd-reason.
    write suspense-report-line from ws-report-detail.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "SETTLEMENT-POST", ws-before-image,
        account-master-record
    end-call.

journal-payment-add section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "A",
        pj-payment-id, "SETTLEMENT-POST", " ", payment-journal-record
    end-call.
end program settlement-post.

*>*
*> Daily control report over the inbound payment pipeline, proving
*> everything received on a day ended up somewhere. Three balances
*> are struck for the report date, and every break is a difference:
*>
*>   messages      every MESSAGE-ARCHIVE entry received that day must
*>                 have an INBOUND-CONTROL outcome from PAYMENT-
*>                 INBOUND-CALLBACK (matched on digest, handled at or
*>                 after arrival - a message re-driven by
*>                 MESSAGE-REPLAY counts once it is handled):
*>                 archived = parsed + recall requests + rejected
*>                 (duplicate, failed authentication, files
*>                 unavailable); an archived message with no outcome
*>                 is unaccounted
*>   transactions  the transactions the parser reported for the day's
*>                 parsed messages must equal the PAYMENT-INBOX
*>                 records received that day
*>   inbox         the day's inbox transactions = settled + held +
*>                 rejected on review + malformed + still pending
*>                 (parsed or released, not yet settled); a settled
*>                 transaction must have its PAYMENT-JOURNAL entry in
*>                 the same currency and amount, and a held one its
*>                 HOLD-QUEUE record
*>
*> The inbox balance is shown per currency, counts and amounts, for
*> every stage. Every transaction in the inbox - whatever day it
*> arrived - that has waited at a stage longer than the threshold is
*> listed with its end-to-end id and the stage it is stuck at
*> (parsed or released and not settled, held awaiting the sanctions
*> decision), as is every archived message still without an outcome
*> after the threshold. When the differences are not zero an alert
*> is raised through SYSLOG-AUDIT-SEND.
*>
*> @param l-archive-path Path to the MESSAGE-ARCHIVE indexed file
*> @param l-control-path Path to the INBOUND-CONTROL indexed file
*>        (see INBOUND-CONFIG-SET)
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file
*> @param l-holdqueue-path Path to the HOLD-QUEUE indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file;
*>        spaces to skip the settled-transaction check
*> @param l-report-date Day to balance, YYYYMMDD
*> @param l-stuck-minutes Minutes a transaction may wait at a stage
*>        before it is listed as stuck
*> @param l-syslog-host Syslog collector host for the out-of-balance
*>        alert; spaces to skip the SIEM push
*> @param l-syslog-port Syslog collector port
*> @param l-audit-path Local audit journal for SYSLOG-AUDIT-SEND
*> @param l-report-path Path of the control report to produce
*> @param l-result Number of differences (0 when the flow balances),
*>        or 99000001-99000006 when the archive, control file, inbox,
*>        hold queue, journal or report could not be opened
*>*
identification division.
program-id. inbound-pipeline-control.
environment division.
configuration section.
repository.
    function trim numval integer-of-date current-date intrinsic.
input-output section.
file-control.
    select message-archive-file assign to ws-archive-path
        organization indexed
        access mode dynamic
        record key arc-key
        file status ws-archive-status.
    select inbound-control-file assign to ws-control-path
        organization indexed
        access mode dynamic
        record key icl-key
        file status ws-control-status.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
    select hold-queue-file assign to ws-holdqueue-path
        organization indexed
        access mode dynamic
        record key hq-end-to-end-id
        file status ws-holdqueue-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select control-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd message-archive-file.
01 message-archive-record.
    05 arc-key.
        10 arc-received-ts pic 9(14).
        10 arc-digest pic x(64).
    05 arc-length usage binary-long unsigned.
    05 arc-replay-count pic 9(4).
    05 arc-last-outcome pic x(1).
    05 arc-last-replay-ts pic 9(14).
    05 arc-message pic x(65400).
fd inbound-control-file.
01 inbound-control-record.
    05 icl-key.
        10 icl-digest pic x(64).
        10 icl-processed-ts pic 9(14).
    05 icl-length pic 9(9).
    05 icl-disposition pic x(1).
    05 icl-parsed-count pic 9(4).
    05 icl-malformed-count pic 9(4).
    05 icl-partner-id pic x(16).
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
fd hold-queue-file.
01 hold-queue-record.
    05 hq-end-to-end-id pic x(35).
    05 hq-matched-entry pic x(70).
    05 hq-matched-party pic x(1).
    05 hq-debtor-name pic x(70).
    05 hq-creditor-name pic x(70).
    05 hq-currency pic x(3).
    05 hq-amount pic 9(13)v99.
    05 hq-status pic x(1).
    05 hq-held-ts pic 9(14).
    05 hq-decided-by pic x(8).
    05 hq-decided-ts pic 9(14).
    05 hq-reason-code pic x(10).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd control-report-file.
01 control-report-line pic x(132).
working-storage section.
    01 ws-archive-path pic x(256).
    01 ws-control-path pic x(256).
    01 ws-inbox-path pic x(256).
    01 ws-holdqueue-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-archive-status pic x(2).
    01 ws-control-status pic x(2).
    01 ws-inbox-status pic x(2).
    01 ws-holdqueue-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-journal-checking pic x(1).
    01 ws-eof-switch pic x(1).
        88 scan-eof value "Y".
    01 ws-control-found pic x(1).
        88 control-was-found value "Y".
    01 ws-now-ts pic 9(14).
    01 ws-now-minutes pic 9(12).
    01 ws-age-from-ts pic 9(14).
    01 ws-age-minutes pic s9(12).
    01 ws-stage pic x(36).
    01 ws-archived-count pic 9(6).
    01 ws-msg-parsed-count pic 9(6).
    01 ws-msg-recall-count pic 9(6).
    01 ws-msg-duplicate-count pic 9(6).
    01 ws-msg-auth-count pic 9(6).
    01 ws-msg-unavailable-count pic 9(6).
    01 ws-msg-unaccounted-count pic 9(6).
    01 ws-parser-txn-count pic 9(6).
    01 ws-inbox-txn-count pic 9(6).
    01 ws-txn-difference pic 9(6).
    01 ws-other-status-count pic 9(6).
    01 ws-settled-break-count pic 9(6).
    01 ws-held-break-count pic 9(6).
    01 ws-stuck-count pic 9(6).
    01 ws-difference-count pic 9(6).
    01 ws-difference-total usage binary-long unsigned.
*>  stage buckets: 1 received, 2 settled, 3 held, 4 rejected on
*>  review, 5 malformed, 6 pending
    01 ws-currency-table.
        05 ws-ccy-entry occurs 32 times.
            10 ws-ccy-code pic x(3).
            10 ws-ccy-bucket occurs 6 times.
                15 ws-ccy-count pic 9(6).
                15 ws-ccy-amount pic 9(15)v99.
    01 ws-ccy-count-used usage binary-short unsigned value 0.
    01 ws-ccy-idx usage binary-short unsigned.
    01 ws-ccy-found usage binary-short unsigned.
    01 ws-bucket-idx usage binary-short unsigned.
    01 ws-stage-bucket usage binary-short unsigned.
    01 ws-total-counts.
        05 ws-total-count pic 9(6) occurs 6 times.
    01 ws-report-header pic x(132).
    01 ws-balance-detail.
        05 filler pic x(2) value spaces.
        05 bld-label pic x(40).
        05 filler pic x(2) value spaces.
        05 bld-count pic z(5)9.
    01 ws-currency-amount-detail.
        05 filler pic x(2) value spaces.
        05 cad-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 cad-kind pic x(6).
        05 cad-column occurs 6 times.
            10 filler pic x(2).
            10 cad-amount pic z(13)9.99.
    01 ws-currency-count-detail.
        05 filler pic x(2) value spaces.
        05 ccd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 ccd-kind pic x(6).
        05 ccd-column occurs 6 times.
            10 filler pic x(2).
            10 ccd-count pic z(16)9.
    01 ws-stuck-detail.
        05 filler pic x(2) value spaces.
        05 skd-reference pic x(35).
        05 filler pic x(2) value spaces.
        05 skd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 skd-amount pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 skd-stage pic x(36).
        05 filler pic x(2) value spaces.
        05 skd-since-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 skd-age-minutes pic z(8)9.
    01 ws-alert-message pic x(256).
    01 ws-alert-result usage binary-long unsigned.
linkage section.
    01 l-archive-path pic x any length.
    01 l-control-path pic x any length.
    01 l-inbox-path pic x any length.
    01 l-holdqueue-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-report-date pic 9(8).
    01 l-stuck-minutes pic 9(5).
    01 l-syslog-host pic x(128).
    01 l-syslog-port pic x(5).
    01 l-audit-path pic x any length.
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-archive-path, l-control-path,
        l-inbox-path, l-holdqueue-path, l-journal-path,
        l-report-date, l-stuck-minutes, l-syslog-host, l-syslog-port,
        l-audit-path, l-report-path, l-result.
start-inbound-pipeline-control.
    move 0 to l-result.
    move spaces to ws-archive-path.
    move l-archive-path to ws-archive-path.
    move spaces to ws-control-path.
    move l-control-path to ws-control-path.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.
    move spaces to ws-holdqueue-path.
    move l-holdqueue-path to ws-holdqueue-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    initialize ws-currency-table.
    initialize ws-total-counts.
    move 0 to ws-ccy-count-used.
    move 0 to ws-archived-count ws-msg-parsed-count
        ws-msg-recall-count ws-msg-duplicate-count ws-msg-auth-count
        ws-msg-unavailable-count ws-msg-unaccounted-count
        ws-parser-txn-count ws-inbox-txn-count ws-other-status-count
        ws-settled-break-count ws-held-break-count ws-stuck-count.
    move current-date(1:14) to ws-now-ts.
    compute ws-now-minutes =
        integer-of-date(numval(ws-now-ts(1:8))) * 1440
        + numval(ws-now-ts(9:2)) * 60 + numval(ws-now-ts(11:2)).

    open input message-archive-file.
    if ws-archive-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input inbound-control-file.
    if ws-control-status not = "00"
        close message-archive-file
        move 99000002 to l-result
        goback
    end-if.
    open input payment-inbox-file.
    if ws-inbox-status not = "00"
        close message-archive-file
        close inbound-control-file
        move 99000003 to l-result
        goback
    end-if.
    open input hold-queue-file.
    if ws-holdqueue-status not = "00"
        close message-archive-file
        close inbound-control-file
        close payment-inbox-file
        move 99000004 to l-result
        goback
    end-if.
    move "N" to ws-journal-checking.
    if ws-journal-path not = spaces
        open input payment-journal-file
        if ws-journal-status not = "00"
            close message-archive-file
            close inbound-control-file
            close payment-inbox-file
            close hold-queue-file
            move 99000005 to l-result
            goback
        end-if
        move "Y" to ws-journal-checking
    end-if.
    open output control-report-file.
    if ws-report-status not = "00"
        close message-archive-file
        close inbound-control-file
        close payment-inbox-file
        close hold-queue-file
        if ws-journal-checking = "Y"
            close payment-journal-file
        end-if
        move 99000006 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "INBOUND PIPELINE CONTROL " delimited by size
        l-report-date delimited by size
        "  RUN " delimited by size
        ws-now-ts delimited by size
        into ws-report-header
    end-string.
    write control-report-line from ws-report-header.
    move spaces to ws-report-header.
    write control-report-line from ws-report-header.
    move "EXCEPTIONS - STUCK AT A STAGE OR OUT OF BALANCE"
        to ws-report-header.
    write control-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  REFERENCE                            CCY            AMOUNT"
            delimited by size
        "  STAGE                                 SINCE"
            delimited by size
        "             MINUTES" delimited by size
        into ws-report-header
    end-string.
    write control-report-line from ws-report-header.

    perform balance-archived-messages.
    perform count-parser-transactions.
    perform balance-inbox.

    if ws-inbox-txn-count > ws-parser-txn-count
        compute ws-txn-difference =
            ws-inbox-txn-count - ws-parser-txn-count
    else
        compute ws-txn-difference =
            ws-parser-txn-count - ws-inbox-txn-count
    end-if.
    compute ws-difference-count = ws-msg-unaccounted-count
        + ws-txn-difference + ws-other-status-count
        + ws-settled-break-count + ws-held-break-count.

    perform write-balance-section.
    perform write-currency-section.

    move spaces to ws-report-header.
    write control-report-line from ws-report-header.
    move spaces to ws-report-header.
    if ws-difference-count = 0
        string "FLOW BALANCES  STUCK " delimited by size
            ws-stuck-count delimited by size
            into ws-report-header
        end-string
    else
        string "OUT OF BALANCE  DIFFERENCES " delimited by size
            ws-difference-count delimited by size
            "  STUCK " delimited by size
            ws-stuck-count delimited by size
            into ws-report-header
        end-string
    end-if.
    write control-report-line from ws-report-header.

    close message-archive-file.
    close inbound-control-file.
    close payment-inbox-file.
    close hold-queue-file.
    if ws-journal-checking = "Y"
        close payment-journal-file
    end-if.
    close control-report-file.

    if ws-difference-count not = 0
        perform raise-difference-alert
    end-if.
    move ws-difference-count to ws-difference-total.
    move ws-difference-total to l-result.
    goback.

balance-archived-messages section.
    move "N" to ws-eof-switch.
    move 0 to arc-received-ts.
    move l-report-date to arc-received-ts(1:8).
    move low-values to arc-digest.
    start message-archive-file key is greater than or equal to arc-key
        invalid key
            set scan-eof to true
    end-start.
    perform until scan-eof
        read message-archive-file next record
            at end
                set scan-eof to true
            not at end
                if arc-received-ts(1:8) not = l-report-date
                    set scan-eof to true
                else
                    add 1 to ws-archived-count
                    perform match-control-record
                end-if
        end-read
    end-perform.

match-control-record section.
*>  the outcome is the first one recorded for this digest at or after
*>  the message arrived
    move "N" to ws-control-found.
    move arc-digest to icl-digest.
    move arc-received-ts to icl-processed-ts.
    start inbound-control-file key is greater than or equal to icl-key
        invalid key
            continue
        not invalid key
            read inbound-control-file next record
                at end
                    continue
                not at end
                    if icl-digest = arc-digest
                        move "Y" to ws-control-found
                    end-if
            end-read
    end-start.
    if not control-was-found
        add 1 to ws-msg-unaccounted-count
        move arc-received-ts to ws-age-from-ts
        perform compute-age
        if ws-age-minutes > l-stuck-minutes
            move spaces to ws-stuck-detail
            move arc-digest(1:35) to skd-reference
            move "ARCHIVED - NO CALLBACK OUTCOME" to skd-stage
            move arc-received-ts to skd-since-ts
            move ws-age-minutes to skd-age-minutes
            write control-report-line from ws-stuck-detail
            add 1 to ws-stuck-count
        end-if
        exit section
    end-if.
    evaluate icl-disposition
        when "P"
            add 1 to ws-msg-parsed-count
        when "C"
            add 1 to ws-msg-recall-count
        when "D"
            add 1 to ws-msg-duplicate-count
        when "A"
            add 1 to ws-msg-auth-count
        when other
            add 1 to ws-msg-unavailable-count
    end-evaluate.

count-parser-transactions section.
*>  every parse run on the day, replays included - each one files
*>  its transactions into the inbox on that day
    move "N" to ws-eof-switch.
    move low-values to icl-key.
    start inbound-control-file key is greater than or equal to icl-key
        invalid key
            set scan-eof to true
    end-start.
    perform until scan-eof
        read inbound-control-file next record
            at end
                set scan-eof to true
            not at end
                if icl-processed-ts(1:8) = l-report-date
                        and icl-disposition = "P"
                    add icl-parsed-count to ws-parser-txn-count
                    add icl-malformed-count to ws-parser-txn-count
                end-if
        end-read
    end-perform.

balance-inbox section.
    move "N" to ws-eof-switch.
    move low-values to pin-end-to-end-id.
    start payment-inbox-file key is greater than or equal to
            pin-end-to-end-id
        invalid key
            set scan-eof to true
    end-start.
    perform until scan-eof
        read payment-inbox-file next record
            at end
                set scan-eof to true
            not at end
                if pin-received-ts(1:8) = l-report-date
                    perform tally-inbox-record
                end-if
                perform check-stuck-record
        end-read
    end-perform.

tally-inbox-record section.
    add 1 to ws-inbox-txn-count.
    move 1 to ws-stage-bucket.
    perform add-to-bucket.
    evaluate pin-status
        when "D"
            move 2 to ws-stage-bucket
            perform check-settled-record
        when "H"
            move 3 to ws-stage-bucket
            perform check-held-record
        when "X"
            move 4 to ws-stage-bucket
        when "M"
            move 5 to ws-stage-bucket
        when "P"
        when "R"
            move 6 to ws-stage-bucket
        when other
            add 1 to ws-other-status-count
            move spaces to ws-stuck-detail
            move pin-end-to-end-id to skd-reference
            move pin-currency to skd-currency
            move pin-amount to skd-amount
            move "UNKNOWN INBOX STATUS" to skd-stage
            move pin-received-ts to skd-since-ts
            write control-report-line from ws-stuck-detail
            exit section
    end-evaluate.
    perform add-to-bucket.

add-to-bucket section.
    move 0 to ws-ccy-found.
    perform varying ws-ccy-idx from 1 by 1
            until ws-ccy-idx > ws-ccy-count-used or ws-ccy-found > 0
        if ws-ccy-code(ws-ccy-idx) = pin-currency
            move ws-ccy-idx to ws-ccy-found
        end-if
    end-perform.
    if ws-ccy-found = 0
        if ws-ccy-count-used < 32
            add 1 to ws-ccy-count-used
            move ws-ccy-count-used to ws-ccy-found
            move pin-currency to ws-ccy-code(ws-ccy-found)
        else
            move 32 to ws-ccy-found
        end-if
    end-if.
    add 1 to ws-ccy-count(ws-ccy-found, ws-stage-bucket).
    add pin-amount to ws-ccy-amount(ws-ccy-found, ws-stage-bucket).
    add 1 to ws-total-count(ws-stage-bucket).

check-settled-record section.
    if ws-journal-checking not = "Y"
        exit section
    end-if.
    move pin-payment-id to pj-payment-id.
    read payment-journal-file
        invalid key
            move "SETTLED - NO JOURNAL ENTRY" to ws-stage
            perform write-break-line
            exit section
    end-read.
    if pj-currency not = pin-currency or pj-amount not = pin-amount
        move "SETTLED - JOURNAL AMOUNT DIFFERS" to ws-stage
        perform write-break-line
    end-if.

check-held-record section.
    move pin-end-to-end-id to hq-end-to-end-id.
    read hold-queue-file
        invalid key
            move "HELD - NO HOLD-QUEUE RECORD" to ws-stage
            perform write-break-line
            exit section
    end-read.
    if hq-status not = "H"
        move "HELD - HOLD-QUEUE ALREADY DECIDED" to ws-stage
        perform write-break-line
    end-if.

write-break-line section.
    if pin-status = "D"
        add 1 to ws-settled-break-count
    else
        add 1 to ws-held-break-count
    end-if.
    move spaces to ws-stuck-detail.
    move pin-end-to-end-id to skd-reference.
    move pin-currency to skd-currency.
    move pin-amount to skd-amount.
    move ws-stage to skd-stage.
    move pin-received-ts to skd-since-ts.
    write control-report-line from ws-stuck-detail.

check-stuck-record section.
*>  the clock for a held or released payment starts at the sanctions
*>  hold or decision, not at arrival
    evaluate pin-status
        when "P"
            move "PARSED - AWAITING SETTLEMENT" to ws-stage
            move pin-received-ts to ws-age-from-ts
        when "H"
            move "HELD - AWAITING SANCTIONS DECISION" to ws-stage
            move pin-received-ts to ws-age-from-ts
            move pin-end-to-end-id to hq-end-to-end-id
            read hold-queue-file
                not invalid key
                    if hq-held-ts > 0
                        move hq-held-ts to ws-age-from-ts
                    end-if
            end-read
        when "R"
            move "RELEASED - AWAITING SETTLEMENT" to ws-stage
            move pin-received-ts to ws-age-from-ts
            move pin-end-to-end-id to hq-end-to-end-id
            read hold-queue-file
                not invalid key
                    if hq-decided-ts > 0
                        move hq-decided-ts to ws-age-from-ts
                    end-if
            end-read
        when other
            exit section
    end-evaluate.
    perform compute-age.
    if ws-age-minutes <= l-stuck-minutes
        exit section
    end-if.
    move spaces to ws-stuck-detail.
    move pin-end-to-end-id to skd-reference.
    move pin-currency to skd-currency.
    move pin-amount to skd-amount.
    move ws-stage to skd-stage.
    move ws-age-from-ts to skd-since-ts.
    move ws-age-minutes to skd-age-minutes.
    write control-report-line from ws-stuck-detail.
    add 1 to ws-stuck-count.

compute-age section.
    if ws-age-from-ts = 0
        move 0 to ws-age-minutes
        exit section
    end-if.
    compute ws-age-minutes = ws-now-minutes
        - (integer-of-date(numval(ws-age-from-ts(1:8))) * 1440
            + numval(ws-age-from-ts(9:2)) * 60
            + numval(ws-age-from-ts(11:2))).

write-balance-section section.
    move spaces to ws-report-header.
    write control-report-line from ws-report-header.
    move "MESSAGES" to ws-report-header.
    write control-report-line from ws-report-header.
    move spaces to ws-balance-detail.
    move "ARCHIVED" to bld-label.
    move ws-archived-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  PARSED INTO THE INBOX" to bld-label.
    move ws-msg-parsed-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  RECALL REQUESTS" to bld-label.
    move ws-msg-recall-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  REJECTED - DUPLICATE" to bld-label.
    move ws-msg-duplicate-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  REJECTED - AUTHENTICATION FAILED" to bld-label.
    move ws-msg-auth-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  REJECTED - FILES UNAVAILABLE" to bld-label.
    move ws-msg-unavailable-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  UNACCOUNTED (DIFFERENCE)" to bld-label.
    move ws-msg-unaccounted-count to bld-count.
    write control-report-line from ws-balance-detail.
    move spaces to ws-report-header.
    write control-report-line from ws-report-header.
    move "TRANSACTIONS" to ws-report-header.
    write control-report-line from ws-report-header.
    move "REPORTED BY THE PARSER" to bld-label.
    move ws-parser-txn-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "RECEIVED INTO THE INBOX" to bld-label.
    move ws-inbox-txn-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  DIFFERENCE" to bld-label.
    move ws-txn-difference to bld-count.
    write control-report-line from ws-balance-detail.
    move spaces to ws-report-header.
    write control-report-line from ws-report-header.
    move "INBOX" to ws-report-header.
    write control-report-line from ws-report-header.
    move "RECEIVED" to bld-label.
    move ws-total-count(1) to bld-count.
    write control-report-line from ws-balance-detail.
    move "  SETTLED" to bld-label.
    move ws-total-count(2) to bld-count.
    write control-report-line from ws-balance-detail.
    move "  HELD" to bld-label.
    move ws-total-count(3) to bld-count.
    write control-report-line from ws-balance-detail.
    move "  REJECTED ON REVIEW" to bld-label.
    move ws-total-count(4) to bld-count.
    write control-report-line from ws-balance-detail.
    move "  MALFORMED" to bld-label.
    move ws-total-count(5) to bld-count.
    write control-report-line from ws-balance-detail.
    move "  STILL PENDING" to bld-label.
    move ws-total-count(6) to bld-count.
    write control-report-line from ws-balance-detail.
    move "  UNKNOWN STATUS (DIFFERENCE)" to bld-label.
    move ws-other-status-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  SETTLED WITHOUT MATCHING JOURNAL" to bld-label.
    move ws-settled-break-count to bld-count.
    write control-report-line from ws-balance-detail.
    move "  HELD WITHOUT OPEN HOLD" to bld-label.
    move ws-held-break-count to bld-count.
    write control-report-line from ws-balance-detail.

write-currency-section section.
    move spaces to ws-report-header.
    write control-report-line from ws-report-header.
    move "INBOX BY CURRENCY" to ws-report-header.
    write control-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  CCY                   RECEIVED            SETTLED"
            delimited by size
        "               HELD      REJ ON REVIEW          MALFORMED"
            delimited by size
        "      STILL PENDING" delimited by size
        into ws-report-header
    end-string.
    write control-report-line from ws-report-header.
    perform varying ws-ccy-idx from 1 by 1
            until ws-ccy-idx > ws-ccy-count-used
        move spaces to ws-currency-count-detail
        move ws-ccy-code(ws-ccy-idx) to ccd-currency
        move "COUNT" to ccd-kind
        perform varying ws-bucket-idx from 1 by 1
                until ws-bucket-idx > 6
            move ws-ccy-count(ws-ccy-idx, ws-bucket-idx)
                to ccd-count(ws-bucket-idx)
        end-perform
        write control-report-line from ws-currency-count-detail
        move spaces to ws-currency-amount-detail
        move "AMOUNT" to cad-kind
        perform varying ws-bucket-idx from 1 by 1
                until ws-bucket-idx > 6
            move ws-ccy-amount(ws-ccy-idx, ws-bucket-idx)
                to cad-amount(ws-bucket-idx)
        end-perform
        write control-report-line from ws-currency-amount-detail
    end-perform.

raise-difference-alert section.
    if l-syslog-host = spaces
        exit section
    end-if.
    move spaces to ws-alert-message.
    string "inbound pipeline out of balance date=" delimited by size
        l-report-date delimited by size
        " differences=" delimited by size
        ws-difference-count delimited by size
        " unaccounted-messages=" delimited by size
        ws-msg-unaccounted-count delimited by size
        " parser=" delimited by size
        ws-parser-txn-count delimited by size
        " inbox=" delimited by size
        ws-inbox-txn-count delimited by size
        into ws-alert-message
    end-string.
    call "syslog-audit-send" using "inbound-control",
        "inbound-pipeline-control", "80", "3",
        trim(ws-alert-message), l-syslog-host, l-syslog-port,
        l-audit-path, ws-alert-result
    end-call.
end program inbound-pipeline-control.

*>*
*> Decide a RECALL-CASE opened from an inbound camt.056. Accepting
*> ("A") returns the funds: the settlement payment the case is linked
*> to is reversed through PAYMENT-REVERSE under the recall's reason
*> code - the customer's account gives the credit back, force-debited
*> like any return, and the settlement account is restored - and a
*> positive camt.029 resolution of investigation (cancellation status
*> "CNCL") is written for the assigner. Refusing ("R") needs a reason
*> code (e.g. "LEGL" legal decision, "CUST" customer refused, "AC04"
*> account closed, "NOOR" original not received, "ARDT" already
*> returned) and answers with a negative camt.029 ("RJCR") carrying
*> it. Only open cases can be decided; the operator id, decision
*> reason and timestamp are stamped on the case and every decision is
*> appended to the audit journal, the way AML-ALERT-DECIDE journals
*> its decisions. An accepting investigator also needs the REVERSAL
*> action PAYMENT-REVERSE checks.
*>
*> @param l-recall-path Path to the RECALL-CASE indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-case-id Case to decide
*> @param l-decision "A" accept and return the funds, "R" refuse
*> @param l-reason-code Refusal reason code; ignored on acceptance,
*>        where the recall's own reason code is used
*> @param l-operator-id Investigator making the decision
*> @param l-audit-path Path to the decision audit journal, also
*>        handed to PAYMENT-REVERSE for the reversal audit line
*> @param l-camt029-path Path of the camt.029 answer to write
*> @param l-reversal-id Set to the reversing payment id on acceptance
*> @param l-result 0 decided, 1 no open case with that id, 2 files
*>        unavailable, 3 invalid decision code or refusal without a
*>        reason, 4 case has no settled payment to return, 5 the
*>        reversal was refused by PAYMENT-REVERSE (already reversed,
*>        or not booked), 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. recall-case-decide.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select recall-case-file assign to ws-recall-path
        organization indexed
        access mode dynamic
        record key rc-case-id
        alternate record key rc-end-to-end-id with duplicates
        file status ws-recall-status.
    select decision-audit-file assign to ws-audit-path
        organization line sequential
        file status ws-audit-status.
    select camt029-file assign to ws-camt029-path
        organization line sequential
        file status ws-camt029-status.
data division.
file section.
fd recall-case-file.
01 recall-case-record.
    05 rc-case-id pic x(16).
    05 rc-assignment-id pic x(35).
    05 rc-assigner-bic pic x(11).
    05 rc-case-ref pic x(35).
    05 rc-cancellation-id pic x(35).
    05 rc-end-to-end-id pic x(35).
    05 rc-payment-id pic x(16).
    05 rc-currency pic x(3).
    05 rc-amount pic 9(13)v99.
    05 rc-reason-code pic x(4).
    05 rc-status pic x(1).
    05 rc-received-date pic 9(8).
    05 rc-received-ts pic 9(14).
    05 rc-decision-reason pic x(4).
    05 rc-decided-by pic x(8).
    05 rc-decided-ts pic 9(14).
    05 rc-reversal-id pic x(16).
    05 rc-remark pic x(64).
fd decision-audit-file.
01 decision-audit-line pic x(200).
fd camt029-file.
01 camt029-line pic x(512).
working-storage section.
    01 ws-recall-path pic x(256).
    01 ws-audit-path pic x(256).
    01 ws-camt029-path pic x(256).
    01 ws-recall-status pic x(2).
    01 ws-audit-status pic x(2).
    01 ws-camt029-status pic x(2).
    01 ws-operator-result usage binary-long unsigned.
    01 ws-reverse-reason pic x(10).
    01 ws-reversal-id pic x(16).
    01 ws-reverse-result usage binary-long unsigned.
    01 ws-resolved-case pic x(35).
    01 ws-amount-edited pic z(12)9.99.
    01 ws-message-text pic x(512).
    01 ws-message-ptr usage binary-long unsigned.
    01 ws-audit-detail.
        05 filler pic x(2) value spaces.
        05 rcd-audit-ts pic 9(14).
        05 filler pic x(2) value spaces.
        05 rcd-operator-id pic x(8).
        05 filler pic x(2) value spaces.
        05 rcd-decision pic x(1).
        05 filler pic x(2) value spaces.
        05 rcd-case-id pic x(16).
        05 filler pic x(2) value spaces.
        05 rcd-end-to-end-id pic x(35).
        05 filler pic x(2) value spaces.
        05 rcd-reason-code pic x(4).
        05 filler pic x(2) value spaces.
        05 rcd-reversal-id pic x(16).
linkage section.
    01 l-recall-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-case-id pic x(16).
    01 l-decision pic x(1).
    01 l-reason-code pic x(4).
    01 l-operator-id pic x(8).
    01 l-audit-path pic x any length.
    01 l-camt029-path pic x any length.
    01 l-reversal-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-recall-path, l-journal-path,
        l-master-path, l-ledger-path, l-case-id, l-decision,
        l-reason-code, l-operator-id, l-audit-path, l-camt029-path,
        l-reversal-id, l-result.
start-recall-case-decide.
    move 0 to l-result.
    call "operator-authorize" using l-operator-id, "RECALL",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to l-reversal-id.
    if (l-decision not = "A" and l-decision not = "R")
            or (l-decision = "R" and l-reason-code = spaces)
        move 3 to l-result
        goback
    end-if.
    move spaces to ws-recall-path.
    move l-recall-path to ws-recall-path.
    move spaces to ws-audit-path.
    move l-audit-path to ws-audit-path.
    move spaces to ws-camt029-path.
    move l-camt029-path to ws-camt029-path.

    open i-o recall-case-file.
    if ws-recall-status not = "00"
        move 2 to l-result
        goback
    end-if.
    move l-case-id to rc-case-id.
    read recall-case-file
        invalid key
            close recall-case-file
            move 1 to l-result
            goback
    end-read.
    if rc-status not = "O"
        close recall-case-file
        move 1 to l-result
        goback
    end-if.

    move spaces to ws-reversal-id.
    if l-decision = "A"
        if rc-payment-id = spaces
            close recall-case-file
            move 4 to l-result
            goback
        end-if
        move rc-reason-code to ws-reverse-reason
        call "payment-reverse" using l-journal-path, l-master-path,
            l-ledger-path, rc-payment-id, ws-reverse-reason,
            l-operator-id, l-audit-path, ws-reversal-id,
            ws-reverse-result
        end-call
        evaluate ws-reverse-result
            when 0
                continue
            when 2
                close recall-case-file
                move 2 to l-result
                goback
            when 9
                close recall-case-file
                move 9 to l-result
                goback
            when other
                close recall-case-file
                move 5 to l-result
                goback
        end-evaluate
        move rc-reason-code to rc-decision-reason
        move ws-reversal-id to rc-reversal-id
        move ws-reversal-id to l-reversal-id
    else
        move l-reason-code to rc-decision-reason
    end-if.

    move l-decision to rc-status.
    move l-operator-id to rc-decided-by.
    move current-date(1:14) to rc-decided-ts.
    rewrite recall-case-record.
    close recall-case-file.

    perform write-decision-audit.
    perform write-camt029.
    goback.

write-decision-audit section.
    open extend decision-audit-file.
    if ws-audit-status = "05" or ws-audit-status = "35"
        open output decision-audit-file
    end-if.
    if ws-audit-status not = "00"
        exit section
    end-if.
    move spaces to ws-audit-detail.
    move current-date(1:14) to rcd-audit-ts.
    move l-operator-id to rcd-operator-id.
    move l-decision to rcd-decision.
    move rc-case-id to rcd-case-id.
    move rc-end-to-end-id to rcd-end-to-end-id.
    move rc-decision-reason to rcd-reason-code.
    move rc-reversal-id to rcd-reversal-id.
    write decision-audit-line from ws-audit-detail.
    close decision-audit-file.

write-camt029 section.
*>  camt.029 resolution of investigation, one element per line: our
*>  case as the assignment, the assigner's case as the resolved case,
*>  then the cancellation status of the underlying transaction
    open output camt029-file.
    if ws-camt029-status not = "00"
        exit section
    end-if.
    move rc-case-ref to ws-resolved-case.
    if ws-resolved-case = spaces
        move rc-assignment-id to ws-resolved-case
    end-if.
    move "<Document><RsltnOfInvstgtn>" to camt029-line.
    write camt029-line.
    move spaces to ws-message-text.
    move 1 to ws-message-ptr.
    string "<Assgnmt><Id>" delimited by size
        rc-case-id delimited by size
        "</Id>" delimited by size
        into ws-message-text with pointer ws-message-ptr
    end-string.
    if rc-assigner-bic not = spaces
        string "<Assgne><Agt><FinInstnId><BICFI>" delimited by size
            trim(rc-assigner-bic) delimited by size
            "</BICFI></FinInstnId></Agt></Assgne>" delimited by size
            into ws-message-text with pointer ws-message-ptr
        end-string
    end-if.
    string "<CreDtTm>" delimited by size
        current-date(1:8) delimited by size
        "T" delimited by size
        current-date(9:6) delimited by size
        "</CreDtTm></Assgnmt>" delimited by size
        into ws-message-text with pointer ws-message-ptr
    end-string.
    write camt029-line from ws-message-text.
    move spaces to camt029-line.
    string "<RslvdCase><Id>" delimited by size
        trim(ws-resolved-case) delimited by size
        "</Id></RslvdCase>" delimited by size
        into camt029-line
    end-string.
    write camt029-line.
    move spaces to camt029-line.
    if rc-status = "A"
        move "<Sts><Conf>CNCL</Conf></Sts>" to camt029-line
    else
        move "<Sts><Conf>RJCR</Conf></Sts>" to camt029-line
    end-if.
    write camt029-line.

    move rc-amount to ws-amount-edited.
    move spaces to ws-message-text.
    move 1 to ws-message-ptr.
    string "<CxlDtls><TxInfAndSts>" delimited by size
        into ws-message-text with pointer ws-message-ptr
    end-string.
    if rc-cancellation-id not = spaces
        string "<OrgnlCxlId>" delimited by size
            trim(rc-cancellation-id) delimited by size
            "</OrgnlCxlId>" delimited by size
            into ws-message-text with pointer ws-message-ptr
        end-string
    end-if.
    string "<OrgnlEndToEndId>" delimited by size
        trim(rc-end-to-end-id) delimited by size
        "</OrgnlEndToEndId><TxCxlSts>" delimited by size
        into ws-message-text with pointer ws-message-ptr
    end-string.
    if rc-status = "A"
        string 'CNCL</TxCxlSts><RsltnRltdInf><IntrBkSttlmAmt Ccy="'
                delimited by size
            rc-currency delimited by size
            '">' delimited by size
            trim(ws-amount-edited) delimited by size
            "</IntrBkSttlmAmt></RsltnRltdInf>" delimited by size
            into ws-message-text with pointer ws-message-ptr
        end-string
    else
        string "RJCR</TxCxlSts><CxlStsRsnInf><Rsn><Cd>"
                delimited by size
            trim(rc-decision-reason) delimited by size
            "</Cd></Rsn></CxlStsRsnInf>" delimited by size
            into ws-message-text with pointer ws-message-ptr
        end-string
    end-if.
    string "</TxInfAndSts></CxlDtls>" delimited by size
        into ws-message-text with pointer ws-message-ptr
    end-string.
    write camt029-line from ws-message-text.
    move "</RsltnOfInvstgtn></Document>" to camt029-line.
    write camt029-line.
    close camt029-file.
end program recall-case-decide.

*>*
*> Report of the RECALL-CASE investigations past the scheme response
*> deadline without a decision. A case's deadline is the given number
*> of business days after it was received, counted on the market's
*> HOLIDAY-CALENDAR (ADD-BUSINESS-DAYS-CAL) - for SEPA credit
*> transfer recalls the beneficiary bank has 15 banking days to
*> answer. Every open case whose deadline is before the as-of date is
*> listed with its original end-to-end id, settlement payment id,
*> amount, reason, received date, deadline and days overdue, followed
*> by a trailer counting the open cases and the overdue ones.
*>
*> @param l-recall-path Path to the RECALL-CASE indexed file
*> @param l-as-of-date Date the deadlines are checked against,
*>        YYYYMMDD
*> @param l-response-days Scheme response period in business days
*> @param l-market Market calendar the business days are counted on
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-report-path Path of the report to produce
*> @param l-result Number of overdue cases reported, or
*>        99000001/99000002 when the case file or the report could not
*>        be opened
*>*
identification division.
program-id. recall-deadline-report.
environment division.
configuration section.
repository.
    function add-business-days-cal
    function integer-of-date intrinsic.
input-output section.
file-control.
    select recall-case-file assign to ws-recall-path
        organization indexed
        access mode dynamic
        record key rc-case-id
        alternate record key rc-end-to-end-id with duplicates
        file status ws-recall-status.
    select deadline-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd recall-case-file.
01 recall-case-record.
    05 rc-case-id pic x(16).
    05 rc-assignment-id pic x(35).
    05 rc-assigner-bic pic x(11).
    05 rc-case-ref pic x(35).
    05 rc-cancellation-id pic x(35).
    05 rc-end-to-end-id pic x(35).
    05 rc-payment-id pic x(16).
    05 rc-currency pic x(3).
    05 rc-amount pic 9(13)v99.
    05 rc-reason-code pic x(4).
    05 rc-status pic x(1).
    05 rc-received-date pic 9(8).
    05 rc-received-ts pic 9(14).
    05 rc-decision-reason pic x(4).
    05 rc-decided-by pic x(8).
    05 rc-decided-ts pic 9(14).
    05 rc-reversal-id pic x(16).
    05 rc-remark pic x(64).
fd deadline-report-file.
01 deadline-report-line pic x(132).
working-storage section.
    01 ws-recall-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-recall-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 recall-eof value "Y".
    01 ws-forward pic x(1) value "F".
    01 ws-deadline-date pic 9(8).
    01 ws-overdue-days usage binary-long.
    01 ws-open-count pic 9(7) value 0.
    01 ws-overdue-count pic 9(7) value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 rdd-case-id pic x(16).
        05 filler pic x(2) value spaces.
        05 rdd-end-to-end-id pic x(35).
        05 filler pic x(2) value spaces.
        05 rdd-payment-id pic x(16).
        05 filler pic x(2) value spaces.
        05 rdd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 rdd-amount pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 rdd-reason-code pic x(4).
        05 filler pic x(2) value spaces.
        05 rdd-received-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 rdd-deadline-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 rdd-overdue-days pic z(4)9.
    01 ws-report-trailer.
        05 filler pic x(2) value spaces.
        05 filler pic x(14) value "OPEN CASES".
        05 rdt-open-count pic z(6)9.
        05 filler pic x(14) value "  OVERDUE".
        05 rdt-overdue-count pic z(6)9.
linkage section.
    01 l-recall-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-response-days pic 9(5).
    01 l-market pic x(8).
    01 l-calendar-path pic x any length.
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-recall-path, l-as-of-date,
        l-response-days, l-market, l-calendar-path, l-report-path,
        l-result.
start-recall-deadline-report.
    move 0 to l-result.
    move 0 to ws-open-count.
    move 0 to ws-overdue-count.
    move spaces to ws-recall-path.
    move l-recall-path to ws-recall-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input recall-case-file.
    if ws-recall-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output deadline-report-file.
    if ws-report-status not = "00"
        close recall-case-file
        move 99000002 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "RECALL CASES PAST RESPONSE DEADLINE AS OF " delimited by size
        l-as-of-date delimited by size
        into ws-report-header
    end-string.
    write deadline-report-line from ws-report-header.
    move "  CASE-ID           ORIGINAL-E2E-ID                      PAYMENT-ID        CCY  AMOUNT            RSN   RECEIVED  DEADLINE  DAYS"
        to ws-report-header.
    write deadline-report-line from ws-report-header.

    move low-values to rc-case-id.
    start recall-case-file key is greater than or equal to rc-case-id
        invalid key
            set recall-eof to true
    end-start.
    perform until recall-eof
        read recall-case-file next record
            at end
                set recall-eof to true
            not at end
                if rc-status = "O"
                    perform check-one-case
                end-if
        end-read
    end-perform.

    move ws-open-count to rdt-open-count.
    move ws-overdue-count to rdt-overdue-count.
    write deadline-report-line from ws-report-trailer.

    close recall-case-file.
    close deadline-report-file.
    move ws-overdue-count to l-result.
    goback.

check-one-case section.
    add 1 to ws-open-count.
    move add-business-days-cal(rc-received-date, l-response-days,
        ws-forward, l-market, l-calendar-path) to ws-deadline-date.
    if ws-deadline-date >= l-as-of-date
        exit section
    end-if.
    add 1 to ws-overdue-count.
    compute ws-overdue-days = integer-of-date(l-as-of-date)
        - integer-of-date(ws-deadline-date).

    move spaces to ws-report-detail.
    move rc-case-id to rdd-case-id.
    move rc-end-to-end-id to rdd-end-to-end-id.
    move rc-payment-id to rdd-payment-id.
    move rc-currency to rdd-currency.
    move rc-amount to rdd-amount.
    move rc-reason-code to rdd-reason-code.
    move rc-received-date to rdd-received-date.
    move ws-deadline-date to rdd-deadline-date.
    move ws-overdue-days to rdd-overdue-days.
    write deadline-report-line from ws-report-detail.
end program recall-deadline-report.


       >>SOURCE FORMAT FREE
*>**
*>  Core library: statements
*>
*>  @author Olegs Kunicins
*>  @license LGPL-3.0
*>
*>  This library is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public
*>  License as published by the Free Software Foundation; either
*>  version 3.0 of the License, or (at your option) any later version.
*>
*>  This library is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*>  Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public
*>  License along with this library.
*>**

*>*
*> End-of-day customer statement generator. Reads the day's
*> movements from the ACCOUNT-LEDGER - the per-account book of
*> record every balance-touching program writes through LEDGER-POST,
*> so payments, inbound settlements, interest capitalizations,
*> manual adjustments and reversals all appear - and writes one
*> statement line per movement to two delivery files: CSV for the
*> data warehouse and JSON for the web team, both produced from the
*> same fixed-width statement record through FIXED-WIDTH-TO-CSV /
*> FIXED-WIDTH-TO-JSON and one shared layout definition. The ledger
*> key is account + sequence, so a day's movements arrive grouped
*> per account: each account's section opens with an OB line
*> carrying its opening balance - followed, for an account with an
*> IBAN on the ACCOUNT-MASTER, by an IB line carrying the IBAN in the
*> reference column - shows each movement (DR or CR) with
*> the running balance after it, and closes with a CB line whose
*> closing balance ties to acm-current-balance because every balance
*> change writes the ledger - accounts that predate the ledger must
*> be primed once through LEDGER-PRIME, or their running balances
*> start from zero and cannot tie. Each file is bracketed by a header
*> record (statement date) and a trailer record carrying the record
*> count, the total opening and closing balances of the accounts on
*> the statement (closing from ACCOUNT-MASTER, opening = closing
*> minus the day's net movement), and a SHA3-256 integrity digest
*> computed over the concatenated detail lines exactly as written
*> (without line terminators), so the receiving side can verify
*> completeness.
*>
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-statement-date Posting date to produce statements for
*> @param l-csv-path Path of the CSV statement file to write
*> @param l-json-path Path of the JSON statement file to write
*> @param l-currency-path Optional path to the CURRENCY-MASTER;
*>        when configured, statement amounts are formatted to the
*>        currency's decimal places instead of a fixed two
*> @param l-result Number of detail records written per file;
*>        99000001-99000004 when the ledger, master, CSV or JSON
*>        file could not be opened, and 99000005 when the day touched
*>        more accounts than the totals table holds - the files end
*>        in an error trailer instead of totals known to be wrong
*> @param l-earmark-path Optional path to the EARMARK file, passed
*>        after l-result so existing callers keep their argument
*>        lists; when configured, an account with funds earmarked on
*>        the statement date gets a BL line after its CB line
*>        carrying the blocked amount and the closing balance net of
*>        it
*> @param l-from-account Optional first account key of the range to
*>        produce statements for; spaces (or omitted) starts at the
*>        lowest key. With a range only the accounts from
*>        l-from-account up to but not including l-to-account are
*>        stated, and the files are one partition of the night's
*>        statement run - STATEMENT-MERGE combines the partitions into
*>        the single delivery files
*> @param l-to-account Optional first account key past the range;
*>        spaces (or omitted) runs to the highest key
*>*
identification division.
program-id. statement-generate.
environment division.
configuration section.
repository.
    function fixed-width-to-csv
    function fixed-width-to-json
    function sha3-finalize
    function trim length intrinsic.
input-output section.
file-control.
    select account-ledger-file assign to ws-ledger-path
        organization indexed
        access mode dynamic
        record key alg-key
        alternate record key alg-posting-date with duplicates
        file status ws-ledger-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select currency-master-file assign to ws-currency-path
        organization indexed
        access mode dynamic
        record key cur-code
        file status ws-currency-status.
    select earmark-file assign to ws-earmark-path
        organization indexed
        access mode dynamic
        record key em-key
        file status ws-earmark-status.
    select csv-statement-file assign to ws-csv-path
        organization line sequential
        file status ws-csv-status.
    select json-statement-file assign to ws-json-path
        organization line sequential
        file status ws-json-status.
data division.
file section.
fd account-ledger-file.
01 account-ledger-record.
    05 alg-key.
        10 alg-account pic x(16).
        10 alg-sequence pic 9(10).
    05 alg-posting-date pic 9(8).
    05 alg-posting-ts pic 9(14).
    05 alg-entry-type pic x(1).
    05 alg-reference pic x(35).
    05 alg-currency pic x(3).
    05 alg-amount pic s9(13)v99.
    05 alg-running-balance pic s9(13)v99.
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd currency-master-file.
01 currency-master-record.
    05 cur-code pic x(3).
    05 cur-name pic x(40).
    05 cur-decimals pic 9(1).
    05 cur-active pic x(1).
    05 cur-last-updated-by pic x(8).
    05 cur-last-updated-ts pic 9(14).
fd earmark-file.
01 earmark-record.
    05 em-key.
        10 em-account-id pic x(16).
        10 em-earmark-id pic x(16).
    05 em-amount pic 9(13)v99.
    05 em-hold-type pic x(1).
    05 em-reference pic x(35).
    05 em-placed-by pic x(8).
    05 em-placed-ts pic 9(14).
    05 em-expiry-date pic 9(8).
fd csv-statement-file.
01 csv-statement-line pic x(600).
fd json-statement-file.
01 json-statement-line pic x(600).
working-storage section.
    78 STATEMENT-LAYOUT value "ACCOUNT:1:16,TYPE:17:2,REFERENCE:19:35,CURRENCY:54:3,DIRECTION:57:2,AMOUNT:59:16,BALANCE:75:16".
    01 ws-ledger-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-currency-path pic x(256).
    01 ws-csv-path pic x(256).
    01 ws-json-path pic x(256).
    01 ws-ledger-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-currency-status pic x(2).
    01 ws-csv-status pic x(2).
    01 ws-json-status pic x(2).
    01 ws-currency-checking pic x(1) value "N".
    01 ws-earmark-path pic x(256).
    01 ws-earmark-status pic x(2).
    01 ws-earmark-checking pic x(1) value "N".
    01 ws-earmark-eof-switch pic x(1).
        88 earmark-eof value "Y".
    01 ws-earmarked pic 9(13)v99.
    01 ws-decimal-cache.
        05 ws-dec-entry occurs 16 times.
            10 ws-dec-currency pic x(3).
            10 ws-dec-places pic 9(1).
    01 ws-dec-count usage binary-short unsigned value 0.
    01 ws-dec-idx usage index.
    01 ws-dec-found pic x(1).
    01 ws-fmt-decimals pic 9(1).
    01 ws-eof-switch pic x(1) value "N".
        88 ledger-eof value "Y".
    01 ws-statement-record.
        05 str-account pic x(16).
        05 str-type pic x(2).
        05 str-reference pic x(35).
        05 str-currency pic x(3).
        05 str-direction pic x(2).
        05 str-amount pic -(12)9.99.
        05 str-balance pic -(12)9.99.
    01 ws-current-account pic x(16) value spaces.
    01 ws-current-currency pic x(3).
    01 ws-last-running pic s9(13)v99.
    01 ws-opening-balance pic s9(13)v99.
    01 ws-signed-amount pic s9(13)v99.
    01 ws-range-eof-switch pic x(1).
        88 range-eof value "Y".
    01 ws-stmt-accounts.
        05 ws-stmt-entry occurs 512 times.
            10 ws-stmt-account pic x(16).
            10 ws-stmt-first-seq pic 9(10).
    01 ws-stmt-count usage binary-short unsigned value 0.
    01 ws-stmt-idx usage index.
    01 ws-stmt-scan-idx usage index.
    01 ws-stmt-found pic x(1).
    01 ws-csv-text pic x(4096).
    01 ws-json-text pic x(4096).
    01 ws-line-len usage binary-double unsigned.
    01 ws-csv-sha3-ctx.
        05 ctx-state pic x(200).
        05 ctx-rate-bytes usage binary-long unsigned.
        05 ctx-suffix pic x.
        05 ctx-block-size usage binary-long unsigned.
        05 ctx-digest-len usage binary-long unsigned.
    01 ws-json-sha3-ctx.
        05 ctx-state pic x(200).
        05 ctx-rate-bytes usage binary-long unsigned.
        05 ctx-suffix pic x.
        05 ctx-block-size usage binary-long unsigned.
        05 ctx-digest-len usage binary-long unsigned.
    01 ws-csv-digest pic x(128).
    01 ws-json-digest pic x(128).
    01 ws-accounts.
        05 ws-account-entry occurs 512 times.
            10 ws-acct-id pic x(16).
            10 ws-acct-net pic s9(13)v99.
    01 ws-account-count usage binary-short unsigned.
    01 ws-account-overflow pic x(1) value "N".
    01 ws-acct-idx usage index.
    01 ws-acct-found pic x(1).
    01 ws-detail-count pic 9(6) value 0.
    01 ws-count-edited pic z(5)9.
    01 ws-total-opening pic s9(13)v99 value 0.
    01 ws-total-closing pic s9(13)v99 value 0.
    01 ws-opening-edited pic -(12)9.99.
    01 ws-closing-edited pic -(12)9.99.
    01 ws-work-line pic x(600).
    01 ws-work-ptr usage binary-long unsigned.
    01 ws-range-active pic x(1) value "N".
    01 ws-range-from pic x(16).
    01 ws-range-to pic x(16).
linkage section.
    01 l-ledger-path pic x any length.
    01 l-master-path pic x any length.
    01 l-statement-date pic 9(8).
    01 l-csv-path pic x any length.
    01 l-json-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-earmark-path pic x any length.
    01 l-from-account pic x(16).
    01 l-to-account pic x(16).
procedure division using l-ledger-path, l-master-path,
        l-statement-date, l-csv-path, l-json-path,
        optional l-currency-path, l-result, optional l-earmark-path,
        optional l-from-account, optional l-to-account.
start-statement-generate.
    move 0 to l-result.
    move 0 to ws-detail-count.
    move 0 to ws-account-count.
    move 0 to ws-total-opening.
    move 0 to ws-total-closing.
    move spaces to ws-current-account.
    move spaces to ws-ledger-path.
    move l-ledger-path to ws-ledger-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-csv-path.
    move l-csv-path to ws-csv-path.
    move spaces to ws-json-path.
    move l-json-path to ws-json-path.
    move "N" to ws-range-active.
    move spaces to ws-range-from.
    move spaces to ws-range-to.
    if l-from-account not omitted
        move l-from-account to ws-range-from
    end-if.
    if l-to-account not omitted
        move l-to-account to ws-range-to
    end-if.
    if ws-range-from not = spaces or ws-range-to not = spaces
        move "Y" to ws-range-active
    end-if.

    open input account-ledger-file.
    if ws-ledger-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input account-master-file.
    if ws-master-status not = "00"
        close account-ledger-file
        move 99000002 to l-result
        goback
    end-if.
    open output csv-statement-file.
    if ws-csv-status not = "00"
        close account-ledger-file
        close account-master-file
        move 99000003 to l-result
        goback
    end-if.
    open output json-statement-file.
    if ws-json-status not = "00"
        close account-ledger-file
        close account-master-file
        close csv-statement-file
        move 99000004 to l-result
        goback
    end-if.

*>  statement amounts are formatted to the currency's decimals once
*>  a currency master is configured; without one the fixed two
*>  decimal places apply as before
    move "N" to ws-currency-checking.
    if l-currency-path not omitted and l-currency-path not = spaces
        move spaces to ws-currency-path
        move l-currency-path to ws-currency-path
        open input currency-master-file
        if ws-currency-status = "00"
            move "Y" to ws-currency-checking
        end-if
    end-if.

    move "N" to ws-earmark-checking.
    if l-earmark-path not omitted and l-earmark-path not = spaces
        move spaces to ws-earmark-path
        move l-earmark-path to ws-earmark-path
        open input earmark-file
        if ws-earmark-status = "00"
            move "Y" to ws-earmark-checking
        end-if
    end-if.

    call "sha3-256-absorb-init" using ws-csv-sha3-ctx end-call.
    call "sha3-256-absorb-init" using ws-json-sha3-ctx end-call.
    perform write-headers.

*>  two passes over the day only: the posting-date alternate key
*>  first yields the accounts the day touched and each one's first
*>  sequence of the day, then each touched account's key range is
*>  read from that sequence onward in account + sequence order so
*>  the OB / movements / CB grouping still holds - the nightly run
*>  reads one day's postings instead of the ledger's whole history
    perform collect-touched-accounts.
    perform statement-one-account-range
        varying ws-stmt-idx from 1 by 1
        until ws-stmt-idx > ws-stmt-count
           or ws-account-overflow = "Y".
    perform close-account-section.

    if ws-account-overflow = "Y"
*>      the trailer totals would exclude the overflowed accounts -
*>      ship an error trailer the receiving side cannot mistake for
*>      a complete statement, and fail the run
        perform write-error-trailers
        close account-ledger-file
        close account-master-file
        close csv-statement-file
        close json-statement-file
        perform close-currency-master
        move 99000005 to l-result
        goback
    end-if.
    perform compute-balance-totals.
    perform write-trailers.
    close account-ledger-file.
    close account-master-file.
    close csv-statement-file.
    close json-statement-file.
    perform close-currency-master.
    move ws-detail-count to l-result.
    goback.

close-currency-master section.
    if ws-currency-checking = "Y"
        close currency-master-file
    end-if.
    if ws-earmark-checking = "Y"
        close earmark-file
    end-if.

collect-touched-accounts section.
    move "N" to ws-eof-switch.
    move 0 to ws-stmt-count.
    move l-statement-date to alg-posting-date.
    start account-ledger-file key is equal to alg-posting-date
        invalid key
            set ledger-eof to true
    end-start.
    perform until ledger-eof
        read account-ledger-file next record
            at end
                set ledger-eof to true
            not at end
                if alg-posting-date not = l-statement-date
                    set ledger-eof to true
                else
                    perform note-touched-account
                end-if
        end-read
    end-perform.

note-touched-account section.
*>  alongside each touched account, keep the day's lowest sequence
*>  so the per-account pass can start right at the first movement
*>  instead of re-reading the account's whole history. Accounts
*>  outside the partition's range (from-key inclusive, to-key
*>  exclusive) belong to another partition's files
    if ws-range-active = "Y"
        if alg-account < ws-range-from
            exit section
        end-if
        if ws-range-to not = spaces and alg-account >= ws-range-to
            exit section
        end-if
    end-if.
    move "N" to ws-stmt-found.
    perform varying ws-stmt-scan-idx from 1 by 1
            until ws-stmt-scan-idx > ws-stmt-count
               or ws-stmt-found = "Y"
        if ws-stmt-account(ws-stmt-scan-idx) = alg-account
            move "Y" to ws-stmt-found
            if alg-sequence < ws-stmt-first-seq(ws-stmt-scan-idx)
                move alg-sequence
                    to ws-stmt-first-seq(ws-stmt-scan-idx)
            end-if
        end-if
    end-perform.
    if ws-stmt-found = "N"
        if ws-stmt-count < 512
            add 1 to ws-stmt-count
            move alg-account to ws-stmt-account(ws-stmt-count)
            move alg-sequence to ws-stmt-first-seq(ws-stmt-count)
        else
            move "Y" to ws-account-overflow
        end-if
    end-if.

statement-one-account-range section.
    move ws-stmt-account(ws-stmt-idx) to alg-account.
    move ws-stmt-first-seq(ws-stmt-idx) to alg-sequence.
    move "N" to ws-range-eof-switch.
    start account-ledger-file key is greater than or equal to
            alg-key
        invalid key
            set range-eof to true
    end-start.
    perform until range-eof
        read account-ledger-file next record
            at end
                set range-eof to true
            not at end
                if alg-account not = ws-stmt-account(ws-stmt-idx)
                    set range-eof to true
                else
                    if alg-posting-date = l-statement-date
                        perform statement-one-movement
                    end-if
                end-if
        end-read
    end-perform.

statement-one-movement section.
    if alg-account not = ws-current-account
        perform close-account-section
        move alg-account to ws-current-account
        move alg-currency to ws-current-currency
        perform write-opening-line
    end-if.
    move spaces to ws-statement-record.
    move alg-account to str-account.
    move alg-entry-type to str-type.
    move alg-reference to str-reference.
    move alg-currency to str-currency.
    if alg-amount < 0
        move "DR" to str-direction
    else
        move "CR" to str-direction
    end-if.
    move alg-amount to str-amount.
    move alg-running-balance to str-balance.
    perform write-detail-line.
    move alg-amount to ws-signed-amount.
    perform tally-account-net.
    move alg-running-balance to ws-last-running.
    move alg-currency to ws-current-currency.

write-opening-line section.
*>  opening balance = running balance before the day's first
*>  movement on the account
    compute ws-opening-balance =
        alg-running-balance - alg-amount.
    move spaces to ws-statement-record.
    move alg-account to str-account.
    move "OB" to str-type.
    move "OPENING BALANCE" to str-reference.
    move alg-currency to str-currency.
    move "OB" to str-direction.
    move 0 to str-amount.
    move ws-opening-balance to str-balance.
    perform write-detail-line.
    perform write-iban-line.

write-iban-line section.
    move alg-account to acm-account-id.
    read account-master-file
        invalid key
            exit section
    end-read.
    if acm-iban = spaces
        exit section
    end-if.
    move spaces to ws-statement-record.
    move alg-account to str-account.
    move "IB" to str-type.
    move acm-iban to str-reference.
    move alg-currency to str-currency.
    move "IB" to str-direction.
    move 0 to str-amount.
    move ws-opening-balance to str-balance.
    perform write-detail-line.

apply-currency-decimals section.
*>  the edited amount and balance columns always carry two decimal
*>  places; for a 0- or 1-decimal currency the superfluous digits
*>  (and, for 0, the point) are blanked so "1250.00" JPY reads 1250
    if ws-currency-checking not = "Y"
        exit section
    end-if.
    perform find-currency-decimals.
    evaluate ws-fmt-decimals
        when 0
            move spaces to str-amount(14:3)
            move spaces to str-balance(14:3)
        when 1
            move space to str-amount(16:1)
            move space to str-balance(16:1)
        when other
            continue
    end-evaluate.

find-currency-decimals section.
    move 2 to ws-fmt-decimals.
    move "N" to ws-dec-found.
    perform varying ws-dec-idx from 1 by 1
            until ws-dec-idx > ws-dec-count
               or ws-dec-found = "Y"
        if ws-dec-currency(ws-dec-idx) = str-currency
            move "Y" to ws-dec-found
            move ws-dec-places(ws-dec-idx) to ws-fmt-decimals
        end-if
    end-perform.
    if ws-dec-found = "Y"
        exit section
    end-if.
    move str-currency to cur-code.
    read currency-master-file
        invalid key
            continue
        not invalid key
            move cur-decimals to ws-fmt-decimals
    end-read.
    if ws-dec-count < 16
        add 1 to ws-dec-count
        move str-currency to ws-dec-currency(ws-dec-count)
        move ws-fmt-decimals to ws-dec-places(ws-dec-count)
    end-if.

close-account-section section.
    if ws-current-account = spaces
        exit section
    end-if.
    move spaces to ws-statement-record.
    move ws-current-account to str-account.
    move "CB" to str-type.
    move "CLOSING BALANCE" to str-reference.
    move ws-current-currency to str-currency.
    move "CB" to str-direction.
    move 0 to str-amount.
    move ws-last-running to str-balance.
    perform write-detail-line.
    perform write-blocked-line.
    move spaces to ws-current-account.

write-blocked-line section.
*>  funds earmarked on the statement date - the customer sees why
*>  the spendable balance is below the closing balance
    if ws-earmark-checking not = "Y"
        exit section
    end-if.
    move 0 to ws-earmarked.
    move "N" to ws-earmark-eof-switch.
    move ws-current-account to em-account-id.
    move low-values to em-earmark-id.
    start earmark-file key is greater than or equal to em-key
        invalid key
            set earmark-eof to true
    end-start.
    perform until earmark-eof
        read earmark-file next record
            at end
                set earmark-eof to true
            not at end
                if em-account-id not = ws-current-account
                    set earmark-eof to true
                else
                    if em-expiry-date = 0
                            or em-expiry-date >= l-statement-date
                        add em-amount to ws-earmarked
                    end-if
                end-if
        end-read
    end-perform.
    if ws-earmarked = 0
        exit section
    end-if.
    move spaces to ws-statement-record.
    move ws-current-account to str-account.
    move "BL" to str-type.
    move "BLOCKED AMOUNT" to str-reference.
    move ws-current-currency to str-currency.
    move "BL" to str-direction.
    move ws-earmarked to str-amount.
    compute ws-signed-amount = ws-last-running - ws-earmarked.
    move ws-signed-amount to str-balance.
    perform write-detail-line.

tally-account-net section.
    move "N" to ws-acct-found.
    perform varying ws-acct-idx from 1 by 1
            until ws-acct-idx > ws-account-count
               or ws-acct-found = "Y"
        if ws-acct-id(ws-acct-idx) = str-account
            move "Y" to ws-acct-found
            add ws-signed-amount to ws-acct-net(ws-acct-idx)
        end-if
    end-perform.
    if ws-acct-found = "N"
        if ws-account-count < 512
            add 1 to ws-account-count
            move str-account to ws-acct-id(ws-account-count)
            move ws-signed-amount to ws-acct-net(ws-account-count)
        else
            move "Y" to ws-account-overflow
        end-if
    end-if.

write-detail-line section.
    perform apply-currency-decimals.
    add 1 to ws-detail-count.
    move fixed-width-to-csv(ws-statement-record, STATEMENT-LAYOUT)
        to ws-csv-text.
    move trim(ws-csv-text) to ws-work-line.
    move length(trim(ws-csv-text)) to ws-line-len.
    call "sha3-absorb" using ws-csv-sha3-ctx, ws-work-line,
        ws-line-len
    end-call.
    write csv-statement-line from ws-work-line.

    move fixed-width-to-json(ws-statement-record, STATEMENT-LAYOUT)
        to ws-json-text.
    move trim(ws-json-text) to ws-work-line.
    move length(trim(ws-json-text)) to ws-line-len.
    call "sha3-absorb" using ws-json-sha3-ctx, ws-work-line,
        ws-line-len
    end-call.
    write json-statement-line from ws-work-line.

compute-balance-totals section.
    perform varying ws-acct-idx from 1 by 1
            until ws-acct-idx > ws-account-count
        move ws-acct-id(ws-acct-idx) to acm-account-id
        read account-master-file
            invalid key
                continue
            not invalid key
                add acm-current-balance to ws-total-closing
                compute ws-total-opening = ws-total-opening
                    + acm-current-balance - ws-acct-net(ws-acct-idx)
        end-read
    end-perform.

write-headers section.
    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
    string "HDR,STATEMENT," delimited by size
        l-statement-date delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write csv-statement-line from ws-work-line.
    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
    string '{"recordType":"header","statementDate":"' delimited by size
        l-statement-date delimited by size
        '"}' delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write json-statement-line from ws-work-line.

write-error-trailers section.
    move spaces to ws-work-line.
    move "TRL,ERROR,ACCOUNT-TABLE-OVERFLOW" to ws-work-line.
    write csv-statement-line from ws-work-line.
    move spaces to ws-work-line.
    move '{"recordType":"trailer","error":"account table overflow"}'
        to ws-work-line.
    write json-statement-line from ws-work-line.

write-trailers section.
    move sha3-finalize(ws-csv-sha3-ctx) to ws-csv-digest.
    move sha3-finalize(ws-json-sha3-ctx) to ws-json-digest.
    move ws-total-opening to ws-opening-edited.
    move ws-total-closing to ws-closing-edited.

    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
    string "TRL," delimited by size
        ws-detail-count delimited by size
        "," delimited by size
        trim(ws-opening-edited) delimited by size
        "," delimited by size
        trim(ws-closing-edited) delimited by size
        "," delimited by size
        ws-csv-digest(1:64) delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write csv-statement-line from ws-work-line.

    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
*>  zero-suppressed: a leading-zero number is not valid JSON
    move ws-detail-count to ws-count-edited.
    string '{"recordType":"trailer","recordCount":' delimited by size
        trim(ws-count-edited) delimited by size
        ',"openingBalance":"' delimited by size
        trim(ws-opening-edited) delimited by size
        '","closingBalance":"' delimited by size
        trim(ws-closing-edited) delimited by size
        '","digest":"' delimited by size
        ws-json-digest(1:64) delimited by size
        '"}' delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write json-statement-line from ws-work-line.
end program statement-generate.

*>*
*> Combines the partition statement files of a partitioned
*> STATEMENT-GENERATE run (see DAILY-BATCH-RUN) into the single CSV
*> and JSON delivery files the data warehouse and the web team
*> receive. Partition n's files are the delivery paths with ".P<n>"
*> appended. Before a partition's detail lines are taken, its own
*> trailer is proven: the record count and the SHA3-256 digest are
*> recomputed over the partition's detail lines and must match, and
*> an error trailer fails the merge. The merged files carry one
*> header, the partitions' detail lines in partition order, and one
*> trailer whose record count and opening / closing totals are the
*> sums of the partitions' and whose digest is computed afresh over
*> the merged detail lines - exactly what a single unpartitioned run
*> would have shipped.
*>
*> @param l-csv-path Path of the merged CSV statement file
*> @param l-json-path Path of the merged JSON statement file
*> @param l-statement-date Posting date the statements are for
*> @param l-partition-count Number of partitions, 1-9
*> @param l-result Number of detail records written per file;
*>        99000001 or 99000002 when the CSV or JSON file could not be
*>        opened, 99000003 when a partition file is missing, 99000004
*>        when a partition's trailer does not prove its contents (the
*>        merged files then end in an error trailer), 99000005 when
*>        the partition count is invalid
*>*
identification division.
program-id. statement-merge.
environment division.
configuration section.
repository.
    function sha3-finalize
    function trim length numval intrinsic.
input-output section.
file-control.
    select csv-statement-file assign to ws-csv-path
        organization line sequential
        file status ws-csv-status.
    select json-statement-file assign to ws-json-path
        organization line sequential
        file status ws-json-status.
    select slice-file assign to ws-slice-path
        organization line sequential
        file status ws-slice-status.
data division.
file section.
fd csv-statement-file.
01 csv-statement-line pic x(600).
fd json-statement-file.
01 json-statement-line pic x(600).
fd slice-file.
01 slice-line pic x(600).
working-storage section.
    01 ws-csv-path pic x(256).
    01 ws-json-path pic x(256).
    01 ws-slice-path pic x(256).
    01 ws-csv-status pic x(2).
    01 ws-json-status pic x(2).
    01 ws-slice-status pic x(2).
    01 ws-slice-eof-switch pic x(1).
        88 slice-eof value "Y".
    01 ws-slice-no usage binary-short unsigned.
    01 ws-slice-digit pic 9(1).
    01 ws-merge-kind pic x(1).
        88 merging-csv value "C".
        88 merging-json value "J".
    01 ws-held-line pic x(600).
    01 ws-held-switch pic x(1).
    01 ws-header-switch pic x(1).
    01 ws-slice-details pic 9(6).
    01 ws-trl-tag pic x(8).
    01 ws-trl-count pic x(20).
    01 ws-trl-opening pic x(20).
    01 ws-trl-closing pic x(20).
    01 ws-trl-digest pic x(128).
    01 ws-trl-head pic x(600).
    01 ws-line-len usage binary-double unsigned.
    01 ws-slice-sha3-ctx.
        05 ctx-state pic x(200).
        05 ctx-rate-bytes usage binary-long unsigned.
        05 ctx-suffix pic x.
        05 ctx-block-size usage binary-long unsigned.
        05 ctx-digest-len usage binary-long unsigned.
    01 ws-csv-sha3-ctx.
        05 ctx-state pic x(200).
        05 ctx-rate-bytes usage binary-long unsigned.
        05 ctx-suffix pic x.
        05 ctx-block-size usage binary-long unsigned.
        05 ctx-digest-len usage binary-long unsigned.
    01 ws-json-sha3-ctx.
        05 ctx-state pic x(200).
        05 ctx-rate-bytes usage binary-long unsigned.
        05 ctx-suffix pic x.
        05 ctx-block-size usage binary-long unsigned.
        05 ctx-digest-len usage binary-long unsigned.
    01 ws-slice-digest pic x(128).
    01 ws-csv-digest pic x(128).
    01 ws-json-digest pic x(128).
    01 ws-detail-count pic 9(6) value 0.
    01 ws-json-detail-count pic 9(6) value 0.
    01 ws-count-edited pic z(5)9.
    01 ws-total-opening pic s9(13)v99 value 0.
    01 ws-total-closing pic s9(13)v99 value 0.
    01 ws-opening-edited pic -(12)9.99.
    01 ws-closing-edited pic -(12)9.99.
    01 ws-work-line pic x(600).
    01 ws-work-ptr usage binary-long unsigned.
linkage section.
    01 l-csv-path pic x any length.
    01 l-json-path pic x any length.
    01 l-statement-date pic 9(8).
    01 l-partition-count pic 9(1).
    01 l-result usage binary-long unsigned.
procedure division using l-csv-path, l-json-path, l-statement-date,
        l-partition-count, l-result.
start-statement-merge.
    move 0 to l-result.
    move 0 to ws-detail-count.
    move 0 to ws-json-detail-count.
    move 0 to ws-total-opening.
    move 0 to ws-total-closing.
    if l-partition-count = 0
        move 99000005 to l-result
        goback
    end-if.
    move spaces to ws-csv-path.
    move l-csv-path to ws-csv-path.
    move spaces to ws-json-path.
    move l-json-path to ws-json-path.

    open output csv-statement-file.
    if ws-csv-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output json-statement-file.
    if ws-json-status not = "00"
        close csv-statement-file
        move 99000002 to l-result
        goback
    end-if.

    call "sha3-256-absorb-init" using ws-csv-sha3-ctx end-call.
    call "sha3-256-absorb-init" using ws-json-sha3-ctx end-call.
    perform write-headers.

    set merging-csv to true.
    perform merge-one-slice
        varying ws-slice-no from 1 by 1
        until ws-slice-no > l-partition-count
           or l-result not = 0.
    set merging-json to true.
    perform merge-one-slice
        varying ws-slice-no from 1 by 1
        until ws-slice-no > l-partition-count
           or l-result not = 0.
*>  both files come from the same statement records, so a partition
*>  whose JSON carries a different line count than its CSV is broken
    if l-result = 0 and ws-json-detail-count not = ws-detail-count
        move 99000004 to l-result
    end-if.

    if l-result not = 0
        perform write-error-trailers
        close csv-statement-file
        close json-statement-file
        goback
    end-if.
    perform write-trailers.
    close csv-statement-file.
    close json-statement-file.
    move ws-detail-count to l-result.
    goback.

merge-one-slice section.
*>  every line between the partition's header and its trailer is a
*>  detail line; the last line read is held back until the next one
*>  shows it was not the trailer
    move ws-slice-no to ws-slice-digit.
    move spaces to ws-slice-path.
    if merging-csv
        string trim(ws-csv-path) delimited by size
            ".P" delimited by size
            ws-slice-digit delimited by size
            into ws-slice-path
        end-string
    else
        string trim(ws-json-path) delimited by size
            ".P" delimited by size
            ws-slice-digit delimited by size
            into ws-slice-path
        end-string
    end-if.
    open input slice-file.
    if ws-slice-status not = "00"
        move 99000003 to l-result
        exit section
    end-if.
    call "sha3-256-absorb-init" using ws-slice-sha3-ctx end-call.
    move 0 to ws-slice-details.
    move "N" to ws-slice-eof-switch.
    move "N" to ws-held-switch.
    move "N" to ws-header-switch.
    perform until slice-eof
        read slice-file
            at end
                set slice-eof to true
            not at end
                if ws-header-switch = "N"
                    move "Y" to ws-header-switch
                else
                    if ws-held-switch = "Y"
                        perform merge-detail-line
                    end-if
                    move slice-line to ws-held-line
                    move "Y" to ws-held-switch
                end-if
        end-read
    end-perform.
    close slice-file.
    if ws-held-switch = "N"
        move 99000004 to l-result
        exit section
    end-if.
    move sha3-finalize(ws-slice-sha3-ctx) to ws-slice-digest.
    if merging-csv
        perform prove-csv-trailer
    else
        perform prove-json-trailer
    end-if.

merge-detail-line section.
    move trim(ws-held-line) to ws-work-line.
    move length(trim(ws-held-line)) to ws-line-len.
    call "sha3-absorb" using ws-slice-sha3-ctx, ws-work-line,
        ws-line-len
    end-call.
    add 1 to ws-slice-details.
    if merging-csv
        call "sha3-absorb" using ws-csv-sha3-ctx, ws-work-line,
            ws-line-len
        end-call
        write csv-statement-line from ws-work-line
        add 1 to ws-detail-count
    else
        call "sha3-absorb" using ws-json-sha3-ctx, ws-work-line,
            ws-line-len
        end-call
        write json-statement-line from ws-work-line
        add 1 to ws-json-detail-count
    end-if.

prove-csv-trailer section.
*>  TRL,count,opening,closing,digest - an error trailer carries
*>  ERROR in the count position and fails the merge
    move spaces to ws-trl-tag ws-trl-count ws-trl-opening
        ws-trl-closing ws-trl-digest.
    unstring ws-held-line delimited by ","
        into ws-trl-tag ws-trl-count ws-trl-opening ws-trl-closing
            ws-trl-digest
    end-unstring.
    if ws-trl-tag not = "TRL" or ws-trl-count = "ERROR"
        move 99000004 to l-result
        exit section
    end-if.
    if numval(ws-trl-count) not = ws-slice-details
            or ws-trl-digest(1:64) not = ws-slice-digest(1:64)
        move 99000004 to l-result
        exit section
    end-if.
    add numval(ws-trl-opening) to ws-total-opening.
    add numval(ws-trl-closing) to ws-total-closing.

prove-json-trailer section.
    move spaces to ws-trl-head ws-trl-digest.
    unstring ws-held-line delimited by '"digest":"'
        into ws-trl-head ws-trl-digest
    end-unstring.
    if ws-trl-digest(1:64) not = ws-slice-digest(1:64)
        move 99000004 to l-result
    end-if.

write-headers section.
    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
    string "HDR,STATEMENT," delimited by size
        l-statement-date delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write csv-statement-line from ws-work-line.
    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
    string '{"recordType":"header","statementDate":"' delimited by size
        l-statement-date delimited by size
        '"}' delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write json-statement-line from ws-work-line.

write-error-trailers section.
    move spaces to ws-work-line.
    move "TRL,ERROR,PARTITION-MERGE-FAILED" to ws-work-line.
    write csv-statement-line from ws-work-line.
    move spaces to ws-work-line.
    move '{"recordType":"trailer","error":"partition merge failed"}'
        to ws-work-line.
    write json-statement-line from ws-work-line.

write-trailers section.
    move sha3-finalize(ws-csv-sha3-ctx) to ws-csv-digest.
    move sha3-finalize(ws-json-sha3-ctx) to ws-json-digest.
    move ws-total-opening to ws-opening-edited.
    move ws-total-closing to ws-closing-edited.

    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
    string "TRL," delimited by size
        ws-detail-count delimited by size
        "," delimited by size
        trim(ws-opening-edited) delimited by size
        "," delimited by size
        trim(ws-closing-edited) delimited by size
        "," delimited by size
        ws-csv-digest(1:64) delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write csv-statement-line from ws-work-line.

    move spaces to ws-work-line.
    move 1 to ws-work-ptr.
*>  zero-suppressed: a leading-zero number is not valid JSON
    move ws-detail-count to ws-count-edited.
    string '{"recordType":"trailer","recordCount":' delimited by size
        trim(ws-count-edited) delimited by size
        ',"openingBalance":"' delimited by size
        trim(ws-opening-edited) delimited by size
        '","closingBalance":"' delimited by size
        trim(ws-closing-edited) delimited by size
        '","digest":"' delimited by size
        ws-json-digest(1:64) delimited by size
        '"}' delimited by size
        into ws-work-line with pointer ws-work-ptr
    end-string.
    write json-statement-line from ws-work-line.
end program statement-merge.

*>*
*> Nightly trial-balance validation. Sums the day's debits and
*> credits from the PAYMENT-JOURNAL, verifies they net to zero,
*> recomputes each touched account's expected closing balance
*> (opening balance from the previous run's snapshot, plus the day's
*> net movement) and writes a break report line for any account whose
*> ACCOUNT-MASTER balance disagrees. After checking, the job writes a
*> fresh snapshot of every master balance for tomorrow's run - on the
*> very first run, with no snapshot on disk yet, openings are
*> self-primed from the master so the job baselines cleanly instead
*> of reporting every account broken.
*>
*> Snapshot record layout (line sequential): account id x(16),
*> balance s9(13)v99.
*>
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-snapshot-path Path of the balance snapshot file (read
*>        from the previous run, rewritten by this one)
*> @param l-trial-date Booking date to validate, YYYYMMDD
*> @param l-report-path Path of the break report to produce
*> @param l-result 0 when the day nets to zero and every balance
*>        agrees; otherwise the number of breaks (+1 when debits and
*>        credits do not net to zero, +1 when a tracking table
*>        overflowed and the check is incomplete), or
*>        99000001-99000003 when the journal, master or report could
*>        not be opened
*> @param l-from-account Optional first account key of the range to
*>        check, passed after l-result so existing callers keep their
*>        argument lists; spaces (or omitted) starts at the lowest key.
*>        With a range, only the journal legs, snapshot openings and
*>        master balances of accounts from l-from-account up to but
*>        not including l-to-account are checked and snapshotted -
*>        one partition of the night's check run under DAILY-BATCH-RUN.
*>        The netting test needs both legs of every booking, so a
*>        partition skips it and TRIAL-BALANCE-MERGE proves the day
*>        instead
*> @param l-to-account Optional first account key past the range;
*>        spaces (or omitted) runs to the highest key
*> @param l-new-snapshot-path Optional path the new snapshot is
*>        written to instead of over l-snapshot-path, so partitions
*>        running side by side all read the same previous snapshot
*>        and leave their own slice for the merge
*>*
identification division.
program-id. trial-balance.
environment division.
configuration section.
repository.
    function trim current-date intrinsic.
input-output section.
file-control.
    select payment-journal-file assign to ws-journal-path
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select snapshot-file assign to ws-snapshot-path
        organization line sequential
        file status ws-snapshot-status.
    select break-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd snapshot-file.
01 snapshot-record.
    05 snp-account pic x(16).
    05 snp-balance pic s9(13)v99.
fd break-report-file.
01 break-report-line pic x(132).
working-storage section.
    01 ws-journal-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-snapshot-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-journal-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-snapshot-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-journal-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-snapshot-eof-switch pic x(1) value "N".
        88 snapshot-eof value "Y".
    01 ws-master-eof-switch pic x(1) value "N".
        88 master-eof value "Y".
    01 ws-openings.
        05 ws-opening-entry occurs 512 times.
            10 ws-open-account pic x(16).
            10 ws-open-balance pic s9(13)v99.
    01 ws-opening-count usage binary-short unsigned.
    01 ws-open-idx usage index.
    01 ws-touched.
        05 ws-touched-entry occurs 128 times.
            10 ws-touch-account pic x(16).
            10 ws-touch-net pic s9(13)v99.
    01 ws-touched-count usage binary-short unsigned.
    01 ws-touched-overflow pic x(1) value "N".
    01 ws-snapshot-overflow pic x(1) value "N".
    01 ws-touch-idx usage index.
    01 ws-found-switch pic x(1).
    01 ws-tally-account pic x(16).
    01 ws-tally-amount pic s9(13)v99.
    01 ws-total-debits pic 9(13)v99 value 0.
    01 ws-total-credits pic 9(13)v99 value 0.
    01 ws-net-total pic s9(13)v99 value 0.
    01 ws-cross-count usage binary-long unsigned value 0.
    01 ws-cross-count-edited pic z(5)9.
    01 ws-conversion-net pic s9(13)v99 value 0.
    01 ws-net-unexplained pic s9(13)v99 value 0.
    01 ws-conversion-edited pic -(12)9.99.
    01 ws-opening pic s9(13)v99.
    01 ws-expected pic s9(13)v99.
    01 ws-break-count usage binary-long unsigned value 0.
    01 ws-snapshot-found pic x(1).
    01 ws-report-header pic x(132).
    01 ws-debits-edited pic -(12)9.99.
    01 ws-credits-edited pic -(12)9.99.
    01 ws-range-active pic x(1) value "N".
    01 ws-range-from pic x(16).
    01 ws-range-to pic x(16).
    01 ws-range-account pic x(16).
    01 ws-range-switch pic x(1).
        88 account-in-range value "Y".
    01 ws-credit-in-range pic x(1).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 tbd-account pic x(16).
        05 filler pic x(2) value spaces.
        05 tbd-expected pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 tbd-actual pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 tbd-remark pic x(24).
linkage section.
    01 l-journal-path pic x any length.
    01 l-master-path pic x any length.
    01 l-snapshot-path pic x any length.
    01 l-trial-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-from-account pic x(16).
    01 l-to-account pic x(16).
    01 l-new-snapshot-path pic x any length.
procedure division using l-journal-path, l-master-path,
        l-snapshot-path, l-trial-date, l-report-path, l-result,
        optional l-from-account, optional l-to-account,
        optional l-new-snapshot-path.
start-trial-balance.
    move 0 to l-result.
    move 0 to ws-break-count.
    move 0 to ws-touched-count.
    move 0 to ws-opening-count.
    move 0 to ws-total-debits.
    move 0 to ws-total-credits.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-snapshot-path.
    move l-snapshot-path to ws-snapshot-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    move "N" to ws-range-active.
    move spaces to ws-range-from.
    move spaces to ws-range-to.
    if l-from-account not omitted
        move l-from-account to ws-range-from
    end-if.
    if l-to-account not omitted
        move l-to-account to ws-range-to
    end-if.
    if ws-range-from not = spaces or ws-range-to not = spaces
        move "Y" to ws-range-active
    end-if.

    open input payment-journal-file.
    if ws-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input account-master-file.
    if ws-master-status not = "00"
        close payment-journal-file
        move 99000002 to l-result
        goback
    end-if.
    open output break-report-file.
    if ws-report-status not = "00"
        close payment-journal-file
        close account-master-file
        move 99000003 to l-result
        goback
    end-if.

    perform load-snapshot.
    perform tally-journal.
    perform write-report-header.
    perform check-touched-accounts.
*>  the previous snapshot has been read - from here on the snapshot
*>  file name is the one the new balances go to
    if l-new-snapshot-path not omitted
            and l-new-snapshot-path not = spaces
        move spaces to ws-snapshot-path
        move l-new-snapshot-path to ws-snapshot-path
    end-if.
    perform write-new-snapshot.

    close payment-journal-file.
    close account-master-file.
    close break-report-file.
    move ws-break-count to l-result.
    goback.

load-snapshot section.
    move "N" to ws-snapshot-eof-switch.
    move "N" to ws-snapshot-found.
    open input snapshot-file.
    if ws-snapshot-status not = "00"
        exit section
    end-if.
    move "Y" to ws-snapshot-found.
    perform until snapshot-eof
        read snapshot-file
            at end
                set snapshot-eof to true
            not at end
                move snp-account to ws-range-account
                perform check-account-range
                evaluate true
                    when not account-in-range
                        continue
                    when ws-opening-count < 512
                        add 1 to ws-opening-count
                        move snp-account
                            to ws-open-account(ws-opening-count)
                        move snp-balance
                            to ws-open-balance(ws-opening-count)
                    when other
                        move "Y" to ws-snapshot-overflow
                end-evaluate
        end-read
    end-perform.
    close snapshot-file.

tally-journal section.
*>  the booking-date alternate key hands over just the day's
*>  bookings instead of dragging the whole journal history past the
*>  filter every night
    move "N" to ws-journal-eof-switch.
    move l-trial-date to pj-booking-date.
    start payment-journal-file key is equal to pj-booking-date
        invalid key
            set journal-eof to true
    end-start.
    perform until journal-eof
        read payment-journal-file next record
            at end
                set journal-eof to true
            not at end
                if pj-booking-date not = l-trial-date
                    set journal-eof to true
                else
                    if pj-booked
                        perform tally-one-payment
                    end-if
                end-if
        end-read
    end-perform.

tally-one-payment section.
*>  a cross-currency booking debits the posted amount and credits
*>  the converted counter-amount - the difference is the conversion,
*>  tracked separately so the netting test can still prove the day.
*>  Under an account range each leg counts only in the partition
*>  that owns its account, and the conversion goes with the credit
*>  leg, so the partitions' figures add up to the whole day's
    move pj-credit-account to ws-range-account.
    perform check-account-range.
    move ws-range-switch to ws-credit-in-range.
    move pj-debit-account to ws-range-account.
    perform check-account-range.
    if account-in-range
        add pj-amount to ws-total-debits
        move pj-debit-account to ws-tally-account
        compute ws-tally-amount = pj-amount * -1
        perform tally-one-account
    end-if.
    if ws-credit-in-range not = "Y"
        exit section
    end-if.
    if pj-counter-currency not = spaces
            and pj-counter-currency not = pj-currency
        add 1 to ws-cross-count
        add pj-counter-amount to ws-total-credits
        compute ws-conversion-net = ws-conversion-net
            + pj-counter-amount - pj-amount
        move pj-credit-account to ws-tally-account
        move pj-counter-amount to ws-tally-amount
        perform tally-one-account
    else
        add pj-amount to ws-total-credits
        move pj-credit-account to ws-tally-account
        move pj-amount to ws-tally-amount
        perform tally-one-account
    end-if.

check-account-range section.
*>  from-key inclusive, to-key exclusive: the ranges of a partition
*>  plan tile the key space with no gap and no overlap
    move "Y" to ws-range-switch.
    if ws-range-active not = "Y"
        exit section
    end-if.
    if ws-range-account < ws-range-from
        move "N" to ws-range-switch
    end-if.
    if ws-range-to not = spaces and ws-range-account >= ws-range-to
        move "N" to ws-range-switch
    end-if.

tally-one-account section.
    move "N" to ws-found-switch.
    perform varying ws-touch-idx from 1 by 1
            until ws-touch-idx > ws-touched-count
               or ws-found-switch = "Y"
        if ws-touch-account(ws-touch-idx) = ws-tally-account
            move "Y" to ws-found-switch
            add ws-tally-amount to ws-touch-net(ws-touch-idx)
        end-if
    end-perform.
    if ws-found-switch = "N"
        if ws-touched-count < 128
            add 1 to ws-touched-count
            move ws-tally-account to ws-touch-account(ws-touched-count)
            move ws-tally-amount to ws-touch-net(ws-touched-count)
        else
            move "Y" to ws-touched-overflow
        end-if
    end-if.

write-report-header section.
    move spaces to ws-report-header.
    string "TRIAL BALANCE " delimited by size
        l-trial-date delimited by size
        into ws-report-header
    end-string.
    write break-report-line from ws-report-header.
    if ws-range-active = "Y"
        move spaces to ws-report-header
        string "  ACCOUNTS FROM " delimited by size
            ws-range-from delimited by size
            " TO " delimited by size
            ws-range-to delimited by size
            into ws-report-header
        end-string
        write break-report-line from ws-report-header
    end-if.
    move ws-total-debits to ws-debits-edited.
    move ws-total-credits to ws-credits-edited.
    move spaces to ws-report-header.
    string "  DEBITS " delimited by size
        trim(ws-debits-edited) delimited by size
        "  CREDITS " delimited by size
        trim(ws-credits-edited) delimited by size
        into ws-report-header
    end-string.
    write break-report-line from ws-report-header.
    move 0 to ws-net-total.
    perform varying ws-touch-idx from 1 by 1
            until ws-touch-idx > ws-touched-count
        add ws-touch-net(ws-touch-idx) to ws-net-total
    end-perform.
    if ws-cross-count > 0
        move ws-cross-count to ws-cross-count-edited
        move ws-conversion-net to ws-conversion-edited
        move spaces to ws-report-header
        string "  CROSS-CURRENCY BOOKINGS " delimited by size
            trim(ws-cross-count-edited) delimited by size
            "  CONVERSION NET " delimited by size
            trim(ws-conversion-edited) delimited by size
            into ws-report-header
        end-string
        write break-report-line from ws-report-header
    end-if.
*>  the day's movements must net to zero once the cross-currency
*>  conversion differences tracked above are taken back out - a
*>  partition holds only its own legs, so the test is left to the
*>  merge, which sees the whole day
    compute ws-net-unexplained = ws-net-total - ws-conversion-net.
    if ws-net-unexplained not = 0 and ws-range-active not = "Y"
        add 1 to ws-break-count
        move "  *** DEBITS AND CREDITS DO NOT NET TO ZERO ***"
            to ws-report-header
        write break-report-line from ws-report-header
    end-if.
*>  a control job that overflowed its tracking tables must fail the
*>  night loudly - a silently partial integrity check is worse than
*>  no check at all
    if ws-touched-overflow = "Y" or ws-snapshot-overflow = "Y"
        add 1 to ws-break-count
        move "  *** TRACKING TABLE OVERFLOW - RESULTS INCOMPLETE ***"
            to ws-report-header
        write break-report-line from ws-report-header
    end-if.
    move "  ACCOUNT           EXPECTED         ACTUAL           REMARK"
        to ws-report-header.
    write break-report-line from ws-report-header.

check-touched-accounts section.
    perform check-one-account
        varying ws-touch-idx from 1 by 1
        until ws-touch-idx > ws-touched-count.

check-one-account section.
    move ws-touch-account(ws-touch-idx) to acm-account-id.
    read account-master-file
        invalid key
            add 1 to ws-break-count
            move spaces to ws-report-detail
            move ws-touch-account(ws-touch-idx) to tbd-account
            move 0 to tbd-expected
            move 0 to tbd-actual
            move "NOT ON ACCOUNT MASTER" to tbd-remark
            write break-report-line from ws-report-detail
            exit section
    end-read.
*>  opening balance: previous snapshot when there is one, otherwise
*>  self-primed from the master so the first run baselines cleanly
    move "N" to ws-found-switch.
    perform varying ws-open-idx from 1 by 1
            until ws-open-idx > ws-opening-count
               or ws-found-switch = "Y"
        if ws-open-account(ws-open-idx)
                = ws-touch-account(ws-touch-idx)
            move "Y" to ws-found-switch
            move ws-open-balance(ws-open-idx) to ws-opening
        end-if
    end-perform.
    if ws-found-switch = "N"
        compute ws-opening = acm-current-balance
            - ws-touch-net(ws-touch-idx)
    end-if.
    compute ws-expected = ws-opening + ws-touch-net(ws-touch-idx).
    if ws-expected not = acm-current-balance
        add 1 to ws-break-count
        move spaces to ws-report-detail
        move ws-touch-account(ws-touch-idx) to tbd-account
        move ws-expected to tbd-expected
        move acm-current-balance to tbd-actual
        move "BALANCE BREAK" to tbd-remark
        write break-report-line from ws-report-detail
    end-if.

write-new-snapshot section.
    open output snapshot-file.
    if ws-snapshot-status not = "00"
        exit section
    end-if.
    move "N" to ws-master-eof-switch.
    move low-values to acm-account-id.
    if ws-range-active = "Y"
        move ws-range-from to acm-account-id
    end-if.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                if ws-range-to not = spaces
                        and acm-account-id >= ws-range-to
                    set master-eof to true
                else
                    move acm-account-id to snp-account
                    move acm-current-balance to snp-balance
                    write snapshot-record
                end-if
        end-read
    end-perform.
    close snapshot-file.
end program trial-balance.

*>*
*> Completes a partitioned TRIAL-BALANCE run (see DAILY-BATCH-RUN).
*> Each partition has checked the balances of its own account range
*> and left a break report and a snapshot slice (the report and
*> snapshot paths with ".P<n>" appended); the netting test needs both
*> legs of every booking, which no single partition holds. The merge
*> re-sums the whole day's debits and credits from the
*> PAYMENT-JOURNAL and proves they net to zero, writes the one break
*> report operations expects - the day's totals, any partition's
*> overflow warning, then every partition's break lines under a
*> single column heading - and rebuilds the balance snapshot
*> tomorrow's run reads from the partitions' slices (see
*> PARTITION-FILE-MERGE).
*>
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-trial-date Booking date validated, YYYYMMDD
*> @param l-report-path Path of the merged break report
*> @param l-snapshot-path Path of the balance snapshot to rebuild
*> @param l-partition-count Number of partitions, 1-9
*> @param l-result 0 when the day nets to zero and every partition
*>        found its balances agreeing; otherwise the number of breaks
*>        as a single TRIAL-BALANCE run counts them, or 99000001 when
*>        the journal could not be opened, 99000002 when the report
*>        could not be opened, 99000003 when a partition report is
*>        missing, 99000004 when the partition count is invalid,
*>        99000005 when the snapshot could not be rebuilt
*>*
identification division.
program-id. trial-balance-merge.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select break-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
    select slice-file assign to ws-slice-path
        organization line sequential
        file status ws-slice-status.
data division.
file section.
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd break-report-file.
01 break-report-line pic x(132).
fd slice-file.
01 slice-line pic x(132).
working-storage section.
    01 ws-journal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-slice-path pic x(256).
    01 ws-journal-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-slice-status pic x(2).
    01 ws-journal-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-slice-eof-switch pic x(1).
        88 slice-eof value "Y".
    01 ws-slice-no usage binary-short unsigned.
    01 ws-slice-digit pic 9(1).
    01 ws-copy-pass pic x(1).
        88 copying-warnings value "W".
        88 copying-breaks value "B".
    01 ws-past-heading pic x(1).
    01 ws-total-debits pic 9(13)v99 value 0.
    01 ws-total-credits pic 9(13)v99 value 0.
    01 ws-net-total pic s9(13)v99 value 0.
    01 ws-cross-count usage binary-long unsigned value 0.
    01 ws-cross-count-edited pic z(5)9.
    01 ws-conversion-net pic s9(13)v99 value 0.
    01 ws-net-unexplained pic s9(13)v99 value 0.
    01 ws-conversion-edited pic -(12)9.99.
    01 ws-debits-edited pic -(12)9.99.
    01 ws-credits-edited pic -(12)9.99.
    01 ws-partitions-edited pic 9(1).
    01 ws-break-count usage binary-long unsigned value 0.
    01 ws-merge-result usage binary-long unsigned.
    01 ws-report-header pic x(132).
    01 ws-column-heading pic x(132) value
        "  ACCOUNT           EXPECTED         ACTUAL           REMARK".
linkage section.
    01 l-journal-path pic x any length.
    01 l-trial-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-snapshot-path pic x any length.
    01 l-partition-count pic 9(1).
    01 l-result usage binary-long unsigned.
procedure division using l-journal-path, l-trial-date, l-report-path,
        l-snapshot-path, l-partition-count, l-result.
start-trial-balance-merge.
    move 0 to l-result.
    move 0 to ws-break-count.
    move 0 to ws-total-debits.
    move 0 to ws-total-credits.
    move 0 to ws-net-total.
    move 0 to ws-cross-count.
    move 0 to ws-conversion-net.
    if l-partition-count = 0
        move 99000004 to l-result
        goback
    end-if.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input payment-journal-file.
    if ws-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output break-report-file.
    if ws-report-status not = "00"
        close payment-journal-file
        move 99000002 to l-result
        goback
    end-if.

    perform tally-journal.
    close payment-journal-file.
    perform write-report-header.
    set copying-warnings to true.
    perform copy-one-report
        varying ws-slice-no from 1 by 1
        until ws-slice-no > l-partition-count
           or l-result not = 0.
    if l-result = 0
        write break-report-line from ws-column-heading
        set copying-breaks to true
        perform copy-one-report
            varying ws-slice-no from 1 by 1
            until ws-slice-no > l-partition-count
               or l-result not = 0
    end-if.
    close break-report-file.
    if l-result not = 0
        goback
    end-if.

*>  tomorrow's openings: the partitions' slices, in key order
    call "partition-file-merge" using l-snapshot-path,
        l-partition-count, "R", ws-merge-result
    end-call.
    if ws-merge-result >= 99000001
        move 99000005 to l-result
        goback
    end-if.
    move ws-break-count to l-result.
    goback.

tally-journal section.
*>  the same day-wide sums a single TRIAL-BALANCE run makes, taken
*>  straight from the journal so no account table can overflow
    move "N" to ws-journal-eof-switch.
    move l-trial-date to pj-booking-date.
    start payment-journal-file key is equal to pj-booking-date
        invalid key
            set journal-eof to true
    end-start.
    perform until journal-eof
        read payment-journal-file next record
            at end
                set journal-eof to true
            not at end
                if pj-booking-date not = l-trial-date
                    set journal-eof to true
                else
                    if pj-booked
                        perform tally-one-payment
                    end-if
                end-if
        end-read
    end-perform.

tally-one-payment section.
    add pj-amount to ws-total-debits.
    subtract pj-amount from ws-net-total.
    if pj-counter-currency not = spaces
            and pj-counter-currency not = pj-currency
        add 1 to ws-cross-count
        add pj-counter-amount to ws-total-credits
        add pj-counter-amount to ws-net-total
        compute ws-conversion-net = ws-conversion-net
            + pj-counter-amount - pj-amount
    else
        add pj-amount to ws-total-credits
        add pj-amount to ws-net-total
    end-if.

write-report-header section.
    move spaces to ws-report-header.
    move l-partition-count to ws-partitions-edited.
    string "TRIAL BALANCE " delimited by size
        l-trial-date delimited by size
        "  PARTITIONS " delimited by size
        ws-partitions-edited delimited by size
        into ws-report-header
    end-string.
    write break-report-line from ws-report-header.
    move ws-total-debits to ws-debits-edited.
    move ws-total-credits to ws-credits-edited.
    move spaces to ws-report-header.
    string "  DEBITS " delimited by size
        trim(ws-debits-edited) delimited by size
        "  CREDITS " delimited by size
        trim(ws-credits-edited) delimited by size
        into ws-report-header
    end-string.
    write break-report-line from ws-report-header.
    if ws-cross-count > 0
        move ws-cross-count to ws-cross-count-edited
        move ws-conversion-net to ws-conversion-edited
        move spaces to ws-report-header
        string "  CROSS-CURRENCY BOOKINGS " delimited by size
            trim(ws-cross-count-edited) delimited by size
            "  CONVERSION NET " delimited by size
            trim(ws-conversion-edited) delimited by size
            into ws-report-header
        end-string
        write break-report-line from ws-report-header
    end-if.
    compute ws-net-unexplained = ws-net-total - ws-conversion-net.
    if ws-net-unexplained not = 0
        add 1 to ws-break-count
        move "  *** DEBITS AND CREDITS DO NOT NET TO ZERO ***"
            to ws-report-header
        write break-report-line from ws-report-header
    end-if.

copy-one-report section.
*>  two passes over the partition reports: first the warnings a
*>  partition raised above its column heading (a tracking table
*>  overflow), then the break lines below it. Every line copied is
*>  a break, counted as the partition counted it
    move ws-slice-no to ws-slice-digit.
    move spaces to ws-slice-path.
    string trim(ws-report-path) delimited by size
        ".P" delimited by size
        ws-slice-digit delimited by size
        into ws-slice-path
    end-string.
    open input slice-file.
    if ws-slice-status not = "00"
        move 99000003 to l-result
        exit section
    end-if.
    move "N" to ws-past-heading.
    move "N" to ws-slice-eof-switch.
    perform until slice-eof
        read slice-file
            at end
                set slice-eof to true
            not at end
                evaluate true
                    when slice-line = ws-column-heading
                        move "Y" to ws-past-heading
                    when ws-past-heading = "Y" and copying-breaks
                        write break-report-line from slice-line
                        add 1 to ws-break-count
                    when ws-past-heading = "N" and copying-warnings
                            and slice-line(1:5) = "  ***"
                        write break-report-line from slice-line
                        add 1 to ws-break-count
                    when other
                        continue
                end-evaluate
        end-read
    end-perform.
    close slice-file.
end program trial-balance-merge.

*>*
*> Nostro reconciliation against a counterparty statement file. Once
*> payments leave through GATEWAY-SUBMIT the only proof of
*> settlement is the correspondent's own statement, received over
*> RECEIVE-TCP and saved to disk; this job matches its entries
*> against the PAYMENT-JOURNAL by reference (the payment id the
*> message was submitted under), amount and currency, and produces a
*> break report in TRIAL-BALANCE's style - OURS NOT THEIRS for a
*> submitted or acknowledged payment the correspondent does not
*> show, THEIRS NOT OURS for a statement entry we cannot match, and
*> AMOUNT or CURRENCY MISMATCH where the references meet but the
*> values do not - so settlement differences surface the next
*> morning instead of at month-end.
*>
*> With routed payments (see ISO20022-GENERATE) each correspondent
*> settles only the payments sent over it: given the OUTBOUND-MESSAGE
*> file and the nostro account the statement is for, only payments
*> whose outbound record names that nostro account are expected on
*> the statement, so another correspondent's payments are never
*> reported as OURS NOT THEIRS here.
*>
*> Statement record layout (line sequential): reference x(16),
*> currency x(3), amount text x(20). A line with the reference
*> "CLOSING-BALANCE" carries the correspondent's closing balance in
*> that currency (negative when overdrawn) instead of an entry; given
*> a NOSTRO-BALANCE file, each such balance is kept there per nostro
*> account and currency with the statement date and the number of
*> breaks found, as the reconciled starting point NOSTRO-FORECAST
*> projects the day's cash position from. An older statement never
*> replaces a later one's balance.
*>
*> The NOSTRO-BALANCE record layout (nostro account + currency key,
*> balance, statement date, break count, reconciled timestamp) is
*> shared by this program and NOSTRO-FORECAST.
*>
*> @param l-stmt-path Path of the counterparty statement file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-recon-date Booking date to reconcile, YYYYMMDD; 0 to
*>        reconcile every submitted/acknowledged payment
*> @param l-report-path Path of the break report to produce
*> @param l-result Number of breaks, or 99000001-99000003 when the
*>        statement, journal or report could not be opened, and
*>        99000004 when the statement holds more entries than the
*>        matching table - the run refuses rather than reconcile
*>        against a truncated statement, 99000005 when the
*>        outbound file could not be opened, and 99000006 when the
*>        breaks were reported but the NOSTRO-BALANCE file could not
*>        be updated
*> @param l-outbound-path Optional path to the OUTBOUND-MESSAGE file,
*>        passed after l-result so existing callers keep their
*>        argument lists
*> @param l-nostro-account Optional nostro account the statement is
*>        for; with l-outbound-path, limits the payments expected on
*>        the statement to those routed over it
*> @param l-balance-path Optional path to the NOSTRO-BALANCE indexed
*>        file the statement's closing balances are kept on; spaces
*>        (or omitted) keeps none
*>*
identification division.
program-id. nostro-reconcile.
environment division.
configuration section.
repository.
    function trim numval current-date intrinsic.
input-output section.
file-control.
    select nostro-stmt-file assign to ws-stmt-path
        organization line sequential
        file status ws-stmt-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select outbound-message-file assign to ws-outbound-path
        organization indexed
        access mode dynamic
        record key om-payment-id
        file status ws-outbound-status.
    select nostro-balance-file assign to ws-balance-path
        organization indexed
        access mode dynamic
        record key nb-key
        file status ws-balance-status.
    select recon-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd nostro-stmt-file.
01 nostro-stmt-record.
    05 ns-reference pic x(16).
    05 ns-currency pic x(3).
    05 ns-amount-text pic x(20).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd outbound-message-file.
01 outbound-message-record.
    05 om-payment-id pic x(16).
    05 om-created-ts pic 9(14).
    05 om-submitted-ts pic 9(14).
    05 om-disposition pic x(12).
    05 om-submit-rc usage binary-long unsigned.
    05 om-status pic x(1).
    05 om-route-currency pic x(3).
    05 om-route-country pic x(2).
    05 om-correspondent-id pic x(8).
    05 om-nostro-account pic x(16).
    05 om-message-variant pic x(8).
fd nostro-balance-file.
01 nostro-balance-record.
    05 nb-key.
        10 nb-nostro-account pic x(16).
        10 nb-currency pic x(3).
    05 nb-balance pic s9(13)v99.
    05 nb-statement-date pic 9(8).
    05 nb-break-count pic 9(5).
    05 nb-reconciled-ts pic 9(14).
fd recon-report-file.
01 recon-report-line pic x(132).
working-storage section.
    01 ws-stmt-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-stmt-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-stmt-eof-switch pic x(1) value "N".
        88 stmt-eof value "Y".
    01 ws-journal-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-entries.
        05 ws-stmt-entry occurs 512 times.
            10 ws-ent-reference pic x(16).
            10 ws-ent-currency pic x(3).
            10 ws-ent-amount pic 9(13)v99.
            10 ws-ent-matched pic x(1).
    01 ws-entry-count usage binary-short unsigned value 0.
    01 ws-entry-overflow pic x(1) value "N".
    01 ws-entry-idx usage index.
    01 ws-match-idx usage index.
    01 ws-match-found pic x(1).
    01 ws-break-count usage binary-long unsigned value 0.
    01 ws-outbound-path pic x(256).
    01 ws-outbound-status pic x(2).
    01 ws-nostro-account pic x(16).
    01 ws-route-scoped pic x(1) value "N".
    01 ws-routed-here pic x(1).
    01 ws-balance-path pic x(256).
    01 ws-balance-status pic x(2).
    01 ws-balances.
        05 ws-bal-entry occurs 16 times.
            10 ws-bal-currency pic x(3).
            10 ws-bal-amount pic s9(13)v99.
    01 ws-bal-count usage binary-short unsigned value 0.
    01 ws-bal-idx usage index.
    01 ws-bal-found pic x(1).
    01 ws-statement-date pic 9(8).
    01 ws-balance-found pic x(1).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 nrd-reference pic x(16).
        05 filler pic x(2) value spaces.
        05 nrd-ours-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 nrd-ours-amount pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 nrd-theirs-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 nrd-theirs-amount pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 nrd-remark pic x(20).
linkage section.
    01 l-stmt-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-recon-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-outbound-path pic x any length.
    01 l-nostro-account pic x(16).
    01 l-balance-path pic x any length.
procedure division using l-stmt-path, l-journal-path, l-recon-date,
        l-report-path, l-result, optional l-outbound-path,
        optional l-nostro-account, optional l-balance-path.
start-nostro-reconcile.
    move 0 to l-result.
    move 0 to ws-break-count.
    move spaces to ws-stmt-path.
    move l-stmt-path to ws-stmt-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    move spaces to ws-outbound-path.
    if l-outbound-path not omitted
        move l-outbound-path to ws-outbound-path
    end-if.
    move spaces to ws-nostro-account.
    if l-nostro-account not omitted
        move l-nostro-account to ws-nostro-account
    end-if.
    move spaces to ws-balance-path.
    if l-balance-path not omitted
        move l-balance-path to ws-balance-path
    end-if.
    move "N" to ws-route-scoped.
    if ws-outbound-path not = spaces and ws-nostro-account not = spaces
        move "Y" to ws-route-scoped
    end-if.

    perform load-statement-entries.
    if ws-stmt-status not = "00" and ws-stmt-status not = "10"
        move 99000001 to l-result
        goback
    end-if.
    if ws-entry-overflow = "Y"
        move 99000004 to l-result
        goback
    end-if.

    open input payment-journal-file.
    if ws-journal-status not = "00"
        move 99000002 to l-result
        goback
    end-if.
    if ws-route-scoped = "Y"
        open input outbound-message-file
        if ws-outbound-status not = "00"
            close payment-journal-file
            move 99000005 to l-result
            goback
        end-if
    end-if.
    open output recon-report-file.
    if ws-report-status not = "00"
        close payment-journal-file
        if ws-route-scoped = "Y"
            close outbound-message-file
        end-if
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "NOSTRO RECONCILIATION " delimited by size
        current-date(1:8) delimited by size
        into ws-report-header
    end-string.
    write recon-report-line from ws-report-header.
    if ws-route-scoped = "Y"
        move spaces to ws-report-header
        string "  NOSTRO ACCOUNT " delimited by size
            ws-nostro-account delimited by size
            into ws-report-header
        end-string
        write recon-report-line from ws-report-header
    end-if.
    move "  REFERENCE         OURS             THEIRS           REMARK"
        to ws-report-header.
    write recon-report-line from ws-report-header.

    move low-values to pj-payment-id.
    start payment-journal-file key is greater than or equal to
            pj-payment-id
        invalid key
            set journal-eof to true
    end-start.
    perform until journal-eof
        read payment-journal-file next record
            at end
                set journal-eof to true
            not at end
                if (pj-status = "S" or pj-status = "K")
                        and pj-payment-id(1:1) = "P"
                        and (l-recon-date = 0
                            or pj-booking-date = l-recon-date)
                    perform reconcile-one-payment
                end-if
        end-read
    end-perform.
    perform report-unmatched-entries.

    close payment-journal-file.
    close recon-report-file.
    if ws-route-scoped = "Y"
        close outbound-message-file
    end-if.
    move ws-break-count to l-result.
    if ws-balance-path not = spaces and ws-bal-count > 0
        perform store-closing-balances
    end-if.
    goback.

load-statement-entries section.
    move 0 to ws-entry-count.
    move "N" to ws-entry-overflow.
    open input nostro-stmt-file.
    if ws-stmt-status not = "00"
        exit section
    end-if.
    perform until stmt-eof
        read nostro-stmt-file
            at end
                set stmt-eof to true
            not at end
                evaluate true
                    when ns-reference = "CLOSING-BALANCE"
                        perform keep-closing-balance
                    when ns-reference = spaces
                        continue
                    when ws-entry-count < 512
                        add 1 to ws-entry-count
                        move ns-reference
                            to ws-ent-reference(ws-entry-count)
                        move ns-currency
                            to ws-ent-currency(ws-entry-count)
                        move numval(ns-amount-text)
                            to ws-ent-amount(ws-entry-count)
                        move "N" to ws-ent-matched(ws-entry-count)
                    when other
                        move "Y" to ws-entry-overflow
                end-evaluate
        end-read
    end-perform.
    close nostro-stmt-file.
    move "00" to ws-stmt-status.

reconcile-one-payment section.
    if ws-route-scoped = "Y"
        perform check-routed-here
        if ws-routed-here = "N"
            exit section
        end-if
    end-if.
    move "N" to ws-match-found.
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > ws-entry-count
               or ws-match-found = "Y"
        if ws-ent-reference(ws-entry-idx) = pj-payment-id
            move "Y" to ws-match-found
            set ws-match-idx to ws-entry-idx
        end-if
    end-perform.
    if ws-match-found = "N"
        add 1 to ws-break-count
        move spaces to ws-report-detail
        move pj-payment-id to nrd-reference
        move pj-currency to nrd-ours-currency
        move pj-amount to nrd-ours-amount
        move "OURS NOT THEIRS" to nrd-remark
        write recon-report-line from ws-report-detail
        exit section
    end-if.
    move "Y" to ws-ent-matched(ws-match-idx).
    evaluate true
        when ws-ent-currency(ws-match-idx) not = pj-currency
            add 1 to ws-break-count
            move spaces to ws-report-detail
            move pj-payment-id to nrd-reference
            move pj-currency to nrd-ours-currency
            move pj-amount to nrd-ours-amount
            move ws-ent-currency(ws-match-idx)
                to nrd-theirs-currency
            move ws-ent-amount(ws-match-idx) to nrd-theirs-amount
            move "CURRENCY MISMATCH" to nrd-remark
            write recon-report-line from ws-report-detail
        when ws-ent-amount(ws-match-idx) not = pj-amount
            add 1 to ws-break-count
            move spaces to ws-report-detail
            move pj-payment-id to nrd-reference
            move pj-currency to nrd-ours-currency
            move pj-amount to nrd-ours-amount
            move ws-ent-currency(ws-match-idx)
                to nrd-theirs-currency
            move ws-ent-amount(ws-match-idx) to nrd-theirs-amount
            move "AMOUNT MISMATCH" to nrd-remark
            write recon-report-line from ws-report-detail
        when other
            continue
    end-evaluate.

check-routed-here section.
    move "N" to ws-routed-here.
    move pj-payment-id to om-payment-id.
    read outbound-message-file
        invalid key
            continue
        not invalid key
            if om-nostro-account = ws-nostro-account
                move "Y" to ws-routed-here
            end-if
    end-read.

report-unmatched-entries section.
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > ws-entry-count
        if ws-ent-matched(ws-entry-idx) = "N"
            add 1 to ws-break-count
            move spaces to ws-report-detail
            move ws-ent-reference(ws-entry-idx) to nrd-reference
            move ws-ent-currency(ws-entry-idx)
                to nrd-theirs-currency
            move ws-ent-amount(ws-entry-idx) to nrd-theirs-amount
            move "THEIRS NOT OURS" to nrd-remark
            write recon-report-line from ws-report-detail
        end-if
    end-perform.

keep-closing-balance section.
    move "N" to ws-bal-found.
    perform varying ws-bal-idx from 1 by 1
            until ws-bal-idx > ws-bal-count
               or ws-bal-found = "Y"
        if ws-bal-currency(ws-bal-idx) = ns-currency
            move "Y" to ws-bal-found
            move numval(ns-amount-text) to ws-bal-amount(ws-bal-idx)
        end-if
    end-perform.
    if ws-bal-found = "N" and ws-bal-count < 16
        add 1 to ws-bal-count
        move ns-currency to ws-bal-currency(ws-bal-count)
        move numval(ns-amount-text) to ws-bal-amount(ws-bal-count)
    end-if.

store-closing-balances section.
    if l-recon-date = 0
        move current-date(1:8) to ws-statement-date
    else
        move l-recon-date to ws-statement-date
    end-if.
    open i-o nostro-balance-file.
    if ws-balance-status = "35"
        open output nostro-balance-file
        close nostro-balance-file
        open i-o nostro-balance-file
    end-if.
    if ws-balance-status not = "00"
        move 99000006 to l-result
        exit section
    end-if.
    perform varying ws-bal-idx from 1 by 1
            until ws-bal-idx > ws-bal-count
        move ws-nostro-account to nb-nostro-account
        move ws-bal-currency(ws-bal-idx) to nb-currency
        read nostro-balance-file
            invalid key
                move "N" to ws-balance-found
            not invalid key
                move "Y" to ws-balance-found
        end-read
*>      a re-run of an older statement must not roll the balance back
        if ws-balance-found = "N"
                or nb-statement-date <= ws-statement-date
            move ws-bal-amount(ws-bal-idx) to nb-balance
            move ws-statement-date to nb-statement-date
            move ws-break-count to nb-break-count
            move current-date(1:14) to nb-reconciled-ts
            if ws-balance-found = "Y"
                rewrite nostro-balance-record
            else
                write nostro-balance-record
            end-if
        end-if
    end-perform.
    close nostro-balance-file.
end program nostro-reconcile.

*>*
*> Nostro cash-position forecast per currency for the treasury
*> dealers, so the nostros are funded from the system instead of a
*> morning phone round. For each currency the position is projected
*> for the as-of date and the next five business days of the market
*> calendar:
*>
*>   opening       the latest reconciled closing balance NOSTRO-
*>                 RECONCILE kept on the NOSTRO-BALANCE file, summed
*>                 over every nostro account held in the currency
*>   outbound      customer payments booked but not yet acknowledged
*>                 by the gateway - PAYMENT-JOURNAL "P..." entries in
*>                 status "A" accepted or "S" submitted - all leaving
*>                 on the as-of date
*>   standing      active STANDING-ORDER runs falling due, on the
*>                 business day their next-run date rolls to: daily
*>                 orders once per business day, weekly orders every
*>                 seven days, monthly orders on their next run; an
*>                 order crediting an account on the ACCOUNT-MASTER
*>                 stays inside the bank and is left out
*>   inbound       PAYMENT-INBOX credits parsed but not yet settled
*>                 ("P" parsed, "H" held, "R" released), on their
*>                 execution date
*>
*> Items dated before the as-of date fall on the as-of date, items
*> after the last forecast day are left out. Each day closes at
*> opening - outbound - standing + inbound and the next day opens at
*> that figure. A day closing below zero is flagged SHORT on both
*> the report and the CSV, and a currency with flows but no
*> reconciled balance is projected from zero and marked so.
*>
*> CSV layout, one line per currency and day after a heading line:
*> CURRENCY,DATE,OPENING,OUTBOUND,STANDING,INBOUND,CLOSING,SHORT with
*> SHORT "Y" or "N".
*>
*> @param l-balance-path Path to the NOSTRO-BALANCE indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-order-path Path to the STANDING-ORDER indexed file;
*>        spaces to leave standing orders out
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file, to
*>        tell internal standing orders apart; spaces to count every
*>        order
*> @param l-inbox-path Path to the PAYMENT-INBOX indexed file; spaces
*>        to leave inbound items out
*> @param l-as-of-date First forecast day, YYYYMMDD
*> @param l-market Market calendar the business days are taken from
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-report-path Path of the forecast report to produce
*> @param l-csv-path Path of the forecast CSV to produce
*> @param l-result Number of currency days projected short, or
*>        99000001-99000004 when the balance file, journal, report
*>        or CSV could not be opened, 99000005-99000007 when the
*>        standing orders, account master or inbox could not be
*>        opened, and 99000008 when more currencies are in play than
*>        the forecast table holds
*>*
identification division.
program-id. nostro-forecast.
environment division.
configuration section.
repository.
    function add-business-days-cal
    function trim integer-of-date date-of-integer intrinsic.
input-output section.
file-control.
    select nostro-balance-file assign to ws-balance-path
        organization indexed
        access mode dynamic
        record key nb-key
        file status ws-balance-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select standing-order-file assign to ws-order-path
        organization indexed
        access mode dynamic
        record key so-order-id
        file status ws-order-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select payment-inbox-file assign to ws-inbox-path
        organization indexed
        access mode dynamic
        record key pin-end-to-end-id
        file status ws-inbox-status.
    select forecast-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
    select forecast-csv-file assign to ws-csv-path
        organization line sequential
        file status ws-csv-status.
data division.
file section.
fd nostro-balance-file.
01 nostro-balance-record.
    05 nb-key.
        10 nb-nostro-account pic x(16).
        10 nb-currency pic x(3).
    05 nb-balance pic s9(13)v99.
    05 nb-statement-date pic 9(8).
    05 nb-break-count pic 9(5).
    05 nb-reconciled-ts pic 9(14).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd standing-order-file.
01 standing-order-record.
    05 so-order-id pic x(16).
    05 so-debit-account pic x(16).
    05 so-credit-account pic x(16).
    05 so-currency pic x(3).
    05 so-amount pic 9(13)v99.
    05 so-reference pic x(35).
    05 so-frequency pic x(1).
    05 so-next-run pic 9(8).
    05 so-anchor-day pic 9(2).
    05 so-expiry pic 9(8).
    05 so-status pic x(1).
    05 so-last-updated-by pic x(8).
    05 so-last-updated-ts pic 9(14).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd payment-inbox-file.
01 payment-inbox-record.
    05 pin-end-to-end-id pic x(35).
    05 pin-debtor-account pic x(34).
    05 pin-debtor-name pic x(70).
    05 pin-creditor-account pic x(34).
    05 pin-creditor-name pic x(70).
    05 pin-currency pic x(3).
    05 pin-amount pic 9(13)v99.
    05 pin-exec-date pic 9(8).
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
fd forecast-report-file.
01 forecast-report-line pic x(132).
fd forecast-csv-file.
01 forecast-csv-line pic x(200).
working-storage section.
    01 ws-balance-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-order-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-inbox-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-csv-path pic x(256).
    01 ws-balance-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-order-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-inbox-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-csv-status pic x(2).
    01 ws-eof-switch pic x(1).
        88 file-eof value "Y".
    01 ws-forecast-days.
        05 ws-fc-date pic 9(8) occurs 6 times.
    01 ws-day-idx usage binary-short unsigned.
    01 ws-day-offset pic 9(5).
*>  one row per currency: the reconciled start and, per forecast
*>  day, the three flows
    01 ws-currencies.
        05 ws-ccy-entry occurs 32 times.
            10 ws-ccy-code pic x(3).
            10 ws-ccy-start pic s9(13)v99.
            10 ws-ccy-has-balance pic x(1).
            10 ws-ccy-stmt-date pic 9(8).
            10 ws-ccy-breaks pic 9(5).
            10 ws-ccy-day occurs 6 times.
                15 ws-ccy-outbound pic 9(13)v99.
                15 ws-ccy-standing pic 9(13)v99.
                15 ws-ccy-inbound pic 9(13)v99.
    01 ws-ccy-count usage binary-short unsigned value 0.
    01 ws-ccy-overflow pic x(1) value "N".
    01 ws-ccy-idx usage index.
    01 ws-ccy-found pic x(1).
    01 ws-find-currency pic x(3).
    01 ws-item-date pic 9(8).
    01 ws-item-amount pic 9(13)v99.
    01 ws-item-kind pic x(1).
    01 ws-bucket usage binary-short unsigned.
    01 ws-run-date pic 9(8).
    01 ws-run-julian usage binary-long.
    01 ws-run-step usage binary-long.
    01 ws-last-bucket usage binary-short unsigned.
    01 ws-internal-switch pic x(1).
    01 ws-opening pic s9(13)v99.
    01 ws-closing pic s9(13)v99.
    01 ws-short-count usage binary-long unsigned value 0.
    01 ws-short-display pic 9(5).
    01 ws-short-flag pic x(1).
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 nfd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 nfd-date pic 9(8).
        05 filler pic x(2) value spaces.
        05 nfd-opening pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 nfd-outbound pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 nfd-standing pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 nfd-inbound pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 nfd-closing pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 nfd-flag pic x(5).
    01 ws-amount-edited pic -(13)9.99.
    01 ws-csv-opening pic x(20).
    01 ws-csv-outbound pic x(20).
    01 ws-csv-standing pic x(20).
    01 ws-csv-inbound pic x(20).
    01 ws-csv-closing pic x(20).
    01 ws-csv-line pic x(200).
linkage section.
    01 l-balance-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-order-path pic x any length.
    01 l-master-path pic x any length.
    01 l-inbox-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-market pic x(8).
    01 l-calendar-path pic x any length.
    01 l-report-path pic x any length.
    01 l-csv-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-balance-path, l-journal-path,
        l-order-path, l-master-path, l-inbox-path, l-as-of-date,
        l-market, l-calendar-path, l-report-path, l-csv-path,
        l-result.
start-nostro-forecast.
    move 0 to l-result.
    move spaces to ws-balance-path.
    move l-balance-path to ws-balance-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-order-path.
    move l-order-path to ws-order-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-inbox-path.
    move l-inbox-path to ws-inbox-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    move spaces to ws-csv-path.
    move l-csv-path to ws-csv-path.

*>  the as-of date and the next five business days of the market
    move l-as-of-date to ws-fc-date(1).
    perform varying ws-day-idx from 2 by 1 until ws-day-idx > 6
        compute ws-day-offset = ws-day-idx - 1
        move add-business-days-cal(l-as-of-date, ws-day-offset, "F",
            l-market, l-calendar-path) to ws-fc-date(ws-day-idx)
    end-perform.

    perform load-reconciled-balances.
    if l-result not = 0
        goback
    end-if.
    perform add-outbound-payments.
    if l-result not = 0
        goback
    end-if.
    if ws-order-path not = spaces
        perform add-standing-orders
        if l-result not = 0
            goback
        end-if
    end-if.
    if ws-inbox-path not = spaces
        perform add-inbound-items
        if l-result not = 0
            goback
        end-if
    end-if.
    if ws-ccy-overflow = "Y"
        move 99000008 to l-result
        goback
    end-if.

    open output forecast-report-file.
    if ws-report-status not = "00"
        move 99000003 to l-result
        goback
    end-if.
    open output forecast-csv-file.
    if ws-csv-status not = "00"
        close forecast-report-file
        move 99000004 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "NOSTRO CASH-POSITION FORECAST AS OF " delimited by size
        l-as-of-date delimited by size
        " MARKET " delimited by size
        l-market delimited by size
        into ws-report-header
    end-string.
    write forecast-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  CCY  DATE               OPENING          OUTBOUND"
            delimited by size
        "          STANDING           INBOUND           CLOSING"
            delimited by size
        "  FLAG" delimited by size
        into ws-report-header
    end-string.
    write forecast-report-line from ws-report-header.
    move "CURRENCY,DATE,OPENING,OUTBOUND,STANDING,INBOUND,CLOSING,SHORT"
        to forecast-csv-line.
    write forecast-csv-line.

    perform forecast-one-currency
        varying ws-ccy-idx from 1 by 1
        until ws-ccy-idx > ws-ccy-count.

    move ws-short-count to ws-short-display.
    move spaces to ws-report-header.
    string "  CURRENCY DAYS PROJECTED SHORT " delimited by size
        ws-short-display delimited by size
        into ws-report-header
    end-string.
    write forecast-report-line from ws-report-header.

    close forecast-report-file.
    close forecast-csv-file.
    move ws-short-count to l-result.
    goback.

load-reconciled-balances section.
    open input nostro-balance-file.
    if ws-balance-status not = "00"
        move 99000001 to l-result
        exit section
    end-if.
    move "N" to ws-eof-switch.
    move low-values to nb-key.
    start nostro-balance-file key is greater than or equal to nb-key
        invalid key
            set file-eof to true
    end-start.
    perform until file-eof
        read nostro-balance-file next record
            at end
                set file-eof to true
            not at end
                move nb-currency to ws-find-currency
                perform find-currency
                if ws-ccy-found = "Y"
                    add nb-balance to ws-ccy-start(ws-ccy-idx)
                    move "Y" to ws-ccy-has-balance(ws-ccy-idx)
                    add nb-break-count to ws-ccy-breaks(ws-ccy-idx)
                    if nb-statement-date > ws-ccy-stmt-date(ws-ccy-idx)
                        move nb-statement-date
                            to ws-ccy-stmt-date(ws-ccy-idx)
                    end-if
                end-if
        end-read
    end-perform.
    close nostro-balance-file.

add-outbound-payments section.
    open input payment-journal-file.
    if ws-journal-status not = "00"
        move 99000002 to l-result
        exit section
    end-if.
    move "N" to ws-eof-switch.
    move low-values to pj-payment-id.
    start payment-journal-file key is greater than or equal to
            pj-payment-id
        invalid key
            set file-eof to true
    end-start.
    perform until file-eof
        read payment-journal-file next record
            at end
                set file-eof to true
            not at end
                if pj-payment-id(1:1) = "P"
                        and (pj-status = "A" or pj-status = "S")
                    move pj-currency to ws-find-currency
                    move l-as-of-date to ws-item-date
                    move pj-amount to ws-item-amount
                    move "O" to ws-item-kind
                    perform add-forecast-item
                end-if
        end-read
    end-perform.
    close payment-journal-file.

add-standing-orders section.
    open input standing-order-file.
    if ws-order-status not = "00"
        move 99000005 to l-result
        exit section
    end-if.
    if ws-master-path not = spaces
        open input account-master-file
        if ws-master-status not = "00"
            close standing-order-file
            move 99000006 to l-result
            exit section
        end-if
    end-if.
    move "N" to ws-eof-switch.
    move low-values to so-order-id.
    start standing-order-file key is greater than or equal to
            so-order-id
        invalid key
            set file-eof to true
    end-start.
    perform until file-eof
        read standing-order-file next record
            at end
                set file-eof to true
            not at end
                if so-status = "A"
                    perform project-one-order
                end-if
        end-read
    end-perform.
    close standing-order-file.
    if ws-master-path not = spaces
        close account-master-file
    end-if.

project-one-order section.
    move "N" to ws-internal-switch.
    if ws-master-path not = spaces
        move so-credit-account to acm-account-id
        read account-master-file
            invalid key
                continue
            not invalid key
                move "Y" to ws-internal-switch
        end-read
    end-if.
    if ws-internal-switch = "Y"
        exit section
    end-if.

    move so-currency to ws-find-currency.
    move so-amount to ws-item-amount.
    move "S" to ws-item-kind.
    move so-next-run to ws-run-date.
    move 0 to ws-last-bucket.
    evaluate so-frequency
        when "D"
            move 1 to ws-run-step
        when "W"
            move 7 to ws-run-step
        when other
            move 0 to ws-run-step
    end-evaluate.
*>  STANDING-ORDER-EXECUTE books an order at most once per run, so
*>  a daily order overdue or due over a weekend still lands once a
*>  business day
    perform until ws-run-date > ws-fc-date(6)
            or (so-expiry not = 0 and ws-run-date > so-expiry)
        move ws-run-date to ws-item-date
        perform find-bucket
        if ws-bucket > ws-last-bucket
            move ws-bucket to ws-last-bucket
            perform add-forecast-item
        end-if
        if ws-run-step = 0
            exit perform
        end-if
        compute ws-run-julian = integer-of-date(ws-run-date)
            + ws-run-step
        move date-of-integer(ws-run-julian) to ws-run-date
    end-perform.

add-inbound-items section.
    open input payment-inbox-file.
    if ws-inbox-status not = "00"
        move 99000007 to l-result
        exit section
    end-if.
    move "N" to ws-eof-switch.
    move low-values to pin-end-to-end-id.
    start payment-inbox-file key is greater than or equal to
            pin-end-to-end-id
        invalid key
            set file-eof to true
    end-start.
    perform until file-eof
        read payment-inbox-file next record
            at end
                set file-eof to true
            not at end
                if pin-status = "P" or pin-status = "H"
                        or pin-status = "R"
                    move pin-currency to ws-find-currency
                    move pin-exec-date to ws-item-date
                    move pin-amount to ws-item-amount
                    move "I" to ws-item-kind
                    perform add-forecast-item
                end-if
        end-read
    end-perform.
    close payment-inbox-file.

*>  the first forecast day on or after the item date; 0 past the
*>  last day
find-bucket section.
    move 0 to ws-bucket.
    if ws-item-date < ws-fc-date(1)
        move 1 to ws-bucket
        exit section
    end-if.
    perform varying ws-day-idx from 1 by 1
            until ws-day-idx > 6 or ws-bucket not = 0
        if ws-fc-date(ws-day-idx) >= ws-item-date
            move ws-day-idx to ws-bucket
        end-if
    end-perform.

add-forecast-item section.
    if ws-item-kind not = "S"
        perform find-bucket
    end-if.
    if ws-bucket = 0
        exit section
    end-if.
    perform find-currency.
    if ws-ccy-found = "N"
        exit section
    end-if.
    evaluate ws-item-kind
        when "O"
            add ws-item-amount to ws-ccy-outbound(ws-ccy-idx, ws-bucket)
        when "S"
            add ws-item-amount to ws-ccy-standing(ws-ccy-idx, ws-bucket)
        when other
            add ws-item-amount to ws-ccy-inbound(ws-ccy-idx, ws-bucket)
    end-evaluate.

find-currency section.
    move "N" to ws-ccy-found.
    perform varying ws-ccy-idx from 1 by 1
            until ws-ccy-idx > ws-ccy-count
               or ws-ccy-found = "Y"
        if ws-ccy-code(ws-ccy-idx) = ws-find-currency
            move "Y" to ws-ccy-found
        end-if
    end-perform.
    if ws-ccy-found = "Y"
        set ws-ccy-idx down by 1
        exit section
    end-if.
    if ws-ccy-count = 32
        move "Y" to ws-ccy-overflow
        exit section
    end-if.
    add 1 to ws-ccy-count.
    set ws-ccy-idx to ws-ccy-count.
    initialize ws-ccy-entry(ws-ccy-idx).
    move ws-find-currency to ws-ccy-code(ws-ccy-idx).
    move "N" to ws-ccy-has-balance(ws-ccy-idx).
    move "Y" to ws-ccy-found.

forecast-one-currency section.
    move spaces to ws-report-header.
    if ws-ccy-has-balance(ws-ccy-idx) = "Y"
        move ws-ccy-start(ws-ccy-idx) to ws-amount-edited
        string "  " delimited by size
            ws-ccy-code(ws-ccy-idx) delimited by size
            " RECONCILED BALANCE " delimited by size
            trim(ws-amount-edited) delimited by size
            " STATEMENT " delimited by size
            ws-ccy-stmt-date(ws-ccy-idx) delimited by size
            " BREAKS " delimited by size
            ws-ccy-breaks(ws-ccy-idx) delimited by size
            into ws-report-header
        end-string
    else
        string "  " delimited by size
            ws-ccy-code(ws-ccy-idx) delimited by size
            " NO RECONCILED BALANCE - PROJECTED FROM ZERO"
                delimited by size
            into ws-report-header
        end-string
    end-if.
    write forecast-report-line from ws-report-header.

    move ws-ccy-start(ws-ccy-idx) to ws-opening.
    perform varying ws-day-idx from 1 by 1 until ws-day-idx > 6
        compute ws-closing = ws-opening
            - ws-ccy-outbound(ws-ccy-idx, ws-day-idx)
            - ws-ccy-standing(ws-ccy-idx, ws-day-idx)
            + ws-ccy-inbound(ws-ccy-idx, ws-day-idx)
        move "N" to ws-short-flag
        if ws-closing < 0
            move "Y" to ws-short-flag
            add 1 to ws-short-count
        end-if
        perform write-forecast-day
        move ws-closing to ws-opening
    end-perform.

write-forecast-day section.
    move spaces to ws-report-detail.
    move ws-ccy-code(ws-ccy-idx) to nfd-currency.
    move ws-fc-date(ws-day-idx) to nfd-date.
    move ws-opening to nfd-opening.
    move ws-ccy-outbound(ws-ccy-idx, ws-day-idx) to nfd-outbound.
    move ws-ccy-standing(ws-ccy-idx, ws-day-idx) to nfd-standing.
    move ws-ccy-inbound(ws-ccy-idx, ws-day-idx) to nfd-inbound.
    move ws-closing to nfd-closing.
    if ws-short-flag = "Y"
        move "SHORT" to nfd-flag
    end-if.
    write forecast-report-line from ws-report-detail.

    move ws-opening to ws-amount-edited.
    move trim(ws-amount-edited) to ws-csv-opening.
    move ws-ccy-outbound(ws-ccy-idx, ws-day-idx) to ws-amount-edited.
    move trim(ws-amount-edited) to ws-csv-outbound.
    move ws-ccy-standing(ws-ccy-idx, ws-day-idx) to ws-amount-edited.
    move trim(ws-amount-edited) to ws-csv-standing.
    move ws-ccy-inbound(ws-ccy-idx, ws-day-idx) to ws-amount-edited.
    move trim(ws-amount-edited) to ws-csv-inbound.
    move ws-closing to ws-amount-edited.
    move trim(ws-amount-edited) to ws-csv-closing.
    move spaces to ws-csv-line.
    string ws-ccy-code(ws-ccy-idx) delimited by size
        "," delimited by size
        ws-fc-date(ws-day-idx) delimited by size
        "," delimited by size
        ws-csv-opening delimited by space
        "," delimited by size
        ws-csv-outbound delimited by space
        "," delimited by size
        ws-csv-standing delimited by space
        "," delimited by size
        ws-csv-inbound delimited by space
        "," delimited by size
        ws-csv-closing delimited by space
        "," delimited by size
        ws-short-flag delimited by size
        into ws-csv-line
    end-string.
    write forecast-csv-line from ws-csv-line.
end program nostro-forecast.

       >>SOURCE FORMAT FREE
*>**
*>  Core library: interest
*>
*>  @author Olegs Kunicins
*>  @license LGPL-3.0
*>
*>  This library is free software; you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public
*>  License as published by the Free Software Foundation; either
*>  version 3.0 of the License, or (at your option) any later version.
*>
*>  This library is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
*>  Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public
*>  License along with this library.
*>**

*>*
*> Maintain a PRODUCT-RATE tier: the annual interest rate (percent)
*> a product pays on balances at or above a tier floor, effective
*> from a given date. The rate for an account is the tier with the
*> greatest floor not exceeding its balance, at the rate version in
*> force for the day being accrued - so a rate change is keyed in
*> ahead of time with its effective date and history accrues at the
*> old rate, instead of a catch-up run repricing skipped days at the
*> new one. Create-or-update shape as the other masters.
*>
*> The PRODUCT-RATE record layout (product code + tier floor +
*> effective date key, annual rate, audit stamp) is shared with
*> INTEREST-ACCRUE.
*>
*> @param l-rate-path Path to the PRODUCT-RATE indexed file
*> @param l-product-code Product the tier belongs to
*> @param l-tier-floor Lowest balance the tier applies to
*> @param l-effective-date First accrual day the rate applies to,
*>        YYYYMMDD; may be in the future
*> @param l-annual-rate Annual rate, percent, 9(3)v9(6)
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. product-rate-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select product-rate-file assign to ws-rate-path
        organization indexed
        access mode dynamic
        record key pr-key
        file status ws-rate-status.
data division.
file section.
fd product-rate-file.
01 product-rate-record.
    05 pr-key.
        10 pr-product-code pic x(8).
        10 pr-tier-floor pic 9(13).
        10 pr-effective-date pic 9(8).
    05 pr-annual-rate pic 9(3)v9(6).
    05 pr-last-updated-by pic x(8).
    05 pr-last-updated-ts pic 9(14).
working-storage section.
    01 ws-rate-path pic x(256).
    01 ws-rate-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 tier-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-rate-path pic x any length.
    01 l-product-code pic x(8).
    01 l-tier-floor pic 9(13).
    01 l-effective-date pic 9(8).
    01 l-annual-rate pic 9(3)v9(6).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-rate-path, l-product-code, l-tier-floor,
        l-effective-date, l-annual-rate, l-user-id, l-result.
start-product-rate-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "RATEMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-rate-path.
    move l-rate-path to ws-rate-path.
    move "N" to ws-found-switch.

    open i-o product-rate-file.
    if ws-rate-status = "35"
        open output product-rate-file
        close product-rate-file
        open i-o product-rate-file
    end-if.
    if ws-rate-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-product-code to pr-product-code.
    move l-tier-floor to pr-tier-floor.
    move l-effective-date to pr-effective-date.
    read product-rate-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-annual-rate to pr-annual-rate.
    move l-user-id to pr-last-updated-by.
    move current-date(1:14) to pr-last-updated-ts.
    if tier-was-found
        rewrite product-rate-record
        move 0 to l-result
    else
        write product-rate-record
        move 1 to l-result
    end-if.
    close product-rate-file.
    goback.
end program product-rate-maintain.

*>*
*> Enroll an account for interest accrual, or change its enrollment:
*> which product's rate tiers it earns, and the day of month its
*> accrued interest capitalizes. The ACCOUNT-INTEREST record also
*> carries the running accrued credit and debit interest and the
*> last accrual date maintained by INTEREST-ACCRUE; those are
*> preserved on update and start at zero on enrollment. An account
*> with an arranged overdraft is enrolled here too - its debit
*> interest capitalizes on the same day of month.
*>
*> @param l-interest-path Path to the ACCOUNT-INTEREST indexed file
*> @param l-account-id Account to enroll or update
*> @param l-product-code Product whose rate tiers apply
*> @param l-cap-day Day of month (1-31) accrued interest capitalizes
*> @param l-tax-status Withholding tax status, the TAX-RATE table
*>        key INTEREST-ACCRUE withholds under at capitalization;
*>        space for no withholding
*> @param l-user-id Operator ID making the change
*> @param l-result 0 updated, 1 enrolled, 2 file unavailable, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. account-interest-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select account-interest-file assign to ws-interest-path
        organization indexed
        access mode dynamic
        record key ai-account-id
        file status ws-interest-status.
data division.
file section.
fd account-interest-file.
01 account-interest-record.
    05 ai-account-id pic x(16).
    05 ai-product-code pic x(8).
    05 ai-cap-day pic 9(2).
    05 ai-tax-status pic x(1).
    05 ai-accrued pic s9(13)v9(4).
    05 ai-last-accrual-date pic 9(8).
    05 ai-last-updated-by pic x(8).
    05 ai-last-updated-ts pic 9(14).
    05 ai-debit-accrued pic s9(13)v9(4).
working-storage section.
    01 ws-interest-path pic x(256).
    01 ws-interest-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 enrollment-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-interest-path pic x any length.
    01 l-account-id pic x(16).
    01 l-product-code pic x(8).
    01 l-cap-day pic 9(2).
    01 l-tax-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-interest-path, l-account-id,
        l-product-code, l-cap-day, l-tax-status, l-user-id,
        l-result.
start-account-interest-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "RATEMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-interest-path.
    move l-interest-path to ws-interest-path.
    move "N" to ws-found-switch.

    open i-o account-interest-file.
    if ws-interest-status = "35"
        open output account-interest-file
        close account-interest-file
        open i-o account-interest-file
    end-if.
    if ws-interest-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-account-id to ai-account-id.
    read account-interest-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    if not enrollment-found
        move 0 to ai-accrued
        move 0 to ai-debit-accrued
        move 0 to ai-last-accrual-date
    end-if.
    move l-account-id to ai-account-id.
    move l-product-code to ai-product-code.
    move l-cap-day to ai-cap-day.
    move l-tax-status to ai-tax-status.
    move l-user-id to ai-last-updated-by.
    move current-date(1:14) to ai-last-updated-ts.
    if enrollment-found
        rewrite account-interest-record
        move 0 to l-result
    else
        write account-interest-record
        move 1 to l-result
    end-if.
    close account-interest-file.
    goback.
end program account-interest-maintain.

*>*
*> Maintain an OVERDRAFT-FACILITY version: the arranged overdraft an
*> account may draw - approved limit, annual debit interest rate and
*> expiry date - effective from a given date. The version in force
*> on a day is the one with the greatest effective date not after
*> it, the same effective dating as PRODUCT-RATE, so a limit or rate
*> change is keyed in ahead of time and INTEREST-ACCRUE never
*> reprices days already accrued. The limit lapses after the expiry
*> date (0 never expires); the debit rate of the version in force
*> keeps applying to a balance still overdrawn after it. A facility
*> is cancelled by keying a new version with a zero limit.
*> Create-or-update shape as the other masters.
*>
*> The OVERDRAFT-FACILITY record layout (account id + effective date
*> key, limit, annual debit rate, expiry date, audit stamp) is shared
*> by this program, PAYMENT-BOOK, INTEREST-ACCRUE and
*> OVERDRAFT-EXCESS-REPORT.
*>
*> @param l-facility-path Path to the OVERDRAFT-FACILITY indexed file
*> @param l-account-id Account the facility is arranged on
*> @param l-effective-date First day the version applies to,
*>        YYYYMMDD; may be in the future
*> @param l-limit Approved overdraft limit in the account currency
*> @param l-debit-rate Annual debit interest rate, percent,
*>        9(3)v9(6)
*> @param l-expiry-date Last day the limit may be drawn, YYYYMMDD; 0
*>        for no expiry
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 4
*>        expiry date before the effective date, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. overdraft-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select overdraft-facility-file assign to ws-facility-path
        organization indexed
        access mode dynamic
        record key of-key
        file status ws-facility-status.
data division.
file section.
fd overdraft-facility-file.
01 overdraft-facility-record.
    05 of-key.
        10 of-account-id pic x(16).
        10 of-effective-date pic 9(8).
    05 of-limit pic 9(13)v99.
    05 of-debit-rate pic 9(3)v9(6).
    05 of-expiry-date pic 9(8).
    05 of-last-updated-by pic x(8).
    05 of-last-updated-ts pic 9(14).
working-storage section.
    01 ws-facility-path pic x(256).
    01 ws-facility-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 facility-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-facility-path pic x any length.
    01 l-account-id pic x(16).
    01 l-effective-date pic 9(8).
    01 l-limit pic 9(13)v99.
    01 l-debit-rate pic 9(3)v9(6).
    01 l-expiry-date pic 9(8).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-facility-path, l-account-id,
        l-effective-date, l-limit, l-debit-rate, l-expiry-date,
        l-user-id, l-result.
start-overdraft-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "ODMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    if l-expiry-date not = 0 and l-expiry-date < l-effective-date
        move 4 to l-result
        goback
    end-if.
    move spaces to ws-facility-path.
    move l-facility-path to ws-facility-path.
    move "N" to ws-found-switch.

    open i-o overdraft-facility-file.
    if ws-facility-status = "35"
        open output overdraft-facility-file
        close overdraft-facility-file
        open i-o overdraft-facility-file
    end-if.
    if ws-facility-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-account-id to of-account-id.
    move l-effective-date to of-effective-date.
    read overdraft-facility-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-limit to of-limit.
    move l-debit-rate to of-debit-rate.
    move l-expiry-date to of-expiry-date.
    move l-user-id to of-last-updated-by.
    move current-date(1:14) to of-last-updated-ts.
    if facility-was-found
        rewrite overdraft-facility-record
        move 0 to l-result
    else
        write overdraft-facility-record
        move 1 to l-result
    end-if.
    close overdraft-facility-file.
    goback.
end program overdraft-maintain.

*>*
*> Daily overdraft excess report. Walks the ACCOUNT-MASTER and looks
*> up each account's OVERDRAFT-FACILITY version in force on the
*> report date, then lists for the credit desk:
*>
*>   OVER LIMIT        available balance overdrawn beyond the
*>                     arranged limit (fees are force-posted and can
*>                     push an account past it)
*>   NO FACILITY       available balance overdrawn with no
*>                     arranged overdraft at all
*>   FACILITY EXPIRED  a facility with a limit whose expiry date has
*>                     passed - renew it or key a zero-limit version
*>                     to cancel it; any overdrawn balance is then
*>                     all excess
*>
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-facility-path Path to the OVERDRAFT-FACILITY indexed file
*> @param l-as-of-date Report date, YYYYMMDD
*> @param l-report-path Path of the excess report to produce
*> @param l-result Number of accounts listed, or 99000001-99000003
*>        when the master, facility file or report could not be
*>        opened
*>*
identification division.
program-id. overdraft-excess-report.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select overdraft-facility-file assign to ws-facility-path
        organization indexed
        access mode dynamic
        record key of-key
        file status ws-facility-status.
    select excess-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd overdraft-facility-file.
01 overdraft-facility-record.
    05 of-key.
        10 of-account-id pic x(16).
        10 of-effective-date pic 9(8).
    05 of-limit pic 9(13)v99.
    05 of-debit-rate pic 9(3)v9(6).
    05 of-expiry-date pic 9(8).
    05 of-last-updated-by pic x(8).
    05 of-last-updated-ts pic 9(14).
fd excess-report-file.
01 excess-report-line pic x(132).
working-storage section.
    01 ws-master-path pic x(256).
    01 ws-facility-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-master-status pic x(2).
    01 ws-facility-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 master-eof value "Y".
    01 ws-facility-found pic x(1).
    01 ws-facility-limit pic 9(13)v99.
    01 ws-facility-expiry pic 9(8).
    01 ws-drawn-limit pic 9(13)v99.
    01 ws-overdrawn pic s9(13)v99.
    01 ws-excess pic s9(13)v99.
    01 ws-listed-count usage binary-long unsigned value 0.
    01 ws-count-edited pic z(5)9.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 oed-account-id pic x(16).
        05 filler pic x(2) value spaces.
        05 oed-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 oed-available pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 oed-limit pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 oed-expiry pic 9(8).
        05 filler pic x(2) value spaces.
        05 oed-excess pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 oed-remark pic x(16).
linkage section.
    01 l-master-path pic x any length.
    01 l-facility-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-master-path, l-facility-path,
        l-as-of-date, l-report-path, l-result.
start-overdraft-excess-report.
    move 0 to l-result.
    move 0 to ws-listed-count.
    move "N" to ws-eof-switch.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-facility-path.
    move l-facility-path to ws-facility-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input account-master-file.
    if ws-master-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input overdraft-facility-file.
    if ws-facility-status not = "00"
        close account-master-file
        move 99000002 to l-result
        goback
    end-if.
    open output excess-report-file.
    if ws-report-status not = "00"
        close account-master-file
        close overdraft-facility-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "OVERDRAFT EXCESS REPORT AS OF " delimited by size
        l-as-of-date delimited by size
        into ws-report-header
    end-string.
    write excess-report-line from ws-report-header.
    move "  ACCOUNT-ID        CCY  AVAILABLE         LIMIT             EXPIRY    EXCESS            REMARK"
        to ws-report-header.
    write excess-report-line from ws-report-header.

    move low-values to acm-account-id.
    start account-master-file key is greater than or equal to
            acm-account-id
        invalid key
            set master-eof to true
    end-start.
    perform until master-eof
        read account-master-file next record
            at end
                set master-eof to true
            not at end
                perform check-one-account
        end-read
    end-perform.

    move ws-listed-count to ws-count-edited.
    move spaces to ws-report-header.
    string trim(ws-count-edited) delimited by size
        " ACCOUNT(S) LISTED" delimited by size
        into ws-report-header
    end-string.
    write excess-report-line from ws-report-header.

    close account-master-file.
    close overdraft-facility-file.
    close excess-report-file.
    move ws-listed-count to l-result.
    goback.

check-one-account section.
    perform find-facility-in-force.
    move 0 to ws-drawn-limit.
    if ws-facility-found = "Y"
            and (ws-facility-expiry = 0
                or ws-facility-expiry >= l-as-of-date)
        move ws-facility-limit to ws-drawn-limit
    end-if.
    move 0 to ws-overdrawn.
    if acm-available-balance < 0
        compute ws-overdrawn = acm-available-balance * -1
    end-if.
    compute ws-excess = ws-overdrawn - ws-drawn-limit.
    if ws-excess < 0
        move 0 to ws-excess
    end-if.

    move spaces to ws-report-detail.
    evaluate true
        when ws-facility-found = "Y" and ws-facility-limit > 0
                and ws-facility-expiry not = 0
                and ws-facility-expiry < l-as-of-date
            move "FACILITY EXPIRED" to oed-remark
        when ws-excess > 0 and ws-facility-found = "Y"
                and ws-facility-limit > 0
            move "OVER LIMIT" to oed-remark
        when ws-excess > 0
            move "NO FACILITY" to oed-remark
        when other
            exit section
    end-evaluate.
    move acm-account-id to oed-account-id.
    move acm-currency to oed-currency.
    move acm-available-balance to oed-available.
    move ws-facility-limit to oed-limit.
    move ws-facility-expiry to oed-expiry.
    move ws-excess to oed-excess.
    write excess-report-line from ws-report-detail.
    add 1 to ws-listed-count.

find-facility-in-force section.
*>  the version with the greatest effective date not after the
*>  report date, positioned the way FX-RATE-LOOKUP finds its as-of
*>  quote
    move "N" to ws-facility-found.
    move 0 to ws-facility-limit.
    move 0 to ws-facility-expiry.
    move acm-account-id to of-account-id.
    move l-as-of-date to of-effective-date.
    start overdraft-facility-file key is less than or equal to of-key
        invalid key
            exit section
    end-start.
    read overdraft-facility-file next record
        at end
            exit section
    end-read.
    if of-account-id = acm-account-id
        move "Y" to ws-facility-found
        move of-limit to ws-facility-limit
        move of-expiry-date to ws-facility-expiry
    end-if.
end program overdraft-excess-report.

*>*
*> Maintain a LOAN: the contract terms of an instalment loan -
*> customer, currency, principal, annual contractual rate, annual
*> arrears rate, term in months, repayment day of month, repayment
*> method and the linked current account instalments are collected
*> from. A loan is keyed in as pending ("P") and can be amended until
*> it is disbursed; LOAN-DISBURSE then builds its
*> AMORTIZATION-SCHEDULE from these terms and activates it, after
*> which the terms are the contract and are refused here.
*> Create-or-update shape as the other masters.
*>
*> The LOAN record layout (loan id key, customer id, currency,
*> principal, annual and arrears rates, term, repayment day,
*> repayment account, method, first due date, status, disbursed
*> date, outstanding principal, arrears bucket - unpaid instalment
*> amount, charged arrears interest and the date arrears interest is
*> charged through - and last-updated-by/last-updated-ts) is shared
*> by this program, LOAN-SCHEDULE-GENERATE, LOAN-DISBURSE,
*> LOAN-COLLECT and LOAN-DPD-REPORT. Repayment methods: "A" annuity
*> (level instalments), "L" linear (level principal). Status values:
*> "P" pending disbursement, "A" active, "C" closed (repaid in full).
*>
*> @param l-loan-path Path to the LOAN indexed file
*> @param l-loan-id Loan id
*> @param l-customer-id Borrowing customer
*> @param l-currency Loan currency, must match the repayment account
*> @param l-principal Principal to disburse, greater than zero
*> @param l-annual-rate Annual contractual rate, percent, 9(3)v9(6)
*> @param l-arrears-rate Annual rate charged on the arrears bucket,
*>        percent, 9(3)v9(6)
*> @param l-term-months Number of monthly instalments, 1-480
*> @param l-repayment-day Day of month instalments fall due, 1-31;
*>        clamped to the last day of shorter months
*> @param l-repayment-account Current account instalments are
*>        collected from and the principal is disbursed to
*> @param l-method "A" annuity or "L" linear
*> @param l-first-due-date Due date of the first instalment,
*>        YYYYMMDD
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid terms, 4 loan already disbursed, 9 operator not
*>        authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. loan-maintain.
environment division.
configuration section.
repository. function current-date test-date-yyyymmdd intrinsic.
input-output section.
file-control.
    select loan-file assign to ws-loan-path
        organization indexed
        access mode dynamic
        record key ln-loan-id
        file status ws-loan-status.
data division.
file section.
fd loan-file.
01 loan-record.
    05 ln-loan-id pic x(16).
    05 ln-customer-id pic x(12).
    05 ln-currency pic x(3).
    05 ln-principal pic 9(13)v99.
    05 ln-annual-rate pic 9(3)v9(6).
    05 ln-arrears-rate pic 9(3)v9(6).
    05 ln-term-months pic 9(3).
    05 ln-repayment-day pic 9(2).
    05 ln-repayment-account pic x(16).
    05 ln-method pic x(1).
    05 ln-first-due-date pic 9(8).
    05 ln-status pic x(1).
    05 ln-disbursed-date pic 9(8).
    05 ln-outstanding-principal pic 9(13)v99.
    05 ln-arrears-amount pic 9(13)v99.
    05 ln-arrears-interest pic 9(13)v99.
    05 ln-arrears-through pic 9(8).
    05 ln-last-updated-by pic x(8).
    05 ln-last-updated-ts pic 9(14).
working-storage section.
    01 ws-loan-path pic x(256).
    01 ws-loan-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 loan-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-loan-path pic x any length.
    01 l-loan-id pic x(16).
    01 l-customer-id pic x(12).
    01 l-currency pic x(3).
    01 l-principal pic 9(13)v99.
    01 l-annual-rate pic 9(3)v9(6).
    01 l-arrears-rate pic 9(3)v9(6).
    01 l-term-months pic 9(3).
    01 l-repayment-day pic 9(2).
    01 l-repayment-account pic x(16).
    01 l-method pic x(1).
    01 l-first-due-date pic 9(8).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-loan-path, l-loan-id, l-customer-id,
        l-currency, l-principal, l-annual-rate, l-arrears-rate,
        l-term-months, l-repayment-day, l-repayment-account,
        l-method, l-first-due-date, l-user-id, l-result.
start-loan-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "LOANMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    if l-loan-id = spaces or l-customer-id = spaces
            or l-currency = spaces or l-repayment-account = spaces
            or l-principal = 0
            or l-term-months = 0 or l-term-months > 480
            or l-repayment-day = 0 or l-repayment-day > 31
            or (l-method not = "A" and l-method not = "L")
            or test-date-yyyymmdd(l-first-due-date) not = 0
        move 3 to l-result
        goback
    end-if.
    move spaces to ws-loan-path.
    move l-loan-path to ws-loan-path.
    move "N" to ws-found-switch.

    open i-o loan-file.
    if ws-loan-status = "35"
        open output loan-file
        close loan-file
        open i-o loan-file
    end-if.
    if ws-loan-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-loan-id to ln-loan-id.
    read loan-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.
*>  once the money is out the schedule is the contract - a change
*>  of terms after disbursement is a restructure, not an amendment
    if loan-was-found and ln-status not = "P"
        close loan-file
        move 4 to l-result
        goback
    end-if.

    move l-customer-id to ln-customer-id.
    move l-currency to ln-currency.
    move l-principal to ln-principal.
    move l-annual-rate to ln-annual-rate.
    move l-arrears-rate to ln-arrears-rate.
    move l-term-months to ln-term-months.
    move l-repayment-day to ln-repayment-day.
    move l-repayment-account to ln-repayment-account.
    move l-method to ln-method.
    move l-first-due-date to ln-first-due-date.
    move "P" to ln-status.
    move 0 to ln-disbursed-date.
    move l-principal to ln-outstanding-principal.
    move 0 to ln-arrears-amount.
    move 0 to ln-arrears-interest.
    move 0 to ln-arrears-through.
    move l-user-id to ln-last-updated-by.
    move current-date(1:14) to ln-last-updated-ts.

    if loan-was-found
        rewrite loan-record
        move 0 to l-result
    else
        write loan-record
        move 1 to l-result
    end-if.
    close loan-file.
    goback.
end program loan-maintain.

*>*
*> Build the AMORTIZATION-SCHEDULE of a pending loan from its LOAN
*> terms: one row per monthly instalment with its due date, opening
*> principal, principal and interest split, instalment amount and
*> closing principal. Interest is the monthly rate (annual rate / 12,
*> 30/360) on the opening principal. An annuity loan pays a level
*> instalment P * r / (1 - (1 + r) ** -n) - P / n at a zero rate -
*> with a falling interest share; a linear loan repays a level P / n
*> of principal plus interest, so its instalments fall. Both round
*> to the cent per row and the last instalment clears the remaining
*> principal, so the principal column always sums to the loan. The
*> first instalment falls due on the loan's first due date, each
*> later one on the repayment day of the following month, clamped
*> to shorter months the way STANDING-ORDER-EXECUTE advances a
*> monthly order.
*>
*> Any rows already on file for the loan are replaced, so the
*> schedule can be rebuilt (and quoted) as often as the terms change
*> until disbursement; a disbursed loan's schedule is never rebuilt.
*>
*> The AMORTIZATION-SCHEDULE record layout (loan id + instalment
*> number key, due date, opening principal, principal part,
*> interest part, instalment amount, closing principal, principal
*> and interest paid, status, last paid date) is shared by this
*> program, LOAN-COLLECT and LOAN-DPD-REPORT. Status values: "S"
*> scheduled, "O" fallen due and not fully paid, "P" paid.
*>
*> @param l-loan-path Path to the LOAN indexed file
*> @param l-schedule-path Path to the AMORTIZATION-SCHEDULE file
*> @param l-loan-id Loan to build the schedule for
*> @param l-result 0 built, 1 loan not found, 2 files unavailable, 3
*>        loan already disbursed
*>*
identification division.
program-id. loan-schedule-generate.
environment division.
configuration section.
repository.
    function integer-of-date date-of-integer intrinsic.
input-output section.
file-control.
    select loan-file assign to ws-loan-path
        organization indexed
        access mode dynamic
        record key ln-loan-id
        file status ws-loan-status.
    select amortization-schedule-file assign to ws-schedule-path
        organization indexed
        access mode dynamic
        record key as-key
        file status ws-schedule-status.
data division.
file section.
fd loan-file.
01 loan-record.
    05 ln-loan-id pic x(16).
    05 ln-customer-id pic x(12).
    05 ln-currency pic x(3).
    05 ln-principal pic 9(13)v99.
    05 ln-annual-rate pic 9(3)v9(6).
    05 ln-arrears-rate pic 9(3)v9(6).
    05 ln-term-months pic 9(3).
    05 ln-repayment-day pic 9(2).
    05 ln-repayment-account pic x(16).
    05 ln-method pic x(1).
    05 ln-first-due-date pic 9(8).
    05 ln-status pic x(1).
    05 ln-disbursed-date pic 9(8).
    05 ln-outstanding-principal pic 9(13)v99.
    05 ln-arrears-amount pic 9(13)v99.
    05 ln-arrears-interest pic 9(13)v99.
    05 ln-arrears-through pic 9(8).
    05 ln-last-updated-by pic x(8).
    05 ln-last-updated-ts pic 9(14).
fd amortization-schedule-file.
01 amortization-schedule-record.
    05 as-key.
        10 as-loan-id pic x(16).
        10 as-instalment-no pic 9(3).
    05 as-due-date pic 9(8).
    05 as-opening-principal pic 9(13)v99.
    05 as-principal-part pic 9(13)v99.
    05 as-interest-part pic 9(13)v99.
    05 as-instalment-amount pic 9(13)v99.
    05 as-closing-principal pic 9(13)v99.
    05 as-paid-principal pic 9(13)v99.
    05 as-paid-interest pic 9(13)v99.
    05 as-status pic x(1).
    05 as-last-paid-date pic 9(8).
working-storage section.
    01 ws-loan-path pic x(256).
    01 ws-schedule-path pic x(256).
    01 ws-loan-status pic x(2).
    01 ws-schedule-status pic x(2).
    01 ws-purge-switch pic x(1).
        88 purge-done value "Y".
    01 ws-monthly-rate pic 9(1)v9(12).
    01 ws-growth pic 9(9)v9(12).
    01 ws-level-instalment pic 9(13)v99.
    01 ws-level-principal pic 9(13)v99.
    01 ws-opening pic 9(13)v99.
    01 ws-instalment-no pic 9(3).
    01 ws-due-date-x.
        05 ws-due-yyyy pic 9(4).
        05 ws-due-mm pic 9(2).
        05 ws-due-dd pic 9(2).
    01 filler redefines ws-due-date-x.
        05 ws-due-date pic 9(8).
    01 ws-nm-date-x.
        05 ws-nm-yyyy pic 9(4).
        05 ws-nm-mm pic 9(2).
        05 ws-nm-dd pic 9(2).
    01 filler redefines ws-nm-date-x.
        05 ws-nm-date pic 9(8).
    01 ws-month-last-x.
        05 filler pic 9(6).
        05 ws-month-last-dd pic 9(2).
    01 filler redefines ws-month-last-x.
        05 ws-month-last-date pic 9(8).
linkage section.
    01 l-loan-path pic x any length.
    01 l-schedule-path pic x any length.
    01 l-loan-id pic x(16).
    01 l-result usage binary-long unsigned.
procedure division using l-loan-path, l-schedule-path, l-loan-id,
        l-result.
start-loan-schedule-generate.
    move 0 to l-result.
    move spaces to ws-loan-path.
    move l-loan-path to ws-loan-path.
    move spaces to ws-schedule-path.
    move l-schedule-path to ws-schedule-path.

    open input loan-file.
    if ws-loan-status not = "00"
        move 2 to l-result
        goback
    end-if.
    move l-loan-id to ln-loan-id.
    read loan-file
        invalid key
            move 1 to l-result
    end-read.
    close loan-file.
    if l-result not = 0
        goback
    end-if.
    if ln-status not = "P"
        move 3 to l-result
        goback
    end-if.

    open i-o amortization-schedule-file.
    if ws-schedule-status = "35"
        open output amortization-schedule-file
        close amortization-schedule-file
        open i-o amortization-schedule-file
    end-if.
    if ws-schedule-status not = "00"
        move 2 to l-result
        goback
    end-if.

    perform purge-old-schedule.

    compute ws-monthly-rate rounded = ln-annual-rate / 1200.
    if ws-monthly-rate = 0
        compute ws-level-instalment rounded =
            ln-principal / ln-term-months
    else
        compute ws-growth rounded =
            (1 + ws-monthly-rate) ** ln-term-months
        compute ws-level-instalment rounded =
            ln-principal * ws-monthly-rate * ws-growth
                / (ws-growth - 1)
    end-if.
    compute ws-level-principal rounded =
        ln-principal / ln-term-months.

    move ln-principal to ws-opening.
    move ln-first-due-date to ws-due-date.
    perform varying ws-instalment-no from 1 by 1
            until ws-instalment-no > ln-term-months
        perform write-one-instalment
        perform advance-due-date
    end-perform.
    close amortization-schedule-file.
    goback.

purge-old-schedule section.
*>  re-position after every delete rather than trust the read
*>  position across it
    move "N" to ws-purge-switch.
    perform until purge-done
        move l-loan-id to as-loan-id
        move 0 to as-instalment-no
        start amortization-schedule-file key is greater than or
                equal to as-key
            invalid key
                set purge-done to true
        end-start
        if not purge-done
            read amortization-schedule-file next record
                at end
                    set purge-done to true
                not at end
                    if as-loan-id = l-loan-id
                        delete amortization-schedule-file record
                    else
                        set purge-done to true
                    end-if
            end-read
        end-if
    end-perform.

write-one-instalment section.
    move l-loan-id to as-loan-id.
    move ws-instalment-no to as-instalment-no.
    move ws-due-date to as-due-date.
    move ws-opening to as-opening-principal.
    compute as-interest-part rounded = ws-opening * ws-monthly-rate.
*>  the last row clears whatever the per-row rounding left over
    if ws-instalment-no = ln-term-months
        move ws-opening to as-principal-part
    else
        if ln-method = "A"
            if ws-level-instalment > as-interest-part
                compute as-principal-part =
                    ws-level-instalment - as-interest-part
            else
                move 0 to as-principal-part
            end-if
        else
            move ws-level-principal to as-principal-part
        end-if
        if as-principal-part > ws-opening
            move ws-opening to as-principal-part
        end-if
    end-if.
    compute as-instalment-amount =
        as-principal-part + as-interest-part.
    compute as-closing-principal = ws-opening - as-principal-part.
    move 0 to as-paid-principal.
    move 0 to as-paid-interest.
    move "S" to as-status.
    move 0 to as-last-paid-date.
    write amortization-schedule-record
        invalid key
            continue
    end-write.
    move as-closing-principal to ws-opening.

advance-due-date section.
*>  the repayment day of the following month, clamped to its last
*>  day, the way STANDING-ORDER-EXECUTE advances a monthly order
    add 1 to ws-due-mm.
    if ws-due-mm > 12
        move 1 to ws-due-mm
        add 1 to ws-due-yyyy
    end-if.
    move ws-due-yyyy to ws-nm-yyyy.
    compute ws-nm-mm = ws-due-mm + 1.
    if ws-nm-mm > 12
        move 1 to ws-nm-mm
        add 1 to ws-nm-yyyy
    end-if.
    move 1 to ws-nm-dd.
    move date-of-integer(integer-of-date(ws-nm-date) - 1)
        to ws-month-last-date.
    if ln-repayment-day > ws-month-last-dd
        move ws-month-last-dd to ws-due-dd
    else
        move ln-repayment-day to ws-due-dd
    end-if.
end program loan-schedule-generate.

*>*
*> Disburse a pending loan: builds its AMORTIZATION-SCHEDULE through
*> LOAN-SCHEDULE-GENERATE, credits the principal to the linked
*> repayment account and activates the loan. The credit is booked the
*> way SETTLEMENT-POST books an inbound credit - a PAYMENT-JOURNAL
*> entry under an "L" + timestamp + digit id, the account balances
*> and an "L" ACCOUNT-LEDGER entry - against the internal loan
*> funding account, which is debited alongside when it is on the
*> master. The disbursement is posted to the GL through
*> GL-BATCH-POST as its own batch, debiting the loan asset code and
*> crediting customer liability; the batch id is "L" plus the
*> journal id's month, day, time and sequence digit. The GL batch is
*> posted before any balance moves, and a rejected batch withdraws
*> the journal entry, so the GL and the accounts never disagree.
*>
*> GL account codes come from a KEY=CODE mapping file in the
*> GL-DAILY-BUILD format; this program reads the keys CUST and
*> LOANS.
*>
*> @param l-loan-path Path to the LOAN indexed file
*> @param l-schedule-path Path to the AMORTIZATION-SCHEDULE file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-funding-account Internal loan funding account debited
*>        for the principal
*> @param l-map-path Path of the KEY=CODE GL mapping file
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-gl-journal-path Path to the GL-JOURNAL indexed file
*> @param l-posting-date Disbursement date, YYYYMMDD; must be before
*>        the first due date
*> @param l-loan-id Loan to disburse
*> @param l-user-id Operator ID making the disbursement
*> @param l-result 0 disbursed, 1 loan not found, 2 files
*>        unavailable, 3 loan not pending or posting date not before
*>        the first due date, 4 repayment account not found, not
*>        active or in another currency, 5 GL batch rejected (see
*>        GL-BATCH-POST), 6 journal id could not be allocated, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. loan-disburse.
environment division.
configuration section.
repository.
    function substr-pos
    function trim current-date intrinsic.
input-output section.
file-control.
    select loan-file assign to ws-loan-path
        organization indexed
        access mode dynamic
        record key ln-loan-id
        file status ws-loan-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select map-file assign to ws-map-path
        organization line sequential
        file status ws-map-status.
data division.
file section.
fd loan-file.
01 loan-record.
    05 ln-loan-id pic x(16).
    05 ln-customer-id pic x(12).
    05 ln-currency pic x(3).
    05 ln-principal pic 9(13)v99.
    05 ln-annual-rate pic 9(3)v9(6).
    05 ln-arrears-rate pic 9(3)v9(6).
    05 ln-term-months pic 9(3).
    05 ln-repayment-day pic 9(2).
    05 ln-repayment-account pic x(16).
    05 ln-method pic x(1).
    05 ln-first-due-date pic 9(8).
    05 ln-status pic x(1).
    05 ln-disbursed-date pic 9(8).
    05 ln-outstanding-principal pic 9(13)v99.
    05 ln-arrears-amount pic 9(13)v99.
    05 ln-arrears-interest pic 9(13)v99.
    05 ln-arrears-through pic 9(8).
    05 ln-last-updated-by pic x(8).
    05 ln-last-updated-ts pic 9(14).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd map-file.
01 map-record pic x(132).
working-storage section.
    01 ws-loan-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-map-path pic x(256).
    01 ws-loan-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-map-status pic x(2).
    01 ws-map-eof-switch pic x(1) value "N".
        88 map-eof value "Y".
    01 ws-eq-pos usage binary-long unsigned.
    01 ws-map-key pic x(16).
    01 ws-code-cust pic x(8).
    01 ws-code-loans pic x(8).
    01 ws-operator-result usage binary-long unsigned.
    01 ws-schedule-result usage binary-long unsigned.
    01 ws-payment-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 journal-write-done value "Y".
    01 ws-reference pic x(35).
    01 ws-funding-posted pic x(1).
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-type pic x(1) value "L".
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-batch-id pic x(12).
    01 ws-entry-count usage binary-short unsigned.
    01 ws-entries.
        05 ws-entry occurs 64 times.
            10 ws-entry-account-code pic x(8).
            10 ws-entry-debit pic 9(13)v99.
            10 ws-entry-credit pic 9(13)v99.
            10 ws-entry-narrative pic x(35).
    01 ws-post-result usage binary-long unsigned.
    01 ws-before-image pic x(200).
linkage section.
    01 l-loan-path pic x any length.
    01 l-schedule-path pic x any length.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-funding-account pic x(16).
    01 l-map-path pic x any length.
    01 l-chart-path pic x any length.
    01 l-gl-journal-path pic x any length.
    01 l-posting-date pic 9(8).
    01 l-loan-id pic x(16).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-loan-path, l-schedule-path,
        l-master-path, l-journal-path, l-ledger-path,
        l-funding-account, l-map-path, l-chart-path,
        l-gl-journal-path, l-posting-date, l-loan-id, l-user-id,
        l-result.
start-loan-disburse.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "LOANDISB",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-loan-path.
    move l-loan-path to ws-loan-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-map-path.
    move l-map-path to ws-map-path.

    perform load-code-map.
    if ws-map-status not = "00"
            or ws-code-cust = spaces or ws-code-loans = spaces
        move 2 to l-result
        goback
    end-if.

*>  the schedule is (re)built from the terms as they stand at
*>  disbursement; it refuses a loan that is not pending
    call "loan-schedule-generate" using l-loan-path, l-schedule-path,
        l-loan-id, ws-schedule-result
    end-call.
    if ws-schedule-result not = 0
        move ws-schedule-result to l-result
        goback
    end-if.

    open i-o loan-file.
    if ws-loan-status not = "00"
        move 2 to l-result
        goback
    end-if.
    move l-loan-id to ln-loan-id.
    read loan-file
        invalid key
            close loan-file
            move 1 to l-result
            goback
    end-read.
    if ln-status not = "P" or l-posting-date >= ln-first-due-date
        close loan-file
        move 3 to l-result
        goback
    end-if.

    open i-o account-master-file.
    if ws-master-status not = "00"
        close loan-file
        move 2 to l-result
        goback
    end-if.
    move ln-repayment-account to acm-account-id.
    read account-master-file
        invalid key
            move 4 to l-result
        not invalid key
            if acm-status not = "A" or acm-currency not = ln-currency
                move 4 to l-result
            end-if
    end-read.
    if l-result not = 0
        close account-master-file
        close loan-file
        goback
    end-if.

    open i-o payment-journal-file.
    if ws-journal-status not = "00"
        close account-master-file
        close loan-file
        move 2 to l-result
        goback
    end-if.
    perform write-journal-entry.
    if not journal-write-done
        close payment-journal-file
        close account-master-file
        close loan-file
        move 6 to l-result
        goback
    end-if.

    perform post-gl-batch.
    if ws-post-result not = 0
        delete payment-journal-file record
            invalid key
                continue
            not invalid key
                perform journal-payment-delete
        end-delete
        close payment-journal-file
        close account-master-file
        close loan-file
        move 5 to l-result
        goback
    end-if.
    close payment-journal-file.

*>  the repayment account record is still in the buffer from the
*>  validation read, but re-read it - the journal write came between
    move ln-repayment-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            add ln-principal to acm-current-balance
            add ln-principal to acm-available-balance
            move "LOAN" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
    end-read.
    move "N" to ws-funding-posted.
    move l-funding-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            move account-master-record to ws-before-image
            subtract ln-principal from acm-current-balance
            subtract ln-principal from acm-available-balance
            move "LOAN" to acm-last-updated-by
            move current-date(1:14) to acm-last-updated-ts
            rewrite account-master-record
            perform journal-master-change
            move "Y" to ws-funding-posted
    end-read.
    close account-master-file.

    move ln-principal to ws-ledger-amount.
    call "ledger-post" using l-ledger-path, ln-repayment-account,
        l-posting-date, ws-ledger-type, ws-reference, ln-currency,
        ws-ledger-amount, ws-ledger-result
    end-call.
    if ws-funding-posted = "Y"
        compute ws-ledger-amount = ln-principal * -1
        call "ledger-post" using l-ledger-path, l-funding-account,
            l-posting-date, ws-ledger-type, ws-reference,
            ln-currency, ws-ledger-amount, ws-ledger-result
        end-call
    end-if.

    move "A" to ln-status.
    move l-posting-date to ln-disbursed-date.
    move ln-principal to ln-outstanding-principal.
    move 0 to ln-arrears-amount.
    move 0 to ln-arrears-interest.
    move l-posting-date to ln-arrears-through.
    move l-user-id to ln-last-updated-by.
    move current-date(1:14) to ln-last-updated-ts.
    rewrite loan-record.
    close loan-file.
    goback.

load-code-map section.
    move spaces to ws-code-cust.
    move spaces to ws-code-loans.
    move "N" to ws-map-eof-switch.
    open input map-file.
    if ws-map-status not = "00"
        exit section
    end-if.
    perform until map-eof
        read map-file
            at end
                set map-eof to true
            not at end
                move substr-pos(map-record, "=") to ws-eq-pos
                if ws-eq-pos > 1
                    move trim(map-record(1:ws-eq-pos - 1))
                        to ws-map-key
                    evaluate ws-map-key
                        when "CUST"
                            move trim(map-record(ws-eq-pos + 1:))
                                to ws-code-cust
                        when "LOANS"
                            move trim(map-record(ws-eq-pos + 1:))
                                to ws-code-loans
                        when other
                            continue
                    end-evaluate
                end-if
        end-read
    end-perform.
    close map-file.
    move "00" to ws-map-status.

write-journal-entry section.
*>  "L" + current timestamp + a one-digit sequence, the same shape
*>  PAYMENT-BOOK allocates for "P" ids
    move spaces to ws-reference.
    string "LOAN DISBURSEMENT " delimited by size
        ln-loan-id delimited by size
        into ws-reference
    end-string.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until journal-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-payment-id
        move "L" to ws-payment-id(1:1)
        move current-date(1:14) to ws-payment-id(2:14)
        move ws-id-seq-digit to ws-payment-id(16:1)
        move ws-payment-id to pj-payment-id
        move l-funding-account to pj-debit-account
        move ln-repayment-account to pj-credit-account
        move ln-currency to pj-currency
        move ln-principal to pj-amount
        move ws-reference to pj-reference
        move "A" to pj-status
        move l-posting-date to pj-booking-date
        move current-date(1:14) to pj-booking-ts
        move ln-currency to pj-counter-currency
        move 1 to pj-applied-rate
        move ln-principal to pj-counter-amount
        move spaces to pj-reversal-of
        move spaces to pj-reason-code
        write payment-journal-record
                add 1 to ws-id-seq
            not invalid key
                set journal-write-done to true
                perform journal-payment-add
        end-write
    end-perform.

post-gl-batch section.
    move spaces to ws-batch-id.
    string "L" delimited by size
        ws-payment-id(6:11) delimited by size
        into ws-batch-id
    end-string.
    move 2 to ws-entry-count.
    move ws-code-loans to ws-entry-account-code(1).
    move ln-principal to ws-entry-debit(1).
    move 0 to ws-entry-credit(1).
    move ws-reference to ws-entry-narrative(1).
    move ws-code-cust to ws-entry-account-code(2).
    move 0 to ws-entry-debit(2).
    move ln-principal to ws-entry-credit(2).
    move ws-reference to ws-entry-narrative(2).
    call "gl-batch-post" using l-gl-journal-path, l-chart-path,
        ws-batch-id, l-posting-date, ws-entry-count, ws-entries,
        ws-post-result
    end-call.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "LOAN-DISBURSE", ws-before-image,
        account-master-record
    end-call.

journal-payment-add section.
    call "change-journal-write" using "PAYMENT-JOURNAL", "A",
        pj-payment-id, "LOAN-DISBURSE", " ", payment-journal-record
    end-call.

journal-payment-delete section.
    move payment-journal-record to ws-before-image.
    call "change-journal-write" using "PAYMENT-JOURNAL", "D",
        pj-payment-id, "LOAN-DISBURSE", ws-before-image, " "
    end-call.
end program loan-disburse.

*>*
*> Daily loan instalment collection, run from the DAILY-BATCH-RUN
*> chain. Does nothing on a non-business day for the given market
*> (IS-BUSINESS-DAY-CAL), so an instalment falling due on a weekend
*> or holiday is collected by the first business-day run after it.
*> For every active LOAN the run:
*>
*>   1. charges arrears interest on the arrears bucket carried in
*>      from the previous run - the loan's arrears rate, ACT/360,
*>      for the calendar days since the last charge - into the
*>      loan's arrears interest;
*>   2. moves every AMORTIZATION-SCHEDULE row due by the run date
*>      from scheduled to fallen due ("O");
*>   3. collects what is owed - arrears interest plus the unpaid
*>      part of every fallen-due row - from the repayment account
*>      through PAYMENT-BOOK (originator stamp "LOAN") into the
*>      internal loan collection account, taking only the available
*>      balance when it is short (an arranged overdraft is never
*>      drawn for a repayment);
*>   4. applies the amount collected to arrears interest first, then
*>      oldest row first, interest before principal, marking rows
*>      paid ("P") as they clear. Whatever stays unpaid is the
*>      loan's arrears bucket, charged arrears interest from the
*>      next run on.
*>
*> A loan whose principal, arrears and arrears interest are all
*> cleared is closed ("C"). Every loan with something owed gets a
*> report line: PAID, PARTIAL or MISSED (nothing available, or the
*> booking was rejected - the reason is shown). The day's
*> collections are posted to the GL through GL-BATCH-POST as one
*> batch "LC" + run date + sequence digit: customer liability debited
*> with the total collected, the loan asset code credited with the
*> principal, contractual interest income with the interest and
*> arrears interest income with the arrears interest collected.
*>
*> GL account codes come from a KEY=CODE mapping file in the
*> GL-DAILY-BUILD format; this program reads the keys CUST, LOANS,
*> LOANINT and LOANPEN.
*>
*> @param l-loan-path Path to the LOAN indexed file
*> @param l-schedule-path Path to the AMORTIZATION-SCHEDULE file
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-fx-master-path Path to the FX-RATE-MASTER indexed file
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*> @param l-bizdate-path Path of the BUSINESS-DATE control record;
*>        spaces to stamp the wall-clock date
*> @param l-currency-path Path to the CURRENCY-MASTER for currency
*>        and decimal validation; spaces to skip
*> @param l-collection-account Internal loan collection account the
*>        repayments are credited to
*> @param l-map-path Path of the KEY=CODE GL mapping file
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-gl-journal-path Path to the GL-JOURNAL indexed file
*> @param l-run-date Business date being collected, YYYYMMDD
*> @param l-market Market calendar for the business-day test
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-report-path Path of the collection results report
*> @param l-result Number of loans a repayment was collected from, or
*>        99000001-99000004 when the loan file, schedule, report or
*>        GL mapping (or one of its four codes) was unavailable, and
*>        99000011-99000017 when GL-BATCH-POST rejected the day's
*>        batch (99000010 plus its result code) - the collections
*>        stay booked and the report carries the totals for a manual
*>        journal
*> @param l-earmark-path Optional path to the EARMARK file handed to
*>        PAYMENT-BOOK; spaces (or omitted) deducts no earmarks
*>*
identification division.
program-id. loan-collect.
environment division.
configuration section.
repository.
    function is-business-day-cal
    function substr-pos
    function trim integer-of-date current-date intrinsic.
input-output section.
file-control.
    select loan-file assign to ws-loan-path
        organization indexed
        access mode dynamic
        record key ln-loan-id
        file status ws-loan-status.
    select amortization-schedule-file assign to ws-schedule-path
        organization indexed
        access mode dynamic
        record key as-key
        file status ws-schedule-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select map-file assign to ws-map-path
        organization line sequential
        file status ws-map-status.
    select collection-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd loan-file.
01 loan-record.
    05 ln-loan-id pic x(16).
    05 ln-customer-id pic x(12).
    05 ln-currency pic x(3).
    05 ln-principal pic 9(13)v99.
    05 ln-annual-rate pic 9(3)v9(6).
    05 ln-arrears-rate pic 9(3)v9(6).
    05 ln-term-months pic 9(3).
    05 ln-repayment-day pic 9(2).
    05 ln-repayment-account pic x(16).
    05 ln-method pic x(1).
    05 ln-first-due-date pic 9(8).
    05 ln-status pic x(1).
    05 ln-disbursed-date pic 9(8).
    05 ln-outstanding-principal pic 9(13)v99.
    05 ln-arrears-amount pic 9(13)v99.
    05 ln-arrears-interest pic 9(13)v99.
    05 ln-arrears-through pic 9(8).
    05 ln-last-updated-by pic x(8).
    05 ln-last-updated-ts pic 9(14).
fd amortization-schedule-file.
01 amortization-schedule-record.
    05 as-key.
        10 as-loan-id pic x(16).
        10 as-instalment-no pic 9(3).
    05 as-due-date pic 9(8).
    05 as-opening-principal pic 9(13)v99.
    05 as-principal-part pic 9(13)v99.
    05 as-interest-part pic 9(13)v99.
    05 as-instalment-amount pic 9(13)v99.
    05 as-closing-principal pic 9(13)v99.
    05 as-paid-principal pic 9(13)v99.
    05 as-paid-interest pic 9(13)v99.
    05 as-status pic x(1).
    05 as-last-paid-date pic 9(8).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd map-file.
01 map-record pic x(132).
fd collection-report-file.
01 collection-report-line pic x(132).
working-storage section.
    01 ws-loan-path pic x(256).
    01 ws-schedule-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-map-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-bizdate-path pic x(256).
    01 ws-currency-path pic x(256).
    01 ws-earmark-path pic x(256).
    01 ws-loan-status pic x(2).
    01 ws-schedule-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-map-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-loan-eof-switch pic x(1) value "N".
        88 loan-eof value "Y".
    01 ws-schedule-eof-switch pic x(1) value "N".
        88 schedule-eof value "Y".
    01 ws-map-eof-switch pic x(1) value "N".
        88 map-eof value "Y".
    01 ws-eq-pos usage binary-long unsigned.
    01 ws-map-key pic x(16).
    01 ws-codes.
        05 ws-code-cust pic x(8).
        05 ws-code-loans pic x(8).
        05 ws-code-loanint pic x(8).
        05 ws-code-loanpen pic x(8).
    01 ws-arrears-days usage binary-long.
    01 ws-arrears-charge pic 9(13)v99.
    01 ws-due-amount pic 9(13)v99.
    01 ws-owed-amount pic 9(13)v99.
    01 ws-available pic 9(13)v99.
    01 ws-collect-amount pic 9(13)v99.
    01 ws-remaining pic 9(13)v99.
    01 ws-row-owed pic 9(13)v99.
    01 ws-apply-amount pic 9(13)v99.
    01 ws-loan-principal-paid pic 9(13)v99.
    01 ws-loan-interest-paid pic 9(13)v99.
    01 ws-loan-penalty-paid pic 9(13)v99.
    01 ws-total-collected pic 9(13)v99.
    01 ws-total-principal pic 9(13)v99.
    01 ws-total-interest pic 9(13)v99.
    01 ws-total-penalty pic 9(13)v99.
    01 ws-blank-path pic x(1) value space.
    01 ws-no-account pic x(16) value spaces.
    01 ws-channel pic x(8) value "LOAN".
    01 ws-reference pic x(35).
    01 ws-payment-id pic x(16).
    01 ws-reject-reason pic x(64).
    01 ws-book-result usage binary-long unsigned.
    01 ws-collected-count usage binary-long unsigned value 0.
    01 ws-batch-id pic x(12).
    01 ws-batch-seq usage binary-short unsigned.
    01 ws-batch-seq-digit pic 9(1).
    01 ws-entry-count usage binary-short unsigned.
    01 ws-entries.
        05 ws-entry occurs 64 times.
            10 ws-entry-account-code pic x(8).
            10 ws-entry-debit pic 9(13)v99.
            10 ws-entry-credit pic 9(13)v99.
            10 ws-entry-narrative pic x(35).
    01 ws-post-result usage binary-long unsigned.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 lcd-loan-id pic x(16).
        05 filler pic x(2) value spaces.
        05 lcd-payment-id pic x(16).
        05 filler pic x(2) value spaces.
        05 lcd-outcome pic x(8).
        05 filler pic x(2) value spaces.
        05 lcd-owed pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 lcd-collected pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 lcd-arrears pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 lcd-detail pic x(40).
    01 ws-report-total.
        05 filler pic x(2) value spaces.
        05 lct-label pic x(30).
        05 lct-amount pic z(12)9.99.
linkage section.
    01 l-loan-path pic x any length.
    01 l-schedule-path pic x any length.
    01 l-master-path pic x any length.
    01 l-journal-path pic x any length.
    01 l-fx-master-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-bizdate-path pic x any length.
    01 l-currency-path pic x any length.
    01 l-collection-account pic x(16).
    01 l-map-path pic x any length.
    01 l-chart-path pic x any length.
    01 l-gl-journal-path pic x any length.
    01 l-run-date pic 9(8).
    01 l-market pic x(8).
    01 l-calendar-path pic x any length.
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-earmark-path pic x any length.
procedure division using l-loan-path, l-schedule-path,
        l-master-path, l-journal-path, l-fx-master-path,
        l-ledger-path, optional l-bizdate-path,
        optional l-currency-path, l-collection-account, l-map-path,
        l-chart-path, l-gl-journal-path, l-run-date, l-market,
        l-calendar-path, l-report-path, l-result,
        optional l-earmark-path.
start-loan-collect.
    move 0 to l-result.
    move 0 to ws-collected-count.
    move spaces to ws-loan-path.
    move l-loan-path to ws-loan-path.
    move spaces to ws-schedule-path.
    move l-schedule-path to ws-schedule-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-map-path.
    move l-map-path to ws-map-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    move spaces to ws-bizdate-path.
    if l-bizdate-path not omitted
        move l-bizdate-path to ws-bizdate-path
    end-if.
    move spaces to ws-currency-path.
    if l-currency-path not omitted
        move l-currency-path to ws-currency-path
    end-if.
    move spaces to ws-earmark-path.
    if l-earmark-path not omitted
        move l-earmark-path to ws-earmark-path
    end-if.

*>  instalments due on a weekend or holiday are collected by the
*>  first business-day run after it - nothing runs today
    if is-business-day-cal(l-run-date, l-market, l-calendar-path)
            = "N"
        goback
    end-if.

*>  the GL codes are checked before anything is booked - a batch
*>  that cannot post is better refused up front than after the
*>  money has moved
    perform load-code-map.
    if ws-map-status not = "00"
            or ws-code-cust = spaces or ws-code-loans = spaces
            or ws-code-loanint = spaces or ws-code-loanpen = spaces
        move 99000004 to l-result
        goback
    end-if.

    open i-o loan-file.
    if ws-loan-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open i-o amortization-schedule-file.
    if ws-schedule-status not = "00"
        close loan-file
        move 99000002 to l-result
        goback
    end-if.
    open output collection-report-file.
    if ws-report-status not = "00"
        close amortization-schedule-file
        close loan-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "LOAN INSTALMENT COLLECTION " delimited by size
        l-run-date delimited by size
        into ws-report-header
    end-string.
    write collection-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  LOAN-ID           PAYMENT-ID        OUTCOME   "
            delimited by size
        "            OWED         COLLECTED           ARREARS  DETAIL"
            delimited by size
        into ws-report-header
    end-string.
    write collection-report-line from ws-report-header.

    move 0 to ws-total-collected.
    move 0 to ws-total-principal.
    move 0 to ws-total-interest.
    move 0 to ws-total-penalty.
    move low-values to ln-loan-id.
    start loan-file key is greater than or equal to ln-loan-id
        invalid key
            set loan-eof to true
    end-start.
    perform until loan-eof
        read loan-file next record
            at end
                set loan-eof to true
            not at end
                if ln-status = "A"
                    perform collect-one-loan
                end-if
        end-read
    end-perform.
    close amortization-schedule-file.
    close loan-file.

    perform post-collection-batch.
    perform write-report-totals.
    close collection-report-file.
    if l-result = 0
        move ws-collected-count to l-result
    end-if.
    goback.

load-code-map section.
    move spaces to ws-codes.
    move "N" to ws-map-eof-switch.
    open input map-file.
    if ws-map-status not = "00"
        exit section
    end-if.
    perform until map-eof
        read map-file
            at end
                set map-eof to true
            not at end
                perform parse-map-line
        end-read
    end-perform.
    close map-file.
    move "00" to ws-map-status.

parse-map-line section.
    move substr-pos(map-record, "=") to ws-eq-pos.
    if ws-eq-pos < 2
        exit section
    end-if.
    move trim(map-record(1:ws-eq-pos - 1)) to ws-map-key.
    evaluate ws-map-key
        when "CUST"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-cust
        when "LOANS"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-loans
        when "LOANINT"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-loanint
        when "LOANPEN"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-loanpen
        when other
            continue
    end-evaluate.

collect-one-loan section.
    perform charge-arrears-interest.
    perform mark-fallen-due.
    compute ws-owed-amount = ws-due-amount + ln-arrears-interest.
    if ws-owed-amount = 0
        perform rewrite-loan
        exit section
    end-if.

    move 0 to ws-collect-amount.
    move spaces to ws-payment-id.
    move spaces to ws-reject-reason.
    perform find-available-balance.
    if ws-available = 0
        move "no available balance" to ws-reject-reason
    else
        if ws-available < ws-owed-amount
            move ws-available to ws-collect-amount
        else
            move ws-owed-amount to ws-collect-amount
        end-if
        perform book-repayment
    end-if.

    move ws-collect-amount to ws-remaining.
    move 0 to ws-loan-principal-paid.
    move 0 to ws-loan-interest-paid.
    move 0 to ws-loan-penalty-paid.
    if ws-remaining > 0
        perform apply-repayment
    end-if.

    compute ws-due-amount = ws-due-amount - ws-loan-principal-paid
        - ws-loan-interest-paid.
    move ws-due-amount to ln-arrears-amount.
    subtract ws-loan-principal-paid from ln-outstanding-principal.
    if ln-outstanding-principal = 0 and ln-arrears-amount = 0
            and ln-arrears-interest = 0
        move "C" to ln-status
    end-if.
    perform rewrite-loan.

    move spaces to ws-report-detail.
    move ln-loan-id to lcd-loan-id.
    move ws-payment-id to lcd-payment-id.
    move ws-owed-amount to lcd-owed.
    move ws-collect-amount to lcd-collected.
    compute lcd-arrears = ln-arrears-amount + ln-arrears-interest.
    evaluate true
        when ws-collect-amount = ws-owed-amount
            move "PAID" to lcd-outcome
        when ws-collect-amount > 0
            move "PARTIAL" to lcd-outcome
            move "available balance short" to lcd-detail
        when other
            move "MISSED" to lcd-outcome
            move ws-reject-reason to lcd-detail
    end-evaluate.
    write collection-report-line from ws-report-detail.

charge-arrears-interest section.
*>  the bucket carried in from the last run accrues for every
*>  calendar day since, weekends and holidays included, the way
*>  INTEREST-ACCRUE counts its days
    if ln-arrears-amount > 0 and ln-arrears-through > 0
            and ln-arrears-through < l-run-date
        compute ws-arrears-days = integer-of-date(l-run-date)
            - integer-of-date(ln-arrears-through)
        compute ws-arrears-charge rounded = ln-arrears-amount
            * ln-arrears-rate / 100 * ws-arrears-days / 360
        add ws-arrears-charge to ln-arrears-interest
    end-if.
    if ln-arrears-through < l-run-date
        move l-run-date to ln-arrears-through
    end-if.

mark-fallen-due section.
*>  every row due by the run date that is not yet paid is owed today
    move 0 to ws-due-amount.
    move "N" to ws-schedule-eof-switch.
    move ln-loan-id to as-loan-id.
    move 0 to as-instalment-no.
    start amortization-schedule-file key is greater than or equal to
            as-key
        invalid key
            set schedule-eof to true
    end-start.
    perform until schedule-eof
        read amortization-schedule-file next record
            at end
                set schedule-eof to true
            not at end
                if as-loan-id not = ln-loan-id
                        or as-due-date > l-run-date
                    set schedule-eof to true
                else
                    if as-status = "S"
                        move "O" to as-status
                        rewrite amortization-schedule-record
                    end-if
                    if as-status = "O"
                        compute ws-due-amount = ws-due-amount
                            + as-instalment-amount
                            - as-paid-principal - as-paid-interest
                    end-if
                end-if
        end-read
    end-perform.

find-available-balance section.
*>  a repayment takes what is there and no more - never an arranged
*>  overdraft
    move 0 to ws-available.
    open input account-master-file.
    if ws-master-status not = "00"
        exit section
    end-if.
    move ln-repayment-account to acm-account-id.
    read account-master-file
        invalid key
            continue
        not invalid key
            if acm-available-balance > 0
                move acm-available-balance to ws-available
            end-if
    end-read.
    close account-master-file.

book-repayment section.
    move spaces to ws-reference.
    string "LOAN REPAYMENT " delimited by size
        ln-loan-id delimited by size
        into ws-reference
    end-string.
    call "payment-book" using l-master-path, l-journal-path,
        l-fx-master-path, l-ledger-path, ws-blank-path,
        ws-blank-path, ws-blank-path, ws-no-account,
        ws-bizdate-path, ws-currency-path, ln-repayment-account,
        l-collection-account, ln-currency, ws-collect-amount,
        ws-reference, ws-channel, ws-payment-id, ws-reject-reason,
        ws-book-result, ws-blank-path, ws-earmark-path
    end-call.
    evaluate ws-book-result
        when 0
            add 1 to ws-collected-count
        when 1
            move "repayment account not found" to ws-reject-reason
        when 2
            move "collection account not found" to ws-reject-reason
        when 3
            continue
        when other
            move "booking files unavailable" to ws-reject-reason
    end-evaluate.
    if ws-book-result not = 0
        move 0 to ws-collect-amount
        move spaces to ws-payment-id
    end-if.

apply-repayment section.
*>  arrears interest first, then the oldest fallen-due row, interest
*>  before principal
    if ln-arrears-interest > ws-remaining
        move ws-remaining to ws-loan-penalty-paid
    else
        move ln-arrears-interest to ws-loan-penalty-paid
    end-if.
    subtract ws-loan-penalty-paid from ln-arrears-interest.
    subtract ws-loan-penalty-paid from ws-remaining.

    move "N" to ws-schedule-eof-switch.
    move ln-loan-id to as-loan-id.
    move 0 to as-instalment-no.
    start amortization-schedule-file key is greater than or equal to
            as-key
        invalid key
            set schedule-eof to true
    end-start.
    perform until schedule-eof or ws-remaining = 0
        read amortization-schedule-file next record
            at end
                set schedule-eof to true
            not at end
                if as-loan-id not = ln-loan-id
                        or as-due-date > l-run-date
                    set schedule-eof to true
                else
                    if as-status = "O"
                        perform apply-to-row
                    end-if
                end-if
        end-read
    end-perform.

    add ws-collect-amount to ws-total-collected.
    add ws-loan-principal-paid to ws-total-principal.
    add ws-loan-interest-paid to ws-total-interest.
    add ws-loan-penalty-paid to ws-total-penalty.

apply-to-row section.
    compute ws-row-owed = as-interest-part - as-paid-interest.
    if ws-row-owed > ws-remaining
        move ws-remaining to ws-apply-amount
    else
        move ws-row-owed to ws-apply-amount
    end-if.
    add ws-apply-amount to as-paid-interest.
    add ws-apply-amount to ws-loan-interest-paid.
    subtract ws-apply-amount from ws-remaining.

    compute ws-row-owed = as-principal-part - as-paid-principal.
    if ws-row-owed > ws-remaining
        move ws-remaining to ws-apply-amount
    else
        move ws-row-owed to ws-apply-amount
    end-if.
    add ws-apply-amount to as-paid-principal.
    add ws-apply-amount to ws-loan-principal-paid.
    subtract ws-apply-amount from ws-remaining.

    if as-paid-principal = as-principal-part
            and as-paid-interest = as-interest-part
        move "P" to as-status
    end-if.
    move l-run-date to as-last-paid-date.
    rewrite amortization-schedule-record.

rewrite-loan section.
    move "LOAN" to ln-last-updated-by.
    move current-date(1:14) to ln-last-updated-ts.
    rewrite loan-record.

post-collection-batch section.
    if ws-total-collected = 0
        exit section
    end-if.
    move 0 to ws-entry-count.
    add 1 to ws-entry-count.
    move ws-code-cust to ws-entry-account-code(ws-entry-count).
    move ws-total-collected to ws-entry-debit(ws-entry-count).
    move 0 to ws-entry-credit(ws-entry-count).
    move "LOAN REPAYMENTS" to ws-entry-narrative(ws-entry-count).
    if ws-total-principal > 0
        add 1 to ws-entry-count
        move ws-code-loans to ws-entry-account-code(ws-entry-count)
        move 0 to ws-entry-debit(ws-entry-count)
        move ws-total-principal to ws-entry-credit(ws-entry-count)
        move "LOAN PRINCIPAL REPAID"
            to ws-entry-narrative(ws-entry-count)
    end-if.
    if ws-total-interest > 0
        add 1 to ws-entry-count
        move ws-code-loanint to ws-entry-account-code(ws-entry-count)
        move 0 to ws-entry-debit(ws-entry-count)
        move ws-total-interest to ws-entry-credit(ws-entry-count)
        move "LOAN INTEREST COLLECTED"
            to ws-entry-narrative(ws-entry-count)
    end-if.
    if ws-total-penalty > 0
        add 1 to ws-entry-count
        move ws-code-loanpen to ws-entry-account-code(ws-entry-count)
        move 0 to ws-entry-debit(ws-entry-count)
        move ws-total-penalty to ws-entry-credit(ws-entry-count)
        move "LOAN ARREARS INTEREST COLLECTED"
            to ws-entry-narrative(ws-entry-count)
    end-if.
*>  a rerun on the same date posts its own batch under the next
*>  sequence digit
    move 0 to ws-batch-seq.
    move 4 to ws-post-result.
    perform until ws-post-result not = 4 or ws-batch-seq > 9
        move ws-batch-seq to ws-batch-seq-digit
        move spaces to ws-batch-id
        string "LC" delimited by size
            l-run-date delimited by size
            ws-batch-seq-digit delimited by size
            into ws-batch-id
        end-string
        call "gl-batch-post" using l-gl-journal-path, l-chart-path,
            ws-batch-id, l-run-date, ws-entry-count, ws-entries,
            ws-post-result
        end-call
        add 1 to ws-batch-seq
    end-perform.
    if ws-post-result not = 0
        compute l-result = 99000010 + ws-post-result
    end-if.

write-report-totals section.
    move spaces to ws-report-header.
    write collection-report-line from ws-report-header.
    move spaces to ws-report-total.
    move "TOTAL COLLECTED" to lct-label.
    move ws-total-collected to lct-amount.
    write collection-report-line from ws-report-total.
    move "  PRINCIPAL" to lct-label.
    move ws-total-principal to lct-amount.
    write collection-report-line from ws-report-total.
    move "  INTEREST" to lct-label.
    move ws-total-interest to lct-amount.
    write collection-report-line from ws-report-total.
    move "  ARREARS INTEREST" to lct-label.
    move ws-total-penalty to lct-amount.
    write collection-report-line from ws-report-total.
    if l-result >= 99000011
        move spaces to ws-report-header
        move "  GL BATCH REJECTED - POST THE TOTALS ABOVE MANUALLY"
            to ws-report-header
        write collection-report-line from ws-report-header
    end-if.
end program loan-collect.

*>*
*> Days-past-due report for credit risk. Lists every active LOAN
*> with its outstanding principal, arrears bucket and charged
*> arrears interest, the due date of its oldest unpaid
*> AMORTIZATION-SCHEDULE row and the days that row is past due on
*> the report date, banded CURRENT, 1-30, 31-60, 61-90 and 90+ (the
*> default threshold). A row due on the report date itself is not
*> yet past due. The report ends with the number of loans in each
*> band.
*>
*> @param l-loan-path Path to the LOAN indexed file
*> @param l-schedule-path Path to the AMORTIZATION-SCHEDULE file
*> @param l-as-of-date Report date, YYYYMMDD
*> @param l-report-path Path of the report to produce
*> @param l-result Number of loans past due, or 99000001-99000003
*>        when the loan file, schedule or report could not be opened
*>*
identification division.
program-id. loan-dpd-report.
environment division.
configuration section.
repository.
    function integer-of-date intrinsic.
input-output section.
file-control.
    select loan-file assign to ws-loan-path
        organization indexed
        access mode dynamic
        record key ln-loan-id
        file status ws-loan-status.
    select amortization-schedule-file assign to ws-schedule-path
        organization indexed
        access mode dynamic
        record key as-key
        file status ws-schedule-status.
    select dpd-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd loan-file.
01 loan-record.
    05 ln-loan-id pic x(16).
    05 ln-customer-id pic x(12).
    05 ln-currency pic x(3).
    05 ln-principal pic 9(13)v99.
    05 ln-annual-rate pic 9(3)v9(6).
    05 ln-arrears-rate pic 9(3)v9(6).
    05 ln-term-months pic 9(3).
    05 ln-repayment-day pic 9(2).
    05 ln-repayment-account pic x(16).
    05 ln-method pic x(1).
    05 ln-first-due-date pic 9(8).
    05 ln-status pic x(1).
    05 ln-disbursed-date pic 9(8).
    05 ln-outstanding-principal pic 9(13)v99.
    05 ln-arrears-amount pic 9(13)v99.
    05 ln-arrears-interest pic 9(13)v99.
    05 ln-arrears-through pic 9(8).
    05 ln-last-updated-by pic x(8).
    05 ln-last-updated-ts pic 9(14).
fd amortization-schedule-file.
01 amortization-schedule-record.
    05 as-key.
        10 as-loan-id pic x(16).
        10 as-instalment-no pic 9(3).
    05 as-due-date pic 9(8).
    05 as-opening-principal pic 9(13)v99.
    05 as-principal-part pic 9(13)v99.
    05 as-interest-part pic 9(13)v99.
    05 as-instalment-amount pic 9(13)v99.
    05 as-closing-principal pic 9(13)v99.
    05 as-paid-principal pic 9(13)v99.
    05 as-paid-interest pic 9(13)v99.
    05 as-status pic x(1).
    05 as-last-paid-date pic 9(8).
fd dpd-report-file.
01 dpd-report-line pic x(132).
working-storage section.
    01 ws-loan-path pic x(256).
    01 ws-schedule-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-loan-status pic x(2).
    01 ws-schedule-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-loan-eof-switch pic x(1) value "N".
        88 loan-eof value "Y".
    01 ws-schedule-eof-switch pic x(1) value "N".
        88 schedule-eof value "Y".
    01 ws-oldest-due pic 9(8).
    01 ws-days-past-due usage binary-long.
    01 ws-past-due-count usage binary-long unsigned value 0.
    01 ws-band-idx usage binary-short unsigned.
    01 DPD-BANDS.
        05 filler pic x(8) value "CURRENT".
        05 filler pic x(8) value "1-30".
        05 filler pic x(8) value "31-60".
        05 filler pic x(8) value "61-90".
        05 filler pic x(8) value "90+".
    01 filler redefines DPD-BANDS.
        05 ws-band-name pic x(8) occurs 5 times.
    01 ws-band-counts.
        05 ws-band-count pic 9(7) occurs 5 times.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 dpd-loan-id pic x(16).
        05 filler pic x(2) value spaces.
        05 dpd-customer-id pic x(12).
        05 filler pic x(2) value spaces.
        05 dpd-currency pic x(3).
        05 filler pic x(2) value spaces.
        05 dpd-outstanding pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 dpd-arrears pic z(12)9.99.
        05 filler pic x(2) value spaces.
        05 dpd-arrears-interest pic z(10)9.99.
        05 filler pic x(2) value spaces.
        05 dpd-oldest-due pic x(8).
        05 filler pic x(2) value spaces.
        05 dpd-days pic z(4)9.
        05 filler pic x(2) value spaces.
        05 dpd-band pic x(8).
    01 ws-band-line.
        05 filler pic x(2) value spaces.
        05 dbl-band pic x(8).
        05 filler pic x(2) value spaces.
        05 dbl-count pic z(6)9.
linkage section.
    01 l-loan-path pic x any length.
    01 l-schedule-path pic x any length.
    01 l-as-of-date pic 9(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-loan-path, l-schedule-path,
        l-as-of-date, l-report-path, l-result.
start-loan-dpd-report.
    move 0 to l-result.
    move 0 to ws-past-due-count.
    initialize ws-band-counts.
    move spaces to ws-loan-path.
    move l-loan-path to ws-loan-path.
    move spaces to ws-schedule-path.
    move l-schedule-path to ws-schedule-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input loan-file.
    if ws-loan-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input amortization-schedule-file.
    if ws-schedule-status not = "00"
        close loan-file
        move 99000002 to l-result
        goback
    end-if.
    open output dpd-report-file.
    if ws-report-status not = "00"
        close amortization-schedule-file
        close loan-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "LOAN DAYS PAST DUE " delimited by size
        l-as-of-date delimited by size
        into ws-report-header
    end-string.
    write dpd-report-line from ws-report-header.
    move spaces to ws-report-header.
    string "  LOAN-ID           CUSTOMER      CCY  " delimited by size
        "     OUTSTANDING           ARREARS     ARREARS-INT  "
            delimited by size
        "OLDEST      DPD  BAND" delimited by size
        into ws-report-header
    end-string.
    write dpd-report-line from ws-report-header.

    move low-values to ln-loan-id.
    start loan-file key is greater than or equal to ln-loan-id
        invalid key
            set loan-eof to true
    end-start.
    perform until loan-eof
        read loan-file next record
            at end
                set loan-eof to true
            not at end
                if ln-status = "A"
                    perform report-one-loan
                end-if
        end-read
    end-perform.

    move spaces to ws-report-header.
    write dpd-report-line from ws-report-header.
    perform varying ws-band-idx from 1 by 1 until ws-band-idx > 5
        move ws-band-name(ws-band-idx) to dbl-band
        move ws-band-count(ws-band-idx) to dbl-count
        write dpd-report-line from ws-band-line
    end-perform.

    close dpd-report-file.
    close amortization-schedule-file.
    close loan-file.
    move ws-past-due-count to l-result.
    goback.

report-one-loan section.
    perform find-oldest-unpaid.
    move 0 to ws-days-past-due.
    if ws-oldest-due > 0
        compute ws-days-past-due = integer-of-date(l-as-of-date)
            - integer-of-date(ws-oldest-due)
    end-if.
    evaluate true
        when ws-days-past-due <= 0
            move 1 to ws-band-idx
        when ws-days-past-due <= 30
            move 2 to ws-band-idx
        when ws-days-past-due <= 60
            move 3 to ws-band-idx
        when ws-days-past-due <= 90
            move 4 to ws-band-idx
        when other
            move 5 to ws-band-idx
    end-evaluate.
    add 1 to ws-band-count(ws-band-idx).
    if ws-band-idx > 1
        add 1 to ws-past-due-count
    end-if.

    move spaces to ws-report-detail.
    move ln-loan-id to dpd-loan-id.
    move ln-customer-id to dpd-customer-id.
    move ln-currency to dpd-currency.
    move ln-outstanding-principal to dpd-outstanding.
    move ln-arrears-amount to dpd-arrears.
    move ln-arrears-interest to dpd-arrears-interest.
    if ws-oldest-due > 0
        move ws-oldest-due to dpd-oldest-due
    end-if.
    if ws-days-past-due > 0
        move ws-days-past-due to dpd-days
    else
        move 0 to dpd-days
    end-if.
    move ws-band-name(ws-band-idx) to dpd-band.
    write dpd-report-line from ws-report-detail.

find-oldest-unpaid section.
*>  rows are keyed in due-date order, so the first unpaid row due
*>  before the report date is the oldest
    move 0 to ws-oldest-due.
    move "N" to ws-schedule-eof-switch.
    move ln-loan-id to as-loan-id.
    move 0 to as-instalment-no.
    start amortization-schedule-file key is greater than or equal to
            as-key
        invalid key
            set schedule-eof to true
    end-start.
    perform until schedule-eof
        read amortization-schedule-file next record
            at end
                set schedule-eof to true
            not at end
                if as-loan-id not = ln-loan-id
                        or as-due-date >= l-as-of-date
                    set schedule-eof to true
                else
                    if as-status not = "P"
                        move as-due-date to ws-oldest-due
                        set schedule-eof to true
                    end-if
                end-if
        end-read
    end-perform.
end program loan-dpd-report.

*>*
*> Daily interest accrual engine. For each account enrolled in
*> ACCOUNT-INTEREST, accrues daily interest on the closing
*> ACCOUNT-MASTER balance using the PRODUCT-RATE tier for its product
*> (greatest tier floor not exceeding the balance), ACT/360, at the
*> rate version in force for each accrued day - the PRODUCT-RATE key
*> carries an effective date, so a catch-up run after a rate change
*> accrues the skipped days at the old rate instead of repricing
*> them at the new one. The run does nothing on a non-business day
*> for the given market (IS-BUSINESS-DAY-CAL); the first run after a
*> weekend or holiday accrues the skipped calendar days as well,
*> because the day count is taken from the last accrual date. On the account's
*> capitalization day the accrued interest is posted to the account
*> balances and reset. Every accrual and capitalization writes a
*> record to the posting file, so Finance books from the engine
*> instead of a spreadsheet.
*>
*> A negative closing balance accrues debit interest instead, at the
*> debit rate of the OVERDRAFT-FACILITY version in force for each
*> accrued day (see OVERDRAFT-MAINTAIN), kept apart from the credit
*> interest and charged to the account on the same capitalization
*> day. Without a configured facility file, or on days with no
*> facility version in force, an overdrawn account accrues nothing.
*> Dormant accounts accrue and capitalize like active ones - dormancy
*> only blocks debits.
*>
*> Posting record layout (line sequential): account x(16), posting
*> date 9(8), type x(1) ("A" accrual, "C" capitalization, "W" tax
*> withheld at capitalization, "D" debit interest accrual, "K" debit
*> interest charged at capitalization), days 9(3), annual rate
*> 9(3)v9(6) (the withholding rate on a "W" record), amount
*> s9(13)v99.
*>
*> @param l-master-path Path to the ACCOUNT-MASTER indexed file
*> @param l-interest-path Path to the ACCOUNT-INTEREST indexed file
*> @param l-rate-path Path to the PRODUCT-RATE indexed file
*> @param l-accrual-date Date being accrued, YYYYMMDD
*> @param l-market Market calendar for the business-day test
*> @param l-calendar-path Path to the HOLIDAY-CALENDAR indexed file
*> @param l-posting-path Accrual posting file to extend
*> @param l-ledger-path Path to the ACCOUNT-LEDGER indexed file
*>        capitalizations are posted to (see LEDGER-POST), so
*>        capitalized interest shows on customer statements
*> @param l-tax-path Optional path to the TAX-RATE table (see
*>        TAX-RATE-MAINTAIN); spaces (or omitted) withholds nothing
*> @param l-remit-path Optional remittance file extended with one
*>        record per withholding (account, date, tax status, gross,
*>        tax, net) - the feed for INTEREST-TAX-STATEMENT and the
*>        tax authority remittance
*> @param l-result Number of accounts accrued, or 99000001-99000004
*>        when the interest, master, rate or posting file could not
*>        be opened
*> @param l-overdraft-path Optional path to the OVERDRAFT-FACILITY
*>        file the debit rates are taken from, passed after l-result
*>        so existing callers keep their argument lists; spaces (or
*>        omitted) accrues no debit interest
*> @param l-from-account Optional first account key of the range to
*>        accrue; spaces (or omitted) starts at the lowest key. With a
*>        range only the accounts from l-from-account up to but not
*>        including l-to-account are accrued - one partition of the
*>        night's accrual, writing its own posting and remittance
*>        files that PARTITION-FILE-MERGE appends to the single feeds
*> @param l-to-account Optional first account key past the range;
*>        spaces (or omitted) runs to the highest key
*>*
identification division.
program-id. interest-accrue.
environment division.
configuration section.
repository.
    function is-business-day-cal
    function integer-of-date date-of-integer current-date intrinsic.
input-output section.
file-control.
    select account-interest-file assign to ws-interest-path
        organization indexed
        access mode dynamic
        record key ai-account-id
        file status ws-interest-status.
    select account-master-file assign to ws-master-path
        organization indexed
        access mode dynamic
        record key acm-account-id
        file status ws-master-status.
    select product-rate-file assign to ws-rate-path
        organization indexed
        access mode dynamic
        record key pr-key
        file status ws-rate-status.
    select accrual-posting-file assign to ws-posting-path
        organization line sequential
        file status ws-posting-status.
    select tax-rate-file assign to ws-tax-path
        organization indexed
        access mode dynamic
        record key tx-tax-status
        file status ws-tax-file-status.
    select tax-remit-file assign to ws-remit-path
        organization line sequential
        file status ws-remit-status.
    select overdraft-facility-file assign to ws-overdraft-path
        organization indexed
        access mode dynamic
        record key of-key
        file status ws-overdraft-status.
data division.
file section.
fd overdraft-facility-file.
01 overdraft-facility-record.
    05 of-key.
        10 of-account-id pic x(16).
        10 of-effective-date pic 9(8).
    05 of-limit pic 9(13)v99.
    05 of-debit-rate pic 9(3)v9(6).
    05 of-expiry-date pic 9(8).
    05 of-last-updated-by pic x(8).
    05 of-last-updated-ts pic 9(14).
fd tax-rate-file.
01 tax-rate-record.
    05 tx-tax-status pic x(1).
    05 tx-rate pic 9(3)v9(6).
    05 tx-description pic x(40).
    05 tx-last-updated-by pic x(8).
    05 tx-last-updated-ts pic 9(14).
fd tax-remit-file.
01 tax-remit-record.
    05 tr-account pic x(16).
    05 tr-posting-date pic 9(8).
    05 tr-tax-status pic x(1).
    05 tr-gross pic s9(13)v99.
    05 tr-tax pic s9(13)v99.
    05 tr-net pic s9(13)v99.
fd account-interest-file.
01 account-interest-record.
    05 ai-account-id pic x(16).
    05 ai-product-code pic x(8).
    05 ai-cap-day pic 9(2).
    05 ai-tax-status pic x(1).
    05 ai-accrued pic s9(13)v9(4).
    05 ai-last-accrual-date pic 9(8).
    05 ai-last-updated-by pic x(8).
    05 ai-last-updated-ts pic 9(14).
    05 ai-debit-accrued pic s9(13)v9(4).
fd account-master-file.
01 account-master-record.
    05 acm-account-id pic x(16).
    05 acm-customer-name pic x(40).
    05 acm-customer-id pic x(12).
    05 acm-currency pic x(3).
    05 acm-current-balance pic s9(13)v99.
    05 acm-available-balance pic s9(13)v99.
    05 acm-status pic x(1).
    05 acm-open-date pic 9(8).
    05 acm-last-updated-by pic x(8).
    05 acm-last-updated-ts pic 9(14).
    05 acm-iban pic x(34).
fd product-rate-file.
01 product-rate-record.
    05 pr-key.
        10 pr-product-code pic x(8).
        10 pr-tier-floor pic 9(13).
        10 pr-effective-date pic 9(8).
    05 pr-annual-rate pic 9(3)v9(6).
    05 pr-last-updated-by pic x(8).
    05 pr-last-updated-ts pic 9(14).
fd accrual-posting-file.
01 accrual-posting-record.
    05 ap-account pic x(16).
    05 ap-posting-date pic 9(8).
    05 ap-type pic x(1).
    05 ap-days pic 9(3).
    05 ap-rate pic 9(3)v9(6).
    05 ap-amount pic s9(13)v99.
working-storage section.
    01 ws-interest-path pic x(256).
    01 ws-master-path pic x(256).
    01 ws-rate-path pic x(256).
    01 ws-posting-path pic x(256).
    01 ws-interest-status pic x(2).
    01 ws-master-status pic x(2).
    01 ws-rate-status pic x(2).
    01 ws-posting-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 interest-eof value "Y".
    01 ws-accrual-days usage binary-long.
    01 ws-tier-rate pic 9(3)v9(6).
    01 ws-balance pic s9(13)v99.
    01 ws-interest pic s9(13)v9(4).
    01 ws-day-julian usage binary-long.
    01 ws-accrue-day pic 9(8).
    01 ws-day-rate pic 9(3)v9(6).
    01 ws-day-rate-found pic x(1).
    01 ws-any-rate-found pic x(1).
    01 ws-tier-floor-found pic 9(13).
    01 ws-day-interest pic s9(13)v9(4).
    01 ws-tax-path pic x(256).
    01 ws-remit-path pic x(256).
    01 ws-tax-file-status pic x(2).
    01 ws-remit-status pic x(2).
    01 ws-tax-rate pic 9(3)v9(6).
    01 ws-tax-amount pic s9(13)v99.
    01 ws-net-amount pic s9(13)v99.
    01 ws-capitalized pic s9(13)v99.
    01 ws-accrued-count usage binary-long unsigned.
    01 ws-win-julian usage binary-long.
    01 ws-win-date-x.
        05 ws-win-yyyy pic 9(4).
        05 ws-win-mm pic 9(2).
        05 ws-win-dd pic 9(2).
    01 filler redefines ws-win-date-x.
        05 ws-win-date pic 9(8).
    01 ws-nm-date-x.
        05 ws-nm-yyyy pic 9(4).
        05 ws-nm-mm pic 9(2).
        05 ws-nm-dd pic 9(2).
    01 filler redefines ws-nm-date-x.
        05 ws-nm-date pic 9(8).
    01 ws-month-last-x.
        05 filler pic 9(6).
        05 ws-month-last-dd pic 9(2).
    01 filler redefines ws-month-last-x.
        05 ws-month-last-date pic 9(8).
    01 ws-cap-effective pic 9(2).
    01 ws-cap-due pic x(1).
    01 ws-ledger-type pic x(1) value "C".
    01 ws-ledger-reference pic x(35)
        value "INTEREST CAPITALIZATION".
    01 ws-ledger-amount pic s9(13)v99.
    01 ws-ledger-result usage binary-long unsigned.
    01 ws-overdraft-path pic x(256).
    01 ws-overdraft-status pic x(2).
    01 ws-overdrawn pic s9(13)v99.
    01 ws-debit-reference pic x(35)
        value "OVERDRAFT INTEREST".
    01 ws-before-image pic x(200).
    01 ws-range-to pic x(16).
linkage section.
    01 l-master-path pic x any length.
    01 l-interest-path pic x any length.
    01 l-rate-path pic x any length.
    01 l-accrual-date pic 9(8).
    01 l-market pic x(8).
    01 l-calendar-path pic x any length.
    01 l-posting-path pic x any length.
    01 l-ledger-path pic x any length.
    01 l-tax-path pic x any length.
    01 l-remit-path pic x any length.
    01 l-result usage binary-long unsigned.
    01 l-overdraft-path pic x any length.
    01 l-from-account pic x(16).
    01 l-to-account pic x(16).
procedure division using l-master-path, l-interest-path,
        l-rate-path, l-accrual-date, l-market, l-calendar-path,
        l-posting-path, l-ledger-path, optional l-tax-path,
        optional l-remit-path, l-result,
        optional l-overdraft-path, optional l-from-account,
        optional l-to-account.
start-interest-accrue.
    move 0 to l-result.
    move 0 to ws-accrued-count.
    move spaces to ws-tax-path.
    if l-tax-path not omitted
        move l-tax-path to ws-tax-path
    end-if.
    move spaces to ws-remit-path.
    if l-remit-path not omitted
        move l-remit-path to ws-remit-path
    end-if.
    move spaces to ws-overdraft-path.
    if l-overdraft-path not omitted
        move l-overdraft-path to ws-overdraft-path
    end-if.
    move spaces to ws-interest-path.
    move l-interest-path to ws-interest-path.
    move spaces to ws-master-path.
    move l-master-path to ws-master-path.
    move spaces to ws-rate-path.
    move l-rate-path to ws-rate-path.
    move spaces to ws-posting-path.
    move l-posting-path to ws-posting-path.

*>  non-business days accrue nothing now; their days are caught up
*>  by the day count on the next business-day run
    if is-business-day-cal(l-accrual-date, l-market, l-calendar-path)
            = "N"
        goback
    end-if.

    open i-o account-interest-file.
    if ws-interest-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open i-o account-master-file.
    if ws-master-status not = "00"
        close account-interest-file
        move 99000002 to l-result
        goback
    end-if.
    open input product-rate-file.
    if ws-rate-status not = "00"
        close account-interest-file
        close account-master-file
        move 99000003 to l-result
        goback
    end-if.
    open extend accrual-posting-file.
    if ws-posting-status = "35" or ws-posting-status = "05"
        open output accrual-posting-file
    end-if.
    if ws-posting-status not = "00"
        close account-interest-file
        close account-master-file
        close product-rate-file
        move 99000004 to l-result
        goback
    end-if.

*>  an account range (from-key inclusive, to-key exclusive) limits
*>  the walk to one partition of the enrolled accounts
    move low-values to ai-account-id.
    if l-from-account not omitted and l-from-account not = spaces
        move l-from-account to ai-account-id
    end-if.
    move spaces to ws-range-to.
    if l-to-account not omitted
        move l-to-account to ws-range-to
    end-if.
    start account-interest-file key is greater than or equal to
            ai-account-id
        invalid key
            set interest-eof to true
    end-start.
    perform until interest-eof
        read account-interest-file next record
            at end
                set interest-eof to true
            not at end
                if ws-range-to not = spaces
                        and ai-account-id >= ws-range-to
                    set interest-eof to true
                else
                    perform accrue-one-account
                end-if
        end-read
    end-perform.

    close account-interest-file.
    close account-master-file.
    close product-rate-file.
    close accrual-posting-file.
    move ws-accrued-count to l-result.
    goback.

accrue-one-account section.
    move ai-account-id to acm-account-id.
    read account-master-file
        invalid key
            exit section
    end-read.
    if acm-status not = "A" and acm-status not = "D"
        exit section
    end-if.
    move acm-current-balance to ws-balance.
    if ws-balance = 0
        exit section
    end-if.
    if ws-balance < 0 and ws-overdraft-path = spaces
        exit section
    end-if.

    if ai-last-accrual-date = 0
        move 1 to ws-accrual-days
    else
        compute ws-accrual-days =
            integer-of-date(l-accrual-date)
            - integer-of-date(ai-last-accrual-date)
    end-if.
    if ws-accrual-days <= 0
        exit section
    end-if.

    if ws-balance < 0
        perform compute-window-debit-interest
    else
        perform compute-window-interest
    end-if.
    if ws-any-rate-found = "N"
        exit section
    end-if.
    move l-accrual-date to ai-last-accrual-date.

    move ai-account-id to ap-account.
    move l-accrual-date to ap-posting-date.
    move ws-accrual-days to ap-days.
    move ws-tier-rate to ap-rate.
    move ws-interest to ap-amount.
    if ws-balance < 0
        add ws-interest to ai-debit-accrued
        move "D" to ap-type
    else
        add ws-interest to ai-accrued
        move "A" to ap-type
    end-if.
    write accrual-posting-record.

    perform check-capitalization-window.
    if ws-cap-due = "Y" and ai-accrued not = 0
        perform capitalize-account
    end-if.
    if ws-cap-due = "Y" and ai-debit-accrued not = 0
        perform charge-debit-interest
    end-if.

    move "BATCH" to ai-last-updated-by.
    move current-date(1:14) to ai-last-updated-ts.
    rewrite account-interest-record.
    add 1 to ws-accrued-count.

compute-window-interest section.
*>  ACT/360, rate held in percent. Each caught-up day is accrued at
*>  the rate version in force on that day, so a catch-up run after a
*>  rate change never reprices history; a day with no rate in force
*>  yet accrues nothing
    move 0 to ws-interest.
    move "N" to ws-any-rate-found.
    move 0 to ws-tier-rate.
    compute ws-day-julian =
        integer-of-date(l-accrual-date) - ws-accrual-days + 1.
    perform ws-accrual-days times
        move date-of-integer(ws-day-julian) to ws-accrue-day
        perform find-tier-rate-for-day
        if ws-day-rate-found = "Y"
            move "Y" to ws-any-rate-found
            move ws-day-rate to ws-tier-rate
            compute ws-day-interest rounded =
                ws-balance * ws-day-rate / 360 / 100
            add ws-day-interest to ws-interest
        end-if
        add 1 to ws-day-julian
    end-perform.

compute-window-debit-interest section.
*>  the same ACT/360 day loop on the overdrawn amount, each day at
*>  the debit rate of the facility version in force on that day;
*>  the charge is kept positive
    move 0 to ws-interest.
    move "N" to ws-any-rate-found.
    move 0 to ws-tier-rate.
    compute ws-overdrawn = ws-balance * -1.
    open input overdraft-facility-file.
    if ws-overdraft-status not = "00"
        exit section
    end-if.
    compute ws-day-julian =
        integer-of-date(l-accrual-date) - ws-accrual-days + 1.
    perform ws-accrual-days times
        move date-of-integer(ws-day-julian) to ws-accrue-day
        perform find-debit-rate-for-day
        if ws-day-rate-found = "Y"
            move "Y" to ws-any-rate-found
            move ws-day-rate to ws-tier-rate
            compute ws-day-interest rounded =
                ws-overdrawn * ws-day-rate / 360 / 100
            add ws-day-interest to ws-interest
        end-if
        add 1 to ws-day-julian
    end-perform.
    close overdraft-facility-file.

find-debit-rate-for-day section.
    move "N" to ws-day-rate-found.
    move 0 to ws-day-rate.
    move ai-account-id to of-account-id.
    move ws-accrue-day to of-effective-date.
    start overdraft-facility-file key is less than or equal to of-key
        invalid key
            exit section
    end-start.
    read overdraft-facility-file next record
        at end
            exit section
    end-read.
    if of-account-id = ai-account-id
        move of-debit-rate to ws-day-rate
        move "Y" to ws-day-rate-found
    end-if.

find-tier-rate-for-day section.
*>  two positioning reads: first the tier with the greatest floor
*>  not exceeding the balance (the same way FX-RATE-LOOKUP positions
*>  on its as-of key), then within that tier the rate version with
*>  the greatest effective date not after the day being accrued
    move "N" to ws-day-rate-found.
    move 0 to ws-day-rate.
    move ai-product-code to pr-product-code.
    move ws-balance to pr-tier-floor.
    move 99999999 to pr-effective-date.
    start product-rate-file key is less than or equal to pr-key
        invalid key
            exit section
    end-start.
    read product-rate-file next record
        at end
            exit section
    end-read.
    if pr-product-code not = ai-product-code
        exit section
    end-if.
    move pr-tier-floor to ws-tier-floor-found.

    move ai-product-code to pr-product-code.
    move ws-tier-floor-found to pr-tier-floor.
    move ws-accrue-day to pr-effective-date.
    start product-rate-file key is less than or equal to pr-key
        invalid key
            exit section
    end-start.
    read product-rate-file next record
        at end
            exit section
    end-read.
    if pr-product-code = ai-product-code
            and pr-tier-floor = ws-tier-floor-found
        move pr-annual-rate to ws-day-rate
        move "Y" to ws-day-rate-found
    end-if.

check-capitalization-window section.
*>  the engine does not run on non-business days and catches their
*>  interest up by day count, so the capitalization test must cover
*>  the whole caught-up window - a cycle date falling on a weekend
*>  or holiday otherwise never equals any run date's day of month.
*>  The cycle day is clamped to the month's last day so a day-29/30/
*>  31 cycle still capitalizes in shorter months.
    move "N" to ws-cap-due.
    if ai-cap-day = 0
        exit section
    end-if.
    compute ws-win-julian =
        integer-of-date(l-accrual-date) - ws-accrual-days + 1.
    perform ws-accrual-days times
        move date-of-integer(ws-win-julian) to ws-win-date
        move ws-win-yyyy to ws-nm-yyyy
        compute ws-nm-mm = ws-win-mm + 1
        if ws-nm-mm > 12
            move 1 to ws-nm-mm
            add 1 to ws-nm-yyyy
        end-if
        move 1 to ws-nm-dd
        move date-of-integer(integer-of-date(ws-nm-date) - 1)
            to ws-month-last-date
        move ai-cap-day to ws-cap-effective
        if ws-cap-effective > ws-month-last-dd
            move ws-month-last-dd to ws-cap-effective
        end-if
        if ws-win-dd = ws-cap-effective
            move "Y" to ws-cap-due
        end-if
        add 1 to ws-win-julian
    end-perform.

capitalize-account section.
*>  gross interest capitalizes; where a withholding tax status is
*>  enrolled and a TAX-RATE table is configured, the tax is withheld
*>  at source - the customer is credited the net, the "C" posting
*>  stays gross, the tax goes to the accrual posting file as a "W"
*>  record and to the remittance file for the tax authority
    move ai-accrued to ws-capitalized.
    perform compute-withholding.
    move account-master-record to ws-before-image.
    add ws-net-amount to acm-current-balance.
    add ws-net-amount to acm-available-balance.
    move "INTEREST" to acm-last-updated-by.
    move current-date(1:14) to acm-last-updated-ts.
    rewrite account-master-record.
    perform journal-master-change.
    subtract ws-capitalized from ai-accrued.

    move ws-net-amount to ws-ledger-amount.
    call "ledger-post" using l-ledger-path, ai-account-id,
        l-accrual-date, ws-ledger-type, ws-ledger-reference,
        acm-currency, ws-ledger-amount, ws-ledger-result
    end-call.

    move ai-account-id to ap-account.
    move l-accrual-date to ap-posting-date.
    move "C" to ap-type.
    move 0 to ap-days.
    move ws-tier-rate to ap-rate.
    move ws-capitalized to ap-amount.
    write accrual-posting-record.
    if ws-tax-amount not = 0
        move ai-account-id to ap-account
        move l-accrual-date to ap-posting-date
        move "W" to ap-type
        move 0 to ap-days
        move ws-tax-rate to ap-rate
        move ws-tax-amount to ap-amount
        write accrual-posting-record
        perform write-remittance-record
    end-if.

charge-debit-interest section.
*>  accrued debit interest is charged to the account on its
*>  capitalization day - no withholding applies to a charge - and
*>  posted to the ACCOUNT-LEDGER as a negative "C" entry; sub-cent
*>  residue stays accrued for the next cycle, as on the credit side
    move ai-debit-accrued to ws-capitalized.
    move account-master-record to ws-before-image.
    subtract ws-capitalized from acm-current-balance.
    subtract ws-capitalized from acm-available-balance.
    move "INTEREST" to acm-last-updated-by.
    move current-date(1:14) to acm-last-updated-ts.
    rewrite account-master-record.
    perform journal-master-change.
    subtract ws-capitalized from ai-debit-accrued.

    compute ws-ledger-amount = ws-capitalized * -1.
    call "ledger-post" using l-ledger-path, ai-account-id,
        l-accrual-date, ws-ledger-type, ws-debit-reference,
        acm-currency, ws-ledger-amount, ws-ledger-result
    end-call.

    move ai-account-id to ap-account.
    move l-accrual-date to ap-posting-date.
    move "K" to ap-type.
    move 0 to ap-days.
    move ws-tier-rate to ap-rate.
    move ws-capitalized to ap-amount.
    write accrual-posting-record.

compute-withholding section.
    move 0 to ws-tax-amount.
    move 0 to ws-tax-rate.
    move ws-capitalized to ws-net-amount.
    if ws-tax-path = spaces or ai-tax-status = spaces
            or ws-capitalized <= 0
        exit section
    end-if.
    open input tax-rate-file.
    if ws-tax-file-status not = "00"
        exit section
    end-if.
    move ai-tax-status to tx-tax-status.
    read tax-rate-file
        invalid key
            continue
        not invalid key
            move tx-rate to ws-tax-rate
    end-read.
    close tax-rate-file.
    if ws-tax-rate = 0
        exit section
    end-if.
    compute ws-tax-amount rounded =
        ws-capitalized * ws-tax-rate / 100.
    compute ws-net-amount = ws-capitalized - ws-tax-amount.

write-remittance-record section.
    if ws-remit-path = spaces
        exit section
    end-if.
    open extend tax-remit-file.
    if ws-remit-status = "35" or ws-remit-status = "05"
        open output tax-remit-file
    end-if.
    if ws-remit-status not = "00"
        exit section
    end-if.
    move ai-account-id to tr-account.
    move l-accrual-date to tr-posting-date.
    move ai-tax-status to tr-tax-status.
    move ws-capitalized to tr-gross.
    move ws-tax-amount to tr-tax.
    move ws-net-amount to tr-net.
    write tax-remit-record.
    close tax-remit-file.

journal-master-change section.
    call "change-journal-write" using "ACCOUNT-MASTER", "C",
        acm-account-id, "INTEREST-ACCRUE", ws-before-image,
        account-master-record
    end-call.
end program interest-accrue.

*>*
*> Merges the per-partition slices of a line-sequential file written
*> by a partitioned nightly job (see DAILY-BATCH-RUN) into the single
*> file downstream reads. Partition n's slice is the target path with
*> ".P<n>" appended. In append mode the slices are added to the end
*> of the target - the accrual posting and tax remittance feeds the
*> accrual engine extends night after night - and each slice is
*> emptied once copied, so a rerun of the merge cannot feed a slice
*> to Finance twice; a partition with nothing to write may have left
*> no slice at all, which counts as empty. In replace mode the target
*> is rewritten from the slices in partition order (the trial-balance
*> snapshot), and a missing slice fails the merge before the target
*> is touched - yesterday's file is better than one missing a range
*> of accounts.
*>
*> @param l-target-path Path of the single merged file
*> @param l-partition-count Number of partition slices, 1-9
*> @param l-mode "A" to append the slices to the target, "R" to
*>        replace the target with them
*> @param l-result Number of records merged, or 99000001 when the
*>        target could not be opened, 99000002 when a replace-mode
*>        slice is missing, 99000003 when the mode or partition count
*>        is invalid
*>*
identification division.
program-id. partition-file-merge.
environment division.
configuration section.
repository. function trim intrinsic.
input-output section.
file-control.
    select target-file assign to ws-target-path
        organization line sequential
        file status ws-target-status.
    select slice-file assign to ws-slice-path
        organization line sequential
        file status ws-slice-status.
data division.
file section.
fd target-file.
01 target-line pic x(600).
fd slice-file.
01 slice-line pic x(600).
working-storage section.
    01 ws-target-path pic x(256).
    01 ws-slice-path pic x(256).
    01 ws-target-status pic x(2).
    01 ws-slice-status pic x(2).
    01 ws-slice-eof-switch pic x(1).
        88 slice-eof value "Y".
    01 ws-slice-no usage binary-short unsigned.
    01 ws-slice-digit pic 9(1).
    01 ws-merged-count usage binary-long unsigned.
linkage section.
    01 l-target-path pic x any length.
    01 l-partition-count pic 9(1).
    01 l-mode pic x(1).
    01 l-result usage binary-long unsigned.
procedure division using l-target-path, l-partition-count, l-mode,
        l-result.
start-partition-file-merge.
    move 0 to l-result.
    move 0 to ws-merged-count.
    if l-partition-count = 0
            or (l-mode not = "A" and l-mode not = "R")
        move 99000003 to l-result
        goback
    end-if.
    move spaces to ws-target-path.
    move l-target-path to ws-target-path.

    if l-mode = "R"
        perform varying ws-slice-no from 1 by 1
                until ws-slice-no > l-partition-count
            perform build-slice-path
            open input slice-file
            if ws-slice-status not = "00"
                move 99000002 to l-result
                goback
            end-if
            close slice-file
        end-perform
        open output target-file
    else
        open extend target-file
        if ws-target-status = "35" or ws-target-status = "05"
            open output target-file
        end-if
    end-if.
    if ws-target-status not = "00"
        move 99000001 to l-result
        goback
    end-if.

    perform copy-one-slice
        varying ws-slice-no from 1 by 1
        until ws-slice-no > l-partition-count.
    close target-file.
    move ws-merged-count to l-result.
    goback.

copy-one-slice section.
    perform build-slice-path.
    open input slice-file.
    if ws-slice-status not = "00"
        exit section
    end-if.
    move "N" to ws-slice-eof-switch.
    perform until slice-eof
        read slice-file
            at end
                set slice-eof to true
            not at end
                write target-line from slice-line
                add 1 to ws-merged-count
        end-read
    end-perform.
    close slice-file.
*>  an appended slice is consumed - emptied so a rerun of the merge
*>  cannot add it to the feed a second time
    if l-mode = "A"
        open output slice-file
        close slice-file
    end-if.

build-slice-path section.
    move ws-slice-no to ws-slice-digit.
    move spaces to ws-slice-path.
    string trim(ws-target-path) delimited by size
        ".P" delimited by size
        ws-slice-digit delimited by size
        into ws-slice-path
    end-string.
end program partition-file-merge.

*>*
*> Maintain a TAX-RATE table entry: the withholding rate applied to
*> capitalized interest for accounts enrolled under a tax status
*> (see ACCOUNT-INTEREST-MAINTAIN's l-tax-status). Create-or-update
*> shape as the other masters.
*>
*> The TAX-RATE record layout (tax status key, rate percent,
*> description, audit stamp) is shared with INTEREST-ACCRUE.
*>
*> @param l-tax-path Path to the TAX-RATE indexed file
*> @param l-tax-status Tax status code the rate applies to
*> @param l-rate Withholding rate, percent, 9(3)v9(6)
*> @param l-description Description, e.g. "RESIDENT STANDARD"
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 9
*>        operator not authorized (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. tax-rate-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select tax-rate-file assign to ws-tax-path
        organization indexed
        access mode dynamic
        record key tx-tax-status
        file status ws-tax-file-status.
data division.
file section.
fd tax-rate-file.
01 tax-rate-record.
    05 tx-tax-status pic x(1).
    05 tx-rate pic 9(3)v9(6).
    05 tx-description pic x(40).
    05 tx-last-updated-by pic x(8).
    05 tx-last-updated-ts pic 9(14).
working-storage section.
    01 ws-tax-path pic x(256).
    01 ws-tax-file-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 status-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-tax-path pic x any length.
    01 l-tax-status pic x(1).
    01 l-rate pic 9(3)v9(6).
    01 l-description pic x(40).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-tax-path, l-tax-status, l-rate,
        l-description, l-user-id, l-result.
start-tax-rate-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "RATEMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-tax-path.
    move l-tax-path to ws-tax-path.
    move "N" to ws-found-switch.

    open i-o tax-rate-file.
    if ws-tax-file-status = "35"
        open output tax-rate-file
        close tax-rate-file
        open i-o tax-rate-file
    end-if.
    if ws-tax-file-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-tax-status to tx-tax-status.
    read tax-rate-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-rate to tx-rate.
    move l-description to tx-description.
    move l-user-id to tx-last-updated-by.
    move current-date(1:14) to tx-last-updated-ts.

    if status-was-found
        rewrite tax-rate-record
        move 0 to l-result
    else
        write tax-rate-record
        move 1 to l-result
    end-if.

    close tax-rate-file.
    goback.
end program tax-rate-maintain.

*>*
*> Annual interest and withholding statement. Reads the remittance
*> file INTEREST-ACCRUE extends at every taxed capitalization and
*> reports, per account, the year's gross interest capitalized, tax
*> withheld and net paid - one statement for the customer and the
*> same totals for the tax authority, instead of reconstructing them
*> from the accrual posting file by hand at year-end.
*>
*> @param l-remit-path Path of the withholding remittance file
*> @param l-statement-year Year to report, YYYY
*> @param l-report-path Path of the statement report to produce
*> @param l-result Number of account lines reported, or
*>        99000001/99000002 when the remittance file or report could
*>        not be opened, and 99000003 when the year touched more
*>        accounts than the tally table holds
*>*
identification division.
program-id. interest-tax-statement.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select tax-remit-file assign to ws-remit-path
        organization line sequential
        file status ws-remit-status.
    select tax-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd tax-remit-file.
01 tax-remit-record.
    05 tr-account pic x(16).
    05 tr-posting-date pic 9(8).
    05 tr-tax-status pic x(1).
    05 tr-gross pic s9(13)v99.
    05 tr-tax pic s9(13)v99.
    05 tr-net pic s9(13)v99.
fd tax-report-file.
01 tax-report-line pic x(132).
working-storage section.
    01 ws-remit-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-remit-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 remit-eof value "Y".
    01 ws-posting-year pic 9(4).
    01 ws-accounts.
        05 ws-acct-entry occurs 512 times.
            10 ws-acct-id pic x(16).
            10 ws-acct-gross pic s9(13)v99.
            10 ws-acct-tax pic s9(13)v99.
            10 ws-acct-net pic s9(13)v99.
    01 ws-acct-count usage binary-short unsigned value 0.
    01 ws-acct-overflow pic x(1) value "N".
    01 ws-acct-idx usage index.
    01 ws-acct-found pic x(1).
    01 ws-total-gross pic s9(13)v99 value 0.
    01 ws-total-tax pic s9(13)v99 value 0.
    01 ws-total-net pic s9(13)v99 value 0.
    01 ws-gross-edited pic -(12)9.99.
    01 ws-tax-edited pic -(12)9.99.
    01 ws-net-edited pic -(12)9.99.
    01 ws-reported-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 txd-account pic x(16).
        05 filler pic x(2) value spaces.
        05 txd-gross pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 txd-tax pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 txd-net pic -(12)9.99.
linkage section.
    01 l-remit-path pic x any length.
    01 l-statement-year pic 9(4).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-remit-path, l-statement-year,
        l-report-path, l-result.
start-interest-tax-statement.
    move 0 to l-result.
    move spaces to ws-remit-path.
    move l-remit-path to ws-remit-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input tax-remit-file.
    if ws-remit-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open output tax-report-file.
    if ws-report-status not = "00"
        close tax-remit-file
        move 99000002 to l-result
        goback
    end-if.

    perform until remit-eof
        read tax-remit-file
            at end
                set remit-eof to true
            not at end
                move tr-posting-date(1:4) to ws-posting-year
                if ws-posting-year = l-statement-year
                    perform tally-one-remittance
                end-if
        end-read
    end-perform.

    if ws-acct-overflow = "Y"
        close tax-remit-file
        close tax-report-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "INTEREST AND WITHHOLDING TAX STATEMENT "
            delimited by size
        l-statement-year delimited by size
        into ws-report-header
    end-string.
    write tax-report-line from ws-report-header.
    move "  ACCOUNT           GROSS-INTEREST   TAX-WITHHELD     NET-PAID"
        to ws-report-header.
    write tax-report-line from ws-report-header.
    perform report-one-tax-account
        varying ws-acct-idx from 1 by 1
        until ws-acct-idx > ws-acct-count.

    move ws-total-gross to ws-gross-edited.
    move ws-total-tax to ws-tax-edited.
    move ws-total-net to ws-net-edited.
    move spaces to ws-report-header.
    string "  TOTAL GROSS " delimited by size
        trim(ws-gross-edited) delimited by size
        "  TAX " delimited by size
        trim(ws-tax-edited) delimited by size
        "  NET " delimited by size
        trim(ws-net-edited) delimited by size
        into ws-report-header
    end-string.
    write tax-report-line from ws-report-header.

    close tax-remit-file.
    close tax-report-file.
    move ws-reported-count to l-result.
    goback.

tally-one-remittance section.
    move "N" to ws-acct-found.
    perform varying ws-acct-idx from 1 by 1
            until ws-acct-idx > ws-acct-count
               or ws-acct-found = "Y"
        if ws-acct-id(ws-acct-idx) = tr-account
            move "Y" to ws-acct-found
            add tr-gross to ws-acct-gross(ws-acct-idx)
            add tr-tax to ws-acct-tax(ws-acct-idx)
            add tr-net to ws-acct-net(ws-acct-idx)
        end-if
    end-perform.
    if ws-acct-found = "N"
        if ws-acct-count < 512
            add 1 to ws-acct-count
            move tr-account to ws-acct-id(ws-acct-count)
            move tr-gross to ws-acct-gross(ws-acct-count)
            move tr-tax to ws-acct-tax(ws-acct-count)
            move tr-net to ws-acct-net(ws-acct-count)
        else
            move "Y" to ws-acct-overflow
        end-if
    end-if.
    add tr-gross to ws-total-gross.
    add tr-tax to ws-total-tax.
    add tr-net to ws-total-net.

report-one-tax-account section.
    add 1 to ws-reported-count.
    move spaces to ws-report-detail.
    move ws-acct-id(ws-acct-idx) to txd-account.
    move ws-acct-gross(ws-acct-idx) to txd-gross.
    move ws-acct-tax(ws-acct-idx) to txd-tax.
    move ws-acct-net(ws-acct-idx) to txd-net.
    write tax-report-line from ws-report-detail.
end program interest-tax-statement.

       >>SOURCE FORMAT FREE
*>**
*>  Core library: general-ledger
*>
*>  @author Olegs Kunicins
*>  @license LGPL-3.0
*>**

*>*
*> Maintain a CHART-OF-ACCOUNTS entry: the GL account codes every
*> GL-JOURNAL posting must carry. Create-or-update shape as the
*> other masters.
*>
*> The CHART-OF-ACCOUNTS record layout (account code key, name,
*> account type, status, audit stamp) is shared by this program,
*> GL-BATCH-POST (which refuses postings to unknown or inactive
*> codes), GL-TRIAL-BALANCE, and GL-YEAR-END-CLOSE and
*> GL-FINANCIAL-STATEMENTS, which group the GL by account type.
*>
*> Account types: "A" asset, "L" liability, "I" income, "E" expense.
*> Status values: "A" active, "C" closed.
*>
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-account-code GL account code to create or update
*> @param l-name Account name
*> @param l-account-type "A"/"L"/"I"/"E"
*> @param l-status "A" active, "C" closed
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid account type or status, 9 operator not authorized
*>        (see OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. gl-account-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select chart-of-accounts-file assign to ws-chart-path
        organization indexed
        access mode dynamic
        record key coa-account-code
        file status ws-chart-status.
data division.
file section.
fd chart-of-accounts-file.
01 chart-of-accounts-record.
    05 coa-account-code pic x(8).
    05 coa-name pic x(40).
    05 coa-account-type pic x(1).
    05 coa-status pic x(1).
    05 coa-last-updated-by pic x(8).
    05 coa-last-updated-ts pic 9(14).
working-storage section.
    01 ws-chart-path pic x(256).
    01 ws-chart-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 code-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-chart-path pic x any length.
    01 l-account-code pic x(8).
    01 l-name pic x(40).
    01 l-account-type pic x(1).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-chart-path, l-account-code, l-name,
        l-account-type, l-status, l-user-id, l-result.
start-gl-account-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "GLMAINT",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-chart-path.
    move l-chart-path to ws-chart-path.
    move "N" to ws-found-switch.

    if (l-account-type not = "A" and l-account-type not = "L"
            and l-account-type not = "I" and l-account-type not = "E")
            or (l-status not = "A" and l-status not = "C")
        move 3 to l-result
        goback
    end-if.

    open i-o chart-of-accounts-file.
    if ws-chart-status = "35"
        open output chart-of-accounts-file
        close chart-of-accounts-file
        open i-o chart-of-accounts-file
    end-if.
    if ws-chart-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-account-code to coa-account-code.
    read chart-of-accounts-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    move l-name to coa-name.
    move l-account-type to coa-account-type.
    move l-status to coa-status.
    move l-user-id to coa-last-updated-by.
    move current-date(1:14) to coa-last-updated-ts.

    if code-was-found
        rewrite chart-of-accounts-record
        move 0 to l-result
    else
        write chart-of-accounts-record
        move 1 to l-result
    end-if.

    close chart-of-accounts-file.
    goback.
end program gl-account-maintain.

*>*
*> Post one balanced batch to the GL-JOURNAL: the double-entry
*> posting engine behind GL-DAILY-BUILD and any manual journal. The
*> whole batch is validated before anything is written - every
*> account code must exist and be active on the CHART-OF-ACCOUNTS,
*> every entry must carry exactly one of debit or credit, and total
*> debits must equal total credits and be greater than zero - and an
*> unbalanced or invalid batch is rejected whole, never half-posted.
*>
*> The GL-JOURNAL record layout (batch id + sequence key, account
*> code, posting date, debit amount, credit amount, narrative) is
*> shared by this program, GL-TRIAL-BALANCE, GL-YEAR-END-CLOSE and
*> GL-FINANCIAL-STATEMENTS.
*>
*> Once a GL-PERIOD file is configured (see GL-PERIOD-CONFIGURE) the
*> posting date's month must not be closed there. A batch for a
*> closed month posts only as a dual-control adjustment, in two
*> steps. Submitted flagged as such by an operator holding GLADJUST
*> with a PENDING-CHANGE path, it is not posted but queued there as
*> a GLADJ change for a second operator to release through
*> CHANGE-APPROVE. The release covers the batch id, posting date,
*> entry count, total debits, total credits and a SHA3-256 digest of
*> every entry's account code, debit and credit in entry order - so
*> it approves the entries themselves, not just their totals.
*> Resubmitted with the id of that change, the batch posts once the
*> change proves to be this batch's - the same entries, released and
*> not yet posted (see CHANGE-RELEASE-VERIFY) - and the change is
*> marked applied; a repost whose entries differ is refused. The
*> adjustment is counted on the period's GL-PERIOD record with its
*> batch id and approver, so Finance can see what moved after they
*> reported.
*>
*> @param l-gl-journal-path Path to the GL-JOURNAL indexed file
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-batch-id Batch id, e.g. "PAY20260902"
*> @param l-posting-date Posting date carried on every entry
*> @param l-entry-count Number of populated entries, 1-64
*> @param l-entries Batch entries (account code, debit, credit,
*>        narrative)
*> @param l-result 0 posted, 1 batch does not balance, 2 unknown or
*>        inactive account code, 3 files unavailable, 4 batch id
*>        already posted, 5 invalid entry or entry count, 6 posting
*>        date in a closed GL period, 7 closed-period adjustment not
*>        released under dual control (no requester, requester not
*>        authorized, no pending file, or l-release-id does not name a
*>        released, unposted GLADJ change of this batch), 8
*>        closed-period adjustment queued for release
*> @param l-adjustment-flag Optional "Y" to post the batch as a
*>        dual-control adjustment into a closed period, passed after
*>        l-result so existing callers keep their argument lists
*> @param l-requested-by Optional operator requesting the adjustment
*> @param l-pending-path Optional path to the PENDING-CHANGE file the
*>        adjustment is queued on and released from
*> @param l-release-id Optional id of the released GLADJ change; spaces
*>        (or omitted) queues the adjustment instead of posting it
*> @param l-change-id Optionally set to the queued change id
*>*
identification division.
program-id. gl-batch-post.
environment division.
configuration section.
repository.
    function sha3-256
    function current-date intrinsic.
input-output section.
file-control.
    select gl-journal-file assign to ws-gl-journal-path
        organization indexed
        access mode dynamic
        record key glj-key
        file status ws-gl-journal-status.
    select chart-of-accounts-file assign to ws-chart-path
        organization indexed
        access mode dynamic
        record key coa-account-code
        file status ws-chart-status.
    select gl-period-file assign to ws-period-path
        organization indexed
        access mode dynamic
        record key glpd-period
        file status ws-period-status.
    select pending-change-file assign to ws-pending-path
        organization indexed
        access mode dynamic
        record key pc-change-id
        file status ws-pending-status.
data division.
file section.
fd gl-journal-file.
01 gl-journal-record.
    05 glj-key.
        10 glj-batch-id pic x(12).
        10 glj-sequence pic 9(4).
    05 glj-account-code pic x(8).
    05 glj-posting-date pic 9(8).
    05 glj-debit pic 9(13)v99.
    05 glj-credit pic 9(13)v99.
    05 glj-narrative pic x(35).
fd chart-of-accounts-file.
01 chart-of-accounts-record.
    05 coa-account-code pic x(8).
    05 coa-name pic x(40).
    05 coa-account-type pic x(1).
    05 coa-status pic x(1).
    05 coa-last-updated-by pic x(8).
    05 coa-last-updated-ts pic 9(14).
fd gl-period-file.
01 gl-period-record.
    05 glpd-period pic 9(6).
    05 glpd-status pic x(1).
    05 glpd-adjust-count pic 9(5).
    05 glpd-last-adjust-batch pic x(12).
    05 glpd-last-updated-by pic x(8).
    05 glpd-last-updated-ts pic 9(14).
fd pending-change-file.
01 pending-change-record.
    05 pc-change-id pic x(16).
    05 pc-change-type pic x(8).
    05 pc-requested-by pic x(8).
    05 pc-requested-ts pic 9(14).
    05 pc-status pic x(1).
    05 pc-approved-by pic x(8).
    05 pc-decided-ts pic 9(14).
    05 pc-apply-result usage binary-long unsigned.
    05 pc-payload pic x(200).
working-storage section.
    01 ws-gl-journal-path pic x(256).
    01 ws-chart-path pic x(256).
    01 ws-gl-journal-status pic x(2).
    01 ws-chart-status pic x(2).
    01 ws-entry-idx usage index.
    01 ws-total-debits pic 9(13)v99.
    01 ws-total-credits pic 9(13)v99.
    01 ws-batch-invalid pic x(1).
    01 ws-write-failed pic x(1).
    01 ws-gl-period-path pic x(256) external.
    01 ws-period-path pic x(256).
    01 ws-period-status pic x(2).
    01 ws-period-switch pic x(1).
        88 period-is-closed value "C".
    01 ws-operator-result usage binary-long unsigned.
    01 ws-pending-path pic x(256).
    01 ws-pending-status pic x(2).
    01 ws-change-id pic x(16).
    01 ws-id-seq usage binary-short unsigned.
    01 ws-id-seq-digit pic 9(1).
    01 ws-write-switch pic x value "N".
        88 pending-write-done value "Y".
    01 ws-release-result usage binary-long unsigned.
    01 ws-adjust-approver pic x(8).
    01 ws-adjustment-payload.
        05 pga-batch-id pic x(12).
        05 pga-posting-date pic 9(8).
        05 pga-entry-count pic 9(2).
        05 pga-total-debits pic 9(13)v99.
        05 pga-total-credits pic 9(13)v99.
        05 pga-entry-digest pic x(64).
    01 ws-digest-entries.
        05 ws-digest-entry occurs 64 times.
            10 ws-digest-account-code pic x(8).
            10 ws-digest-debit pic 9(13)v99.
            10 ws-digest-credit pic 9(13)v99.
    01 ws-digest-idx usage index.
    01 ws-digest-len usage binary-long unsigned.
linkage section.
    01 l-gl-journal-path pic x any length.
    01 l-chart-path pic x any length.
    01 l-batch-id pic x(12).
    01 l-posting-date pic 9(8).
    01 l-entry-count usage binary-short unsigned.
    01 l-entries.
        05 l-entry occurs 64 times.
            10 l-entry-account-code pic x(8).
            10 l-entry-debit pic 9(13)v99.
            10 l-entry-credit pic 9(13)v99.
            10 l-entry-narrative pic x(35).
    01 l-result usage binary-long unsigned.
    01 l-adjustment-flag pic x(1).
    01 l-requested-by pic x(8).
    01 l-pending-path pic x any length.
    01 l-release-id pic x(16).
    01 l-change-id pic x(16).
procedure division using l-gl-journal-path, l-chart-path,
        l-batch-id, l-posting-date, l-entry-count, l-entries,
        l-result, optional l-adjustment-flag, optional l-requested-by,
        optional l-pending-path, optional l-release-id,
        optional l-change-id.
start-gl-batch-post.
    move 0 to l-result.
    move spaces to ws-gl-journal-path.
    move l-gl-journal-path to ws-gl-journal-path.
    move spaces to ws-chart-path.
    move l-chart-path to ws-chart-path.

    if l-entry-count = 0 or l-entry-count > 64
        move 5 to l-result
        goback
    end-if.

*>  validate the whole batch before writing anything - a half-posted
*>  batch is exactly the unbalanced GL this engine exists to prevent
    move 0 to ws-total-debits.
    move 0 to ws-total-credits.
    move "N" to ws-batch-invalid.
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > l-entry-count
               or ws-batch-invalid = "Y"
        if l-entry-account-code(ws-entry-idx) = spaces
                or (l-entry-debit(ws-entry-idx) not = 0
                    and l-entry-credit(ws-entry-idx) not = 0)
                or (l-entry-debit(ws-entry-idx) = 0
                    and l-entry-credit(ws-entry-idx) = 0)
            move "Y" to ws-batch-invalid
        else
            add l-entry-debit(ws-entry-idx) to ws-total-debits
            add l-entry-credit(ws-entry-idx) to ws-total-credits
        end-if
    end-perform.
    if ws-batch-invalid = "Y"
        move 5 to l-result
        goback
    end-if.
    if ws-total-debits not = ws-total-credits
            or ws-total-debits = 0
        move 1 to l-result
        goback
    end-if.

    open input chart-of-accounts-file.
    if ws-chart-status not = "00"
        move 3 to l-result
        goback
    end-if.
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > l-entry-count
               or ws-batch-invalid = "Y"
        move l-entry-account-code(ws-entry-idx) to coa-account-code
        read chart-of-accounts-file
            invalid key
                move "Y" to ws-batch-invalid
            not invalid key
                if coa-status not = "A"
                    move "Y" to ws-batch-invalid
                end-if
        end-read
    end-perform.
    close chart-of-accounts-file.
    if ws-batch-invalid = "Y"
        move 2 to l-result
        goback
    end-if.

*>  a month Finance has reported takes no more postings, short of an
*>  adjustment released under dual control
    move "O" to ws-period-switch.
    if ws-gl-period-path not = spaces
        perform check-posting-period
        if l-result not = 0
            goback
        end-if
    end-if.

    open i-o gl-journal-file.
    if ws-gl-journal-status = "35"
        close gl-journal-file
        open output gl-journal-file
        close gl-journal-file
        open i-o gl-journal-file
    end-if.
    if ws-gl-journal-status not = "00"
        move 3 to l-result
        goback
    end-if.
    move "N" to ws-write-failed.
    perform varying ws-entry-idx from 1 by 1
            until ws-entry-idx > l-entry-count
               or ws-write-failed = "Y"
        move l-batch-id to glj-batch-id
        move ws-entry-idx to glj-sequence
        move l-entry-account-code(ws-entry-idx) to glj-account-code
        move l-posting-date to glj-posting-date
        move l-entry-debit(ws-entry-idx) to glj-debit
        move l-entry-credit(ws-entry-idx) to glj-credit
        move l-entry-narrative(ws-entry-idx) to glj-narrative
        write gl-journal-record
            invalid key
*>              only the first sequence can collide - a batch id
*>              that already posted must not post again
                move "Y" to ws-write-failed
        end-write
    end-perform.
    close gl-journal-file.
    if ws-write-failed = "Y"
        move 4 to l-result
    end-if.
    if period-is-closed
        perform record-period-adjustment
    end-if.
    goback.

check-posting-period section.
    move spaces to ws-period-path.
    move ws-gl-period-path to ws-period-path.
    open input gl-period-file.
*>  no GL-PERIOD file yet: nothing has been closed
    if ws-period-status = "35"
        exit section
    end-if.
    if ws-period-status not = "00"
        move 3 to l-result
        exit section
    end-if.
    move l-posting-date(1:6) to glpd-period.
    read gl-period-file
        invalid key
            continue
        not invalid key
            if glpd-status = "C"
                set period-is-closed to true
            end-if
    end-read.
    close gl-period-file.
    if not period-is-closed
        exit section
    end-if.

    if l-adjustment-flag omitted or l-adjustment-flag not = "Y"
        move 6 to l-result
        exit section
    end-if.
    if l-requested-by omitted or l-pending-path omitted
        move 7 to l-result
        exit section
    end-if.
    if l-requested-by = spaces or l-pending-path = spaces
        move 7 to l-result
        exit section
    end-if.
    call "operator-authorize" using l-requested-by, "GLADJUST",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 7 to l-result
        exit section
    end-if.

    perform build-adjustment-payload.
*>  first submission: queued for a second operator, not posted
    if l-release-id omitted or l-release-id = spaces
        perform queue-pending-change
        exit section
    end-if.
*>  resubmission: the release must be this batch's, released by a
*>  second operator and not yet posted
    call "change-release-verify" using l-pending-path, l-release-id,
        "GLADJ", ws-adjustment-payload, l-requested-by, "V",
        ws-release-result
    end-call.
    if ws-release-result not = 0
        move 7 to l-result
    end-if.

build-adjustment-payload section.
*>  what the second operator releases: the batch's identity, its
*>  totals and a digest of every entry in order, so a resubmission
*>  with other accounts or another split of the same totals is not
*>  the batch that was approved
    move l-batch-id to pga-batch-id.
    move l-posting-date to pga-posting-date.
    move l-entry-count to pga-entry-count.
    move ws-total-debits to pga-total-debits.
    move ws-total-credits to pga-total-credits.
    move spaces to ws-digest-entries.
    perform varying ws-digest-idx from 1 by 1
            until ws-digest-idx > l-entry-count
        move l-entry-account-code(ws-digest-idx)
            to ws-digest-account-code(ws-digest-idx)
        move l-entry-debit(ws-digest-idx)
            to ws-digest-debit(ws-digest-idx)
        move l-entry-credit(ws-digest-idx)
            to ws-digest-credit(ws-digest-idx)
    end-perform.
    compute ws-digest-len =
        l-entry-count * length of ws-digest-entry(1).
    move sha3-256(ws-digest-entries(1:ws-digest-len))
        to pga-entry-digest.

queue-pending-change section.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open i-o pending-change-file.
    if ws-pending-status = "35"
        open output pending-change-file
        close pending-change-file
        open i-o pending-change-file
    end-if.
    if ws-pending-status not = "00"
        move 3 to l-result
        exit section
    end-if.
    move "N" to ws-write-switch.
    move 0 to ws-id-seq.
    perform until pending-write-done or ws-id-seq > 9
        move ws-id-seq to ws-id-seq-digit
        move spaces to ws-change-id
        move "Q" to ws-change-id(1:1)
        move current-date(1:14) to ws-change-id(2:14)
        move ws-id-seq-digit to ws-change-id(16:1)
        move ws-change-id to pc-change-id
        move "GLADJ" to pc-change-type
        move l-requested-by to pc-requested-by
        move current-date(1:14) to pc-requested-ts
        move "P" to pc-status
        move spaces to pc-approved-by
        move 0 to pc-decided-ts
        move 0 to pc-apply-result
        move spaces to pc-payload
        move ws-adjustment-payload to pc-payload
        write pending-change-record
            invalid key
                add 1 to ws-id-seq
            not invalid key
                set pending-write-done to true
        end-write
    end-perform.
    close pending-change-file.
    if pending-write-done
        move 8 to l-result
        if l-change-id not omitted
            move ws-change-id to l-change-id
        end-if
    else
        move 3 to l-result
    end-if.

record-period-adjustment section.
    if l-result not = 0
        exit section
    end-if.
*>  the release is spent with the posting, and its approver stamped
*>  on the period
    call "change-release-verify" using l-pending-path, l-release-id,
        "GLADJ", ws-adjustment-payload, l-requested-by, "C",
        ws-release-result
    end-call.
    move l-requested-by to ws-adjust-approver.
    move spaces to ws-pending-path.
    move l-pending-path to ws-pending-path.
    open input pending-change-file.
    if ws-pending-status = "00"
        move l-release-id to pc-change-id
        read pending-change-file
            not invalid key
                move pc-approved-by to ws-adjust-approver
        end-read
        close pending-change-file
    end-if.
    open i-o gl-period-file.
    if ws-period-status not = "00"
        exit section
    end-if.
    move l-posting-date(1:6) to glpd-period.
    read gl-period-file
        invalid key
            continue
        not invalid key
            add 1 to glpd-adjust-count
            move l-batch-id to glpd-last-adjust-batch
            move ws-adjust-approver to glpd-last-updated-by
            move current-date(1:14) to glpd-last-updated-ts
            rewrite gl-period-record
                invalid key
                    continue
            end-rewrite
    end-read.
    close gl-period-file.
end program gl-batch-post.

*>*
*> Daily GL build: turns the day's operational postings into
*> balanced GL-JOURNAL batches through GL-BATCH-POST, replacing the
*> spreadsheets Finance rebuilt at month-end. Three batches are
*> built for the posting date, each aggregated per GL account code:
*>
*>   "PAY" + date  booked PAYMENT-JOURNAL movements - customer
*>                 payments and reversals debit and credit the
*>                 customer-liability code, inbound settlements
*>                 and credited direct debit collections debit the
*>                 nostro code, fee entries credit the
*>                 fee income code; a cross-currency difference
*>                 between the two legs goes to the FX P&L code so
*>                 the batch still balances
*>   "INT" + date  accrual-posting-file records - accruals debit
*>                 interest expense against accrued-interest
*>                 payable, capitalizations move the payable into
*>                 customer liability, withheld tax ("W" records)
*>                 moves the customer's share on to tax payable;
*>                 overdraft debit interest accruals ("D") debit
*>                 interest receivable against interest income and
*>                 its charge ("K") moves the receivable onto the
*>                 customer account
*>   "RVL" + date  GL-REVALUATION's unrealized P&L lines - gains
*>                 debit the revaluation position code and credit
*>                 FX P&L, losses the other way round
*>
*> GL account codes come from a mapping file, one KEY=CODE per line
*> (parsed the way JOB-OPS-REPORT parses its schedule file), with
*> the keys CUST, NOSTRO, INTEXP, INTPAY, FXPNL, REVAL, FEEINC,
*> TAXPAY, INTINC and INTREC.
*>
*> @param l-journal-path Path to the PAYMENT-JOURNAL indexed file
*> @param l-accrual-path Accrual posting file from INTEREST-ACCRUE;
*>        spaces to skip the interest batch
*> @param l-reval-path GL posting file from GL-REVALUATION; spaces
*>        to skip the revaluation batch
*> @param l-map-path Path of the KEY=CODE mapping file
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-gl-journal-path Path to the GL-JOURNAL indexed file
*> @param l-posting-date Date to build batches for, YYYYMMDD
*> @param l-result Number of batches posted, or 99000001/99000002
*>        when the mapping file or payment journal could not be
*>        opened, and 99000011-99000017 when GL-BATCH-POST rejected
*>        a batch (99000010 plus its result code)
*>*
identification division.
program-id. gl-daily-build.
environment division.
configuration section.
repository.
    function substr-pos
    function trim intrinsic.
input-output section.
file-control.
    select map-file assign to ws-map-path
        organization line sequential
        file status ws-map-status.
    select payment-journal-file assign to ws-journal-path
        organization indexed
        access mode dynamic
        record key pj-payment-id
        alternate record key pj-booking-date with duplicates
        file status ws-journal-status.
    select accrual-posting-file assign to ws-accrual-path
        organization line sequential
        file status ws-accrual-status.
    select reval-posting-file assign to ws-reval-path
        organization line sequential
        file status ws-reval-status.
data division.
file section.
fd map-file.
01 map-record pic x(132).
fd payment-journal-file.
01 payment-journal-record.
    05 pj-payment-id pic x(16).
    05 pj-debit-account pic x(16).
    05 pj-credit-account pic x(16).
    05 pj-currency pic x(3).
    05 pj-amount pic 9(13)v99.
    05 pj-reference pic x(35).
    05 pj-status pic x(1).
        88 pj-booked values "A" "S" "K" "J".
    05 pj-booking-date pic 9(8).
    05 pj-booking-ts pic 9(14).
    05 pj-counter-currency pic x(3).
    05 pj-applied-rate pic 9(7)v9(8).
    05 pj-counter-amount pic 9(13)v99.
    05 pj-reversal-of pic x(16).
    05 pj-reason-code pic x(10).
fd accrual-posting-file.
01 accrual-posting-record.
    05 ap-account pic x(16).
    05 ap-days pic 9(3).
    05 ap-rate pic 9(3)v9(6).
    05 ap-amount pic s9(13)v99.
fd reval-posting-file.
01 reval-posting-record.
    05 glp-transaction-id pic x(12).
    05 glp-currency pic x(3).
    05 glp-posting-date pic 9(8).
    05 glp-applied-rate pic 9(7)v9(8).
    05 glp-amount pic s9(13)v99.
working-storage section.
    01 ws-map-path pic x(256).
    01 ws-journal-path pic x(256).
    01 ws-accrual-path pic x(256).
    01 ws-reval-path pic x(256).
    01 ws-map-status pic x(2).
    01 ws-journal-status pic x(2).
    01 ws-accrual-status pic x(2).
    01 ws-reval-status pic x(2).
    01 ws-map-eof-switch pic x(1) value "N".
        88 map-eof value "Y".
    01 ws-journal-eof-switch pic x(1) value "N".
        88 journal-eof value "Y".
    01 ws-accrual-eof-switch pic x(1) value "N".
        88 accrual-eof value "Y".
    01 ws-reval-eof-switch pic x(1) value "N".
        88 reval-eof value "Y".
    01 ws-codes.
        05 ws-code-cust pic x(8).
        05 ws-code-nostro pic x(8).
        05 ws-code-intexp pic x(8).
        05 ws-code-intpay pic x(8).
        05 ws-code-fxpnl pic x(8).
        05 ws-code-reval pic x(8).
        05 ws-code-feeinc pic x(8).
        05 ws-code-taxpay pic x(8).
        05 ws-code-intinc pic x(8).
        05 ws-code-intrec pic x(8).
    01 ws-eq-pos usage binary-long unsigned.
    01 ws-map-key pic x(16).
*>  per-code aggregation for the batch being built
    01 ws-tallies.
        05 ws-tally-entry occurs 16 times.
            10 ws-tally-code pic x(8).
            10 ws-tally-debit pic 9(13)v99.
            10 ws-tally-credit pic 9(13)v99.
    01 ws-tally-count usage binary-short unsigned.
    01 ws-tally-idx usage index.
    01 ws-tally-found pic x(1).
    01 ws-add-code pic x(8).
    01 ws-add-debit pic 9(13)v99.
    01 ws-add-credit pic 9(13)v99.
    01 ws-fx-difference pic s9(13)v99.
    01 ws-abs-amount pic 9(13)v99.
    01 ws-batch-id pic x(12).
    01 ws-batch-narrative pic x(35).
    01 ws-entry-count usage binary-short unsigned.
    01 ws-entries.
        05 ws-entry occurs 64 times.
            10 ws-entry-account-code pic x(8).
            10 ws-entry-debit pic 9(13)v99.
            10 ws-entry-credit pic 9(13)v99.
            10 ws-entry-narrative pic x(35).
    01 ws-post-result usage binary-long unsigned.
    01 ws-batches-posted usage binary-long unsigned value 0.
linkage section.
    01 l-journal-path pic x any length.
    01 l-accrual-path pic x any length.
    01 l-reval-path pic x any length.
    01 l-map-path pic x any length.
    01 l-chart-path pic x any length.
    01 l-gl-journal-path pic x any length.
    01 l-posting-date pic 9(8).
    01 l-result usage binary-long unsigned.
procedure division using l-journal-path, l-accrual-path,
        l-reval-path, l-map-path, l-chart-path, l-gl-journal-path,
        l-posting-date, l-result.
start-gl-daily-build.
    move 0 to l-result.
    move 0 to ws-batches-posted.
    move spaces to ws-map-path.
    move l-map-path to ws-map-path.
    move spaces to ws-journal-path.
    move l-journal-path to ws-journal-path.
    move spaces to ws-accrual-path.
    move l-accrual-path to ws-accrual-path.
    move spaces to ws-reval-path.
    move l-reval-path to ws-reval-path.

    perform load-code-map.
    if ws-map-status not = "00" and ws-map-status not = "10"
        move 99000001 to l-result
        goback
    end-if.

    perform build-payments-batch.
    if l-result not = 0
        goback
    end-if.
    if l-accrual-path not = spaces
        perform build-interest-batch
        if l-result not = 0
            goback
        end-if
    end-if.
    if l-reval-path not = spaces
        perform build-reval-batch
        if l-result not = 0
            goback
        end-if
    end-if.

    move ws-batches-posted to l-result.
    goback.

load-code-map section.
    move spaces to ws-codes.
    open input map-file.
    if ws-map-status not = "00"
        exit section
    end-if.
    perform until map-eof
        read map-file
            at end
                set map-eof to true
            not at end
                perform parse-map-line
        end-read
    end-perform.
    close map-file.
    move "00" to ws-map-status.

parse-map-line section.
    move substr-pos(map-record, "=") to ws-eq-pos.
    if ws-eq-pos < 2
        exit section
    end-if.
    move trim(map-record(1:ws-eq-pos - 1)) to ws-map-key.
    evaluate ws-map-key
        when "CUST"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-cust
        when "NOSTRO"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-nostro
        when "INTEXP"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-intexp
        when "INTPAY"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-intpay
        when "FXPNL"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-fxpnl
        when "REVAL"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-reval
        when "FEEINC"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-feeinc
        when "TAXPAY"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-taxpay
        when "INTINC"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-intinc
        when "INTREC"
            move trim(map-record(ws-eq-pos + 1:)) to ws-code-intrec
        when other
            continue
    end-evaluate.

tally-gl-amounts section.
*>  aggregate the contribution per GL code; a negative contribution
*>  flips to the other side so the stored columns stay unsigned
    move "N" to ws-tally-found.
    perform varying ws-tally-idx from 1 by 1
            until ws-tally-idx > ws-tally-count
               or ws-tally-found = "Y"
        if ws-tally-code(ws-tally-idx) = ws-add-code
            move "Y" to ws-tally-found
            add ws-add-debit to ws-tally-debit(ws-tally-idx)
            add ws-add-credit to ws-tally-credit(ws-tally-idx)
        end-if
    end-perform.
    if ws-tally-found = "N" and ws-tally-count < 16
        add 1 to ws-tally-count
        move ws-add-code to ws-tally-code(ws-tally-count)
        move ws-add-debit to ws-tally-debit(ws-tally-count)
        move ws-add-credit to ws-tally-credit(ws-tally-count)
    end-if.

post-tallied-batch section.
    if ws-tally-count = 0
        exit section
    end-if.
    move 0 to ws-entry-count.
    perform varying ws-tally-idx from 1 by 1
            until ws-tally-idx > ws-tally-count
        if ws-tally-debit(ws-tally-idx) not = 0
            add 1 to ws-entry-count
            move ws-tally-code(ws-tally-idx)
                to ws-entry-account-code(ws-entry-count)
            move ws-tally-debit(ws-tally-idx)
                to ws-entry-debit(ws-entry-count)
            move 0 to ws-entry-credit(ws-entry-count)
            move ws-batch-narrative
                to ws-entry-narrative(ws-entry-count)
        end-if
        if ws-tally-credit(ws-tally-idx) not = 0
            add 1 to ws-entry-count
            move ws-tally-code(ws-tally-idx)
                to ws-entry-account-code(ws-entry-count)
            move 0 to ws-entry-debit(ws-entry-count)
            move ws-tally-credit(ws-tally-idx)
                to ws-entry-credit(ws-entry-count)
            move ws-batch-narrative
                to ws-entry-narrative(ws-entry-count)
        end-if
    end-perform.
    if ws-entry-count = 0
        exit section
    end-if.
    call "gl-batch-post" using l-gl-journal-path, l-chart-path,
        ws-batch-id, l-posting-date, ws-entry-count, ws-entries,
        ws-post-result
    end-call.
    if ws-post-result not = 0
        compute l-result = 99000010 + ws-post-result
        exit section
    end-if.
    add 1 to ws-batches-posted.

build-payments-batch section.
    move 0 to ws-tally-count.
    move "N" to ws-journal-eof-switch.
    open input payment-journal-file.
    if ws-journal-status not = "00"
        move 99000002 to l-result
        exit section
    end-if.
    move l-posting-date to pj-booking-date.
    start payment-journal-file key is equal to pj-booking-date
        invalid key
            set journal-eof to true
    end-start.
    perform until journal-eof
        read payment-journal-file next record
            at end
                set journal-eof to true
            not at end
                if pj-booking-date not = l-posting-date
                    set journal-eof to true
                else
                    if pj-booked
                        perform tally-one-payment
                    end-if
                end-if
        end-read
    end-perform.
    close payment-journal-file.

    move spaces to ws-batch-id.
    string "PAY" delimited by size
        l-posting-date delimited by size
        into ws-batch-id
    end-string.
    move "DAILY PAYMENT BOOKINGS" to ws-batch-narrative.
    perform post-tallied-batch.

tally-one-payment section.
*>  the debit leg: an inbound settlement ("I..." id) or a credited
*>  direct debit collection ("D..." id) moves the nostro mirror,
*>  everything else moves customer liability
    if pj-payment-id(1:1) = "I" or pj-payment-id(1:1) = "D"
        move ws-code-nostro to ws-add-code
    else
        move ws-code-cust to ws-add-code
    end-if.
    move pj-amount to ws-add-debit.
    move 0 to ws-add-credit.
    perform tally-gl-amounts.
*>  the credit leg: a fee entry ("F..." id) is fee income, anything
*>  else is customer liability, at the converted counter-amount
    if pj-payment-id(1:1) = "F"
        move ws-code-feeinc to ws-add-code
    else
        move ws-code-cust to ws-add-code
    end-if.
    move 0 to ws-add-debit.
    if pj-counter-currency not = spaces
            and pj-counter-currency not = pj-currency
        move pj-counter-amount to ws-add-credit
    else
        move pj-amount to ws-add-credit
    end-if.
    perform tally-gl-amounts.
*>  a cross-currency difference balances against FX P&L
    if pj-counter-currency not = spaces
            and pj-counter-currency not = pj-currency
        compute ws-fx-difference = pj-amount - pj-counter-amount
        if ws-fx-difference > 0
            move ws-code-fxpnl to ws-add-code
            move 0 to ws-add-debit
            move ws-fx-difference to ws-add-credit
            perform tally-gl-amounts
        end-if
        if ws-fx-difference < 0
            compute ws-abs-amount = ws-fx-difference * -1
            move ws-code-fxpnl to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
        end-if
    end-if.

build-interest-batch section.
    move 0 to ws-tally-count.
    move "N" to ws-accrual-eof-switch.
    open input accrual-posting-file.
    if ws-accrual-status not = "00"
        exit section
    end-if.
    perform until accrual-eof
        read accrual-posting-file
            at end
                set accrual-eof to true
            not at end
                if ap-posting-date = l-posting-date
                    perform tally-one-accrual
                end-if
        end-read
    end-perform.
    close accrual-posting-file.

    move spaces to ws-batch-id.
    string "INT" delimited by size
        l-posting-date delimited by size
        into ws-batch-id
    end-string.
    move "DAILY INTEREST POSTINGS" to ws-batch-narrative.
    perform post-tallied-batch.

tally-one-accrual section.
    if ap-amount >= 0
        move ap-amount to ws-abs-amount
    else
        compute ws-abs-amount = ap-amount * -1
    end-if.
    if ws-abs-amount = 0
        exit section
    end-if.
    evaluate true
        when ap-type = "A" and ap-amount > 0
            move ws-code-intexp to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-intpay to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when ap-type = "A" and ap-amount < 0
            move ws-code-intpay to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-intexp to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when ap-type = "C" and ap-amount > 0
            move ws-code-intpay to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-cust to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when ap-type = "C" and ap-amount < 0
            move ws-code-cust to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-intpay to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when ap-type = "W" and ap-amount > 0
*>          tax withheld at capitalization: the customer only
*>          received the net, the difference is owed to the tax
*>          authority
            move ws-code-cust to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-taxpay to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when ap-type = "W" and ap-amount < 0
            move ws-code-taxpay to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-cust to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when ap-type = "D" and ap-amount > 0
*>          overdraft debit interest is income to the bank, owed by
*>          the customer until it is charged
            move ws-code-intrec to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-intinc to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when ap-type = "K" and ap-amount > 0
            move ws-code-cust to ws-add-code
            move ws-abs-amount to ws-add-debit
            move 0 to ws-add-credit
            perform tally-gl-amounts
            move ws-code-intrec to ws-add-code
            move 0 to ws-add-debit
            move ws-abs-amount to ws-add-credit
            perform tally-gl-amounts
        when other
            continue
    end-evaluate.

build-reval-batch section.
    move 0 to ws-tally-count.
    move "N" to ws-reval-eof-switch.
    open input reval-posting-file.
    if ws-reval-status not = "00"
        exit section
    end-if.
    perform until reval-eof
        read reval-posting-file
            at end
                set reval-eof to true
            not at end
                if glp-posting-date = l-posting-date
                        and glp-amount not = 0
                    perform tally-one-revaluation
                end-if
        end-read
    end-perform.
    close reval-posting-file.

    move spaces to ws-batch-id.
    string "RVL" delimited by size
        l-posting-date delimited by size
        into ws-batch-id
    end-string.
    move "UNREALIZED FX REVALUATION" to ws-batch-narrative.
    perform post-tallied-batch.

tally-one-revaluation section.
    if glp-amount > 0
        move glp-amount to ws-abs-amount
        move ws-code-reval to ws-add-code
        move ws-abs-amount to ws-add-debit
        move 0 to ws-add-credit
        perform tally-gl-amounts
        move ws-code-fxpnl to ws-add-code
        move 0 to ws-add-debit
        move ws-abs-amount to ws-add-credit
        perform tally-gl-amounts
    else
        compute ws-abs-amount = glp-amount * -1
        move ws-code-fxpnl to ws-add-code
        move ws-abs-amount to ws-add-debit
        move 0 to ws-add-credit
        perform tally-gl-amounts
        move ws-code-reval to ws-add-code
        move 0 to ws-add-debit
        move ws-abs-amount to ws-add-credit
        perform tally-gl-amounts
    end-if.
end program gl-daily-build.

*>*
*> GL trial balance by account code. Sums the GL-JOURNAL's debit and
*> credit columns per chart account code, prints one line per code
*> with the account name from the CHART-OF-ACCOUNTS, and closes with
*> grand totals - which must be equal, since GL-BATCH-POST refuses
*> unbalanced batches; an unequal grand total means the file was
*> touched outside the posting engine and the run fails.
*>
*> @param l-gl-journal-path Path to the GL-JOURNAL indexed file
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-report-path Path of the trial-balance report to produce
*> @param l-result 0 when the GL balances, 1 when it does not, or
*>        99000001-99000003 when the GL journal, chart or report
*>        could not be opened, and 99000004 when the journal holds
*>        more account codes than the summary table - the run
*>        refuses rather than print totals known to be partial
*>*
identification division.
program-id. gl-trial-balance.
environment division.
configuration section.
repository.
    function trim intrinsic.
input-output section.
file-control.
    select gl-journal-file assign to ws-gl-journal-path
        access mode dynamic
        record key coa-account-code
        file status ws-chart-status.
    select gl-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd gl-journal-file.
    05 coa-status pic x(1).
    05 coa-last-updated-by pic x(8).
    05 coa-last-updated-ts pic 9(14).
fd gl-report-file.
01 gl-report-line pic x(132).
working-storage section.
    01 ws-gl-journal-path pic x(256).
    01 ws-chart-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-gl-journal-status pic x(2).
    01 ws-chart-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 gl-eof value "Y".
    01 ws-summary.
        05 ws-sum-entry occurs 256 times.
            10 ws-sum-code pic x(8).
            10 ws-sum-debit pic 9(13)v99.
            10 ws-sum-credit pic 9(13)v99.
    01 ws-sum-count usage binary-short unsigned value 0.
    01 ws-sum-overflow pic x(1) value "N".
    01 ws-sum-idx usage index.
    01 ws-sum-found pic x(1).
    01 ws-grand-debits pic 9(13)v99 value 0.
    01 ws-grand-credits pic 9(13)v99 value 0.
    01 ws-debit-edited pic -(12)9.99.
    01 ws-credit-edited pic -(12)9.99.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 gtd-account-code pic x(8).
        05 filler pic x(2) value spaces.
        05 gtd-name pic x(40).
        05 filler pic x(2) value spaces.
        05 gtd-debit pic -(12)9.99.
        05 filler pic x(2) value spaces.
        05 gtd-credit pic -(12)9.99.
linkage section.
    01 l-gl-journal-path pic x any length.
    01 l-chart-path pic x any length.
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-gl-journal-path, l-chart-path,
        l-report-path, l-result.
start-gl-trial-balance.
    move 0 to l-result.
    move spaces to ws-gl-journal-path.
    move l-gl-journal-path to ws-gl-journal-path.
    move spaces to ws-chart-path.
    move l-chart-path to ws-chart-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.

    open input gl-journal-file.
    if ws-gl-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input chart-of-accounts-file.
    if ws-chart-status not = "00"
        close gl-journal-file
        move 99000002 to l-result
        goback
    end-if.
    open output gl-report-file.
    if ws-report-status not = "00"
        close gl-journal-file
        close chart-of-accounts-file
        move 99000003 to l-result
        goback
    end-if.

    move low-values to glj-key.
    start gl-journal-file key is greater than or equal to glj-key
        invalid key
            set gl-eof to true
    end-start.
    perform until gl-eof
        read gl-journal-file next record
            at end
                set gl-eof to true
            not at end
                perform tally-gl-posting
        end-read
    end-perform.

    if ws-sum-overflow = "Y"
        close gl-journal-file
        close chart-of-accounts-file
        close gl-report-file
        move 99000004 to l-result
        goback
    end-if.

    move "GL TRIAL BALANCE BY ACCOUNT CODE" to ws-report-header.
    write gl-report-line from ws-report-header.
    move "  CODE      NAME                                      DEBITS           CREDITS"
        to ws-report-header.
    write gl-report-line from ws-report-header.
    perform report-one-code
        varying ws-sum-idx from 1 by 1
        until ws-sum-idx > ws-sum-count.

    move ws-grand-debits to ws-debit-edited.
    move ws-grand-credits to ws-credit-edited.
    move spaces to ws-report-header.
    string "  TOTAL DEBITS " delimited by size
        trim(ws-debit-edited) delimited by size
        "  TOTAL CREDITS " delimited by size
        trim(ws-credit-edited) delimited by size
        into ws-report-header
    end-string.
    write gl-report-line from ws-report-header.
    if ws-grand-debits not = ws-grand-credits
        move "  *** GENERAL LEDGER OUT OF BALANCE ***"
            to ws-report-header
        write gl-report-line from ws-report-header
        move 1 to l-result
    end-if.

    close gl-journal-file.
    close chart-of-accounts-file.
    close gl-report-file.
    goback.

tally-gl-posting section.
    move "N" to ws-sum-found.
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
               or ws-sum-found = "Y"
        if ws-sum-code(ws-sum-idx) = glj-account-code
            move "Y" to ws-sum-found
            add glj-debit to ws-sum-debit(ws-sum-idx)
            add glj-credit to ws-sum-credit(ws-sum-idx)
        end-if
    end-perform.
    if ws-sum-found = "N"
        if ws-sum-count < 256
            add 1 to ws-sum-count
            move glj-account-code to ws-sum-code(ws-sum-count)
            move glj-debit to ws-sum-debit(ws-sum-count)
            move glj-credit to ws-sum-credit(ws-sum-count)
        else
            move "Y" to ws-sum-overflow
        end-if
    end-if.
    add glj-debit to ws-grand-debits.
    add glj-credit to ws-grand-credits.

report-one-code section.
    move spaces to ws-report-detail.
    move ws-sum-code(ws-sum-idx) to gtd-account-code.
    move ws-sum-code(ws-sum-idx) to coa-account-code.
    read chart-of-accounts-file
        invalid key
            move "NOT ON CHART OF ACCOUNTS" to gtd-name
        not invalid key
            move coa-name to gtd-name
    end-read.
    move ws-sum-debit(ws-sum-idx) to gtd-debit.
    move ws-sum-credit(ws-sum-idx) to gtd-credit.
    write gl-report-line from ws-report-detail.
end program gl-trial-balance.

*>*
*> Set the GL-PERIOD control file GL-BATCH-POST checks every posting
*> date against. GL-BATCH-POST keeps its parameter list for the
*> programs that already post through it (GL-DAILY-BUILD,
*> LOAN-DISBURSE, LOAN-COLLECT), so - like OPERATOR-CONFIG-SET - the
*> location is handed over out of band through an external item.
*> Period control is enforced only once a path has been configured,
*> and a month with no GL-PERIOD record is open, so the file can be
*> loaded month by month as Finance starts closing.
*>
*> @param l-period-path Path to the GL-PERIOD indexed file
*>*
identification division.
program-id. gl-period-configure.
data division.
working-storage section.
    01 ws-gl-period-path pic x(256) external.
linkage section.
    01 l-period-path pic x any length.
procedure division using l-period-path.
start-gl-period-configure.
    move spaces to ws-gl-period-path.
    move l-period-path to ws-gl-period-path.
    goback.
end program gl-period-configure.

*>*
*> Open or close one GL accounting period (a calendar month) on the
*> GL-PERIOD control file. Once Finance has reported a month it is
*> closed here, and GL-BATCH-POST then refuses postings dated in it
*> unless they come as an adjustment released under dual control.
*> Reopening is allowed but, like the close, stamped with the
*> operator. Create-or-update shape as the other masters.
*>
*> The GL-PERIOD record layout (period YYYYMM key, status, number of
*> dual-control adjustments posted while closed, last such batch id,
*> audit stamp) is shared by this program, GL-BATCH-POST and
*> GL-YEAR-END-CLOSE.
*>
*> Status values: "O" open, "C" closed.
*>
*> @param l-period-path Path to the GL-PERIOD indexed file
*> @param l-period Accounting period, YYYYMM
*> @param l-status "O" open, "C" closed
*> @param l-user-id Operator ID making the change
*> @param l-result 0 overwritten, 1 inserted, 2 file unavailable, 3
*>        invalid period or status, 9 operator not authorized (see
*>        OPERATOR-AUTHORIZE)
*>*
identification division.
program-id. gl-period-maintain.
environment division.
configuration section.
repository. function current-date intrinsic.
input-output section.
file-control.
    select gl-period-file assign to ws-period-path
        organization indexed
        access mode dynamic
        record key glpd-period
        file status ws-period-status.
data division.
file section.
fd gl-period-file.
01 gl-period-record.
    05 glpd-period pic 9(6).
    05 glpd-status pic x(1).
    05 glpd-adjust-count pic 9(5).
    05 glpd-last-adjust-batch pic x(12).
    05 glpd-last-updated-by pic x(8).
    05 glpd-last-updated-ts pic 9(14).
working-storage section.
    01 ws-period-path pic x(256).
    01 ws-period-status pic x(2).
    01 ws-found-switch pic x(1) value "N".
        88 period-was-found value "Y".
    01 ws-operator-result usage binary-long unsigned.
linkage section.
    01 l-period-path pic x any length.
    01 l-period pic 9(6).
    01 l-status pic x(1).
    01 l-user-id pic x(8).
    01 l-result usage binary-long unsigned.
procedure division using l-period-path, l-period, l-status,
        l-user-id, l-result.
start-gl-period-maintain.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "GLCLOSE",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 9 to l-result
        goback
    end-if.
    move spaces to ws-period-path.
    move l-period-path to ws-period-path.
    move "N" to ws-found-switch.

    if l-period(5:2) < "01" or l-period(5:2) > "12"
            or (l-status not = "O" and l-status not = "C")
        move 3 to l-result
        goback
    end-if.

    open i-o gl-period-file.
    if ws-period-status = "35"
        open output gl-period-file
        close gl-period-file
        open i-o gl-period-file
    end-if.
    if ws-period-status not = "00"
        move 2 to l-result
        goback
    end-if.

    move l-period to glpd-period.
    read gl-period-file
        invalid key
            move "N" to ws-found-switch
        not invalid key
            move "Y" to ws-found-switch
    end-read.

    if not period-was-found
        move 0 to glpd-adjust-count
        move spaces to glpd-last-adjust-batch
    end-if.
    move l-status to glpd-status.
    move l-user-id to glpd-last-updated-by.
    move current-date(1:14) to glpd-last-updated-ts.

    if period-was-found
        rewrite gl-period-record
        move 0 to l-result
    else
        write gl-period-record
        move 1 to l-result
    end-if.

    close gl-period-file.
    goback.
end program gl-period-maintain.

*>*
*> Year-end close of the GL: sweeps the year's balance on every
*> income and expense account - identified by coa-account-type "I"
*> and "E" on the CHART-OF-ACCOUNTS - into the retained earnings
*> account with closing batches posted through GL-BATCH-POST, then
*> closes all twelve periods of the year on the GL-PERIOD file.
*> Income and expense accounts therefore start every year at zero,
*> and the year's result sits in retained earnings on the balance
*> sheet.
*>
*> The closing batches are dated 31 December of the year and carry
*> the batch ids "YEC" + year + "-" + two-digit sequence, with up to
*> 63 swept accounts plus the retained earnings line each. Postings
*> already in a "YEC" batch are left out of the sweep, and
*> GL-BATCH-POST refuses a batch id that already posted, so a second
*> run for the same year posts nothing. December must still be open
*> when the close runs; the periods are closed only after every
*> closing batch posted.
*>
*> @param l-gl-journal-path Path to the GL-JOURNAL indexed file
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-period-path Path to the GL-PERIOD indexed file
*> @param l-year Year to close, YYYY
*> @param l-retained-code GL account code of retained earnings; must
*>        be an active "L" account on the chart
*> @param l-user-id Operator ID running the close
*> @param l-report-path Path of the year-end close report to produce
*> @param l-result Number of income and expense accounts swept, or
*>        99000001-99000003 when the GL journal, chart or report
*>        could not be opened, 99000004 when the year holds more
*>        account codes than the summary table, 99000005 when the
*>        retained earnings code is not an active "L" account,
*>        99000009 when the operator is not authorized (see
*>        OPERATOR-AUTHORIZE), 99000011-99000017 when GL-BATCH-POST
*>        rejected a closing batch (99000010 plus its result code)
*>        and 99000022/99000023 when a period could not be closed
*>        (99000020 plus the GL-PERIOD-MAINTAIN result code)
*>*
identification division.
program-id. gl-year-end-close.
environment division.
configuration section.
input-output section.
file-control.
    select gl-journal-file assign to ws-gl-journal-path
        organization indexed
        access mode dynamic
        record key glj-key
        file status ws-gl-journal-status.
    select chart-of-accounts-file assign to ws-chart-path
        organization indexed
        access mode dynamic
        record key coa-account-code
        file status ws-chart-status.
    select year-end-report-file assign to ws-report-path
        organization line sequential
        file status ws-report-status.
data division.
file section.
fd gl-journal-file.
01 gl-journal-record.
    05 glj-key.
        10 glj-batch-id pic x(12).
        10 glj-sequence pic 9(4).
    05 glj-account-code pic x(8).
    05 glj-posting-date pic 9(8).
    05 glj-debit pic 9(13)v99.
    05 glj-credit pic 9(13)v99.
    05 glj-narrative pic x(35).
fd chart-of-accounts-file.
01 chart-of-accounts-record.
    05 coa-account-code pic x(8).
    05 coa-name pic x(40).
    05 coa-account-type pic x(1).
    05 coa-status pic x(1).
    05 coa-last-updated-by pic x(8).
    05 coa-last-updated-ts pic 9(14).
fd year-end-report-file.
01 year-end-report-line pic x(132).
working-storage section.
    01 ws-gl-journal-path pic x(256).
    01 ws-chart-path pic x(256).
    01 ws-report-path pic x(256).
    01 ws-gl-journal-status pic x(2).
    01 ws-chart-status pic x(2).
    01 ws-report-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 gl-eof value "Y".
    01 ws-operator-result usage binary-long unsigned.
    01 ws-summary.
        05 ws-sum-entry occurs 256 times.
            10 ws-sum-code pic x(8).
            10 ws-sum-name pic x(40).
            10 ws-sum-type pic x(1).
            10 ws-sum-net pic s9(13)v99.
    01 ws-sum-count usage binary-short unsigned value 0.
    01 ws-sum-overflow pic x(1) value "N".
    01 ws-sum-idx usage index.
    01 ws-sum-found pic x(1).
    01 ws-swept-count usage binary-long unsigned value 0.
    01 ws-swept-display pic 9(5).
    01 ws-retained-net pic s9(13)v99 value 0.
    01 ws-batch-net pic s9(13)v99.
    01 ws-batch-id pic x(12).
    01 ws-batch-seq pic 9(2) value 0.
    01 ws-posting-date pic 9(8).
    01 ws-entry-count usage binary-short unsigned.
    01 ws-entries.
        05 ws-entry occurs 64 times.
            10 ws-entry-account-code pic x(8).
            10 ws-entry-debit pic 9(13)v99.
            10 ws-entry-credit pic 9(13)v99.
            10 ws-entry-narrative pic x(35).
    01 ws-post-result usage binary-long unsigned value 0.
    01 ws-period pic 9(6).
    01 ws-period-month pic 9(2).
    01 ws-period-result usage binary-long unsigned value 0.
    01 ws-amount-edited pic -(13)9.99.
    01 ws-report-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 yed-account-code pic x(8).
        05 filler pic x(2) value spaces.
        05 yed-name pic x(40).
        05 filler pic x(2) value spaces.
        05 yed-type pic x(1).
        05 filler pic x(2) value spaces.
        05 yed-amount pic -(13)9.99.
        05 filler pic x(2) value spaces.
        05 yed-direction pic x(8).
linkage section.
    01 l-gl-journal-path pic x any length.
    01 l-chart-path pic x any length.
    01 l-period-path pic x any length.
    01 l-year pic 9(4).
    01 l-retained-code pic x(8).
    01 l-user-id pic x(8).
    01 l-report-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-gl-journal-path, l-chart-path,
        l-period-path, l-year, l-retained-code, l-user-id,
        l-report-path, l-result.
start-gl-year-end-close.
    move 0 to l-result.
    call "operator-authorize" using l-user-id, "GLCLOSE",
        ws-operator-result
    end-call.
    if ws-operator-result not = 0
        move 99000009 to l-result
        goback
    end-if.
    move spaces to ws-gl-journal-path.
    move l-gl-journal-path to ws-gl-journal-path.
    move spaces to ws-chart-path.
    move l-chart-path to ws-chart-path.
    move spaces to ws-report-path.
    move l-report-path to ws-report-path.
    compute ws-posting-date = l-year * 10000 + 1231.

    open input gl-journal-file.
    if ws-gl-journal-status not = "00"
        move 99000001 to l-result
        goback
    end-if.
    open input chart-of-accounts-file.
    if ws-chart-status not = "00"
        close gl-journal-file
        move 99000002 to l-result
        goback
    end-if.
    open output year-end-report-file.
    if ws-report-status not = "00"
        close gl-journal-file
        close chart-of-accounts-file
        move 99000003 to l-result
        goback
    end-if.

    move spaces to ws-report-header.
    string "GL YEAR-END CLOSE " delimited by size
        l-year delimited by size
        " TO RETAINED EARNINGS " delimited by size
        l-retained-code delimited by size
        into ws-report-header
    end-string.
    write year-end-report-line from ws-report-header.

    move l-retained-code to coa-account-code.
    read chart-of-accounts-file
        invalid key
            move spaces to coa-account-type
    end-read.
    if coa-account-type not = "L" or coa-status not = "A"
        move "  *** RETAINED EARNINGS CODE IS NOT AN ACTIVE L ACCOUNT ***"
            to ws-report-header
        write year-end-report-line from ws-report-header
        close gl-journal-file
        close chart-of-accounts-file
        close year-end-report-file
        move 99000005 to l-result
        goback
    end-if.

    move low-values to glj-key.
    start gl-journal-file key is greater than or equal to glj-key
        invalid key
            set gl-eof to true
    end-start.
    perform until gl-eof
        read gl-journal-file next record
            at end
                set gl-eof to true
            not at end
                if glj-posting-date(1:4) = l-year
                        and glj-batch-id(1:3) not = "YEC"
                    perform tally-gl-posting
                end-if
        end-read
    end-perform.
*>  GL-BATCH-POST opens the journal for output itself
    close gl-journal-file.

    if ws-sum-overflow = "Y"
        close chart-of-accounts-file
        close year-end-report-file
        move 99000004 to l-result
        goback
    end-if.

    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
        move ws-sum-code(ws-sum-idx) to coa-account-code
        read chart-of-accounts-file
            invalid key
                move "NOT ON CHART OF ACCOUNTS" to ws-sum-name(ws-sum-idx)
                move spaces to ws-sum-type(ws-sum-idx)
            not invalid key
                move coa-name to ws-sum-name(ws-sum-idx)
                move coa-account-type to ws-sum-type(ws-sum-idx)
        end-read
    end-perform.
    close chart-of-accounts-file.

    move "  CODE      NAME                                      T  AMOUNT SWEPT       DIRECTION"
        to ws-report-header.
    write year-end-report-line from ws-report-header.

    move 0 to ws-entry-count.
    move 0 to ws-batch-net.
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
               or ws-post-result not = 0
        if (ws-sum-type(ws-sum-idx) = "I"
                or ws-sum-type(ws-sum-idx) = "E")
                and ws-sum-net(ws-sum-idx) not = 0
            perform sweep-one-account
        end-if
    end-perform.
    if ws-entry-count > 0 and ws-post-result = 0
        perform post-closing-batch
    end-if.

    if ws-post-result not = 0
        move "  *** CLOSING BATCH REJECTED - YEAR NOT CLOSED ***"
            to ws-report-header
        write year-end-report-line from ws-report-header
        close year-end-report-file
        compute l-result = 99000010 + ws-post-result
        goback
    end-if.

    move spaces to ws-report-detail.
    move l-retained-code to yed-account-code.
    move "RETAINED EARNINGS (NET RESULT FOR THE YEAR)" to yed-name.
    move "L" to yed-type.
    if ws-retained-net < 0
        compute yed-amount = ws-retained-net * -1
        move "DEBITED" to yed-direction
    else
        move ws-retained-net to yed-amount
        move "CREDITED" to yed-direction
    end-if.
    write year-end-report-line from ws-report-detail.

*>  the year is closed only once every closing batch is on the GL
    perform varying ws-period-month from 1 by 1
            until ws-period-month > 12
               or (ws-period-result not = 0 and ws-period-result not = 1)
        compute ws-period = l-year * 100 + ws-period-month
        call "gl-period-maintain" using l-period-path, ws-period, "C",
            l-user-id, ws-period-result
        end-call
    end-perform.
    if ws-period-result not = 0 and ws-period-result not = 1
        move "  *** PERIODS OF THE YEAR COULD NOT BE CLOSED ***"
            to ws-report-header
        write year-end-report-line from ws-report-header
        close year-end-report-file
        compute l-result = 99000020 + ws-period-result
        goback
    end-if.

    move ws-swept-count to ws-swept-display.
    move spaces to ws-report-header.
    string "  ACCOUNTS SWEPT " delimited by size
        ws-swept-display delimited by size
        "  CLOSING BATCHES " delimited by size
        ws-batch-seq delimited by size
        "  PERIODS CLOSED " delimited by size
        l-year delimited by size
        "01-" delimited by size
        l-year delimited by size
        "12" delimited by size
        into ws-report-header
    end-string.
    write year-end-report-line from ws-report-header.

    close year-end-report-file.
    move ws-swept-count to l-result.
    goback.

tally-gl-posting section.
    move "N" to ws-sum-found.
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
               or ws-sum-found = "Y"
        if ws-sum-code(ws-sum-idx) = glj-account-code
            move "Y" to ws-sum-found
            add glj-debit to ws-sum-net(ws-sum-idx)
            subtract glj-credit from ws-sum-net(ws-sum-idx)
        end-if
    end-perform.
    if ws-sum-found = "N"
        if ws-sum-count < 256
            add 1 to ws-sum-count
            move glj-account-code to ws-sum-code(ws-sum-count)
            compute ws-sum-net(ws-sum-count) = glj-debit - glj-credit
        else
            move "Y" to ws-sum-overflow
        end-if
    end-if.

*>  a debit balance (expense) is closed with a credit and a credit
*>  balance (income) with a debit; the batch's retained earnings line
*>  takes the difference
sweep-one-account section.
    if ws-entry-count = 63
        perform post-closing-batch
        if ws-post-result not = 0
            exit section
        end-if
    end-if.
    add 1 to ws-entry-count.
    move ws-sum-code(ws-sum-idx) to ws-entry-account-code(ws-entry-count).
    move "YEAR-END CLOSE TO RETAINED EARNINGS"
        to ws-entry-narrative(ws-entry-count).
    move spaces to ws-report-detail.
    move ws-sum-code(ws-sum-idx) to yed-account-code.
    move ws-sum-name(ws-sum-idx) to yed-name.
    move ws-sum-type(ws-sum-idx) to yed-type.
    if ws-sum-net(ws-sum-idx) > 0
        move 0 to ws-entry-debit(ws-entry-count)
        move ws-sum-net(ws-sum-idx) to ws-entry-credit(ws-entry-count)
        move ws-sum-net(ws-sum-idx) to yed-amount
        move "CREDITED" to yed-direction
    else
        compute ws-entry-debit(ws-entry-count) =
            ws-sum-net(ws-sum-idx) * -1
        move 0 to ws-entry-credit(ws-entry-count)
        move ws-entry-debit(ws-entry-count) to yed-amount
        move "DEBITED" to yed-direction
    end-if.
    add ws-sum-net(ws-sum-idx) to ws-batch-net.
    write year-end-report-line from ws-report-detail.
    add 1 to ws-swept-count.

post-closing-batch section.
*>  the swept balances net to the year's result: a net debit (the
*>  year made a loss) debits retained earnings, a net credit credits it
    if ws-batch-net not = 0
        add 1 to ws-entry-count
        move l-retained-code to ws-entry-account-code(ws-entry-count)
        move "YEAR-END CLOSE TO RETAINED EARNINGS"
            to ws-entry-narrative(ws-entry-count)
        if ws-batch-net > 0
            move ws-batch-net to ws-entry-debit(ws-entry-count)
            move 0 to ws-entry-credit(ws-entry-count)
        else
            move 0 to ws-entry-debit(ws-entry-count)
            compute ws-entry-credit(ws-entry-count) = ws-batch-net * -1
        end-if
    end-if.
    add 1 to ws-batch-seq.
    move spaces to ws-batch-id.
    string "YEC" delimited by size
        l-year delimited by size
        "-" delimited by size
        ws-batch-seq delimited by size
        into ws-batch-id
    end-string.
    call "gl-batch-post" using l-gl-journal-path, l-chart-path,
        ws-batch-id, ws-posting-date, ws-entry-count, ws-entries,
        ws-post-result
    end-call.
    subtract ws-batch-net from ws-retained-net.
    move 0 to ws-entry-count.
    move 0 to ws-batch-net.
end program gl-year-end-close.

*>*
*> Financial statements for one GL period (calendar month), built
*> from the GL-JOURNAL balances grouped by the coa-account-type of
*> each code on the CHART-OF-ACCOUNTS, each with the prior period as
*> comparative:
*>
*>   balance sheet        balances at the end of the period on "A"
*>                        asset and "L" liability accounts, plus the
*>                        profit and loss not yet closed into
*>                        retained earnings by GL-YEAR-END-CLOSE;
*>                        total assets must equal total liabilities
*>                        and equity
*>   profit and loss      movements within the period on "I" income
*>                        and "E" expense accounts and the net
*>                        result; GL-YEAR-END-CLOSE's "YEC" closing
*>                        batches are left out, so December still
*>                        shows its trading result after the close
*>
*> Amounts are shown on their natural side: debit balances for
*> assets and expenses, credit balances for liabilities and income.
*> Codes posted on the GL but missing from the chart are listed on
*> the balance sheet so the difference they cause is visible.
*>
*> @param l-gl-journal-path Path to the GL-JOURNAL indexed file
*> @param l-chart-path Path to the CHART-OF-ACCOUNTS indexed file
*> @param l-period Period to report, YYYYMM
*> @param l-balance-sheet-path Path of the balance sheet to produce
*> @param l-pnl-path Path of the profit and loss statement to produce
*> @param l-result 0 when the balance sheet balances, 1 when it does
*>        not, or 99000001-99000004 when the GL journal, chart,
*>        balance sheet or profit and loss report could not be
*>        opened, 99000005 when the GL holds more account codes than
*>        the summary table and 99000006 for an invalid period
*>*
identification division.
program-id. gl-financial-statements.
environment division.
configuration section.
input-output section.
file-control.
    select gl-journal-file assign to ws-gl-journal-path
        access mode dynamic
        record key coa-account-code
        file status ws-chart-status.
    select balance-sheet-file assign to ws-balance-sheet-path
        organization line sequential
        file status ws-balance-sheet-status.
    select pnl-file assign to ws-pnl-path
        organization line sequential
        file status ws-pnl-status.
data division.
file section.
fd gl-journal-file.
    05 coa-status pic x(1).
    05 coa-last-updated-by pic x(8).
    05 coa-last-updated-ts pic 9(14).
fd balance-sheet-file.
01 balance-sheet-line pic x(132).
fd pnl-file.
01 pnl-line pic x(132).
working-storage section.
    01 ws-gl-journal-path pic x(256).
    01 ws-chart-path pic x(256).
    01 ws-balance-sheet-path pic x(256).
    01 ws-pnl-path pic x(256).
    01 ws-gl-journal-status pic x(2).
    01 ws-chart-status pic x(2).
    01 ws-balance-sheet-status pic x(2).
    01 ws-pnl-status pic x(2).
    01 ws-eof-switch pic x(1) value "N".
        88 gl-eof value "Y".
    01 ws-prior-period pic 9(6).
    01 ws-posting-period pic 9(6).
*>  balances are debit minus credit; movements exclude the closing
*>  batches, balances include them
    01 ws-summary.
        05 ws-sum-entry occurs 256 times.
            10 ws-sum-code pic x(8).
            10 ws-sum-name pic x(40).
            10 ws-sum-type pic x(1).
            10 ws-sum-balance pic s9(13)v99.
            10 ws-sum-prior-balance pic s9(13)v99.
            10 ws-sum-movement pic s9(13)v99.
            10 ws-sum-prior-movement pic s9(13)v99.
    01 ws-sum-count usage binary-short unsigned value 0.
    01 ws-sum-overflow pic x(1) value "N".
    01 ws-sum-idx usage index.
    01 ws-sum-found pic x(1).
    01 ws-section-type pic x(1).
    01 ws-natural-amount pic s9(13)v99.
    01 ws-natural-prior pic s9(13)v99.
    01 ws-section-total pic s9(13)v99.
    01 ws-section-prior pic s9(13)v99.
    01 ws-total-assets pic s9(13)v99.
    01 ws-total-assets-prior pic s9(13)v99.
    01 ws-total-liabilities pic s9(13)v99.
    01 ws-total-liabilities-prior pic s9(13)v99.
    01 ws-total-unclosed pic s9(13)v99 value 0.
    01 ws-total-unclosed-prior pic s9(13)v99 value 0.
    01 ws-total-income pic s9(13)v99.
    01 ws-total-income-prior pic s9(13)v99.
    01 ws-total-expense pic s9(13)v99.
    01 ws-total-expense-prior pic s9(13)v99.
    01 ws-unknown-count usage binary-long unsigned value 0.
    01 ws-report-header pic x(132).
    01 ws-column-header pic x(132).
    01 ws-report-detail.
        05 filler pic x(2) value spaces.
        05 fsd-account-code pic x(8).
        05 filler pic x(2) value spaces.
        05 fsd-name pic x(40).
        05 filler pic x(2) value spaces.
        05 fsd-current pic -(13)9.99.
        05 filler pic x(2) value spaces.
        05 fsd-prior pic -(13)9.99.
linkage section.
    01 l-gl-journal-path pic x any length.
    01 l-chart-path pic x any length.
    01 l-period pic 9(6).
    01 l-balance-sheet-path pic x any length.
    01 l-pnl-path pic x any length.
    01 l-result usage binary-long unsigned.
procedure division using l-gl-journal-path, l-chart-path, l-period,
        l-balance-sheet-path, l-pnl-path, l-result.
start-gl-financial-statements.
    move 0 to l-result.
    move spaces to ws-gl-journal-path.
    move l-gl-journal-path to ws-gl-journal-path.
    move spaces to ws-chart-path.
    move l-chart-path to ws-chart-path.
    move spaces to ws-balance-sheet-path.
    move l-balance-sheet-path to ws-balance-sheet-path.
    move spaces to ws-pnl-path.
    move l-pnl-path to ws-pnl-path.

    if l-period(5:2) < "01" or l-period(5:2) > "12"
        move 99000006 to l-result
        goback
    end-if.
    if l-period(5:2) = "01"
        compute ws-prior-period = l-period - 89
    else
        compute ws-prior-period = l-period - 1
    end-if.

    open input gl-journal-file.
    if ws-gl-journal-status not = "00"
        move 99000002 to l-result
        goback
    end-if.
    open output balance-sheet-file.
    if ws-balance-sheet-status not = "00"
        close gl-journal-file
        close chart-of-accounts-file
        move 99000003 to l-result
        goback
    end-if.
    open output pnl-file.
    if ws-pnl-status not = "00"
        close gl-journal-file
        close chart-of-accounts-file
        close balance-sheet-file
        move 99000004 to l-result
        goback
    end-if.

    move low-values to glj-key.
    start gl-journal-file key is greater than or equal to glj-key
            at end
                set gl-eof to true
            not at end
                divide glj-posting-date by 100
                    giving ws-posting-period
                if ws-posting-period <= l-period
                    perform tally-gl-posting
                end-if
        end-read
    end-perform.
    close gl-journal-file.

    if ws-sum-overflow = "Y"
        close chart-of-accounts-file
        close balance-sheet-file
        close pnl-file
        move 99000005 to l-result
        goback
    end-if.

    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
        move ws-sum-code(ws-sum-idx) to coa-account-code
        read chart-of-accounts-file
            invalid key
                move "NOT ON CHART OF ACCOUNTS" to ws-sum-name(ws-sum-idx)
                move spaces to ws-sum-type(ws-sum-idx)
            not invalid key
                move coa-name to ws-sum-name(ws-sum-idx)
                move coa-account-type to ws-sum-type(ws-sum-idx)
        end-read
    end-perform.
    close chart-of-accounts-file.

    move spaces to ws-column-header.
    string "  CODE      NAME                                    " delimited by size
        "    CURRENT " delimited by size
        l-period delimited by size
        "      PRIOR " delimited by size
        ws-prior-period delimited by size
        into ws-column-header
    end-string.

    perform write-balance-sheet.
    perform write-profit-and-loss.

    close balance-sheet-file.
    close pnl-file.
    goback.

tally-gl-posting section.
               or ws-sum-found = "Y"
        if ws-sum-code(ws-sum-idx) = glj-account-code
            move "Y" to ws-sum-found
        end-if
    end-perform.
    if ws-sum-found = "N"
        if ws-sum-count < 256
            add 1 to ws-sum-count
            move ws-sum-count to ws-sum-idx
            move glj-account-code to ws-sum-code(ws-sum-idx)
            move 0 to ws-sum-balance(ws-sum-idx)
            move 0 to ws-sum-prior-balance(ws-sum-idx)
            move 0 to ws-sum-movement(ws-sum-idx)
            move 0 to ws-sum-prior-movement(ws-sum-idx)
        else
            move "Y" to ws-sum-overflow
            exit section
        end-if
    else
        set ws-sum-idx down by 1
    end-if.
    add glj-debit to ws-sum-balance(ws-sum-idx).
    subtract glj-credit from ws-sum-balance(ws-sum-idx).
    if ws-posting-period <= ws-prior-period
        add glj-debit to ws-sum-prior-balance(ws-sum-idx)
        subtract glj-credit from ws-sum-prior-balance(ws-sum-idx)
    end-if.
    if glj-batch-id(1:3) not = "YEC"
        if ws-posting-period = l-period
            add glj-debit to ws-sum-movement(ws-sum-idx)
            subtract glj-credit from ws-sum-movement(ws-sum-idx)
        end-if
        if ws-posting-period = ws-prior-period
            add glj-debit to ws-sum-prior-movement(ws-sum-idx)
            subtract glj-credit
                from ws-sum-prior-movement(ws-sum-idx)
        end-if
    end-if.

write-balance-sheet section.
    move spaces to ws-report-header.
    string "BALANCE SHEET AT END OF PERIOD " delimited by size
        l-period delimited by size
        " WITH PRIOR PERIOD " delimited by size
        ws-prior-period delimited by size
        into ws-report-header
    end-string.
    write balance-sheet-line from ws-report-header.
    write balance-sheet-line from ws-column-header.

    move "ASSETS" to ws-report-header.
    write balance-sheet-line from ws-report-header.
    move "A" to ws-section-type.
    perform write-balance-section.
    move ws-section-total to ws-total-assets.
    move ws-section-prior to ws-total-assets-prior.
    move "TOTAL ASSETS" to fsd-name.
    perform write-balance-total.

    move "LIABILITIES AND EQUITY" to ws-report-header.
    write balance-sheet-line from ws-report-header.
    move "L" to ws-section-type.
    perform write-balance-section.
    move ws-section-total to ws-total-liabilities.
    move ws-section-prior to ws-total-liabilities-prior.

*>  income and expense not yet swept by GL-YEAR-END-CLOSE, on the
*>  credit side like the retained earnings it will become
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
        if ws-sum-type(ws-sum-idx) = "I"
                or ws-sum-type(ws-sum-idx) = "E"
            subtract ws-sum-balance(ws-sum-idx) from ws-total-unclosed
            subtract ws-sum-prior-balance(ws-sum-idx)
                from ws-total-unclosed-prior
        end-if
    end-perform.
    move spaces to ws-report-detail.
    move "UNCLOSED PROFIT AND LOSS" to fsd-name.
    move ws-total-unclosed to fsd-current.
    move ws-total-unclosed-prior to fsd-prior.
    write balance-sheet-line from ws-report-detail.
    add ws-total-unclosed to ws-section-total.
    add ws-total-unclosed-prior to ws-section-prior.
    move "TOTAL LIABILITIES AND EQUITY" to fsd-name.
    perform write-balance-total.

    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
        if ws-sum-type(ws-sum-idx) not = "A"
                and ws-sum-type(ws-sum-idx) not = "L"
                and ws-sum-type(ws-sum-idx) not = "I"
                and ws-sum-type(ws-sum-idx) not = "E"
            if ws-unknown-count = 0
                move "CODES NOT ON THE CHART OF ACCOUNTS (DEBIT BALANCE)"
                    to ws-report-header
                write balance-sheet-line from ws-report-header
            end-if
            add 1 to ws-unknown-count
            move spaces to ws-report-detail
            move ws-sum-code(ws-sum-idx) to fsd-account-code
            move ws-sum-name(ws-sum-idx) to fsd-name
            move ws-sum-balance(ws-sum-idx) to fsd-current
            move ws-sum-prior-balance(ws-sum-idx) to fsd-prior
            write balance-sheet-line from ws-report-detail
        end-if
    end-perform.

    if ws-total-assets not = ws-section-total
        move "  *** BALANCE SHEET OUT OF BALANCE ***"
            to ws-report-header
        write balance-sheet-line from ws-report-header
        move 1 to l-result
    end-if.

write-balance-section section.
    move 0 to ws-section-total.
    move 0 to ws-section-prior.
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
        if ws-sum-type(ws-sum-idx) = ws-section-type
            if ws-section-type = "A"
                move ws-sum-balance(ws-sum-idx) to ws-natural-amount
                move ws-sum-prior-balance(ws-sum-idx)
                    to ws-natural-prior
            else
                compute ws-natural-amount =
                    ws-sum-balance(ws-sum-idx) * -1
                compute ws-natural-prior =
                    ws-sum-prior-balance(ws-sum-idx) * -1
            end-if
            move spaces to ws-report-detail
            move ws-sum-code(ws-sum-idx) to fsd-account-code
            move ws-sum-name(ws-sum-idx) to fsd-name
            move ws-natural-amount to fsd-current
            move ws-natural-prior to fsd-prior
            write balance-sheet-line from ws-report-detail
            add ws-natural-amount to ws-section-total
            add ws-natural-prior to ws-section-prior
        end-if
    end-perform.

write-balance-total section.
    move spaces to fsd-account-code.
    move ws-section-total to fsd-current.
    move ws-section-prior to fsd-prior.
    write balance-sheet-line from ws-report-detail.
    move spaces to ws-report-header.
    write balance-sheet-line from ws-report-header.

write-profit-and-loss section.
    move spaces to ws-report-header.
    string "PROFIT AND LOSS FOR PERIOD " delimited by size
        l-period delimited by size
        " WITH PRIOR PERIOD " delimited by size
        ws-prior-period delimited by size
        into ws-report-header
    end-string.
    write pnl-line from ws-report-header.
    write pnl-line from ws-column-header.

    move "INCOME" to ws-report-header.
    write pnl-line from ws-report-header.
    move "I" to ws-section-type.
    perform write-pnl-section.
    move ws-section-total to ws-total-income.
    move ws-section-prior to ws-total-income-prior.
    move "TOTAL INCOME" to fsd-name.
    perform write-pnl-total.

    move "EXPENSES" to ws-report-header.
    write pnl-line from ws-report-header.
    move "E" to ws-section-type.
    perform write-pnl-section.
    move ws-section-total to ws-total-expense.
    move ws-section-prior to ws-total-expense-prior.
    move "TOTAL EXPENSES" to fsd-name.
    perform write-pnl-total.

    compute ws-section-total = ws-total-income - ws-total-expense.
    compute ws-section-prior =
        ws-total-income-prior - ws-total-expense-prior.
    move spaces to ws-report-detail.
    move "NET RESULT (PROFIT +, LOSS -)" to fsd-name.
    perform write-pnl-total.

write-pnl-section section.
    move 0 to ws-section-total.
    move 0 to ws-section-prior.
    perform varying ws-sum-idx from 1 by 1
            until ws-sum-idx > ws-sum-count
        if ws-sum-type(ws-sum-idx) = ws-section-type
            if ws-section-type = "E"
                move ws-sum-movement(ws-sum-idx) to ws-natural-amount
                move ws-sum-prior-movement(ws-sum-idx)
                    to ws-natural-prior
            else
                compute ws-natural-amount =
                    ws-sum-movement(ws-sum-idx) * -1
                compute ws-natural-prior =
                    ws-sum-prior-movement(ws-sum-idx) * -1
            end-if
            move spaces to ws-report-detail
            move ws-sum-code(ws-sum-idx) to fsd-account-code
            move ws-sum-name(ws-sum-idx) to fsd-name
            move ws-natural-amount to fsd-current
            move ws-natural-prior to fsd-prior
            write pnl-line from ws-report-detail
            add ws-natural-amount to ws-section-total
            add ws-natural-prior to ws-section-prior
        end-if
    end-perform.

write-pnl-total section.
    move spaces to fsd-account-code.
    move ws-section-total to fsd-current.
    move ws-section-prior to fsd-prior.
    write pnl-line from ws-report-detail.
    move spaces to ws-report-header.
    write pnl-line from ws-report-header.
end program gl-financial-statements.

       >>SOURCE FORMAT FREE
*>**
    05 pin-status pic x(1).
    05 pin-error-text pic x(64).
    05 pin-received-ts pic 9(14).
    05 pin-payment-id pic x(16).
fd seen-message-file.
01 seen-message-record.
    05 sm-digest pic x(64).
        05 jar-return-code pic 9(10).
        05 jar-status pic x(1).
        05 jar-value-date pic 9(8).
    01 ws-before-image pic x(200).
linkage section.
    01 l-journal-path pic x any length.
    01 l-inbox-path pic x any length.
    delete payment-journal-file record
        invalid key
            continue
        not invalid key
            perform journal-payment-delete
    end-delete.
    add 1 to ws-archived-count.

        move "N" to ws-archive-open
        move 0 to ws-open-year
    end-if.

journal-payment-delete section.
    move payment-journal-record to ws-before-image.
    call "change-journal-write" using "PAYMENT-JOURNAL", "D",
        pj-payment-id, "RETENTION-ARCHIVE", ws-before-image, " "
    end-call.
end program retention-archive.

*>*
