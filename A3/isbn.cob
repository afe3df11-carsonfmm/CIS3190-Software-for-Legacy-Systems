*>                 controlled shutdown: the operations-log END line
*>                 records the failing file and status and the run
*>                 exits 16 so the scheduler sees it.
*> 2026-10-15  CM  Carry the unit cost, vendor id, and receipt date
*>                 on every isbn-accepted.txt line as well as the
*>                 quantity, so the stock posting run can value the
*>                 receipt and remember who supplied the title.
*> 2026-10-15  CM  Compare every accepted line's unit cost with the
*>                 catalog list price: a line costing more than list,
*>                 or earning less than the minimum margin (20.0% unless
*>                 margin-minimum.txt says otherwise), goes to the
*>                 margin detail file, and the margin-exception report
*>                 lists them with per-vendor totals at the end of run.
*> 2026-10-15  CM  Write the run's accepted receiving value to the GL
*>                 interface through the gl-post subprogram, mapped to
*>                 accounts by gl-chart.txt; it is posted once at the
*>                 end of run from the checkpointed grand total, so a
*>                 restarted run posts its receipts exactly once.
*> 2026-10-15  CM  Verify every vendor file's header and trailer
*>                 (vendor, date, sequence, record count, and quantity
*>                 total) through the inbound-check subprogram before
*>                 any file in the run is processed; a file that fails,
*>                 or whose sequence repeats or skips one, refuses the
*>                 run with return code 12 and the reason on the
*>                 operations log. Header and trailer lines are not
*>                 validated as isbns.

identification division.
program-id. isbn-validation.
select stamp-file assign to "catalog-stamp.txt"
    organization is line sequential.

select margin-file assign to "isbn-margin-detail.txt"
    organization is line sequential.

select margin-report assign to "margin-exception-report.txt"
    organization is line sequential.

select margin-min-file assign to "margin-minimum.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

fd accepted-file.

*> One accepted vendor line: the validated isbn and the quantity
*> received, for the purchase-order reconciliation, followed by the
*> unit cost, the vendor who shipped it, and the receipt date, for
*> the stock posting run
01 accepted-record.
    05 acc-isbn pic x(13).
    05 filler pic x(2).
    05 acc-qty pic 9(5).
    05 filler pic x(2).
    05 acc-unit-cost pic 9(5)v99.
    05 filler pic x(2).
    05 acc-vendor-id pic x(6).
    05 filler pic x(2).
    05 acc-date pic x(8).

fd stamp-file.

    05 filler pic x(2).
    05 vs-duplicate pic 9(6).

fd margin-file.

*> One accepted line that failed the margin check: the vendor, isbn,
*> quantity, unit cost, catalog list price, the margin earned as a
*> percent of list, and why it was flagged (OVERLIST when the cost
*> exceeds list, LOWMARGN when the margin is under the minimum)
01 margin-record.
    05 md-vendor-id pic x(6).
    05 filler pic x(2).
    05 md-isbn pic x(13).
    05 filler pic x(2).
    05 md-qty pic 9(5).
    05 filler pic x(2).
    05 md-unit-cost pic 9(5)v99.
    05 filler pic x(2).
    05 md-list-price pic 9(4)v99.
    05 filler pic x(2).
    05 md-margin pic s9(4)v9 sign leading separate.
    05 filler pic x(2).
    05 md-reason pic x(8).

fd margin-report.

*> Output record for the margin-exception report
01 margin-report-record pic x(132).

fd margin-min-file.

*> The minimum acceptable margin, as a percent of list price
01 margin-min-record.
    05 mm-min-pct pic 99v9.

fd ops-file.

*> Output record for the shared operations log
01 g-reject-value pic 9(9)v99 value 0.
01 value-o pic ZZZ,ZZZ,ZZ9.99.

*> The inbound file control check request: each vendor file must
*> carry a header naming its vendor (ISBNVENDOR when the run names
*> none) and a trailer whose control total is the sum of the
*> quantities
01 inbound-request.
    05 ib-function pic x.
    05 ib-file-name pic x(100).
    05 ib-source pic x(10).
    05 ib-total-start pic 999 value 16.
    05 ib-total-length pic 99 value 5.
    05 ib-result pic x.
    05 ib-reason pic x(30).
    05 ib-seq pic 9(6).
    05 ib-records pic 9(8).

*> The general-ledger posting request: gq-function P post or C close
*> the run's batch, the event the chart of accounts maps, its amount
*> and vendor, and the result gl-post returns
01 gl-request.
    05 gq-function pic x.
    05 gq-source pic x(10) value "RECEIVING".
    05 gq-event pic x(10).
    05 gq-amount pic s9(9)v99.
    05 gq-reference pic x(12).
    05 gq-result pic x.

*> Grand totals across every vendor file in a manifest run
01 g-count-valid pic 9(6) value 0.
01 g-count-not-valid pic 9(6) value 0.

01 ascii-file pic x(100).
01 report-line pic x(132).
01 receipt-date pic x(8).

*> Margin check of accepted lines against the catalog list price
01 min-margin-pct pic 99v9 value 20.0.
01 margin-min-name pic x(20) value "margin-minimum.txt".
01 margin-file-name pic x(25) value "isbn-margin-detail.txt".
01 margin-pct pic s9(4)v9.
01 margin-eof pic 9 value 1.
01 margin-line pic x(132).
01 margin-count pic 9(6) value 0.
01 margin-excess pic s9(9)v99.
01 target-cost pic 9(5)v99.
01 margin-o pic -ZZZ9.9.
01 cost-o pic ZZ,ZZ9.99.
01 price-o pic Z,ZZ9.99.

*> Per-vendor totals of the margin exceptions
01 margin-vendor-table.
    05 margin-vendor-entry occurs 0 to 99 times
        depending on margin-vendor-count.
        10 mv-id pic x(6).
        10 mv-lines pic 9(6).
        10 mv-units pic 9(7).
        10 mv-cost pic 9(9)v99.
        10 mv-list pic 9(9)v99.
        10 mv-excess pic 9(9)v99.
01 margin-vendor-count pic 99 value 0.
01 margin-vendor-idx pic 99.
01 margin-vendor-found pic 99.
01 margin-vendor-warned pic x value "N".
01 mg-total-lines pic 9(6) value 0.
01 mg-total-cost pic 9(9)v99 value 0.
01 mg-total-list pic 9(9)v99 value 0.
01 mg-total-excess pic 9(9)v99 value 0.
01 run-date.
    05 run-date-yyyy pic 9(04).
    05 run-date-mm pic 9(02).

*> Appends this run's end line - records read, records rejected, and
*> completion status - and sets the return code the scheduler tests:
*> 0 for OK, 8 when rejects exceed the review limit, 12 when an
*> inbound file is refused, 16 on a failure
write-ops-end.

    if ops-status = spaces
            move 0 to return-code
        when ops-status = "REJECT-LIMIT"
            move 8 to return-code
        when ops-status = "REFUSED"
            move 12 to return-code
        when other
            move 16 to return-code
    end-evaluate.
        at end move zero to eof-check
    end-read.

    if eof-check is not = zero and isbn(1:3) is not = "HDR"
        and isbn(1:3) is not = "TRL"
        add 1 to ops-read

        *> Determine whether this line holds an ISBN-10 or an ISBN-13/EAN-13 code
                    perform derive-isbn13
                end-if

                if valid-code = 0 and rem-check = last-val-check
                    perform check-line-margin
                end-if

                string isbn-code delimited by size
                    function trim (result-message) delimited by size
                    catalog-note delimited by size
    end-if.

*> Writes the accepted isbn and its quantity to the feed the
*> purchase-order reconciliation matches against the open-PO file,
*> with the unit cost, vendor, and receipt date the stock posting
*> run values the receipt from
write-accepted-record.

    move isbn-code to acc-isbn.
    move spaces to accepted-record(14:2).
    move spaces to accepted-record(21:2).
    move spaces to accepted-record(30:2).
    move spaces to accepted-record(38:2).
    if isbn-qty is numeric
        move isbn-qty to acc-qty
    else
        move 0 to acc-qty
    end-if.
    if isbn-unit-cost is numeric
        move isbn-unit-cost to acc-unit-cost
    else
        move 0 to acc-unit-cost
    end-if.
    move cur-vendor-id to acc-vendor-id.
    move receipt-date to acc-date.
    write accepted-record.

*> Values the current vendor line from its quantity and unit cost;
        at end move zero to eof-check
    end-read.

    if eof-check is not = zero and isbn(1:3) is not = "HDR"
        and isbn(1:3) is not = "TRL"
        add 1 to i

        if isbn-code > spaces
    perform write-ops-start.
    perform file-check.
    perform load-manifest.
    move 1 to file-num.
    perform verify-vendor-file
        until file-num > vendor-file-count.
    perform load-vendor-master.
    perform init-prefix-ranges.
    perform load-margin-minimum.
    perform load-catalog.

    display " ".

    move function current-date to ops-now.
    move ops-now(1:8) to receipt-date.

    if resume-from > 0
        perform open-report-gen-extend
        open extend conversion-file
        open extend return-file
        open extend accepted-file
        call "CBL_CHECK_FILE_EXIST" using margin-file-name margin-record
        if return-code = 0
            open extend margin-file
        else
            open output margin-file
        end-if

        open output seen-file
        close seen-file
        open output conversion-file
        open output return-file
        open output accepted-file
        open output margin-file

        open output seen-file
        close seen-file
    end-if.

    perform write-prefix-breakdown.
    perform post-receiving-journal.

    move "A" to ib-function.
    call "inbound-check" using inbound-request.

    compute ops-rejected = g-count-not-valid + g-count-non-digit
        + g-count-non-digit-x.
    close conversion-file.
    close return-file.
    close accepted-file.
    close margin-file.
    close seen-file.
    close catalog-master.

    perform write-margin-report.

    if alias-mode = "Y"
        close alias-file
    end-if.
        close param-file
    end-if.

*> Verifies one vendor file's header and trailer before any file in
*> the run is processed, and refuses the run when the file is
*> incomplete or out of sequence
verify-vendor-file.

    move "V" to ib-function.
    move vendor-file-name(file-num) to ib-file-name.
    if vendor-file-vid(file-num) > spaces
        move vendor-file-vid(file-num) to ib-source
    else
        move "ISBNVENDOR" to ib-source
    end-if.
    call "inbound-check" using inbound-request.

    if ib-result is not = "Y"
        display "File refused: "
            function trim (vendor-file-name(file-num)) " - " ib-reason
        move "REFUSED" to ops-status
        string "  Refused: " delimited by size
            ib-reason delimited by size
            into ops-fail-detail
        end-string
        perform write-ops-end
        stop run
    end-if.
    add 1 to file-num.

*> Writes the run's accepted receiving value to the GL interface,
*> referenced to the vendor of a single vendor file (its receipt date
*> when no vendor is named) or to the manifest, and closes the run's
*> batch
post-receiving-journal.

    move "P" to gq-function.
    move "RECEIPT" to gq-event.
    move g-accept-value to gq-amount.
    evaluate true
        when vendor-file-count > 1
            move "MANIFEST" to gq-reference
        when vendor-file-vid(1) > spaces
            move vendor-file-vid(1) to gq-reference
        when other
            move receipt-date to gq-reference
    end-evaluate.
    call "gl-post" using gl-request.

    move "C" to gq-function.
    call "gl-post" using gl-request.

*> Processes one vendor file out of the run's list: re-seeds the seen
*> file from a file a restarted run already completed, resets the
*> per-file tallies, skips forward on a checkpoint restart, validates
    display "Resume from vendor file record number (0 to start at the beginning): ".
    perform get-run-answer.
    compute resume-from = function numval (run-answer).

*> Loads the minimum acceptable margin; without the file the 20.0%
*> default stands
load-margin-minimum.

    call "CBL_CHECK_FILE_EXIST" using margin-min-name margin-min-record.
    if return-code = 0
        open input margin-min-file
        read margin-min-file
            at end continue
            not at end
                if mm-min-pct is numeric
                    move mm-min-pct to min-margin-pct
                end-if
        end-read
        close margin-min-file
    end-if.

*> Compares the current accepted line's unit cost with the catalog
*> list price and writes it to the margin detail file when it costs
*> more than list or earns less than the minimum margin. A title the
*> catalog does not carry has no list price to compare against
check-line-margin.

    if catalog-note is not = "  - not in catalog"
        and isbn-unit-cost is numeric and isbn-qty is numeric
        if cm-price > 0
            compute margin-pct rounded =
                ((cm-price - isbn-unit-cost) * 100) / cm-price
        else
            move -999.9 to margin-pct
        end-if

        move spaces to md-reason
        evaluate true
            when isbn-unit-cost > cm-price
                move "OVERLIST" to md-reason
            when margin-pct < min-margin-pct
                move "LOWMARGN" to md-reason
            when other
                continue
        end-evaluate

        if md-reason > spaces
            move spaces to margin-record(7:2)
            move spaces to margin-record(22:2)
            move spaces to margin-record(29:2)
            move spaces to margin-record(38:2)
            move spaces to margin-record(46:2)
            move spaces to margin-record(54:2)
            move cur-vendor-id to md-vendor-id
            move isbn-code to md-isbn
            move isbn-qty to md-qty
            move isbn-unit-cost to md-unit-cost
            move cm-price to md-list-price
            move margin-pct to md-margin
            write margin-record
        end-if
    end-if.

*> Writes the margin-exception report from the margin detail file:
*> every flagged line, then the totals per vendor the buyer takes
*> back to the vendor before the invoice is paid
write-margin-report.

    open output margin-report.

    move function current-date to run-date.
    string "Margin Exception Report - run date: " delimited by size
        run-date-yyyy delimited by size
        "-" delimited by size
        run-date-mm delimited by size
        "-" delimited by size
        run-date-dd delimited by size
        into margin-line
    end-string.
    perform write-margin-line.

    move min-margin-pct to margin-o.
    string "Lines costing more than list price or earning under "
        delimited by size
        function trim (margin-o) delimited by size
        "% of list" delimited by size
        into margin-line
    end-string.
    perform write-margin-line.
    perform write-margin-line.

    move "  Vendor  ISBN           Qty   Unit cost  List price  Margin%  Reason    Excess cost"
        to margin-line.
    perform write-margin-line.

    open input margin-file.
    move 1 to margin-eof.
    perform report-margin-detail
        until margin-eof = 0.
    close margin-file.

    if mg-total-lines = 0
        move "  (none)" to margin-line
        perform write-margin-line
    end-if.

    perform write-margin-line.
    move "Totals by vendor:" to margin-line.
    perform write-margin-line.

    move 1 to margin-vendor-idx.
    perform report-margin-vendor
        until margin-vendor-idx > margin-vendor-count.

    perform write-margin-line.
    move mg-total-cost to value-o.
    string "All vendors - lines: " delimited by size
        mg-total-lines delimited by size
        "  cost: " delimited by size
        value-o delimited by size
        into margin-line
    end-string.
    perform write-margin-line.

    move mg-total-list to value-o.
    string "              list value: " delimited by size
        value-o delimited by size
        into margin-line
    end-string.
    perform write-margin-line.

    move mg-total-excess to value-o.
    string "              cost above the minimum-margin target: "
        delimited by size
        value-o delimited by size
        into margin-line
    end-string.
    perform write-margin-line.

    close margin-report.

*> Reads one margin detail record, prints it, and folds it into its
*> vendor's totals. The excess is what the line cost above the price
*> that would have earned the minimum margin
report-margin-detail.

    read margin-file
        at end move 0 to margin-eof
    end-read.

    if margin-eof is not = 0
        compute target-cost rounded =
            md-list-price * (100 - min-margin-pct) / 100
        compute margin-excess = md-qty * (md-unit-cost - target-cost)
        if margin-excess < 0
            move 0 to margin-excess
        end-if

        move md-unit-cost to cost-o
        move md-list-price to price-o
        move md-margin to margin-o
        move margin-excess to value-o
        string "  " delimited by size
            md-vendor-id delimited by size
            "  " delimited by size
            md-isbn delimited by size
            "  " delimited by size
            md-qty delimited by size
            "  " delimited by size
            cost-o delimited by size
            "    " delimited by size
            price-o delimited by size
            "  " delimited by size
            margin-o delimited by size
            "  " delimited by size
            md-reason delimited by size
            value-o delimited by size
            into margin-line
        end-string
        perform write-margin-line

        perform find-margin-vendor
        if margin-vendor-found > 0
            add 1 to mv-lines(margin-vendor-found)
            add md-qty to mv-units(margin-vendor-found)
            compute mv-cost(margin-vendor-found) =
                mv-cost(margin-vendor-found) + (md-qty * md-unit-cost)
            compute mv-list(margin-vendor-found) =
                mv-list(margin-vendor-found) + (md-qty * md-list-price)
            add margin-excess to mv-excess(margin-vendor-found)
        end-if

        add 1 to mg-total-lines
        compute mg-total-cost = mg-total-cost + (md-qty * md-unit-cost)
        compute mg-total-list = mg-total-list + (md-qty * md-list-price)
        add margin-excess to mg-total-excess
    end-if.

*> Finds (or adds) the current detail line's vendor in the margin
*> vendor table
find-margin-vendor.

    move 0 to margin-vendor-found.
    move 1 to margin-vendor-idx.
    perform find-margin-vendor-compare
        until margin-vendor-idx > margin-vendor-count
            or margin-vendor-found > 0.

    if margin-vendor-found = 0
        if margin-vendor-count >= 99
            if margin-vendor-warned = "N"
                display "Warning: margin vendor table full - further"
                    " vendors left out of the vendor totals"
                move "Y" to margin-vendor-warned
            end-if
        else
            add 1 to margin-vendor-count
            move margin-vendor-count to margin-vendor-found
            move md-vendor-id to mv-id(margin-vendor-found)
            move 0 to mv-lines(margin-vendor-found)
            move 0 to mv-units(margin-vendor-found)
            move 0 to mv-cost(margin-vendor-found)
            move 0 to mv-list(margin-vendor-found)
            move 0 to mv-excess(margin-vendor-found)
        end-if
    end-if.

*> Compares one margin vendor entry against the detail line's vendor
find-margin-vendor-compare.

    if mv-id(margin-vendor-idx) = md-vendor-id
        move margin-vendor-idx to margin-vendor-found
    else
        add 1 to margin-vendor-idx
    end-if.

*> Writes one vendor's margin-exception totals
report-margin-vendor.

    move mv-id(margin-vendor-idx) to cur-vendor-id.
    perform resolve-vendor-name.

    move mv-cost(margin-vendor-idx) to value-o.
    string "  " delimited by size
        mv-id(margin-vendor-idx) delimited by size
        " " delimited by size
        cur-vendor-name delimited by size
        "  Lines: " delimited by size
        mv-lines(margin-vendor-idx) delimited by size
        "  Units: " delimited by size
        mv-units(margin-vendor-idx) delimited by size
        "  Cost: " delimited by size
        value-o delimited by size
        into margin-line
    end-string.
    perform write-margin-line.

    move mv-list(margin-vendor-idx) to value-o.
    string "         List value: " delimited by size
        value-o delimited by size
        into margin-line
    end-string.
    perform write-margin-line.

    move mv-excess(margin-vendor-idx) to value-o.
    string "         Cost above the minimum-margin target: "
        delimited by size
        value-o delimited by size
        into margin-line
    end-string.
    perform write-margin-line.

    add 1 to margin-vendor-idx.

*> Writes one line of the margin-exception report and echoes it to
*> the terminal so the two outputs never drift apart
write-margin-line.

    display margin-line.
    move margin-line to margin-report-record.
    write margin-report-record.
    move spaces to margin-line.
