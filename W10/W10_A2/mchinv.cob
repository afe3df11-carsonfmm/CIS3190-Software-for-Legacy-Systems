*> Name: Carson Mifsud

*> Description: This program is the month-end merchant invoicing run.
*> It totals the merchant activity the card validator appends every
*> run for the month requested and produces one invoice per merchant
*> - transaction count, gross volume, refunds and reversals, the
*> discount fee at the merchant's mm-fee-rate on the net volume (the
*> same basis as the validator's settlement block), and the net
*> payable - plus an invoice register with the month's totals for
*> accounting. The last month invoiced is stamped so a month is not
*> invoiced twice by accident.

*> Modification History:
*> 2026-10-15  CM  Initial version: monthly merchant activity totals,
*>                 one invoice per merchant, and the invoice register.

identification division.
program-id. merchant-invoicing.

environment division.
input-output section.
file-control.
select activity-file assign to "merchant-activity.txt"
    organization is line sequential.

select merchant-file assign to "merchant-master.txt"
    organization is line sequential.

select invoice-file assign to "merchant-invoices.txt"
    organization is line sequential
    file status is invoice-status.

select register-file assign to "merchant-invoice-register.txt"
    organization is line sequential
    file status is register-status.

select stamp-file assign to "merchant-invoice-stamp.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd activity-file.

*> One validator run's settlement for one merchant, filed under the
*> settlement month
01 activity-record.
    05 ma-month pic 9(6).
    05 filler pic x(2).
    05 ma-merchant pic x(8).
    05 filler pic x(2).
    05 ma-count pic 9(6).
    05 filler pic x(2).
    05 ma-gross pic 9(9)v99.
    05 filler pic x(2).
    05 ma-credit-count pic 9(6).
    05 filler pic x(2).
    05 ma-credit-gross pic 9(9)v99.
    05 filler pic x(2).
    05 ma-run-stamp pic x(14).

fd merchant-file.

*> One merchant in the merchant master file: id, name, and the fee
*> rate withheld from that merchant's settlement
01 merchant-record.
    05 mm-id pic x(8).
    05 mm-name pic x(20).
    05 mm-fee-rate pic 9v9999.

fd invoice-file.

*> Output record for the merchant invoices
01 invoice-record pic x(80).

fd register-file.

*> Output record for the invoice register
01 register-record pic x(132).

fd stamp-file.

*> The last month invoiced
01 stamp-record.
    05 is-last-month pic 9(6).
    05 filler pic x(10).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "merch-invoice".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value "merchant-activity.txt".
01 ops-line pic x(160).
01 ops-now pic x(21).
01 ops-stamp pic x(14).
01 ops-read pic 9(6) value 0.
01 ops-rejected pic 9(6) value 0.
01 ops-status pic x(12) value spaces.
01 ops-reject-limit pic 9(6) value 100.

*> File-status capture and controlled-shutdown support: an
*> unrecoverable status closes out the operations log with the file
*> and status that caused it and exits 16 for the scheduler
01 io-fail-file pic x(30).
01 io-fail-status pic xx value "00".
01 ops-fail-detail pic x(50) value spaces.
01 invoice-status pic xx value "00".
01 register-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(25) value "mchinv-params.txt".
01 run-answer pic x(100).

01 activity-file-name pic x(25) value "merchant-activity.txt".
01 merchant-file-name pic x(25) value "merchant-master.txt".
01 stamp-file-name pic x(30) value "merchant-invoice-stamp.txt".
01 activity-eof pic 9 value 1.
01 merchant-eof pic 9 value 1.
01 invoice-month pic 9(6) value 0.
01 last-month pic 9(6) value 0.
01 run-date pic 9(8).

*> Merchant master table, loaded at start-up
01 merchant-def-table.
    05 merchant-def-entry occurs 0 to 99 times
        depending on merchant-def-count.
        10 mdef-id pic x(8).
        10 mdef-name pic x(20).
        10 mdef-rate pic 9v9999.
01 merchant-def-count pic 99 value 0.
01 merchant-def-idx pic 99.
01 merchant-def-found pic 99.

*> The month's activity totalled per merchant
01 invoice-table.
    05 invoice-entry occurs 0 to 99 times
        depending on invoice-count.
        10 inv-merchant pic x(8).
        10 inv-count pic 9(7).
        10 inv-gross pic 9(11)v99.
        10 inv-credit-count pic 9(7).
        10 inv-credit-gross pic 9(11)v99.
01 invoice-count pic 99 value 0.
01 invoice-idx pic 99.
01 invoice-found pic 99.
01 invoice-full-warned pic x value "N".
01 invoice-swapped pic x value "N".
01 hold-invoice-entry pic x(48).

*> Invoice amounts and the register totals
01 invoice-number pic x(10).
01 invoice-seq pic 9(3) value 0.
01 invoice-name pic x(20).
01 invoice-rate pic 9v9999.
01 invoice-volume pic s9(11)v99.
01 invoice-fee pic s9(11)v99.
01 invoice-net pic s9(11)v99.
01 total-count pic 9(8) value 0.
01 total-gross pic 9(13)v99 value 0.
01 total-credit pic 9(13)v99 value 0.
01 total-fee pic s9(13)v99 value 0.
01 total-net pic s9(13)v99 value 0.
01 count-o pic ZZZ,ZZ9.
01 money-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 gross-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 credit-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 fee-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 net-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 total-o pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 rate-o pic 9.9999.
01 invoice-line pic x(80).
01 register-line pic x(132).

procedure division.

    perform init-run-control.
    perform write-ops-start.

    call "CBL_CHECK_FILE_EXIST" using activity-file-name activity-record.
    if return-code is not = 0
        display "File Error: merchant-activity.txt not found - nothing to invoice"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.

    perform read-invoice-stamp.

    display "Invoice which month (YYYYMM): ".
    perform get-run-answer.
    if run-answer(1:6) is not numeric
        or run-answer(5:2) < "01" or run-answer(5:2) > "12"
        display "Error: the month must be given as YYYYMM"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.
    move run-answer(1:6) to invoice-month.

    if invoice-month <= last-month
        display "Month " invoice-month " is not after the last month invoiced ("
            last-month ") - invoice it again? (Y/N): "
        perform get-run-answer
        if run-answer is not = "Y" and run-answer is not = "y"
            display "Invoicing cancelled"
            move "CANCELLED" to ops-status
            perform write-ops-end
            stop run
        end-if
    end-if.

    move function current-date(1:8) to run-date.

    perform load-merchant-master.

    open input activity-file.
    move 1 to activity-eof.
    perform load-activity-entry
        until activity-eof = 0.
    close activity-file.

    move "Y" to invoice-swapped.
    perform invoice-sort-pass
        until invoice-swapped = "N".

    open output invoice-file.
    move invoice-status to io-fail-status.
    move "merchant-invoices.txt" to io-fail-file.
    perform check-open-status.

    open output register-file.
    move register-status to io-fail-status.
    move "merchant-invoice-register.txt" to io-fail-file.
    perform check-open-status.

    perform write-register-heading.

    move 1 to invoice-idx.
    perform write-merchant-invoice
        until invoice-idx > invoice-count.

    perform write-register-totals.

    close invoice-file.
    close register-file.

    if invoice-month > last-month
        perform write-invoice-stamp
    end-if.

    display "Merchant invoicing for " invoice-month " - invoices: "
        invoice-count.

    if param-open = "Y"
        close param-file
    end-if.

    perform write-ops-end.
    display " ".

stop run.

*> Opens the run-control parameter file when one is present, so the
*> prompts can be answered from it instead of the terminal
init-run-control.

    call "CBL_CHECK_FILE_EXIST" using param-file-name param-record.
    if return-code = 0
        open input param-file
        move "Y" to param-mode
        move "Y" to param-open
        display "Run control: reading answers from " param-file-name
    end-if.

*> Supplies the answer to the prompt just displayed: the next line of
*> the run-control parameter file when one is in use (falling back to
*> the terminal when the file runs out), or an operator ACCEPT
get-run-answer.

    if param-mode = "Y"
        read param-file
            at end move "N" to param-mode
        end-read
    end-if.

    if param-mode = "Y"
        move param-record to run-answer
        display run-answer
    else
        accept run-answer
    end-if.

*> Creates the shared operations log on first use and opens it for
*> append
open-ops-log.

    call "CBL_CHECK_FILE_EXIST" using ops-log-name ops-record.
    if return-code is not = 0
        open output ops-file
        close ops-file
    end-if.
    open extend ops-file.

*> Stamps the current date and time for an operations log line
capture-ops-stamp.

    move function current-date to ops-now.
    move ops-now(1:14) to ops-stamp.

*> Appends this run's start line to the shared operations log
write-ops-start.

    perform open-ops-log.
    perform capture-ops-stamp.

    string ops-prog delimited by size
        "  START  " delimited by size
        ops-stamp delimited by size
        "  Input: " delimited by size
        function trim (ops-input) delimited by size
        into ops-line
    end-string.
    move ops-line to ops-record.
    write ops-record.
    close ops-file.
    move spaces to ops-line.

*> Appends this run's end line - records read, records rejected, and
*> completion status - and sets the return code the scheduler tests:
*> 0 for OK, 8 when rejects exceed the review limit, 16 on a failure
write-ops-end.

    if ops-status = spaces
        if ops-rejected > ops-reject-limit
            move "REJECT-LIMIT" to ops-status
        else
            move "OK" to ops-status
        end-if
    end-if.

    perform open-ops-log.
    perform capture-ops-stamp.

    string ops-prog delimited by size
        "  END    " delimited by size
        ops-stamp delimited by size
        "  Input: " delimited by size
        function trim (ops-input) delimited by size
        "  Read: " delimited by size
        ops-read delimited by size
        "  Rejected: " delimited by size
        ops-rejected delimited by size
        "  Status: " delimited by size
        ops-status delimited by size
        ops-fail-detail delimited by size
        into ops-line
    end-string.
    move ops-line to ops-record.
    write ops-record.
    close ops-file.
    move spaces to ops-line.

    evaluate true
        when ops-status = "OK"
            move 0 to return-code
        when ops-status = "REJECT-LIMIT"
            move 8 to return-code
        when other
            move 16 to return-code
    end-evaluate.

*> Grades an OPEN's file status: anything but a clean (or
*> optional-file) open is unrecoverable
check-open-status.

    if io-fail-status is not = "00" and io-fail-status is not = "05"
        perform io-abort
    end-if.

*> Grades the file status just captured: a 3x, 4x, or 9x status is
*> unrecoverable and triggers the controlled shutdown
check-io-status.

    if io-fail-status(1:1) = "3" or io-fail-status(1:1) = "4"
        or io-fail-status(1:1) = "9"
        perform io-abort
    end-if.

*> Controlled shutdown for an unrecoverable file status: the END
*> line records the failing file and status, and the run exits 16 so
*> the scheduler sees it
io-abort.

    display "I/O Error: file " function trim (io-fail-file)
        " status " io-fail-status " - controlled shutdown".

    move spaces to ops-fail-detail.
    string "  file=" delimited by size
        function trim (io-fail-file) delimited by size
        " iostatus=" delimited by size
        io-fail-status delimited by size
        into ops-fail-detail
    end-string.

    move "FAIL" to ops-status.
    perform write-ops-end.
    stop run.

*> Reads the last month invoiced
read-invoice-stamp.

    call "CBL_CHECK_FILE_EXIST" using stamp-file-name stamp-record.
    if return-code = 0
        open input stamp-file
        read stamp-file
            at end continue
            not at end
                if is-last-month is numeric
                    move is-last-month to last-month
                end-if
        end-read
        close stamp-file
    end-if.

*> Stamps the month just invoiced
write-invoice-stamp.

    open output stamp-file.
    move spaces to stamp-record.
    move invoice-month to is-last-month.
    write stamp-record.
    close stamp-file.

*> Loads the merchant master file of ids, names, and fee rates; a
*> missing master is not fatal, the invoices just go out unnamed with
*> no fee
load-merchant-master.

    call "CBL_CHECK_FILE_EXIST" using merchant-file-name merchant-record.
    if return-code is not = 0
        display "Warning: merchant-master.txt not found - merchant"
            " names and fee rates will not be resolved"
    else
        open input merchant-file
        move 1 to merchant-eof
        perform load-merchant-entry
            until merchant-eof = 0
        close merchant-file
    end-if.

*> Reads one merchant from the master file into the table
load-merchant-entry.

    read merchant-file
        at end move 0 to merchant-eof
    end-read.

    if merchant-eof is not = 0
        if merchant-def-count >= 99
            display "Warning: merchant table full - further merchant"
                " master entries ignored"
            move 0 to merchant-eof
        else
            add 1 to merchant-def-count
            move mm-id to mdef-id(merchant-def-count)
            move mm-name to mdef-name(merchant-def-count)
            move mm-fee-rate to mdef-rate(merchant-def-count)
        end-if
    end-if.

*> Searches the merchant master table for the merchant being invoiced
find-merchant-def.

    move 0 to merchant-def-found.
    move 1 to merchant-def-idx.
    perform find-merchant-def-compare
        until merchant-def-idx > merchant-def-count
            or merchant-def-found > 0.

*> Compares one merchant master entry against the invoice entry
find-merchant-def-compare.

    if mdef-id(merchant-def-idx) = inv-merchant(invoice-idx)
        move merchant-def-idx to merchant-def-found
    else
        add 1 to merchant-def-idx
    end-if.

*> Reads one activity line and adds it to its merchant's totals when
*> it belongs to the month being invoiced
load-activity-entry.

    read activity-file
        at end move 0 to activity-eof
    end-read.

    if activity-eof is not = 0 and ma-month = invoice-month
        add 1 to ops-read
        move 0 to invoice-found
        move 1 to invoice-idx
        perform find-invoice-compare
            until invoice-idx > invoice-count or invoice-found > 0

        if invoice-found = 0
            if invoice-count >= 99
                if invoice-full-warned = "N"
                    display "Warning: invoice table full - further"
                        " merchants left uninvoiced"
                    move "Y" to invoice-full-warned
                end-if
                add 1 to ops-rejected
            else
                add 1 to invoice-count
                move invoice-count to invoice-found
                move ma-merchant to inv-merchant(invoice-found)
                move 0 to inv-count(invoice-found)
                move 0 to inv-gross(invoice-found)
                move 0 to inv-credit-count(invoice-found)
                move 0 to inv-credit-gross(invoice-found)
            end-if
        end-if

        if invoice-found > 0
            add ma-count to inv-count(invoice-found)
            add ma-gross to inv-gross(invoice-found)
            add ma-credit-count to inv-credit-count(invoice-found)
            add ma-credit-gross to inv-credit-gross(invoice-found)
        end-if
    end-if.

*> Compares one invoice entry against the activity line's merchant
find-invoice-compare.

    if inv-merchant(invoice-idx) = ma-merchant
        move invoice-idx to invoice-found
    else
        add 1 to invoice-idx
    end-if.

*> One pass of the merchant id sort, swapping any out-of-order
*> neighbours
invoice-sort-pass.

    move "N" to invoice-swapped.
    move 1 to invoice-idx.
    perform invoice-sort-compare
        until invoice-idx >= invoice-count.

*> Compares one adjacent pair of invoice entries by merchant id
invoice-sort-compare.

    if inv-merchant(invoice-idx) > inv-merchant(invoice-idx + 1)
        move invoice-entry(invoice-idx) to hold-invoice-entry
        move invoice-entry(invoice-idx + 1) to invoice-entry(invoice-idx)
        move hold-invoice-entry to invoice-entry(invoice-idx + 1)
        move "Y" to invoice-swapped
    end-if.

    add 1 to invoice-idx.

*> Writes the invoice register heading
write-register-heading.

    string "Merchant Invoice Register - month " delimited by size
        invoice-month delimited by size
        "  run date " delimited by size
        run-date delimited by size
        into register-line
    end-string.
    perform write-register-line.
    perform write-register-line.
    move "  Invoice     Merchant  Name                    Count           Gross           Refunds               Fee       Net payable"
        to register-line.
    perform write-register-line.

*> Works out one merchant's invoice, writes it to the invoice file,
*> and lists it in the register
write-merchant-invoice.

    perform find-merchant-def.
    if merchant-def-found > 0
        move mdef-name(merchant-def-found) to invoice-name
        move mdef-rate(merchant-def-found) to invoice-rate
    else
        move "(not in master)" to invoice-name
        move 0 to invoice-rate
    end-if.

    add 1 to invoice-seq.
    move spaces to invoice-number.
    string invoice-month delimited by size
        "-" delimited by size
        invoice-seq delimited by size
        into invoice-number
    end-string.

    compute invoice-volume = inv-gross(invoice-idx)
        - inv-credit-gross(invoice-idx).
    compute invoice-fee rounded = invoice-volume * invoice-rate.
    compute invoice-net = invoice-volume - invoice-fee.

    add inv-count(invoice-idx) to total-count.
    add inv-gross(invoice-idx) to total-gross.
    add inv-credit-gross(invoice-idx) to total-credit.
    add invoice-fee to total-fee.
    add invoice-net to total-net.

    string "INVOICE " delimited by size
        invoice-number delimited by size
        "   Month: " delimited by size
        invoice-month delimited by size
        "   Date: " delimited by size
        run-date delimited by size
        into invoice-line
    end-string.
    perform write-invoice-line.
    string "Merchant: " delimited by size
        inv-merchant(invoice-idx) delimited by size
        "  " delimited by size
        invoice-name delimited by size
        into invoice-line
    end-string.
    perform write-invoice-line.
    perform write-invoice-line.

    move inv-count(invoice-idx) to count-o.
    move inv-gross(invoice-idx) to money-o.
    string "  Sales transactions:    " delimited by size
        count-o delimited by size
        into invoice-line
    end-string.
    perform write-invoice-line.
    string "  Gross volume:          " delimited by size
        money-o delimited by size
        into invoice-line
    end-string.
    perform write-invoice-line.

    move inv-credit-count(invoice-idx) to count-o.
    move inv-credit-gross(invoice-idx) to money-o.
    string "  Refunds and reversals: " delimited by size
        count-o delimited by size
        "  " delimited by size
        money-o delimited by size
        into invoice-line
    end-string.
    perform write-invoice-line.

    move invoice-rate to rate-o.
    move invoice-fee to money-o.
    string "  Discount fee at " delimited by size
        rate-o delimited by size
        ": " delimited by size
        money-o delimited by size
        into invoice-line
    end-string.
    perform write-invoice-line.

    move invoice-net to money-o.
    string "  Net payable:           " delimited by size
        money-o delimited by size
        into invoice-line
    end-string.
    perform write-invoice-line.
    move all "-" to invoice-line.
    perform write-invoice-line.

    move inv-count(invoice-idx) to count-o.
    move inv-gross(invoice-idx) to gross-o.
    move inv-credit-gross(invoice-idx) to credit-o.
    move invoice-fee to fee-o.
    move invoice-net to net-o.
    string "  " delimited by size
        invoice-number delimited by size
        "  " delimited by size
        inv-merchant(invoice-idx) delimited by size
        "  " delimited by size
        invoice-name delimited by size
        count-o delimited by size
        gross-o delimited by size
        credit-o delimited by size
        fee-o delimited by size
        net-o delimited by size
        into register-line
    end-string.
    perform write-register-line.

    add 1 to invoice-idx.

*> Writes the register totals accounting posts from
write-register-totals.

    if invoice-count = 0
        move "  (no merchant activity for the month)" to register-line
        perform write-register-line
    end-if.

    perform write-register-line.
    move invoice-count to count-o.
    string "Invoices: " delimited by size
        count-o delimited by size
        into register-line
    end-string.
    perform write-register-line.
    move total-count to count-o.
    string "Sales transactions: " delimited by size
        count-o delimited by size
        into register-line
    end-string.
    perform write-register-line.
    move total-gross to total-o.
    string "Gross volume:     " delimited by size
        total-o delimited by size
        into register-line
    end-string.
    perform write-register-line.
    move total-credit to total-o.
    string "Refunds:          " delimited by size
        total-o delimited by size
        into register-line
    end-string.
    perform write-register-line.
    move total-fee to total-o.
    string "Discount fees:    " delimited by size
        total-o delimited by size
        into register-line
    end-string.
    perform write-register-line.
    move total-net to total-o.
    string "Net payable:      " delimited by size
        total-o delimited by size
        into register-line
    end-string.
    perform write-register-line.

*> Writes one line of the invoice file
write-invoice-line.

    move invoice-line to invoice-record.
    write invoice-record.
    move invoice-status to io-fail-status.
    perform check-io-status.
    move spaces to invoice-line.

*> Writes one line of the invoice register and echoes it to the
*> terminal so the two outputs never drift apart
write-register-line.

    display register-line.
    move register-line to register-record.
    write register-record.
    move spaces to register-line.
