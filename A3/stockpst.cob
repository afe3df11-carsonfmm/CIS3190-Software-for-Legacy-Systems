*> Name: Carson Mifsud

*> Description: This program posts the receipts the validation run
*> accepted (isbn-accepted.txt) into the indexed stock master, one
*> record per isbn carrying the quantity on hand, the date it was
*> last received, and its running value at the vendor unit cost, so
*> the warehouse no longer has to be counted by hand. A receipt for a
*> title the catalog does not carry, or has retired, is refused and
*> listed as an exception. The run ends with the stock status report.

*> Modification History:
*> 2026-10-15  CM  Initial version: post isbn-accepted.txt into
*>                 stock-master.idx against the catalog master, list
*>                 refused receipts as exceptions, and print the stock
*>                 status report.

identification division.
program-id. stock-posting.

environment division.
input-output section.
file-control.
select accepted-file assign to "isbn-accepted.txt"
    organization is line sequential
    file status is accepted-status.

select stock-master assign to "stock-master.idx"
    organization is indexed
    access mode is dynamic
    record key is sk-isbn
    file status is stock-status.

select catalog-master assign to "catalog-master.idx"
    organization is indexed
    access mode is dynamic
    record key is cm-isbn
    file status is catmaster-status.

select alias-file assign to "catalog-alias.idx"
    organization is indexed
    access mode is dynamic
    record key is al-isbn10.

select post-stamp-file assign to "stock-post-stamp.txt"
    organization is line sequential.

select stock-report assign to "stock-status-report.txt"
    organization is line sequential
    file status is report-status.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd accepted-file.

*> One accepted vendor line as the validation run wrote it: the isbn,
*> the quantity received, the unit cost, the vendor who shipped it,
*> and the receipt date
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

fd stock-master.

*> One title's stock position, keyed by isbn: the quantity on hand,
*> the date and unit cost of the last receipt, the running value of
*> the stock at the vendor unit cost, and the vendor who last
*> shipped it
01 stock-record.
    05 sk-isbn pic x(13).
    05 sk-on-hand pic 9(7).
    05 sk-last-received pic x(8).
    05 sk-unit-cost pic 9(5)v99.
    05 sk-value pic 9(9)v99.
    05 sk-last-vendor pic x(6).

fd catalog-master.

*> One catalog title in the indexed catalog master, keyed by isbn
01 catalog-master-record.
    05 cm-isbn pic x(13).
    05 cm-title pic x(87).
    05 cm-author pic x(30).
    05 cm-publisher pic x(30).
    05 cm-price pic 9(4)v99.
    05 cm-status pic x.
    05 cm-status-date pic x(8).
    05 cm-dup-flag pic x.

fd alias-file.

*> One ISBN-10 alias: the old key a vendor line may still arrive
*> under, and the ISBN-13 its catalog record now lives at
01 alias-record.
    05 al-isbn10 pic x(13).
    05 al-isbn13 pic x(13).

fd post-stamp-file.

*> The accepted file last posted: its receipt date, line count, and
*> total units, so the same file is not posted twice by mistake
01 post-stamp-record.
    05 ps-receipt-date pic x(8).
    05 filler pic x(2).
    05 ps-lines pic 9(6).
    05 filler pic x(2).
    05 ps-units pic 9(9).
    05 filler pic x(2).
    05 ps-posted-at pic x(14).

fd stock-report.

*> Output record for the stock status report
01 stock-report-record pic x(132).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "stock-posting".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value "isbn-accepted.txt".
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
01 accepted-status pic xx value "00".
01 stock-status pic xx value "00".
01 catmaster-status pic xx value "00".
01 report-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "stockpst-params.txt".
01 run-answer pic x(100).

01 accepted-file-name pic x(20) value "isbn-accepted.txt".
01 stock-master-name pic x(20) value "stock-master.idx".
01 catalog-master-name pic x(20) value "catalog-master.idx".
01 alias-file-name pic x(20) value "catalog-alias.idx".
01 post-stamp-name pic x(25) value "stock-post-stamp.txt".
01 alias-mode pic x value "N".
01 accepted-eof pic 9 value 1.
01 stock-eof pic 9 value 1.
01 post-isbn pic x(13).
01 post-ok pic x value "Y".
01 post-reason pic x(40).
01 post-value pic 9(9)v99.

*> Totals of the accepted file about to be posted, compared with the
*> stamp of the last file posted
01 file-lines pic 9(6) value 0.
01 file-units pic 9(9) value 0.
01 file-date pic x(8) value spaces.
01 post-anyway pic x value "Y".

*> Receipts refused by the catalog check, listed on the report
01 exception-table.
    05 exception-entry occurs 0 to 999 times
        depending on exception-count.
        10 ex-isbn pic x(13).
        10 ex-qty pic 9(5).
        10 ex-vendor-id pic x(6).
        10 ex-reason pic x(40).
01 exception-count pic 9(3) value 0.
01 exception-full-warned pic x value "N".
01 exception-idx pic 9(3).

*> Posting and stock status totals
01 count-posted pic 9(6) value 0.
01 count-new-titles pic 9(6) value 0.
01 units-posted pic 9(9) value 0.
01 value-posted pic 9(11)v99 value 0.
01 count-titles pic 9(6) value 0.
01 units-on-hand pic 9(9) value 0.
01 value-on-hand pic 9(11)v99 value 0.

01 qty-o pic Z,ZZZ,ZZ9.
01 cost-o pic ZZ,ZZ9.99.
01 value-o pic ZZZ,ZZZ,ZZ9.99.
01 report-line pic x(132).
01 run-date.
    05 run-date-yyyy pic 9(04).
    05 run-date-mm pic 9(02).
    05 run-date-dd pic 9(02).

procedure division.

    perform init-run-control.
    perform write-ops-start.

    call "CBL_CHECK_FILE_EXIST" using accepted-file-name accepted-record.
    if return-code is not = 0
        display "File Error: isbn-accepted.txt not found - run the"
            " validation first"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.

    perform check-post-stamp.
    if post-anyway = "N"
        display "Stock posting skipped - the accepted file was already posted"
        perform write-ops-end
        stop run
    end-if.

    perform open-masters.

    open input accepted-file.
    move accepted-status to io-fail-status.
    move accepted-file-name to io-fail-file.
    perform check-open-status.

    move 1 to accepted-eof.
    perform post-accepted-line
        until accepted-eof = 0.
    close accepted-file.

    perform write-post-stamp.

    perform write-stock-report.

    close stock-master.
    close catalog-master.
    if alias-mode = "Y"
        close alias-file
    end-if.

    if param-open = "Y"
        close param-file
    end-if.

    move exception-count to ops-rejected.
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

*> Grades the file status just captured: a 3x, 4x, or 9x status is
*> unrecoverable and triggers the controlled shutdown; invalid-key
*> and at-end statuses stay with their own handlers
check-io-status.

    if io-fail-status(1:1) = "3" or io-fail-status(1:1) = "4"
        or io-fail-status(1:1) = "9"
        perform io-abort
    end-if.

*> Grades an OPEN's file status: anything but a clean (or
*> optional-file) open is unrecoverable
check-open-status.

    if io-fail-status is not = "00" and io-fail-status is not = "05"
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

*> Totals the accepted file and compares it with the stamp of the
*> last file posted; the same file found again is only posted a
*> second time when the operator says so
check-post-stamp.

    open input accepted-file.
    move 1 to accepted-eof.
    perform total-accepted-line
        until accepted-eof = 0.
    close accepted-file.

    move "Y" to post-anyway.

    call "CBL_CHECK_FILE_EXIST" using post-stamp-name post-stamp-record.
    if return-code = 0
        open input post-stamp-file
        read post-stamp-file
            at end move spaces to post-stamp-record
        end-read
        close post-stamp-file

        if ps-receipt-date = file-date and ps-lines = file-lines
            and ps-units = file-units
            display "isbn-accepted.txt of " file-date " (" file-lines
                " lines) was already posted at " ps-posted-at
            display "Post it again? (Y/N): "
            perform get-run-answer
            if run-answer is not = "Y" and run-answer is not = "y"
                move "N" to post-anyway
            end-if
        end-if
    end-if.

*> Reads one accepted line for the file totals
total-accepted-line.

    read accepted-file
        at end move 0 to accepted-eof
    end-read.

    if accepted-eof is not = 0
        add 1 to file-lines
        if acc-qty is numeric
            add acc-qty to file-units
        end-if
        if file-date = spaces
            move acc-date to file-date
        end-if
    end-if.

*> Records the accepted file just posted
write-post-stamp.

    open output post-stamp-file.
    move spaces to post-stamp-record.
    move file-date to ps-receipt-date.
    move file-lines to ps-lines.
    move file-units to ps-units.
    move function current-date to ops-now.
    move ops-now(1:14) to ps-posted-at.
    write post-stamp-record.
    close post-stamp-file.

*> Opens the stock master for update (creating it on the first run)
*> and the catalog master and alias cross-reference for the checks
open-masters.

    call "CBL_CHECK_FILE_EXIST" using stock-master-name stock-record.
    if return-code is not = 0
        open output stock-master
        close stock-master
    end-if.
    open i-o stock-master.
    move stock-status to io-fail-status.
    move stock-master-name to io-fail-file.
    perform check-open-status.

    call "CBL_CHECK_FILE_EXIST" using catalog-master-name catalog-master-record.
    if return-code is not = 0
        display "File Error: catalog-master.idx not found - run the"
            " catalog maintenance or validation first"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.
    open input catalog-master.
    move catmaster-status to io-fail-status.
    move catalog-master-name to io-fail-file.
    perform check-open-status.

    call "CBL_CHECK_FILE_EXIST" using alias-file-name alias-record.
    if return-code = 0
        open input alias-file
        move "Y" to alias-mode
    end-if.

*> Reads one accepted line and posts it to the stock master, or
*> lists it as an exception when the catalog check refuses it
post-accepted-line.

    read accepted-file
        at end move 0 to accepted-eof
    end-read.

    if accepted-eof is not = 0
        add 1 to ops-read
        perform check-receipt-title

        if post-ok = "Y"
            perform post-receipt
        else
            perform record-exception
        end-if
    end-if.

*> Checks the current receipt against the catalog master: the title
*> must be carried (directly, or through its ISBN-10 alias) and must
*> not be retired. post-isbn is left holding the key to post under
check-receipt-title.

    move "Y" to post-ok.
    move spaces to post-reason.
    move acc-isbn to post-isbn.

    if acc-qty is not numeric
        move "N" to post-ok
        move "quantity is not numeric" to post-reason
    else
        move acc-isbn to cm-isbn
        read catalog-master
            invalid key
                perform check-receipt-alias
        end-read

        if post-ok = "Y" and cm-status = "R"
            move "N" to post-ok
            move "title is retired (status R)" to post-reason
        end-if
    end-if.

*> Second-chance catalog lookup for a receipt still keyed under a
*> migrated ISBN-10: the stock is posted under the ISBN-13
check-receipt-alias.

    move "N" to post-ok.
    move "isbn not on the catalog master" to post-reason.

    if alias-mode = "Y"
        move acc-isbn to al-isbn10
        read alias-file
            invalid key
                continue
            not invalid key
                move al-isbn13 to cm-isbn
                read catalog-master
                    invalid key
                        continue
                    not invalid key
                        move "Y" to post-ok
                        move spaces to post-reason
                        move al-isbn13 to post-isbn
                end-read
        end-read
    end-if.

*> Adds the receipt to the title's stock record, creating the record
*> the first time the title is received
post-receipt.

    if acc-unit-cost is numeric
        compute post-value = acc-qty * acc-unit-cost
    else
        move 0 to post-value
    end-if.

    move post-isbn to sk-isbn.
    read stock-master
        invalid key
            move post-isbn to sk-isbn
            move acc-qty to sk-on-hand
            move acc-date to sk-last-received
            move acc-unit-cost to sk-unit-cost
            move post-value to sk-value
            move acc-vendor-id to sk-last-vendor
            write stock-record
            add 1 to count-new-titles
        not invalid key
            add acc-qty to sk-on-hand
            move acc-date to sk-last-received
            move acc-unit-cost to sk-unit-cost
            add post-value to sk-value
            move acc-vendor-id to sk-last-vendor
            rewrite stock-record
    end-read.
    move stock-status to io-fail-status.
    move stock-master-name to io-fail-file.
    perform check-io-status.

    add 1 to count-posted.
    add acc-qty to units-posted.
    add post-value to value-posted.

*> Keeps a refused receipt for the exceptions section of the report
record-exception.

    if exception-count >= 999
        if exception-full-warned = "N"
            display "Warning: exception table full - further refused"
                " receipts left off the report"
            move "Y" to exception-full-warned
        end-if
    else
        add 1 to exception-count
        move acc-isbn to ex-isbn(exception-count)
        if acc-qty is numeric
            move acc-qty to ex-qty(exception-count)
        else
            move 0 to ex-qty(exception-count)
        end-if
        move acc-vendor-id to ex-vendor-id(exception-count)
        move post-reason to ex-reason(exception-count)
    end-if.

*> Writes the stock status report: the posting summary, the refused
*> receipts, and every title's stock position in isbn order
write-stock-report.

    open output stock-report.
    move report-status to io-fail-status.
    move "stock-status-report.txt" to io-fail-file.
    perform check-open-status.

    move function current-date to run-date.
    string "Stock Status Report - run date: " delimited by size
        run-date-yyyy delimited by size
        "-" delimited by size
        run-date-mm delimited by size
        "-" delimited by size
        run-date-dd delimited by size
        into report-line
    end-string.
    perform write-report-line.
    perform write-report-line.

    move count-posted to qty-o.
    string "Receipts posted:       " delimited by size
        qty-o delimited by size
        into report-line
    end-string.
    perform write-report-line.

    move count-new-titles to qty-o.
    string "New titles stocked:    " delimited by size
        qty-o delimited by size
        into report-line
    end-string.
    perform write-report-line.

    move units-posted to qty-o.
    move value-posted to value-o.
    string "Units posted:          " delimited by size
        qty-o delimited by size
        "  Value posted: " delimited by size
        value-o delimited by size
        into report-line
    end-string.
    perform write-report-line.

    perform write-report-line.
    move "Receipt exceptions (not posted):" to report-line.
    perform write-report-line.

    if exception-count = 0
        move "  (none)" to report-line
        perform write-report-line
    else
        move 1 to exception-idx
        perform write-exception-line
            until exception-idx > exception-count
    end-if.

    perform write-report-line.
    move "Stock on hand:" to report-line.
    perform write-report-line.
    move "  ISBN           Title                          On hand  Last recvd  Unit cost           Value  Vendor"
        to report-line.
    perform write-report-line.

    move 1 to stock-eof.
    move low-values to sk-isbn.
    start stock-master key >= sk-isbn
        invalid key move 0 to stock-eof
    end-start.

    perform write-stock-line
        until stock-eof = 0.

    perform write-report-line.
    move count-titles to qty-o.
    string "Titles in stock: " delimited by size
        qty-o delimited by size
        into report-line
    end-string.
    perform write-report-line.

    move units-on-hand to qty-o.
    move value-on-hand to value-o.
    string "Units on hand:   " delimited by size
        qty-o delimited by size
        "  Stock value: " delimited by size
        value-o delimited by size
        into report-line
    end-string.
    perform write-report-line.

    close stock-report.

*> Writes one refused receipt
write-exception-line.

    move ex-qty(exception-idx) to qty-o.
    string "  " delimited by size
        ex-isbn(exception-idx) delimited by size
        "  Qty: " delimited by size
        qty-o delimited by size
        "  Vendor: " delimited by size
        ex-vendor-id(exception-idx) delimited by size
        "  " delimited by size
        ex-reason(exception-idx) delimited by size
        into report-line
    end-string.
    perform write-report-line.

    add 1 to exception-idx.

*> Reads the next stock record and writes its stock status line,
*> with the title from the catalog master
write-stock-line.

    read stock-master next record
        at end move 0 to stock-eof
    end-read.

    if stock-eof is not = 0
        move sk-isbn to cm-isbn
        read catalog-master
            invalid key
                move "(not in catalog)" to cm-title
        end-read

        add 1 to count-titles
        add sk-on-hand to units-on-hand
        add sk-value to value-on-hand

        move sk-on-hand to qty-o
        move sk-unit-cost to cost-o
        move sk-value to value-o
        string "  " delimited by size
            sk-isbn delimited by size
            "  " delimited by size
            cm-title(1:30) delimited by size
            " " delimited by size
            qty-o delimited by size
            "  " delimited by size
            sk-last-received delimited by size
            "  " delimited by size
            cost-o delimited by size
            "  " delimited by size
            value-o delimited by size
            "  " delimited by size
            sk-last-vendor delimited by size
            into report-line
        end-string
        perform write-report-line
    end-if.

*> Writes one line of the stock status report and echoes it to the
*> terminal so the two outputs never drift apart
write-report-line.

    display report-line.
    move report-line to stock-report-record.
    write stock-report-record.
    move report-status to io-fail-status.
    move "stock-status-report.txt" to io-fail-file.
    perform check-io-status.
    move spaces to report-line.
