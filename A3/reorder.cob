*> Name: Carson Mifsud

*> Description: This program is the suggested-reorder run. It walks
*> every active title in the catalog master, compares its quantity on
*> hand in the stock master with the title's reorder point, and for
*> each title at or below it suggests enough to bring it back up to
*> its order-up-to level. The suggestions are grouped into one
*> purchase order per vendor and printed as a buyer worksheet; only
*> when the buyer releases the worksheet is the suggested-PO file
*> written, in the same PO number / isbn / quantity layout the
*> purchase-order reconciliation reads as its open-PO file.

*> Modification History:
*> 2026-10-15  CM  Initial version: reorder-point comparison against
*>                 stock-master.idx, buyer worksheet grouped by vendor,
*>                 and release of suggested-po.txt with PO numbers from
*>                 the PO sequence file.

identification division.
program-id. suggested-reorder.

environment division.
input-output section.
file-control.
select catalog-master assign to "catalog-master.idx"
    organization is indexed
    access mode is dynamic
    record key is cm-isbn
    file status is catmaster-status.

select stock-master assign to "stock-master.idx"
    organization is indexed
    access mode is dynamic
    record key is sk-isbn
    file status is stock-status.

select reorder-file assign to "reorder-points.txt"
    organization is line sequential.

select vendor-file assign to "vendor-master.txt"
    organization is line sequential.

select po-file assign to "suggested-po.txt"
    organization is line sequential
    file status is po-status.

select sequence-file assign to "po-sequence.txt"
    organization is line sequential.

select worksheet-file assign to "reorder-worksheet.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
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

fd stock-master.

*> One title's stock position, keyed by isbn, as the stock posting
*> run maintains it
01 stock-record.
    05 sk-isbn pic x(13).
    05 sk-on-hand pic 9(7).
    05 sk-last-received pic x(8).
    05 sk-unit-cost pic 9(5)v99.
    05 sk-value pic 9(9)v99.
    05 sk-last-vendor pic x(6).

fd reorder-file.

*> One title's reorder parameters: the quantity at or below which it
*> is reordered, the level an order brings it back up to, and the
*> vendor it is bought from (blank to use the vendor who last
*> shipped it)
01 reorder-record.
    05 rp-isbn pic x(13).
    05 filler pic x(2).
    05 rp-reorder-point pic 9(5).
    05 filler pic x(2).
    05 rp-order-up-to pic 9(5).
    05 filler pic x(2).
    05 rp-vendor-id pic x(6).

fd vendor-file.

*> One supplier in the vendor master file: id, name, and contact
01 vendor-record.
    05 vm-id pic x(6).
    05 vm-name pic x(25).
    05 vm-contact pic x(30).

fd po-file.

*> One suggested purchase-order line, in the open-PO layout the
*> reconciliation reads: PO number, the isbn ordered, and the
*> quantity ordered
01 po-record.
    05 po-number pic x(8).
    05 filler pic x(2).
    05 po-isbn pic x(13).
    05 filler pic x(2).
    05 po-qty pic 9(5).

fd sequence-file.

*> The last suggested-PO number issued
01 sequence-record.
    05 sq-last-po pic 9(6).

fd worksheet-file.

*> Output record for the buyer worksheet
01 worksheet-record pic x(132).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "reorder".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value "catalog-master.idx".
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
01 catmaster-status pic xx value "00".
01 stock-status pic xx value "00".
01 po-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "reorder-params.txt".
01 run-answer pic x(100).

01 catalog-master-name pic x(20) value "catalog-master.idx".
01 stock-master-name pic x(20) value "stock-master.idx".
01 reorder-file-name pic x(20) value "reorder-points.txt".
01 vendor-master-name pic x(20) value "vendor-master.txt".
01 sequence-file-name pic x(20) value "po-sequence.txt".
01 stock-mode pic x value "N".
01 catalog-eof pic 9 value 1.
01 reorder-eof pic 9 value 1.
01 vendor-eof pic 9 value 1.

*> Reorder levels used for a title with no line in the reorder-points
*> file; an order-up-to of zero leaves such titles alone
01 default-reorder-point pic 9(5) value 0.
01 default-order-up-to pic 9(5) value 0.
01 release-answer pic x value "N".

*> Reorder parameters per title, loaded from the reorder-points file
01 reorder-table.
    05 reorder-entry occurs 0 to 2000 times
        depending on reorder-count.
        10 rt-isbn pic x(13).
        10 rt-reorder-point pic 9(5).
        10 rt-order-up-to pic 9(5).
        10 rt-vendor-id pic x(6).
01 reorder-count pic 9(4) value 0.
01 reorder-idx pic 9(4).
01 reorder-found pic 9(4).

*> Vendor master table, for validating the vendor each title is
*> bought from and naming it on the worksheet
01 vendor-table.
    05 vendor-entry occurs 0 to 99 times
        depending on vendor-count.
        10 vnd-id pic x(6).
        10 vnd-name pic x(25).
01 vendor-count pic 99 value 0.
01 vendor-idx pic 99.
01 vendor-found pic 99.

*> One suggestion per title needing an order, sorted into vendor
*> order before the worksheet and PO file are written
01 suggest-table.
    05 suggest-entry occurs 0 to 999 times
        depending on suggest-count.
        10 sg-vendor-id pic x(6).
        10 sg-isbn pic x(13).
        10 sg-title pic x(30).
        10 sg-on-hand pic 9(7).
        10 sg-reorder-point pic 9(5).
        10 sg-order-up-to pic 9(5).
        10 sg-qty pic 9(5).
        10 sg-cost pic 9(9)v99.
        10 sg-po-number pic x(8).
01 suggest-count pic 9(3) value 0.
01 suggest-full-warned pic x value "N".
01 suggest-idx pic 9(3).
01 suggest-swapped pic x value "N".
01 hold-suggest-entry pic x(90).

*> Working fields for the title being evaluated
01 cur-on-hand pic 9(7).
01 cur-unit-cost pic 9(5)v99.
01 cur-vendor-id pic x(6).
01 cur-reorder-point pic 9(5).
01 cur-order-up-to pic 9(5).
01 cur-qty pic 9(7).

*> PO numbering and vendor break control
01 last-po-seq pic 9(6) value 0.
01 po-seq-o pic 9(6).
01 break-vendor pic x(6).
01 cur-po-number pic x(8).
01 vendor-lines pic 9(4).
01 vendor-units pic 9(7).
01 vendor-cost pic 9(11)v99.

*> Run totals for the worksheet
01 count-active pic 9(6) value 0.
01 count-retired pic 9(6) value 0.
01 count-no-vendor pic 9(6) value 0.
01 count-pos pic 9(4) value 0.
01 total-units pic 9(9) value 0.
01 total-cost pic 9(11)v99 value 0.

01 qty-o pic ZZ,ZZ9.
01 onhand-o pic Z,ZZZ,ZZ9.
01 value-o pic ZZZ,ZZZ,ZZ9.99.
01 worksheet-line pic x(132).
01 run-date.
    05 run-date-yyyy pic 9(04).
    05 run-date-mm pic 9(02).
    05 run-date-dd pic 9(02).

procedure division.

    perform init-run-control.
    perform write-ops-start.

    call "CBL_CHECK_FILE_EXIST" using catalog-master-name catalog-master-record.
    if return-code is not = 0
        display "File Error: catalog-master.idx not found - run the"
            " catalog maintenance first"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.

    display "Default reorder point for titles with no reorder line (0 for none): ".
    perform get-run-answer.
    compute default-reorder-point = function numval (run-answer).
    display "Default order-up-to level for those titles (0 leaves them alone): ".
    perform get-run-answer.
    compute default-order-up-to = function numval (run-answer).

    perform load-reorder-points.
    perform load-vendor-master.

    open input catalog-master.
    move catmaster-status to io-fail-status.
    move catalog-master-name to io-fail-file.
    perform check-open-status.

    call "CBL_CHECK_FILE_EXIST" using stock-master-name stock-record.
    if return-code = 0
        open input stock-master
        move stock-status to io-fail-status
        move stock-master-name to io-fail-file
        perform check-open-status
        move "Y" to stock-mode
    else
        display "Warning: stock-master.idx not found - every title"
            " counts as zero on hand"
    end-if.

    move 1 to catalog-eof.
    move low-values to cm-isbn.
    start catalog-master key >= cm-isbn
        invalid key move 0 to catalog-eof
    end-start.
    perform evaluate-title
        until catalog-eof = 0.

    close catalog-master.
    if stock-mode = "Y"
        close stock-master
    end-if.

    move "Y" to suggest-swapped.
    perform suggest-sort-pass
        until suggest-swapped = "N".

    perform read-po-sequence.
    perform assign-po-numbers.
    perform write-worksheet.

    if suggest-count > 0
        display "Release the suggested purchase orders to suggested-po.txt? (Y/N): "
        perform get-run-answer
        move run-answer to release-answer
        if release-answer = "Y" or release-answer = "y"
            perform release-po-file
        else
            display "Suggested purchase orders not released"
        end-if
    end-if.

    if param-open = "Y"
        close param-file
    end-if.

    move count-no-vendor to ops-rejected.
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

*> Loads the per-title reorder parameters; without the file every
*> title falls back to the default levels
load-reorder-points.

    call "CBL_CHECK_FILE_EXIST" using reorder-file-name reorder-record.
    if return-code is not = 0
        display "Warning: reorder-points.txt not found - using the"
            " default reorder levels for every title"
    else
        open input reorder-file
        move 1 to reorder-eof
        perform load-reorder-entry
            until reorder-eof = 0
        close reorder-file
    end-if.

*> Reads one title's reorder parameters into the table
load-reorder-entry.

    read reorder-file
        at end move 0 to reorder-eof
    end-read.

    if reorder-eof is not = 0
        if rp-isbn > spaces and rp-reorder-point is numeric
            and rp-order-up-to is numeric
            if reorder-count >= 2000
                display "Warning: reorder table full - further"
                    " reorder lines ignored"
                move 0 to reorder-eof
            else
                add 1 to reorder-count
                move rp-isbn to rt-isbn(reorder-count)
                move rp-reorder-point to rt-reorder-point(reorder-count)
                move rp-order-up-to to rt-order-up-to(reorder-count)
                move rp-vendor-id to rt-vendor-id(reorder-count)
            end-if
        end-if
    end-if.

*> Loads the vendor master table; a missing vendor master means no
*> title can be placed on a purchase order
load-vendor-master.

    call "CBL_CHECK_FILE_EXIST" using vendor-master-name vendor-record.
    if return-code is not = 0
        display "Warning: vendor-master.txt not found - no vendor can"
            " be resolved, nothing will be ordered"
    else
        open input vendor-file
        move 1 to vendor-eof
        perform load-vendor-entry
            until vendor-eof = 0
        close vendor-file
    end-if.

*> Reads one supplier from the vendor master file into the table
load-vendor-entry.

    read vendor-file
        at end move 0 to vendor-eof
    end-read.

    if vendor-eof is not = 0
        if vendor-count >= 99
            display "Warning: vendor table full - further vendor"
                " master entries ignored"
            move 0 to vendor-eof
        else
            add 1 to vendor-count
            move vm-id to vnd-id(vendor-count)
            move vm-name to vnd-name(vendor-count)
        end-if
    end-if.

*> Resolves cur-vendor-id against the vendor master table;
*> vendor-found is zero when the vendor is not on file
resolve-vendor.

    move 0 to vendor-found.
    move 1 to vendor-idx.
    perform resolve-vendor-compare
        until vendor-idx > vendor-count or vendor-found > 0.

*> Compares one vendor master entry against cur-vendor-id
resolve-vendor-compare.

    if vnd-id(vendor-idx) = cur-vendor-id
        move vendor-idx to vendor-found
    else
        add 1 to vendor-idx
    end-if.

*> Finds the reorder-points entry for the current title;
*> reorder-found is zero when the title has none
find-reorder-entry.

    move 0 to reorder-found.
    move 1 to reorder-idx.
    perform find-reorder-compare
        until reorder-idx > reorder-count or reorder-found > 0.

*> Compares one reorder-points entry against the current title
find-reorder-compare.

    if rt-isbn(reorder-idx) = cm-isbn
        move reorder-idx to reorder-found
    else
        add 1 to reorder-idx
    end-if.

*> Reads the next catalog title and, when it is active and at or
*> below its reorder point, adds a suggestion to bring it up to its
*> order-up-to level. Retired titles are never reordered
evaluate-title.

    read catalog-master next record
        at end move 0 to catalog-eof
    end-read.

    if catalog-eof is not = 0
        add 1 to ops-read
        if cm-status = "R"
            add 1 to count-retired
        else
            add 1 to count-active
            perform evaluate-active-title
        end-if
    end-if.

*> Decides whether one active title needs reordering
evaluate-active-title.

    move 0 to cur-on-hand.
    move 0 to cur-unit-cost.
    move spaces to cur-vendor-id.

    if stock-mode = "Y"
        move cm-isbn to sk-isbn
        read stock-master
            invalid key
                continue
            not invalid key
                move sk-on-hand to cur-on-hand
                move sk-unit-cost to cur-unit-cost
                move sk-last-vendor to cur-vendor-id
        end-read
    end-if.

    perform find-reorder-entry.
    if reorder-found > 0
        move rt-reorder-point(reorder-found) to cur-reorder-point
        move rt-order-up-to(reorder-found) to cur-order-up-to
        if rt-vendor-id(reorder-found) > spaces
            move rt-vendor-id(reorder-found) to cur-vendor-id
        end-if
    else
        move default-reorder-point to cur-reorder-point
        move default-order-up-to to cur-order-up-to
    end-if.

    if cur-order-up-to > 0 and cur-on-hand <= cur-reorder-point
        and cur-on-hand < cur-order-up-to
        compute cur-qty = cur-order-up-to - cur-on-hand
        if cur-qty > 99999
            move 99999 to cur-qty
        end-if
        perform add-suggestion
    end-if.

*> Adds the current title to the suggestion table under its vendor;
*> a title with no vendor on the vendor master is still listed on
*> the worksheet but left off the purchase orders
add-suggestion.

    perform resolve-vendor.
    if vendor-found = 0
        add 1 to count-no-vendor
        move spaces to cur-vendor-id
    end-if.

    if suggest-count >= 999
        if suggest-full-warned = "N"
            display "Warning: suggestion table full - further titles"
                " left off this run"
            move "Y" to suggest-full-warned
        end-if
    else
        add 1 to suggest-count
        move cur-vendor-id to sg-vendor-id(suggest-count)
        move cm-isbn to sg-isbn(suggest-count)
        move cm-title(1:30) to sg-title(suggest-count)
        move cur-on-hand to sg-on-hand(suggest-count)
        move cur-reorder-point to sg-reorder-point(suggest-count)
        move cur-order-up-to to sg-order-up-to(suggest-count)
        move cur-qty to sg-qty(suggest-count)
        compute sg-cost(suggest-count) = cur-qty * cur-unit-cost
        move spaces to sg-po-number(suggest-count)
    end-if.

*> One pass of the vendor sort, swapping any out-of-order neighbours;
*> titles keep their isbn order within a vendor
suggest-sort-pass.

    move "N" to suggest-swapped.
    move 1 to suggest-idx.
    perform suggest-sort-compare
        until suggest-idx >= suggest-count.

*> Compares one adjacent pair of suggestions by vendor id
suggest-sort-compare.

    if sg-vendor-id(suggest-idx) > sg-vendor-id(suggest-idx + 1)
        move suggest-entry(suggest-idx) to hold-suggest-entry
        move suggest-entry(suggest-idx + 1) to suggest-entry(suggest-idx)
        move hold-suggest-entry to suggest-entry(suggest-idx + 1)
        move "Y" to suggest-swapped
    end-if.

    add 1 to suggest-idx.

*> Reads the last suggested-PO number issued
read-po-sequence.

    move 0 to last-po-seq.
    call "CBL_CHECK_FILE_EXIST" using sequence-file-name sequence-record.
    if return-code = 0
        open input sequence-file
        read sequence-file
            at end move 0 to sq-last-po
        end-read
        close sequence-file
        if sq-last-po is numeric
            move sq-last-po to last-po-seq
        end-if
    end-if.

*> Gives each vendor's block of suggestions its own PO number,
*> continuing from the PO sequence file; titles with no vendor get
*> no PO number
assign-po-numbers.

    move high-values to break-vendor.
    move 1 to suggest-idx.
    perform assign-one-po-number
        until suggest-idx > suggest-count.

*> Assigns the PO number for one suggestion, starting a new PO at
*> each change of vendor
assign-one-po-number.

    if sg-vendor-id(suggest-idx) > spaces
        if sg-vendor-id(suggest-idx) is not = break-vendor
            move sg-vendor-id(suggest-idx) to break-vendor
            add 1 to last-po-seq
            add 1 to count-pos
            move last-po-seq to po-seq-o
            move spaces to cur-po-number
            string "SP" delimited by size
                po-seq-o delimited by size
                into cur-po-number
            end-string
        end-if
        move cur-po-number to sg-po-number(suggest-idx)
    end-if.

    add 1 to suggest-idx.

*> Prints the buyer worksheet: one block per vendor purchase order
*> with its lines and totals, then the titles that could not be
*> placed with a vendor, then the run totals
write-worksheet.

    open output worksheet-file.

    move function current-date to run-date.
    string "Buyer Reorder Worksheet - run date: " delimited by size
        run-date-yyyy delimited by size
        "-" delimited by size
        run-date-mm delimited by size
        "-" delimited by size
        run-date-dd delimited by size
        into worksheet-line
    end-string.
    perform write-worksheet-line.
    perform write-worksheet-line.

    move low-values to break-vendor.
    move 1 to suggest-idx.
    perform write-suggestion-line
        until suggest-idx > suggest-count.

    if break-vendor is not = low-values and break-vendor > spaces
        perform write-vendor-total
    end-if.

    if suggest-count = 0
        move "No active title is at or below its reorder point"
            to worksheet-line
        perform write-worksheet-line
    end-if.

    perform write-worksheet-line.
    string "Active titles checked: " delimited by size
        count-active delimited by size
        "  retired titles skipped: " delimited by size
        count-retired delimited by size
        into worksheet-line
    end-string.
    perform write-worksheet-line.

    move total-cost to value-o.
    string "Purchase orders: " delimited by size
        count-pos delimited by size
        "  units: " delimited by size
        total-units delimited by size
        "  estimated cost: " delimited by size
        value-o delimited by size
        into worksheet-line
    end-string.
    perform write-worksheet-line.

    string "Titles needing an order with no vendor on file: " delimited by size
        count-no-vendor delimited by size
        into worksheet-line
    end-string.
    perform write-worksheet-line.

    close worksheet-file.

*> Writes one suggestion, opening a new vendor block (and closing
*> the last one with its totals) at each change of vendor
write-suggestion-line.

    if sg-vendor-id(suggest-idx) is not = break-vendor
        if break-vendor is not = low-values and break-vendor > spaces
            perform write-vendor-total
        end-if
        move sg-vendor-id(suggest-idx) to break-vendor
        move 0 to vendor-lines
        move 0 to vendor-units
        move 0 to vendor-cost

        perform write-worksheet-line
        if break-vendor = spaces
            move "Titles needing an order with no vendor on the vendor master:"
                to worksheet-line
        else
            move break-vendor to cur-vendor-id
            perform resolve-vendor
            string "PO " delimited by size
                sg-po-number(suggest-idx) delimited by size
                "  Vendor: " delimited by size
                break-vendor delimited by size
                " " delimited by size
                vnd-name(vendor-found) delimited by size
                into worksheet-line
            end-string
        end-if
        perform write-worksheet-line
        move "  ISBN           Title                            On hand  Reorder  Up-to   Order   Est. cost"
            to worksheet-line
        perform write-worksheet-line
    end-if.

    move sg-on-hand(suggest-idx) to onhand-o.
    move sg-cost(suggest-idx) to value-o.
    string "  " delimited by size
        sg-isbn(suggest-idx) delimited by size
        "  " delimited by size
        sg-title(suggest-idx) delimited by size
        " " delimited by size
        onhand-o delimited by size
        "  " delimited by size
        sg-reorder-point(suggest-idx) delimited by size
        "  " delimited by size
        sg-order-up-to(suggest-idx) delimited by size
        "  " delimited by size
        sg-qty(suggest-idx) delimited by size
        " " delimited by size
        value-o delimited by size
        into worksheet-line
    end-string.
    perform write-worksheet-line.

    if break-vendor > spaces
        add 1 to vendor-lines
        add sg-qty(suggest-idx) to vendor-units
        add sg-cost(suggest-idx) to vendor-cost
        add sg-qty(suggest-idx) to total-units
        add sg-cost(suggest-idx) to total-cost
    end-if.

    add 1 to suggest-idx.

*> Writes the totals line closing one vendor's purchase order
write-vendor-total.

    move vendor-cost to value-o.
    string "  PO total - lines: " delimited by size
        vendor-lines delimited by size
        "  units: " delimited by size
        vendor-units delimited by size
        "  estimated cost: " delimited by size
        value-o delimited by size
        into worksheet-line
    end-string.
    perform write-worksheet-line.

*> Writes the released purchase-order lines and advances the PO
*> sequence past the numbers they used
release-po-file.

    open output po-file.
    move po-status to io-fail-status.
    move "suggested-po.txt" to io-fail-file.
    perform check-open-status.

    move 1 to suggest-idx.
    perform write-po-line
        until suggest-idx > suggest-count.

    close po-file.

    open output sequence-file.
    move last-po-seq to sq-last-po.
    write sequence-record.
    close sequence-file.

    display "Suggested purchase orders released to suggested-po.txt".

*> Writes one suggestion with a PO number as an open-PO line
write-po-line.

    if sg-po-number(suggest-idx) > spaces
        move spaces to po-record
        move sg-po-number(suggest-idx) to po-number
        move sg-isbn(suggest-idx) to po-isbn
        move sg-qty(suggest-idx) to po-qty
        write po-record
        move po-status to io-fail-status
        move "suggested-po.txt" to io-fail-file
        perform check-io-status
    end-if.

    add 1 to suggest-idx.

*> Writes one line of the buyer worksheet and echoes it to the
*> terminal so the two outputs never drift apart
write-worksheet-line.

    display worksheet-line.
    move worksheet-line to worksheet-record.
    write worksheet-record.
    move spaces to worksheet-line.
