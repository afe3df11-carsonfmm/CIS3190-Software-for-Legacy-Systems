*> Name: Carson Mifsud

*> Description: This program turns the vendor-return file the
*> validation run writes (isbn-returns.txt) into return-to-vendor
*> paperwork. The returned lines are grouped by vendor, and each
*> vendor gets a numbered return authorization and debit memo listing
*> every returned isbn with its quantity, unit cost, and the reason in
*> plain words, with a memo total. Every memo is added to the
*> open-credits file, credits the vendors have issued are applied
*> against it, and the credits still outstanding are aged, so
*> accounts payable can see who has not credited us yet.

*> Modification History:
*> 2026-10-15  CM  Initial version: debit memos per vendor from
*>                 isbn-returns.txt, open-credits file with received
*>                 credits applied, and the open-credit aging report.

identification division.
program-id. return-to-vendor.

environment division.
input-output section.
file-control.
select return-file assign to "isbn-returns.txt"
    organization is line sequential.

select vendor-file assign to "vendor-master.txt"
    organization is line sequential.

select memo-file assign to "rtv-debit-memos.txt"
    organization is line sequential.

select credits-file assign to "open-credits.txt"
    organization is line sequential.

select received-file assign to "vendor-credits-received.txt"
    organization is line sequential.

select aging-file assign to "open-credits-aging.txt"
    organization is line sequential.

select sequence-file assign to "ra-sequence.txt"
    organization is line sequential.

select rtv-stamp-file assign to "rtv-stamp.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd return-file.

*> Vendor-return record as the validation run wrote it: the reason
*> code, the vendor, and the original vendor line (isbn, quantity,
*> and unit cost)
01 return-record.
    05 ret-reason pic x(8).
    05 filler pic x(2).
    05 ret-vendor-id pic x(6).
    05 filler pic x(2).
    05 ret-vendor-line.
        10 rl-isbn pic x(13).
        10 filler pic x(2).
        10 rl-qty pic 9(5).
        10 filler pic x(2).
        10 rl-unit-cost pic 9(5)v99.
        10 filler pic x(81).

fd vendor-file.

*> One supplier in the vendor master file: id, name, and contact
01 vendor-record.
    05 vm-id pic x(6).
    05 vm-name pic x(25).
    05 vm-contact pic x(30).

fd memo-file.

*> Output record for the return authorizations and debit memos
01 memo-record pic x(132).

fd credits-file.

*> One debit memo awaiting the vendor's credit: the return
*> authorization number, vendor, memo date, the memo amount and the
*> amount still open, the status (O open, C credited) and the date
*> the last credit was applied
01 credit-record.
    05 oc-ra-number pic x(8).
    05 filler pic x(2).
    05 oc-vendor-id pic x(6).
    05 filler pic x(2).
    05 oc-memo-date pic x(8).
    05 filler pic x(2).
    05 oc-amount pic 9(9)v99.
    05 filler pic x(2).
    05 oc-open-amount pic 9(9)v99.
    05 filler pic x(2).
    05 oc-status pic x.
    05 filler pic x(2).
    05 oc-credit-date pic x(8).

fd received-file.

*> One credit a vendor has issued against a return authorization
01 received-record.
    05 cr-ra-number pic x(8).
    05 filler pic x(2).
    05 cr-date pic x(8).
    05 filler pic x(2).
    05 cr-amount pic 9(9)v99.

fd aging-file.

*> Output record for the open-credit aging report
01 aging-record pic x(132).

fd sequence-file.

*> The last return authorization number issued
01 sequence-record.
    05 sq-last-ra pic 9(6).

fd rtv-stamp-file.

*> The returns file last turned into memos: its line count and value
01 rtv-stamp-record.
    05 rs-lines pic 9(6).
    05 filler pic x(2).
    05 rs-value pic 9(9)v99.
    05 filler pic x(2).
    05 rs-run-at pic x(14).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "return-vendor".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value "isbn-returns.txt".
01 ops-line pic x(160).
01 ops-now pic x(21).
01 ops-stamp pic x(14).
01 ops-read pic 9(6) value 0.
01 ops-rejected pic 9(6) value 0.
01 ops-status pic x(12) value spaces.
01 ops-reject-limit pic 9(6) value 100.

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "rtvmemo-params.txt".
01 run-answer pic x(100).

01 return-file-name pic x(20) value "isbn-returns.txt".
01 vendor-master-name pic x(20) value "vendor-master.txt".
01 credits-file-name pic x(20) value "open-credits.txt".
01 received-file-name pic x(30) value "vendor-credits-received.txt".
01 sequence-file-name pic x(20) value "ra-sequence.txt".
01 rtv-stamp-name pic x(20) value "rtv-stamp.txt".
01 return-eof pic 9 value 1.
01 vendor-eof pic 9 value 1.
01 credits-eof pic 9 value 1.
01 received-eof pic 9 value 1.
01 make-memos pic x value "Y".

*> Vendor master table for naming the vendor on each memo
01 vendor-table.
    05 vendor-entry occurs 0 to 99 times
        depending on vendor-count.
        10 vnd-id pic x(6).
        10 vnd-name pic x(25).
        10 vnd-contact pic x(30).
01 vendor-count pic 99 value 0.
01 vendor-idx pic 99.
01 vendor-found pic 99.
01 cur-vendor-id pic x(6).

*> The returned lines, sorted into vendor order for the memos
01 return-table.
    05 return-entry occurs 0 to 2000 times
        depending on return-count.
        10 rn-vendor-id pic x(6).
        10 rn-isbn pic x(13).
        10 rn-reason pic x(8).
        10 rn-qty pic 9(5).
        10 rn-unit-cost pic 9(5)v99.
01 return-count pic 9(4) value 0.
01 return-idx pic 9(4).
01 return-swapped pic x value "N".
01 hold-return-entry pic x(39).
01 return-full-warned pic x value "N".

*> The open-credits file held in memory while memos are added and
*> received credits applied, then written back
01 credit-table.
    05 credit-entry occurs 0 to 3000 times
        depending on credit-count.
        10 ct-ra-number pic x(8).
        10 ct-vendor-id pic x(6).
        10 ct-memo-date pic x(8).
        10 ct-amount pic 9(9)v99.
        10 ct-open-amount pic 9(9)v99.
        10 ct-status pic x.
        10 ct-credit-date pic x(8).
01 credit-count pic 9(4) value 0.
01 credit-idx pic 9(4).
01 credit-found pic 9(4).
01 credit-full-warned pic x value "N".

*> Memo and vendor break control
01 last-ra-seq pic 9(6) value 0.
01 ra-seq-o pic 9(6).
01 cur-ra-number pic x(8).
01 break-vendor pic x(6).
01 memo-total pic 9(9)v99.
01 memo-lines pic 9(4).
01 line-value pic 9(9)v99.
01 reason-words pic x(40).
01 today-date pic x(8).
01 today-int pic 9(8).
01 memo-date-int pic 9(8).
01 age-days pic s9(6).
01 age-o pic -(5)9.
01 received-done-name pic x(40).

*> Returns file totals for the already-processed check
01 file-lines pic 9(6) value 0.
01 file-value pic 9(9)v99 value 0.

*> Run totals
01 count-memos pic 9(4) value 0.
01 memos-value pic 9(11)v99 value 0.
01 count-credits-applied pic 9(4) value 0.
01 count-credits-unmatched pic 9(4) value 0.

*> Aging buckets, per vendor and in total: current (0-30 days),
*> 31-60, 61-90, and over 90
01 aging-table.
    05 aging-entry occurs 0 to 99 times
        depending on aging-count.
        10 ag-vendor-id pic x(6).
        10 ag-bucket pic 9(9)v99 occurs 4 times.
        10 ag-total pic 9(9)v99.
01 aging-count pic 99 value 0.
01 aging-idx pic 99.
01 aging-found pic 99.
01 bucket-idx pic 9.
01 grand-bucket pic 9(11)v99 occurs 4 times.
01 grand-open pic 9(11)v99 value 0.

01 qty-o pic ZZ,ZZ9.
01 cost-o pic ZZ,ZZ9.99.
01 value-o pic ZZZ,ZZZ,ZZ9.99.
01 b1-o pic ZZZ,ZZZ,ZZ9.99.
01 b2-o pic ZZZ,ZZZ,ZZ9.99.
01 b3-o pic ZZZ,ZZZ,ZZ9.99.
01 b4-o pic ZZZ,ZZZ,ZZ9.99.
01 memo-line pic x(132).
01 aging-line pic x(132).

procedure division.

    perform init-run-control.
    perform write-ops-start.

    move function current-date to ops-now.
    move ops-now(1:8) to today-date.
    compute today-int = function integer-of-date (function numval (today-date)).

    perform load-vendor-master.
    perform load-open-credits.

    call "CBL_CHECK_FILE_EXIST" using return-file-name return-record.
    if return-code is not = 0
        display "Warning: isbn-returns.txt not found - no new memos,"
            " aging the open credits only"
        move "N" to make-memos
    else
        perform check-rtv-stamp
    end-if.

    if make-memos = "Y"
        open input return-file
        move 1 to return-eof
        perform load-return-line
            until return-eof = 0
        close return-file

        move "Y" to return-swapped
        perform return-sort-pass
            until return-swapped = "N"

        perform read-ra-sequence
        perform write-debit-memos
        perform write-ra-sequence
        perform write-rtv-stamp
    end-if.

    perform apply-received-credits.
    perform save-open-credits.
    perform write-aging-report.

    if param-open = "Y"
        close param-file
    end-if.

    move count-credits-unmatched to ops-rejected.
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

*> Loads the vendor master table; a missing vendor master only means
*> the memos carry the vendor id without a name
load-vendor-master.

    call "CBL_CHECK_FILE_EXIST" using vendor-master-name vendor-record.
    if return-code is not = 0
        display "Warning: vendor-master.txt not found - vendor names"
            " will not be resolved"
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
            move vm-contact to vnd-contact(vendor-count)
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

*> Totals the returns file and compares it with the stamp of the last
*> returns file turned into memos; the same file found again only
*> gets a second set of memos when the operator says so
check-rtv-stamp.

    open input return-file.
    move 1 to return-eof.
    perform total-return-line
        until return-eof = 0.
    close return-file.

    call "CBL_CHECK_FILE_EXIST" using rtv-stamp-name rtv-stamp-record.
    if return-code = 0
        open input rtv-stamp-file
        read rtv-stamp-file
            at end move spaces to rtv-stamp-record
        end-read
        close rtv-stamp-file

        if rs-lines = file-lines and rs-value = file-value
            display "isbn-returns.txt (" file-lines " lines) already had"
                " memos raised at " rs-run-at
            display "Raise the memos again? (Y/N): "
            perform get-run-answer
            if run-answer is not = "Y" and run-answer is not = "y"
                move "N" to make-memos
            end-if
        end-if
    end-if.

*> Reads one return line for the file totals
total-return-line.

    read return-file
        at end move 0 to return-eof
    end-read.

    if return-eof is not = 0
        add 1 to file-lines
        if rl-qty is numeric and rl-unit-cost is numeric
            compute file-value = file-value + (rl-qty * rl-unit-cost)
        end-if
    end-if.

*> Records the returns file just turned into memos
write-rtv-stamp.

    open output rtv-stamp-file.
    move spaces to rtv-stamp-record.
    move file-lines to rs-lines.
    move file-value to rs-value.
    move function current-date to ops-now.
    move ops-now(1:14) to rs-run-at.
    write rtv-stamp-record.
    close rtv-stamp-file.

*> Reads one returned line into the return table
load-return-line.

    read return-file
        at end move 0 to return-eof
    end-read.

    if return-eof is not = 0
        add 1 to ops-read
        if return-count >= 2000
            if return-full-warned = "N"
                display "Warning: return table full - further returned"
                    " lines left for the next run"
                move "Y" to return-full-warned
            end-if
        else
            add 1 to return-count
            move ret-vendor-id to rn-vendor-id(return-count)
            move rl-isbn to rn-isbn(return-count)
            move ret-reason to rn-reason(return-count)
            if rl-qty is numeric
                move rl-qty to rn-qty(return-count)
            else
                move 0 to rn-qty(return-count)
            end-if
            if rl-unit-cost is numeric
                move rl-unit-cost to rn-unit-cost(return-count)
            else
                move 0 to rn-unit-cost(return-count)
            end-if
        end-if
    end-if.

*> One pass of the vendor sort, swapping any out-of-order neighbours;
*> lines keep their file order within a vendor
return-sort-pass.

    move "N" to return-swapped.
    move 1 to return-idx.
    perform return-sort-compare
        until return-idx >= return-count.

*> Compares one adjacent pair of returned lines by vendor id
return-sort-compare.

    if rn-vendor-id(return-idx) > rn-vendor-id(return-idx + 1)
        move return-entry(return-idx) to hold-return-entry
        move return-entry(return-idx + 1) to return-entry(return-idx)
        move hold-return-entry to return-entry(return-idx + 1)
        move "Y" to return-swapped
    end-if.

    add 1 to return-idx.

*> Reads the last return authorization number issued
read-ra-sequence.

    move 0 to last-ra-seq.
    call "CBL_CHECK_FILE_EXIST" using sequence-file-name sequence-record.
    if return-code = 0
        open input sequence-file
        read sequence-file
            at end move 0 to sq-last-ra
        end-read
        close sequence-file
        if sq-last-ra is numeric
            move sq-last-ra to last-ra-seq
        end-if
    end-if.

*> Saves the last return authorization number issued
write-ra-sequence.

    open output sequence-file.
    move last-ra-seq to sq-last-ra.
    write sequence-record.
    close sequence-file.

*> Writes one return authorization and debit memo per vendor, each
*> added to the open credits
write-debit-memos.

    open output memo-file.

    move high-values to break-vendor.
    move 1 to return-idx.
    perform write-memo-detail
        until return-idx > return-count.

    if return-count > 0
        perform close-memo
    end-if.

    move spaces to memo-line.
    perform write-memo-line.
    move memos-value to value-o.
    string "Debit memos raised: " delimited by size
        count-memos delimited by size
        "  Total: " delimited by size
        value-o delimited by size
        into memo-line
    end-string.
    perform write-memo-line.

    close memo-file.

*> Writes one returned line, closing the previous vendor's memo and
*> opening a new one at each change of vendor
write-memo-detail.

    if rn-vendor-id(return-idx) is not = break-vendor
        if break-vendor is not = high-values
            perform close-memo
        end-if
        move rn-vendor-id(return-idx) to break-vendor
        perform open-memo
    end-if.

    perform describe-reason.
    compute line-value = rn-qty(return-idx) * rn-unit-cost(return-idx).
    add line-value to memo-total.
    add 1 to memo-lines.

    move rn-qty(return-idx) to qty-o.
    move rn-unit-cost(return-idx) to cost-o.
    move line-value to value-o.
    string "  " delimited by size
        rn-isbn(return-idx) delimited by size
        "  " delimited by size
        qty-o delimited by size
        "  " delimited by size
        cost-o delimited by size
        " " delimited by size
        value-o delimited by size
        "  " delimited by size
        reason-words delimited by size
        into memo-line
    end-string.
    perform write-memo-line.

    add 1 to return-idx.

*> Starts a new vendor's return authorization and debit memo
open-memo.

    add 1 to last-ra-seq.
    move last-ra-seq to ra-seq-o.
    move spaces to cur-ra-number.
    string "RA" delimited by size
        ra-seq-o delimited by size
        into cur-ra-number
    end-string.
    move 0 to memo-total.
    move 0 to memo-lines.

    move break-vendor to cur-vendor-id.
    perform resolve-vendor.

    move spaces to memo-line.
    perform write-memo-line.
    move all "=" to memo-line(1:80).
    perform write-memo-line.
    string "RETURN AUTHORIZATION / DEBIT MEMO  " delimited by size
        cur-ra-number delimited by size
        "   Date: " delimited by size
        today-date delimited by size
        into memo-line
    end-string.
    perform write-memo-line.

    if vendor-found > 0
        string "Vendor: " delimited by size
            break-vendor delimited by size
            "  " delimited by size
            vnd-name(vendor-found) delimited by size
            "  Attn: " delimited by size
            vnd-contact(vendor-found) delimited by size
            into memo-line
        end-string
    else
        string "Vendor: " delimited by size
            break-vendor delimited by size
            "  (not in vendor master)" delimited by size
            into memo-line
        end-string
    end-if.
    perform write-memo-line.

    move "We are returning the items below and have debited your account for their cost."
        to memo-line.
    perform write-memo-line.
    perform write-memo-line.
    move "  ISBN               Qty  Unit cost           Value  Reason"
        to memo-line.
    perform write-memo-line.

*> Closes a vendor's memo with its total and adds it to the open
*> credits
close-memo.

    move memo-total to value-o.
    string "  Memo total (" delimited by size
        memo-lines delimited by size
        " lines):            " delimited by size
        value-o delimited by size
        into memo-line
    end-string.
    perform write-memo-line.

    add 1 to count-memos.
    add memo-total to memos-value.

    if credit-count >= 3000
        if credit-full-warned = "N"
            display "Warning: open-credits table full - memo "
                cur-ra-number " not added to the open credits"
            move "Y" to credit-full-warned
        end-if
    else
        add 1 to credit-count
        move cur-ra-number to ct-ra-number(credit-count)
        move break-vendor to ct-vendor-id(credit-count)
        move today-date to ct-memo-date(credit-count)
        move memo-total to ct-amount(credit-count)
        move memo-total to ct-open-amount(credit-count)
        move "O" to ct-status(credit-count)
        move spaces to ct-credit-date(credit-count)
    end-if.

*> Puts the returned line's reason code into plain words
describe-reason.

    evaluate rn-reason(return-idx)
        when "NONDIGIT"
            move "ISBN contains a character that is not a digit"
                to reason-words
        when "BADCKDGT"
            move "ISBN check digit does not match" to reason-words
        when "BADCKCHR"
            move "ISBN check digit is not a digit or X" to reason-words
        when other
            string "Returned - code " delimited by size
                rn-reason(return-idx) delimited by size
                into reason-words
            end-string
    end-evaluate.

*> Loads the open-credits file carried from earlier runs
load-open-credits.

    call "CBL_CHECK_FILE_EXIST" using credits-file-name credit-record.
    if return-code = 0
        open input credits-file
        move 1 to credits-eof
        perform load-credit-entry
            until credits-eof = 0
        close credits-file
    end-if.

*> Reads one open-credit record into the table
load-credit-entry.

    read credits-file
        at end move 0 to credits-eof
    end-read.

    if credits-eof is not = 0
        if credit-count >= 3000
            display "Warning: open-credits table full - further"
                " records dropped"
            move 0 to credits-eof
        else
            add 1 to credit-count
            move oc-ra-number to ct-ra-number(credit-count)
            move oc-vendor-id to ct-vendor-id(credit-count)
            move oc-memo-date to ct-memo-date(credit-count)
            move oc-amount to ct-amount(credit-count)
            move oc-open-amount to ct-open-amount(credit-count)
            move oc-status to ct-status(credit-count)
            move oc-credit-date to ct-credit-date(credit-count)
        end-if
    end-if.

*> Applies the credits the vendors have issued against their return
*> authorizations, then renames the received-credits file so the
*> same credits are never applied twice
apply-received-credits.

    call "CBL_CHECK_FILE_EXIST" using received-file-name received-record.
    if return-code = 0
        open input received-file
        move 1 to received-eof
        perform apply-one-credit
            until received-eof = 0
        close received-file

        move spaces to received-done-name
        string "vendor-credits-received-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into received-done-name
        end-string
        call "CBL_RENAME_FILE" using received-file-name received-done-name
    end-if.

*> Applies one vendor credit to the matching open memo: a credit that
*> covers the open amount closes it, a smaller one reduces it
apply-one-credit.

    read received-file
        at end move 0 to received-eof
    end-read.

    if received-eof is not = 0 and cr-ra-number > spaces
        move 0 to credit-found
        move 1 to credit-idx
        perform find-credit-compare
            until credit-idx > credit-count or credit-found > 0

        if credit-found = 0 or cr-amount is not numeric
            add 1 to count-credits-unmatched
            display "Warning: vendor credit for " cr-ra-number
                " matches no open memo - left for accounts payable"
        else
            add 1 to count-credits-applied
            if cr-amount >= ct-open-amount(credit-found)
                move 0 to ct-open-amount(credit-found)
                move "C" to ct-status(credit-found)
            else
                subtract cr-amount from ct-open-amount(credit-found)
            end-if
            move cr-date to ct-credit-date(credit-found)
        end-if
    end-if.

*> Compares one open-credit entry against the credit's authorization
find-credit-compare.

    if ct-ra-number(credit-idx) = cr-ra-number
        and ct-status(credit-idx) = "O"
        move credit-idx to credit-found
    else
        add 1 to credit-idx
    end-if.

*> Writes the open-credits file back with this run's memos and
*> applied credits
save-open-credits.

    open output credits-file.
    move 1 to credit-idx.
    perform save-credit-entry
        until credit-idx > credit-count.
    close credits-file.

*> Writes one open-credit record
save-credit-entry.

    move spaces to credit-record.
    move ct-ra-number(credit-idx) to oc-ra-number.
    move ct-vendor-id(credit-idx) to oc-vendor-id.
    move ct-memo-date(credit-idx) to oc-memo-date.
    move ct-amount(credit-idx) to oc-amount.
    move ct-open-amount(credit-idx) to oc-open-amount.
    move ct-status(credit-idx) to oc-status.
    move ct-credit-date(credit-idx) to oc-credit-date.
    write credit-record.

    add 1 to credit-idx.

*> Writes the aging of every memo still awaiting credit: each open
*> memo with its age, then the open amounts per vendor by age bucket
write-aging-report.

    open output aging-file.

    string "Open Vendor Credits Aging - as of " delimited by size
        today-date delimited by size
        into aging-line
    end-string.
    perform write-aging-line.
    perform write-aging-line.

    move "  RA        Vendor  Memo date   Days       Memo amount     Open amount"
        to aging-line.
    perform write-aging-line.

    move 1 to bucket-idx.
    perform clear-grand-bucket
        until bucket-idx > 4.

    move 1 to credit-idx.
    perform age-one-credit
        until credit-idx > credit-count.

    perform write-aging-line.
    move "Open credits by vendor:                          0-30 days         31-60 days         61-90 days       Over 90 days"
        to aging-line.
    perform write-aging-line.

    move 1 to aging-idx.
    perform write-aging-vendor
        until aging-idx > aging-count.

    move grand-bucket(1) to b1-o.
    move grand-bucket(2) to b2-o.
    move grand-bucket(3) to b3-o.
    move grand-bucket(4) to b4-o.
    string "  All vendors                            " delimited by size
        b1-o delimited by size
        "     " delimited by size
        b2-o delimited by size
        "     " delimited by size
        b3-o delimited by size
        "     " delimited by size
        b4-o delimited by size
        into aging-line
    end-string.
    perform write-aging-line.

    perform write-aging-line.
    move grand-open to value-o.
    string "Total awaiting credit: " delimited by size
        value-o delimited by size
        "  Credits applied this run: " delimited by size
        count-credits-applied delimited by size
        "  unmatched: " delimited by size
        count-credits-unmatched delimited by size
        into aging-line
    end-string.
    perform write-aging-line.

    close aging-file.

*> Zeroes one grand-total aging bucket
clear-grand-bucket.

    move 0 to grand-bucket(bucket-idx).
    add 1 to bucket-idx.

*> Ages one open memo and adds it to its vendor's bucket
age-one-credit.

    if ct-status(credit-idx) = "O"
        move 0 to age-days
        if ct-memo-date(credit-idx) is numeric
            compute memo-date-int = function integer-of-date
                (function numval (ct-memo-date(credit-idx)))
            compute age-days = today-int - memo-date-int
        end-if

        evaluate true
            when age-days <= 30
                move 1 to bucket-idx
            when age-days <= 60
                move 2 to bucket-idx
            when age-days <= 90
                move 3 to bucket-idx
            when other
                move 4 to bucket-idx
        end-evaluate

        move age-days to age-o
        move ct-amount(credit-idx) to value-o
        move ct-open-amount(credit-idx) to b1-o
        string "  " delimited by size
            ct-ra-number(credit-idx) delimited by size
            "  " delimited by size
            ct-vendor-id(credit-idx) delimited by size
            "  " delimited by size
            ct-memo-date(credit-idx) delimited by size
            "  " delimited by size
            age-o delimited by size
            "  " delimited by size
            value-o delimited by size
            "  " delimited by size
            b1-o delimited by size
            into aging-line
        end-string
        perform write-aging-line

        perform find-aging-vendor
        if aging-found > 0
            add ct-open-amount(credit-idx)
                to ag-bucket(aging-found, bucket-idx)
            add ct-open-amount(credit-idx) to ag-total(aging-found)
        end-if
        add ct-open-amount(credit-idx) to grand-bucket(bucket-idx)
        add ct-open-amount(credit-idx) to grand-open
    end-if.

    add 1 to credit-idx.

*> Finds (or adds) the aging entry for the open memo's vendor
find-aging-vendor.

    move 0 to aging-found.
    move 1 to aging-idx.
    perform find-aging-compare
        until aging-idx > aging-count or aging-found > 0.

    if aging-found = 0 and aging-count < 99
        add 1 to aging-count
        move aging-count to aging-found
        move ct-vendor-id(credit-idx) to ag-vendor-id(aging-found)
        move 0 to ag-bucket(aging-found, 1)
        move 0 to ag-bucket(aging-found, 2)
        move 0 to ag-bucket(aging-found, 3)
        move 0 to ag-bucket(aging-found, 4)
        move 0 to ag-total(aging-found)
    end-if.

*> Compares one aging entry against the open memo's vendor
find-aging-compare.

    if ag-vendor-id(aging-idx) = ct-vendor-id(credit-idx)
        move aging-idx to aging-found
    else
        add 1 to aging-idx
    end-if.

*> Writes one vendor's open credits by age bucket
write-aging-vendor.

    move ag-vendor-id(aging-idx) to cur-vendor-id.
    perform resolve-vendor.

    move ag-bucket(aging-idx, 1) to b1-o.
    move ag-bucket(aging-idx, 2) to b2-o.
    move ag-bucket(aging-idx, 3) to b3-o.
    move ag-bucket(aging-idx, 4) to b4-o.
    if vendor-found > 0
        move vnd-name(vendor-found) to reason-words
    else
        move "(not in vendor master)" to reason-words
    end-if.

    string "  " delimited by size
        ag-vendor-id(aging-idx) delimited by size
        " " delimited by size
        reason-words(1:25) delimited by size
        "      " delimited by size
        b1-o delimited by size
        "     " delimited by size
        b2-o delimited by size
        "     " delimited by size
        b3-o delimited by size
        "     " delimited by size
        b4-o delimited by size
        into aging-line
    end-string.
    perform write-aging-line.

    add 1 to aging-idx.

*> Writes one line of the debit memos and echoes it to the terminal
*> so the two outputs never drift apart
write-memo-line.

    display memo-line.
    move memo-line to memo-record.
    write memo-record.
    move spaces to memo-line.

*> Writes one line of the aging report and echoes it to the terminal
*> so the two outputs never drift apart
write-aging-line.

    display aging-line.
    move aging-line to aging-record.
    write aging-record.
    move spaces to aging-line.
