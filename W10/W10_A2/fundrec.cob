*> Name: Carson Mifsud

*> Description: This program reconciles what the acquirer actually
*> funded against the settlement interface the card validator sent
*> them. The acquirer's returned funding file is matched by date and
*> issuer network against the sent D records; a funded amount that
*> differs from the net we sent, a network we sent that was never
*> funded, and a funding line we never sent are reported, and every
*> unresolved item is carried forward in funding-open-items.txt from
*> day to day until treasury clears it through a clearance file.

*> Modification History:
*> 2026-10-15  CM  Initial version: date and network matching of the
*>                 funding file against the settlement interface,
*>                 the exception report, and the open items carried
*>                 forward until treasury clears them.

identification division.
program-id. funding-recon.

environment division.
input-output section.
file-control.
select settle-file assign to "settlement-interface.txt"
    organization is line sequential.

select funding-file assign to funding-file-name
    organization is line sequential
    file status is funding-status.

select open-item-file assign to "funding-open-items.txt"
    organization is line sequential.

select new-open-item-file assign to "funding-open-items.new"
    organization is line sequential
    file status is openitem-status.

select stamp-file assign to "funding-stamp.txt"
    organization is line sequential.

select clear-file assign to clear-file-name
    organization is line sequential.

select recon-report assign to "funding-recon-report.txt"
    organization is line sequential
    file status is report-status.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd settle-file.

*> The settlement interface records as the card validator writes
*> them: one D record per issuer network and one T trailer
01 settle-detail-record.
    05 sd-rec-type pic x.
    05 sd-date pic 9(8).
    05 sd-network pic x(10).
    05 sd-count pic 9(6).
    05 sd-gross pic 9(11)v99.
    05 sd-credit-count pic 9(6).
    05 sd-credit-gross pic 9(11)v99.
    05 sd-net pic s9(11)v99 sign leading separate.

01 settle-trailer-record.
    05 tr-rec-type pic x.
    05 tr-date pic 9(8).
    05 tr-records pic 9(4).
    05 tr-hash-count pic 9(8).
    05 tr-hash-gross pic 9(13)v99.
    05 tr-hash-credit pic 9(13)v99.
    05 tr-hash-net pic s9(13)v99 sign leading separate.

fd funding-file.

*> One line of the acquirer's funding confirmation: a D record per
*> settlement date and network funded, with the amount and the
*> acquirer's funding reference; other record types are ignored
01 funding-record.
    05 fr-rec-type pic x.
    05 fr-date pic 9(8).
    05 fr-network pic x(10).
    05 fr-amount pic s9(11)v99 sign leading separate.
    05 fr-reference pic x(12).

fd open-item-file.

*> One unresolved funding item carried forward: the settlement date
*> and network, the net we sent and the amount funded so far, whether
*> each side has been seen, the date the item was first opened, and
*> the last funding reference
01 open-item-record.
    05 oi-date pic 9(8).
    05 filler pic x(2).
    05 oi-network pic x(10).
    05 filler pic x(2).
    05 oi-sent pic s9(11)v99 sign leading separate.
    05 filler pic x(2).
    05 oi-funded pic s9(11)v99 sign leading separate.
    05 filler pic x(2).
    05 oi-sent-flag pic x.
    05 oi-funded-flag pic x.
    05 filler pic x(2).
    05 oi-first-date pic 9(8).
    05 filler pic x(2).
    05 oi-reference pic x(12).

fd new-open-item-file.

*> The open items as they stand after this run, renamed over
*> funding-open-items.txt once written
01 new-open-item-record pic x(90).

fd stamp-file.

*> The latest settlement date already taken from the interface, so a
*> rerun against the same interface does not reopen matched items
01 stamp-record.
    05 fs-last-date pic 9(8).

fd clear-file.

*> One item treasury has resolved: the settlement date and network
*> and the initials of the treasury clerk who cleared it
01 clear-record.
    05 cl-date pic 9(8).
    05 filler pic x(2).
    05 cl-network pic x(10).
    05 filler pic x(2).
    05 cl-by pic x(3).

fd recon-report.

*> Output record for the funding reconciliation report
01 recon-report-record pic x(132).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "funding-recon".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value spaces.
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
01 funding-status pic xx value "00".
01 openitem-status pic xx value "00".
01 report-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(25) value "fundrec-params.txt".
01 run-answer pic x(100).

01 settle-file-name pic x(30) value "settlement-interface.txt".
01 funding-file-name pic x(100).
01 clear-file-name pic x(100).
01 open-item-name pic x(30) value "funding-open-items.txt".
01 new-open-item-name pic x(30) value "funding-open-items.new".
01 stamp-file-name pic x(30) value "funding-stamp.txt".
01 last-sent-date pic 9(8) value 0.
01 newest-sent-date pic 9(8) value 0.
01 settle-eof pic 9 value 1.
01 funding-eof pic 9 value 1.
01 open-item-eof pic 9 value 1.
01 clear-eof pic 9 value 1.

*> The funding items under reconciliation: the open items carried in,
*> the networks sent in the current interface, and the funding lines
*> returned, one entry per settlement date and network
01 item-table.
    05 item-entry occurs 0 to 500 times
        depending on item-count.
        10 it-date pic 9(8).
        10 it-network pic x(10).
        10 it-sent pic s9(11)v99.
        10 it-funded pic s9(11)v99.
        10 it-sent-flag pic x.
        10 it-funded-flag pic x.
        10 it-first-date pic 9(8).
        10 it-reference pic x(12).
        10 it-cleared pic x.
        10 it-cleared-by pic x(3).
01 item-count pic 9(3) value 0.
01 item-idx pic 9(3).
01 item-found pic 9(3).
01 item-full-warned pic x value "N".
01 item-swapped pic x value "N".
01 hold-item-entry pic x(70).
01 work-date pic 9(8).
01 work-network pic x(10).

*> Interface trailer check
01 sent-details pic 9(4) value 0.
01 sent-hash-net pic s9(13)v99 value 0.
01 trailer-seen pic x value "N".
01 trailer-ok pic x value "Y".

*> Outcome counts and amounts
01 item-outcome pic x(10).
01 item-difference pic s9(11)v99.
01 today-num pic 9(8).
01 days-open pic s9(5).
01 days-open-o pic ZZZZ9.
01 count-matched pic 9(4) value 0.
01 count-differ pic 9(4) value 0.
01 count-unfunded pic 9(4) value 0.
01 count-unexpected pic 9(4) value 0.
01 count-cleared pic 9(4) value 0.
01 count-carried pic 9(4) value 0.
01 count-clear-unknown pic 9(4) value 0.
01 total-difference pic s9(13)v99 value 0.
01 sent-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 funded-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 diff-o pic ZZ,ZZZ,ZZZ,ZZ9.99-.
01 total-o pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 report-line pic x(132).

procedure division.

    perform init-run-control.

    display "Enter the name of the acquirer funding file: ".
    perform get-run-answer.
    move run-answer to funding-file-name.
    move run-answer to ops-input.
    perform write-ops-start.

    call "CBL_CHECK_FILE_EXIST" using funding-file-name funding-record.
    if return-code is not = 0
        display "File Error: funding file " function trim (funding-file-name)
            " not found"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.

    move function current-date(1:8) to today-num.

    perform read-funding-stamp.
    perform load-open-items.
    perform load-sent-interface.
    perform load-funding-lines.

    display "Enter the name of the treasury clearance file (blank for none): ".
    perform get-run-answer.
    move run-answer to clear-file-name.
    if clear-file-name is not = spaces
        perform load-clearances
    end-if.

    move "Y" to item-swapped.
    perform item-sort-pass
        until item-swapped = "N".

    perform write-recon-report.
    perform write-open-items.
    perform write-funding-stamp.

    display "Funding reconciliation - matched: " count-matched
        "  differences: " count-differ "  not funded: " count-unfunded
        "  unexpected: " count-unexpected "  cleared: " count-cleared.

    if param-open = "Y"
        close param-file
    end-if.

    compute ops-rejected = count-differ + count-unexpected.
    if trailer-ok = "N"
        move "TRAILER" to ops-status
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

*> Loads the items carried forward from earlier runs
load-open-items.

    call "CBL_CHECK_FILE_EXIST" using open-item-name open-item-record.
    if return-code = 0
        open input open-item-file
        move 1 to open-item-eof
        perform load-open-item-entry
            until open-item-eof = 0
        close open-item-file
    end-if.

*> Reads one carried-forward item into the table
load-open-item-entry.

    read open-item-file
        at end move 0 to open-item-eof
    end-read.

    if open-item-eof is not = 0
        move oi-date to work-date
        move oi-network to work-network
        perform add-item-entry
        if item-found > 0
            move oi-sent to it-sent(item-found)
            move oi-funded to it-funded(item-found)
            move oi-sent-flag to it-sent-flag(item-found)
            move oi-funded-flag to it-funded-flag(item-found)
            move oi-first-date to it-first-date(item-found)
            move oi-reference to it-reference(item-found)
        end-if
    end-if.

*> Reads the latest settlement date already taken from the interface
read-funding-stamp.

    call "CBL_CHECK_FILE_EXIST" using stamp-file-name open-item-record.
    if return-code = 0
        open input stamp-file
        read stamp-file
            at end continue
            not at end
                if fs-last-date is numeric
                    move fs-last-date to last-sent-date
                end-if
        end-read
        close stamp-file
    end-if.
    move last-sent-date to newest-sent-date.

*> Stamps the latest settlement date taken from the interface
write-funding-stamp.

    open output stamp-file.
    move newest-sent-date to fs-last-date.
    write stamp-record.
    close stamp-file.

*> Loads the networks sent in the current settlement interface and
*> checks its trailer; a settlement date no later than the one
*> stamped was taken by an earlier run and is not taken twice
load-sent-interface.

    call "CBL_CHECK_FILE_EXIST" using settle-file-name settle-detail-record.
    if return-code is not = 0
        display "Warning: settlement-interface.txt not found - only the"
            " carried items and the funding lines are reconciled"
    else
        open input settle-file
        move 1 to settle-eof
        perform load-sent-entry
            until settle-eof = 0
        close settle-file

        if trailer-seen = "N"
            display "Warning: settlement interface has no trailer"
            move "N" to trailer-ok
        end-if
    end-if.

*> Reads one settlement interface record: a D record becomes (or
*> completes) an item, the T trailer is checked against the details
load-sent-entry.

    read settle-file
        at end move 0 to settle-eof
    end-read.

    if settle-eof is not = 0
        if sd-rec-type = "D"
            add 1 to sent-details
            add sd-net to sent-hash-net
        end-if

        if sd-rec-type = "D" and sd-date > last-sent-date
            if sd-date > newest-sent-date
                move sd-date to newest-sent-date
            end-if
            move sd-date to work-date
            move sd-network to work-network
            perform find-item-entry
            if item-found = 0
                perform add-item-entry
            end-if
            if item-found > 0
                if it-sent-flag(item-found) is not = "Y"
                    move "Y" to it-sent-flag(item-found)
                    move sd-net to it-sent(item-found)
                end-if
            end-if
        end-if

        if sd-rec-type = "T"
            move "Y" to trailer-seen
            if tr-records is not = sent-details
                or tr-hash-net is not = sent-hash-net
                display "Warning: settlement interface trailer does not"
                    " agree with its detail records"
                move "N" to trailer-ok
            end-if
        end-if
    end-if.

*> Loads the acquirer's funding lines against the items
load-funding-lines.

    open input funding-file.
    move funding-status to io-fail-status.
    move funding-file-name(1:30) to io-fail-file.
    perform check-open-status.

    move 1 to funding-eof.
    perform load-funding-entry
        until funding-eof = 0.

    close funding-file.

*> Reads one funding line and adds its amount to the item for its date
*> and network, opening an unexpected item when we sent no such network
load-funding-entry.

    read funding-file
        at end move 0 to funding-eof
    end-read.

    if funding-eof is not = 0 and fr-rec-type = "D"
        add 1 to ops-read
        move fr-date to work-date
        move fr-network to work-network
        perform find-item-entry
        if item-found = 0
            perform add-item-entry
        end-if
        if item-found > 0
            add fr-amount to it-funded(item-found)
            move "Y" to it-funded-flag(item-found)
            move fr-reference to it-reference(item-found)
        end-if
    end-if.

*> Loads treasury's clearances and marks each cleared item
load-clearances.

    call "CBL_CHECK_FILE_EXIST" using clear-file-name clear-record.
    if return-code is not = 0
        display "Warning: clearance file " function trim (clear-file-name)
            " not found - nothing cleared"
    else
        open input clear-file
        move 1 to clear-eof
        perform load-clear-entry
            until clear-eof = 0
        close clear-file
    end-if.

*> Reads one clearance and marks its item cleared
load-clear-entry.

    read clear-file
        at end move 0 to clear-eof
    end-read.

    if clear-eof is not = 0
        move cl-date to work-date
        move cl-network to work-network
        perform find-item-entry
        if item-found > 0
            move "Y" to it-cleared(item-found)
            move cl-by to it-cleared-by(item-found)
        else
            add 1 to count-clear-unknown
            display "Warning: clearance for " cl-date " " cl-network
                " matches no open item"
        end-if
    end-if.

*> Searches the items for the date and network in work-date and
*> work-network
find-item-entry.

    move 0 to item-found.
    move 1 to item-idx.
    perform find-item-compare
        until item-idx > item-count or item-found > 0.

*> Compares one item against the date and network sought
find-item-compare.

    if it-date(item-idx) = work-date
        and it-network(item-idx) = work-network
        move item-idx to item-found
    else
        add 1 to item-idx
    end-if.

*> Opens a new empty item for work-date and work-network; item-found
*> is zero when the table is full
add-item-entry.

    if item-count >= 500
        move 0 to item-found
        if item-full-warned = "N"
            display "Warning: funding item table full - further items"
                " left unreconciled"
            move "Y" to item-full-warned
        end-if
    else
        add 1 to item-count
        move item-count to item-found
        move work-date to it-date(item-found)
        move work-network to it-network(item-found)
        move 0 to it-sent(item-found)
        move 0 to it-funded(item-found)
        move "N" to it-sent-flag(item-found)
        move "N" to it-funded-flag(item-found)
        move today-num to it-first-date(item-found)
        move spaces to it-reference(item-found)
        move "N" to it-cleared(item-found)
        move spaces to it-cleared-by(item-found)
    end-if.

*> One pass of the date and network sort, swapping any out-of-order
*> neighbours
item-sort-pass.

    move "N" to item-swapped.
    move 1 to item-idx.
    perform item-sort-compare
        until item-idx >= item-count.

*> Compares one adjacent pair of items by date and network
item-sort-compare.

    if it-date(item-idx) > it-date(item-idx + 1)
        or (it-date(item-idx) = it-date(item-idx + 1)
            and it-network(item-idx) > it-network(item-idx + 1))
        move item-entry(item-idx) to hold-item-entry
        move item-entry(item-idx + 1) to item-entry(item-idx)
        move hold-item-entry to item-entry(item-idx + 1)
        move "Y" to item-swapped
    end-if.

    add 1 to item-idx.

*> Writes the reconciliation report: one line per item with its
*> outcome, then the counts and the open difference carried forward
write-recon-report.

    open output recon-report.
    move report-status to io-fail-status.
    move "funding-recon-report.txt" to io-fail-file.
    perform check-open-status.

    string "Acquirer Funding Reconciliation - run date " delimited by size
        today-num delimited by size
        "  Funding file: " delimited by size
        function trim (funding-file-name) delimited by size
        into report-line
    end-string.
    perform write-report-line.

    if trailer-ok = "N"
        move "** settlement interface trailer missing or out of balance"
            to report-line
        perform write-report-line
    end-if.
    perform write-report-line.

    move "  Date      Network            Sent net            Funded        Difference  Days  Outcome     Reference"
        to report-line.
    perform write-report-line.

    move 1 to item-idx.
    perform write-item-line
        until item-idx > item-count.

    if item-count = 0
        move "  (nothing sent, funded, or carried)" to report-line
        perform write-report-line
    end-if.

    perform write-report-line.
    string "Matched: " delimited by size
        count-matched delimited by size
        "  Differences: " delimited by size
        count-differ delimited by size
        "  Not funded: " delimited by size
        count-unfunded delimited by size
        "  Unexpected: " delimited by size
        count-unexpected delimited by size
        "  Cleared: " delimited by size
        count-cleared delimited by size
        into report-line
    end-string.
    perform write-report-line.

    move total-difference to total-o.
    string "Items carried forward: " delimited by size
        count-carried delimited by size
        "  Open difference: " delimited by size
        total-o delimited by size
        into report-line
    end-string.
    perform write-report-line.

    if count-clear-unknown > 0
        string "Clearances matching no open item: " delimited by size
            count-clear-unknown delimited by size
            into report-line
        end-string
        perform write-report-line
    end-if.

    close recon-report.

*> Decides one item's outcome and writes its line: cleared by
*> treasury, matched, a funded amount that differs, sent but never
*> funded, or funded but never sent; all but the first two carry
write-item-line.

    compute item-difference = it-funded(item-idx) - it-sent(item-idx).

    evaluate true
        when it-cleared(item-idx) = "Y"
            move "CLEARED" to item-outcome
            add 1 to count-cleared
        when it-sent-flag(item-idx) = "Y" and it-funded-flag(item-idx) = "Y"
            and item-difference = 0
            move "MATCHED" to item-outcome
            add 1 to count-matched
        when it-sent-flag(item-idx) = "Y" and it-funded-flag(item-idx) = "Y"
            move "DIFFERENCE" to item-outcome
            add 1 to count-differ
            add 1 to count-carried
            add item-difference to total-difference
        when it-sent-flag(item-idx) = "Y"
            move "NOT FUNDED" to item-outcome
            add 1 to count-unfunded
            add 1 to count-carried
            add item-difference to total-difference
        when other
            move "UNEXPECTED" to item-outcome
            add 1 to count-unexpected
            add 1 to count-carried
            add item-difference to total-difference
    end-evaluate.

    compute days-open = function integer-of-date (today-num)
        - function integer-of-date (it-first-date(item-idx)).
    move days-open to days-open-o.
    move it-sent(item-idx) to sent-o.
    move it-funded(item-idx) to funded-o.
    move item-difference to diff-o.

    string "  " delimited by size
        it-date(item-idx) delimited by size
        "  " delimited by size
        it-network(item-idx) delimited by size
        sent-o delimited by size
        funded-o delimited by size
        diff-o delimited by size
        " " delimited by size
        days-open-o delimited by size
        "  " delimited by size
        item-outcome delimited by size
        "  " delimited by size
        it-reference(item-idx) delimited by size
        into report-line
    end-string.
    if it-cleared(item-idx) = "Y"
        string report-line(1:120) delimited by size
            " by " delimited by size
            it-cleared-by(item-idx) delimited by size
            into report-line
        end-string
    end-if.
    perform write-report-line.

    add 1 to item-idx.

*> Writes the items still unresolved to the new open-item file and
*> renames it over the old one
write-open-items.

    open output new-open-item-file.
    move openitem-status to io-fail-status.
    move new-open-item-name to io-fail-file.
    perform check-open-status.

    move 1 to item-idx.
    perform write-open-item
        until item-idx > item-count.

    close new-open-item-file.

    call "CBL_DELETE_FILE" using open-item-name.
    call "CBL_RENAME_FILE" using new-open-item-name open-item-name.

*> Carries one item forward unless it matched or treasury cleared it
write-open-item.

    compute item-difference = it-funded(item-idx) - it-sent(item-idx).

    if it-cleared(item-idx) is not = "Y"
        and (it-sent-flag(item-idx) is not = "Y"
            or it-funded-flag(item-idx) is not = "Y"
            or item-difference is not = 0)
        move spaces to open-item-record
        move it-date(item-idx) to oi-date
        move it-network(item-idx) to oi-network
        move it-sent(item-idx) to oi-sent
        move it-funded(item-idx) to oi-funded
        move it-sent-flag(item-idx) to oi-sent-flag
        move it-funded-flag(item-idx) to oi-funded-flag
        move it-first-date(item-idx) to oi-first-date
        move it-reference(item-idx) to oi-reference
        move open-item-record to new-open-item-record
        write new-open-item-record
        move openitem-status to io-fail-status
        perform check-io-status
    end-if.

    add 1 to item-idx.

*> Writes one line of the reconciliation report and echoes it to the
*> terminal so the two outputs never drift apart
write-report-line.

    display report-line.
    move report-line to recon-report-record.
    write recon-report-record.
    move spaces to report-line.
