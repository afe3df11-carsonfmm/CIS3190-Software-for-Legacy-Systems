*> Name: Carson Mifsud

*> Description: This program maintains the merchant master file the
*> card validator and the merchant invoicing read - adding a merchant,
*> changing a merchant's name or fee rate, or closing a merchant -
*> through a menu or a batch transaction file, in the catalog
*> maintenance style, so merchant-master.txt no longer has to be
*> edited by hand. Fee rates are checked against the allowed range,
*> a duplicate id is refused, and a closed merchant keeps its record
*> marked C with the date it closed.

*> Modification History:
*> 2026-10-15  CM  Initial version: add/change/close through the menu
*>                 and the batch feed, fee-rate range and duplicate-id
*>                 checks, close status and date, and the update
*>                 report.

identification division.
program-id. merchant-maintenance.

environment division.
input-output section.
file-control.
select merchant-file assign to "merchant-master.txt"
    organization is line sequential
    file status is merchant-status.

select new-merchant-file assign to "merchant-master.new"
    organization is line sequential
    file status is newmerch-status.

select trx-file assign to trx-file-name
    organization is line sequential
    file status is trx-status.

select update-report assign to "merchant-update-report.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd merchant-file.

*> One merchant in the merchant master file: id, name, the fee rate
*> withheld from that merchant's settlement, and the status (blank or
*> A active, C closed) with the date it last changed
01 merchant-record.
    05 mm-id pic x(8).
    05 mm-name pic x(20).
    05 mm-fee-rate pic 9v9999.
    05 mm-status pic x.
    05 mm-status-date pic x(8).

fd new-merchant-file.

*> The merchant master as this session leaves it, renamed over
*> merchant-master.txt once written
01 new-merchant-record pic x(42).

fd trx-file.

*> One merchant transaction: A add, C change (a blank name or fee
*> rate leaves that field as it is), X close
01 trx-record.
    05 trx-action pic x.
    05 filler pic x.
    05 trx-id pic x(8).
    05 filler pic x.
    05 trx-name pic x(20).
    05 filler pic x.
    05 trx-fee-rate pic 9v9999.
    05 trx-fee-rate-x redefines trx-fee-rate pic x(5).

fd update-report.

*> Output record for the batch update report
01 update-report-record pic x(120).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "merchant-maint".
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
01 merchant-status pic xx value "00".
01 newmerch-status pic xx value "00".
01 trx-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the session needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "merchmnt-params.txt".
01 run-answer pic x(100).

*> Working fields for the batch transaction maintenance mode
01 maint-mode pic x value "M".
01 trx-file-name pic x(100).
01 trx-eof pic 9 value 1.
01 trx-applied pic x value "Y".
01 trx-reason pic x(40).
01 trx-count-applied pic 9(5) value 0.
01 trx-count-rejected pic 9(5) value 0.
01 update-line pic x(120).

01 merchant-file-name pic x(25) value "merchant-master.txt".
01 new-merchant-name pic x(25) value "merchant-master.new".
01 merchant-eof pic 9 value 1.
01 current-date-time pic x(21).
01 today-date pic x(8).
01 maint-again pic x value "N".
01 maint-choice pic x.
01 work-id pic x(8).
01 work-name pic x(20).
01 work-rate pic 9v9999.
01 work-rate-given pic x value "N".
01 rate-o pic 9.9999.

*> The fee rates a merchant may be set up at
01 fee-rate-min pic 9v9999 value 0.0010.
01 fee-rate-max pic 9v9999 value 0.1000.

*> The merchant master, loaded at start-up and written back at the
*> end of the session
01 merchant-table.
    05 merchant-entry occurs 0 to 99 times
        depending on merchant-count.
        10 mt-id pic x(8).
        10 mt-name pic x(20).
        10 mt-rate pic 9v9999.
        10 mt-status pic x.
        10 mt-status-date pic x(8).
01 merchant-count pic 99 value 0.
01 merchant-idx pic 99.
01 merchant-found pic 99.

procedure division.

    perform init-run-control.
    move "(pending)" to ops-input.
    perform write-ops-start.

    move function current-date to current-date-time.
    move current-date-time(1:8) to today-date.

    perform load-merchant-master.

    display "Maintenance mode - M menu, B batch transaction file: ".
    perform get-run-answer.
    move run-answer to maint-mode.

    if maint-mode = "B" or maint-mode = "b"
        perform batch-maintain-merchants
    else
        move "(menu)" to ops-input
        perform maintain-merchants
    end-if.

    perform save-merchant-master.

    if param-open = "Y"
        close param-file
    end-if.

    move trx-count-rejected to ops-rejected.
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

*> Loads the merchant master into the table; a merchant written before
*> statuses were carried loads as active
load-merchant-master.

    call "CBL_CHECK_FILE_EXIST" using merchant-file-name merchant-record.
    if return-code is not = 0
        display "Warning: merchant-master.txt not found - starting an"
            " empty merchant master"
    else
        open input merchant-file
        move merchant-status to io-fail-status
        move merchant-file-name to io-fail-file
        perform check-open-status
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
        if merchant-count >= 99
            display "Warning: merchant table full - further merchant"
                " master entries ignored"
            move 0 to merchant-eof
        else
            add 1 to merchant-count
            move mm-id to mt-id(merchant-count)
            move mm-name to mt-name(merchant-count)
            move mm-fee-rate to mt-rate(merchant-count)
            move mm-status to mt-status(merchant-count)
            move mm-status-date to mt-status-date(merchant-count)
            if mt-status(merchant-count) = space
                move "A" to mt-status(merchant-count)
            end-if
        end-if
    end-if.

*> Writes the merchant table to a new master and renames it over the
*> old one
save-merchant-master.

    open output new-merchant-file.
    move newmerch-status to io-fail-status.
    move new-merchant-name to io-fail-file.
    perform check-open-status.

    move 1 to merchant-idx.
    perform save-merchant-entry
        until merchant-idx > merchant-count.

    close new-merchant-file.

    call "CBL_DELETE_FILE" using merchant-file-name.
    call "CBL_RENAME_FILE" using new-merchant-name merchant-file-name.

*> Writes one merchant to the new master
save-merchant-entry.

    move spaces to merchant-record.
    move mt-id(merchant-idx) to mm-id.
    move mt-name(merchant-idx) to mm-name.
    move mt-rate(merchant-idx) to mm-fee-rate.
    move mt-status(merchant-idx) to mm-status.
    move mt-status-date(merchant-idx) to mm-status-date.
    move merchant-record to new-merchant-record.
    write new-merchant-record.
    move newmerch-status to io-fail-status.
    perform check-io-status.
    add 1 to merchant-idx.

*> Searches the merchant table for work-id
find-merchant.

    move 0 to merchant-found.
    move 1 to merchant-idx.
    perform find-merchant-compare
        until merchant-idx > merchant-count or merchant-found > 0.

*> Compares one merchant entry against work-id
find-merchant-compare.

    if mt-id(merchant-idx) = work-id
        move merchant-idx to merchant-found
    else
        add 1 to merchant-idx
    end-if.

*> Runs the merchant maintenance menu until the operator quits
maintain-merchants.

    move "Y" to maint-again.
    perform maintain-menu
        until maint-again = "N".

*> Presents the add/change/close/quit menu for the merchant master
maintain-menu.

    display "A-Add merchant  C-Change merchant  X-Close merchant  Q-Quit: ".
    perform get-run-answer.
    move run-answer to maint-choice.

    evaluate true
        when maint-choice = "A" or maint-choice = "a"
            perform add-merchant
        when maint-choice = "C" or maint-choice = "c"
            perform change-merchant
        when maint-choice = "X" or maint-choice = "x"
            perform close-merchant
        when maint-choice = "Q" or maint-choice = "q"
            move "N" to maint-again
        when other
            display "Invalid choice, please try again"
    end-evaluate.

*> Prompts for a new merchant's fields and applies the add through
*> the same paragraph the batch feed uses
add-merchant.

    display "Enter merchant id: ".
    perform get-run-answer.
    move run-answer to work-id.
    display "Enter merchant name: ".
    perform get-run-answer.
    move run-answer to work-name.
    display "Enter fee rate (e.g. 0.0250): ".
    perform get-run-answer.
    perform take-menu-rate.

    perform apply-add-merchant.
    if trx-applied = "N"
        display "Error: " trx-reason
    else
        display "Added merchant " work-id
    end-if.

*> Prompts for the merchant and its new name and fee rate (blank
*> keeps either) and applies the change through the same paragraph
*> the batch feed uses
change-merchant.

    display "Enter merchant id to change: ".
    perform get-run-answer.
    move run-answer to work-id.

    perform find-merchant.
    if merchant-found = 0
        display "Error: merchant " work-id " not found"
    else
        move mt-rate(merchant-found) to rate-o
        display "Current name: " mt-name(merchant-found)
            "  fee rate: " rate-o
        display "Enter new name (blank to keep): "
        perform get-run-answer
        move run-answer to work-name
        display "Enter new fee rate (blank to keep): "
        perform get-run-answer
        perform take-menu-rate
        perform apply-change-merchant
        if trx-applied = "N"
            display "Error: " trx-reason
        else
            display "Changed merchant " work-id
        end-if
    end-if.

*> Prompts for the merchant and applies the close through the same
*> paragraph the batch feed uses
close-merchant.

    display "Enter merchant id to close: ".
    perform get-run-answer.
    move run-answer to work-id.

    perform apply-close-merchant.
    if trx-applied = "N"
        display "Error: " trx-reason
    else
        display "Closed merchant " work-id " as of " today-date
    end-if.

*> Takes a fee rate typed at the menu; blank means none given, and
*> anything unreadable comes out zero and fails the range check
take-menu-rate.

    move "N" to work-rate-given.
    move 0 to work-rate.
    if run-answer is not = spaces
        move "Y" to work-rate-given
        compute work-rate = function numval (run-answer)
    end-if.

*> Checks a fee rate given against the allowed range
check-fee-rate.

    if work-rate-given = "Y"
        if work-rate < fee-rate-min or work-rate > fee-rate-max
            move "N" to trx-applied
            move "fee rate outside 0.0010 to 0.1000" to trx-reason
        end-if
    end-if.

*> Applies an add: a new id, a name, and a fee rate in range
apply-add-merchant.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    if work-id = spaces
        move "N" to trx-applied
        move "merchant id is required" to trx-reason
    end-if.

    if trx-applied = "Y"
        perform find-merchant
        if merchant-found > 0
            move "N" to trx-applied
            move "merchant id is already on file" to trx-reason
        end-if
    end-if.

    if trx-applied = "Y" and work-name = spaces
        move "N" to trx-applied
        move "merchant name is required" to trx-reason
    end-if.

    if trx-applied = "Y" and work-rate-given = "N"
        move "N" to trx-applied
        move "fee rate is required" to trx-reason
    end-if.

    if trx-applied = "Y"
        perform check-fee-rate
    end-if.

    if trx-applied = "Y" and merchant-count >= 99
        move "N" to trx-applied
        move "merchant master is full" to trx-reason
    end-if.

    if trx-applied = "Y"
        add 1 to merchant-count
        move work-id to mt-id(merchant-count)
        move work-name to mt-name(merchant-count)
        move work-rate to mt-rate(merchant-count)
        move "A" to mt-status(merchant-count)
        move today-date to mt-status-date(merchant-count)
    end-if.

*> Applies a change to an open merchant's name and/or fee rate
apply-change-merchant.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    perform find-merchant.
    if merchant-found = 0
        move "N" to trx-applied
        move "merchant not found" to trx-reason
    else
        if mt-status(merchant-found) = "C"
            move "N" to trx-applied
            move "merchant is closed" to trx-reason
        end-if
    end-if.

    if trx-applied = "Y"
        perform check-fee-rate
    end-if.

    if trx-applied = "Y"
        if work-name is not = spaces
            move work-name to mt-name(merchant-found)
        end-if
        if work-rate-given = "Y"
            move work-rate to mt-rate(merchant-found)
        end-if
    end-if.

*> Applies a close: the merchant stays on file marked C with today's
*> date, and the validator rejects its transactions from then on
apply-close-merchant.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    perform find-merchant.
    if merchant-found = 0
        move "N" to trx-applied
        move "merchant not found" to trx-reason
    else
        if mt-status(merchant-found) = "C"
            move "N" to trx-applied
            move "merchant is already closed" to trx-reason
        else
            move "C" to mt-status(merchant-found)
            move today-date to mt-status-date(merchant-found)
        end-if
    end-if.

*> Applies a transaction file of add/change/close records to the
*> merchant master unattended, printing an update report of each
*> transaction as applied or rejected with the reason
batch-maintain-merchants.

    perform trx-file-check.

    open input trx-file.
    move trx-status to io-fail-status.
    move trx-file-name(1:30) to io-fail-file.
    perform check-open-status.
    open output update-report.

    move "Merchant Batch Update Report" to update-line.
    perform write-update-line.
    move spaces to update-line.
    perform write-update-line.

    move 0 to trx-count-applied.
    move 0 to trx-count-rejected.
    move 1 to trx-eof.

    perform process-merchant-transaction
        until trx-eof = 0.

    move spaces to update-line.
    perform write-update-line.

    string "Transactions applied: " delimited by size
        trx-count-applied delimited by size
        "  rejected: " delimited by size
        trx-count-rejected delimited by size
        into update-line
    end-string.
    perform write-update-line.

    close trx-file.
    close update-report.

*> Reads one transaction record and applies it through the same
*> paragraphs the maintenance menu uses, reporting the outcome
process-merchant-transaction.

    read trx-file
        at end move 0 to trx-eof
    end-read.

    if trx-eof is not = zero
        add 1 to ops-read
        move "Y" to trx-applied
        move spaces to trx-reason
        move trx-id to work-id
        move trx-name to work-name
        move "N" to work-rate-given
        move 0 to work-rate
        if trx-fee-rate-x is not = spaces
            move "Y" to work-rate-given
            if trx-fee-rate is numeric
                move trx-fee-rate to work-rate
            else
                move 9.9999 to work-rate
            end-if
        end-if

        evaluate true
            when trx-action = "A" or trx-action = "a"
                perform apply-add-merchant
            when trx-action = "C" or trx-action = "c"
                perform apply-change-merchant
            when trx-action = "X" or trx-action = "x"
                perform apply-close-merchant
            when other
                move "N" to trx-applied
                move "unknown action code" to trx-reason
        end-evaluate

        if trx-applied = "Y"
            add 1 to trx-count-applied
            string trx-action delimited by size
                " " delimited by size
                trx-id delimited by size
                "  APPLIED" delimited by size
                into update-line
            end-string
        else
            add 1 to trx-count-rejected
            string trx-action delimited by size
                " " delimited by size
                trx-id delimited by size
                "  REJECTED - " delimited by size
                trx-reason delimited by size
                into update-line
            end-string
        end-if

        perform write-update-line
    end-if.

*> Writes one line of the batch update report and echoes it to the
*> terminal so the two outputs never drift apart
write-update-line.

    display update-line.
    move update-line to update-report-record.
    write update-report-record.
    move spaces to update-line.

*> Prompt the user for the name of the transaction file until it exists
trx-file-check.

    display "Please enter the name of the merchant transaction file: ".
    perform get-run-answer.
    move run-answer to trx-file-name.
    move run-answer to ops-input.

    call "CBL_CHECK_FILE_EXIST" using trx-file-name trx-record.
    if return-code is not = 0
        display "File Error: The inputted file does not exist"
        if param-mode = "Y"
            display "Run control: invalid file name in parameter file - stopping"
            move "FAIL" to ops-status
            perform write-ops-end
            stop run
        end-if
        perform trx-file-check
            until return-code = 0
    end-if.
