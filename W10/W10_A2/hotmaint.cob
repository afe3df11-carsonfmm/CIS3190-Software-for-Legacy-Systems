*> Name: Carson Mifsud

*> Description: This program maintains the hot-card negative file the
*> card validator checks every card against - adding a lost, stolen,
*> or compromised card the issuers report, removing one listed in
*> error, or expiring one so it stops blocking from a given date -
*> through a menu for the risk desk or a batch feed of the issuers'
*> lists, with an applied/rejected report in the catalog maintenance
*> style.

*> Modification History:
*> 2026-10-15  CM  Initial version: indexed hot-card file keyed by
*>                 card number, add/remove/expire through the menu
*>                 and the batch feed, and the update report.
*> 2026-10-15  CM  Key the hot-card file by the card's vault token
*>                 instead of the clear number, the way the validator
*>                 now looks it up: an add takes the card's token from
*>                 the card vault (issuing one if the card is new to
*>                 it), a remove or expire looks the token up.

identification division.
program-id. hot-card-maintenance.

environment division.
input-output section.
file-control.
select hot-file assign to "hot-card.idx"
    organization is indexed
    access mode is dynamic
    record key is hc-card
    file status is hotcard-status.

select trx-file assign to trx-file-name
    organization is line sequential
    file status is trx-status.

select update-report assign to "hot-card-update-report.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd hot-file.

*> One card on the hot-card negative file, keyed by the card's token:
*> why it is listed, the date it was listed, the date it stops
*> blocking (zero for never), and the issuer or desk that listed it
01 hot-card-record.
    05 hc-card pic x(19).
    05 hc-reason pic x(10).
    05 hc-listed-date pic 9(8).
    05 hc-expire-date pic 9(8).
    05 hc-source pic x(8).

fd trx-file.

*> One hot-card transaction: A add, R remove, E expire; the expiry
*> date is optional on an add and defaults to today on an expire
01 trx-record.
    05 trx-action pic x.
    05 filler pic x.
    05 trx-card pic x(19).
    05 filler pic x.
    05 trx-reason-code pic x(10).
    05 filler pic x.
    05 trx-expire-date pic x(8).
    05 filler pic x.
    05 trx-source pic x(8).

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
01 ops-prog pic x(15) value "hotcard-maint".
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
01 hotcard-status pic xx value "00".
01 trx-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the session needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "hotmaint-params.txt".
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

01 hot-file-name pic x(20) value "hot-card.idx".
01 current-date-time pic x(21).
01 today-date pic 9(8).
01 maint-again pic x value "N".
01 maint-choice pic x.
01 work-card pic x(19).
01 work-reason pic x(10).
01 work-expire pic x(8).
01 work-source pic x(8).
01 card-len pic 99.

*> The card vault request: the card number goes in, its surrogate
*> token comes back, and only the token is stored
01 vault-request.
    05 vr-function pic x.
    05 vr-caller pic x(15) value "hotcard-maint".
    05 vr-card pic x(19).
    05 vr-token pic x(19).
    05 vr-result pic x.

procedure division.

    perform init-run-control.
    move "(pending)" to ops-input.
    perform write-ops-start.

    move function current-date to current-date-time.
    move current-date-time(1:8) to today-date.

    call "CBL_CHECK_FILE_EXIST" using hot-file-name hot-card-record.
    if return-code is not = 0
        open output hot-file
        close hot-file
    end-if.
    open i-o hot-file.
    move hotcard-status to io-fail-status.
    move hot-file-name to io-fail-file.
    perform check-open-status.

    display "Maintenance mode - M menu, B batch transaction file: ".
    perform get-run-answer.
    move run-answer to maint-mode.

    if maint-mode = "B" or maint-mode = "b"
        perform batch-maintain-hot-cards
    else
        move "(menu)" to ops-input
        perform maintain-hot-cards
    end-if.

    close hot-file.
    move "C" to vr-function.
    call "card-vault" using vault-request.

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

*> Runs the hot-card maintenance menu until the operator quits
maintain-hot-cards.

    move "Y" to maint-again.
    perform maintain-menu
        until maint-again = "N".

*> Presents the add/remove/expire/quit menu for the hot-card file
maintain-menu.

    display "A-Add card  R-Remove card  E-Expire card  Q-Quit: ".
    perform get-run-answer.
    move run-answer to maint-choice.

    evaluate true
        when maint-choice = "A" or maint-choice = "a"
            perform add-hot-card
        when maint-choice = "R" or maint-choice = "r"
            perform remove-hot-card
        when maint-choice = "E" or maint-choice = "e"
            perform expire-hot-card
        when maint-choice = "Q" or maint-choice = "q"
            move "N" to maint-again
        when other
            display "Invalid choice, please try again"
    end-evaluate.

*> Prompts for a card to list and applies the add through the same
*> paragraph the batch feed uses
add-hot-card.

    display "Enter card number: ".
    perform get-run-answer.
    move run-answer to work-card.
    display "Enter reason (LOST, STOLEN, FRAUD, COMPROMISE): ".
    perform get-run-answer.
    move run-answer to work-reason.
    display "Enter the date the listing expires (YYYYMMDD, blank for never): ".
    perform get-run-answer.
    move run-answer to work-expire.
    display "Enter the listing issuer or desk: ".
    perform get-run-answer.
    move run-answer to work-source.

    perform apply-add-hot-card.
    if trx-applied = "N"
        display "Error: " trx-reason
    else
        display "Listed card ending " work-card(card-len - 3:4)
    end-if.

*> Prompts for a card and applies the removal through the same
*> paragraph the batch feed uses
remove-hot-card.

    display "Enter card number to remove: ".
    perform get-run-answer.
    move run-answer to work-card.

    perform apply-remove-hot-card.
    if trx-applied = "N"
        display "Error: " trx-reason
    else
        display "Removed card from the hot-card file"
    end-if.

*> Prompts for a card and its expiry date and applies the expiry
*> through the same paragraph the batch feed uses
expire-hot-card.

    display "Enter card number to expire: ".
    perform get-run-answer.
    move run-answer to work-card.
    display "Enter the date the listing stops blocking (YYYYMMDD, blank for today): ".
    perform get-run-answer.
    move run-answer to work-expire.

    perform apply-expire-hot-card.
    if trx-applied = "N"
        display "Error: " trx-reason
    else
        display "Listing expires " hc-expire-date
    end-if.

*> Checks work-card is a plausible card number: digits only, 12 to
*> 19 of them
validate-work-card.

    move function length (function trim (work-card)) to card-len.
    if work-card = spaces or card-len < 12
        or work-card(1:card-len) is not numeric
        move "N" to trx-applied
        move "card number must be 12 to 19 digits" to trx-reason
    end-if.

*> Applies an add to the hot-card file: a valid card number, a
*> reason, and an expiry date that is blank or a date after today
apply-add-hot-card.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    perform validate-work-card.

    if trx-applied = "Y" and work-reason = spaces
        move "N" to trx-applied
        move "a listing reason is required" to trx-reason
    end-if.

    if trx-applied = "Y" and work-expire is not = spaces
        if work-expire is not numeric or work-expire <= today-date
            move "N" to trx-applied
            move "expiry must be a YYYYMMDD date after today" to trx-reason
        end-if
    end-if.

    if trx-applied = "Y"
        move "T" to vr-function
        perform call-card-vault
    end-if.

    if trx-applied = "Y"
        move spaces to hot-card-record
        move vr-token to hc-card
        move work-reason to hc-reason
        move today-date to hc-listed-date
        if work-expire = spaces
            move 0 to hc-expire-date
        else
            move work-expire to hc-expire-date
        end-if
        move work-source to hc-source

        write hot-card-record
            invalid key
                move "N" to trx-applied
                move "card is already on the hot-card file" to trx-reason
        end-write
        move hotcard-status to io-fail-status
        move hot-file-name to io-fail-file
        perform check-io-status
    end-if.

*> Applies a removal: the listing is deleted outright, for a card
*> listed in error or cleared by its issuer
apply-remove-hot-card.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    move "L" to vr-function.
    perform call-card-vault.
    move vr-token to hc-card.

    if trx-applied = "Y"
        perform delete-hot-card
    end-if.

*> Deletes the listing for the token in hc-card
delete-hot-card.

    delete hot-file record
        invalid key
            move "N" to trx-applied
            move "card is not on the hot-card file" to trx-reason
    end-delete.
    move hotcard-status to io-fail-status.
    move hot-file-name to io-fail-file.
    perform check-io-status.

*> Applies an expiry: the listing stays on file for the trace but
*> stops blocking from the expiry date (today when none is given)
apply-expire-hot-card.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    if work-expire = spaces
        move today-date to work-expire
    end-if.

    if work-expire is not numeric
        move "N" to trx-applied
        move "expiry must be a YYYYMMDD date" to trx-reason
    else
        move "L" to vr-function
        perform call-card-vault
    end-if.

    if trx-applied = "Y"
        move vr-token to hc-card
        read hot-file
            invalid key
                move "N" to trx-applied
                move "card is not on the hot-card file" to trx-reason
            not invalid key
                move work-expire to hc-expire-date
                rewrite hot-card-record
                move hotcard-status to io-fail-status
                move hot-file-name to io-fail-file
                perform check-io-status
        end-read
    end-if.

*> Asks the card vault for work-card's token - T issues one for a
*> card new to the vault, L only looks one up, and a card the vault
*> has never seen cannot be on the hot-card file
call-card-vault.

    move work-card to vr-card.
    move spaces to vr-token.
    call "card-vault" using vault-request.

    evaluate vr-result
        when "Y"
            continue
        when "N"
            move "N" to trx-applied
            move "card is not on the hot-card file" to trx-reason
        when other
            move "N" to trx-applied
            move "card vault unavailable" to trx-reason
    end-evaluate.

*> Applies a transaction file of add/remove/expire records to the
*> hot-card file unattended, printing an update report of each
*> transaction as applied or rejected with the reason
batch-maintain-hot-cards.

    perform trx-file-check.

    open input trx-file.
    move trx-status to io-fail-status.
    move trx-file-name(1:30) to io-fail-file.
    perform check-open-status.
    open output update-report.

    move "Hot-Card Batch Update Report" to update-line.
    perform write-update-line.
    move spaces to update-line.
    perform write-update-line.

    move 0 to trx-count-applied.
    move 0 to trx-count-rejected.
    move 1 to trx-eof.

    perform process-hot-card-transaction
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
*> paragraphs the maintenance menu uses, reporting the outcome; the
*> report shows only the last four digits of the card
process-hot-card-transaction.

    read trx-file
        at end move 0 to trx-eof
    end-read.

    if trx-eof is not = zero
        add 1 to ops-read
        move "Y" to trx-applied
        move spaces to trx-reason
        move trx-card to work-card
        move trx-expire-date to work-expire

        evaluate true
            when trx-action = "A" or trx-action = "a"
                move trx-reason-code to work-reason
                move trx-source to work-source
                perform apply-add-hot-card
            when trx-action = "R" or trx-action = "r"
                perform apply-remove-hot-card
            when trx-action = "E" or trx-action = "e"
                perform apply-expire-hot-card
            when other
                move "N" to trx-applied
                move "unknown action code" to trx-reason
        end-evaluate

        move function length (function trim (work-card)) to card-len
        if card-len < 4
            move 4 to card-len
        end-if

        if trx-applied = "Y"
            add 1 to trx-count-applied
            string trx-action delimited by size
                " card ending " delimited by size
                work-card(card-len - 3:4) delimited by size
                "  APPLIED" delimited by size
                into update-line
            end-string
        else
            add 1 to trx-count-rejected
            string trx-action delimited by size
                " card ending " delimited by size
                work-card(card-len - 3:4) delimited by size
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

    display "Please enter the name of the hot-card transaction file: ".
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
