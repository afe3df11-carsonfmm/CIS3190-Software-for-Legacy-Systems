*> Name: Carson Mifsud

*> Description: This program is the one-time conversion that takes
*> the clear card numbers out of the stored card files. Each of
*> card-history.idx, card-sale-history.idx, and hot-card.idx is copied
*> to a new file with every card-number key replaced by the card's
*> vault token, then renamed over the original; a key that is already
*> a token is copied as it stands, so the run is safe to repeat. A
*> report gives, per file, how many records were read, converted,
*> already tokenised, and dropped as duplicates.

*> Modification History:
*> 2026-10-15  CM  Initial version: convert the card history, the sale
*>                 history, and the hot-card file to vault tokens, with
*>                 the conversion report.

identification division.
program-id. token-conversion.

environment division.
input-output section.
file-control.
select history-file assign to "card-history.idx"
    organization is indexed
    access mode is dynamic
    record key is ch-card
    file status is old-status.

select new-history-file assign to "card-history.tok"
    organization is indexed
    access mode is dynamic
    record key is nch-card
    file status is new-status.

select sale-history-file assign to "card-sale-history.idx"
    organization is indexed
    access mode is dynamic
    record key is sh-key
    file status is old-status.

select new-sale-history-file assign to "card-sale-history.tok"
    organization is indexed
    access mode is dynamic
    record key is nsh-key
    file status is new-status.

select hot-file assign to "hot-card.idx"
    organization is indexed
    access mode is dynamic
    record key is hc-card
    file status is old-status.

select new-hot-file assign to "hot-card.tok"
    organization is indexed
    access mode is dynamic
    record key is nhc-card
    file status is new-status.

select convert-report assign to "token-conversion-report.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd history-file.

*> One card's appearance history as the validator keeps it
01 history-record.
    05 ch-card pic x(19).
    05 ch-total pic 9(6).
    05 ch-last-date pic 9(8).
    05 ch-window-count pic 9(4).
    05 ch-window-start pic 9(8).

fd new-history-file.

*> The same history record keyed by the card's token
01 new-history-record.
    05 nch-card pic x(19).
    05 nch-data pic x(26).

fd sale-history-file.

*> One card and amount's open sales as the validator keeps them
01 sale-history-record.
    05 sh-key.
        10 sh-card pic x(19).
        10 sh-amount pic 9(6)v99.
    05 sh-open-count pic 9(4).
    05 sh-last-date pic 9(8).

fd new-sale-history-file.

*> The same sale history record keyed by the card's token
01 new-sale-history-record.
    05 nsh-key.
        10 nsh-card pic x(19).
        10 nsh-amount pic 9(6)v99.
    05 nsh-data pic x(12).

fd hot-file.

*> One card on the hot-card negative file
01 hot-card-record.
    05 hc-card pic x(19).
    05 hc-reason pic x(10).
    05 hc-listed-date pic 9(8).
    05 hc-expire-date pic 9(8).
    05 hc-source pic x(8).

fd new-hot-file.

*> The same hot-card record keyed by the card's token
01 new-hot-card-record.
    05 nhc-card pic x(19).
    05 nhc-data pic x(34).

fd convert-report.

*> Output record for the conversion report
01 convert-report-record pic x(100).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "token-convert".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value "card-history.idx".
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
01 old-status pic xx value "00".
01 new-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "tokconv-params.txt".
01 run-answer pic x(100).

01 history-file-name pic x(25) value "card-history.idx".
01 new-history-name pic x(25) value "card-history.tok".
01 sale-history-name pic x(25) value "card-sale-history.idx".
01 new-sale-history-name pic x(25) value "card-sale-history.tok".
01 hot-file-name pic x(25) value "hot-card.idx".
01 new-hot-name pic x(25) value "hot-card.tok".
01 old-eof pic 9 value 1.
01 work-card pic x(19).
01 report-line pic x(100).

*> The counts for the file being converted and for the whole run
01 convert-file-name pic x(25).
01 count-read pic 9(7) value 0.
01 count-converted pic 9(7) value 0.
01 count-already pic 9(7) value 0.
01 count-duplicate pic 9(7) value 0.
01 total-converted pic 9(7) value 0.

*> The card vault request: the card number goes in, its surrogate
*> token comes back
01 vault-request.
    05 vr-function pic x.
    05 vr-caller pic x(15) value "token-convert".
    05 vr-card pic x(19).
    05 vr-token pic x(19).
    05 vr-result pic x.

procedure division.

    perform init-run-control.
    perform write-ops-start.

    display "Replace the card numbers in the stored card files with vault tokens? (Y/N): ".
    perform get-run-answer.
    if run-answer is not = "Y" and run-answer is not = "y"
        display "Conversion cancelled"
        move "CANCELLED" to ops-status
        perform write-ops-end
        stop run
    end-if.

    open output convert-report.
    move "Card Number Token Conversion Report" to report-line.
    perform write-report-line.
    perform write-report-line.

    perform convert-card-history.
    perform convert-sale-history.
    perform convert-hot-cards.

    move "C" to vr-function.
    call "card-vault" using vault-request.

    perform write-report-line.
    string "Records converted to tokens: " delimited by size
        total-converted delimited by size
        into report-line
    end-string.
    perform write-report-line.

    close convert-report.

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

*> Clears the counts for the next file
start-file-counts.

    move 0 to count-read.
    move 0 to count-converted.
    move 0 to count-already.
    move 0 to count-duplicate.

*> Writes the counts line for the file just converted and adds it to
*> the run's totals
write-file-counts.

    string function trim (convert-file-name) delimited by size
        "  read: " delimited by size
        count-read delimited by size
        "  converted: " delimited by size
        count-converted delimited by size
        "  already tokens: " delimited by size
        count-already delimited by size
        "  duplicates dropped: " delimited by size
        count-duplicate delimited by size
        into report-line
    end-string.
    perform write-report-line.

    add count-read to ops-read.
    add count-duplicate to ops-rejected.
    add count-converted to total-converted.

*> Turns work-card into its vault token, unless it already is one; a
*> vault that cannot answer stops the run before any file is replaced
tokenise-work-card.

    if work-card(1:1) = "T"
        add 1 to count-already
        move work-card to vr-token
    else
        move "T" to vr-function
        move work-card to vr-card
        move spaces to vr-token
        call "card-vault" using vault-request
        if vr-result is not = "Y"
            move "card-token-vault.idx" to io-fail-file
            move "9V" to io-fail-status
            perform io-abort
        end-if
        add 1 to count-converted
    end-if.

*> Copies the card history to a tokenised file and renames it over
*> the original
convert-card-history.

    move history-file-name to convert-file-name.
    perform start-file-counts.

    call "CBL_CHECK_FILE_EXIST" using history-file-name history-record.
    if return-code is not = 0
        string function trim (history-file-name) delimited by size
            "  not found - nothing to convert" delimited by size
            into report-line
        end-string
        perform write-report-line
    else
        open input history-file
        move old-status to io-fail-status
        move history-file-name to io-fail-file
        perform check-open-status
        open output new-history-file
        move new-status to io-fail-status
        move new-history-name to io-fail-file
        perform check-open-status

        move 1 to old-eof
        perform convert-history-record
            until old-eof = 0

        close history-file
        close new-history-file
        call "CBL_DELETE_FILE" using history-file-name
        call "CBL_RENAME_FILE" using new-history-name history-file-name
        perform write-file-counts
    end-if.

*> Copies one card history record under its token
convert-history-record.

    read history-file next record
        at end move 0 to old-eof
    end-read.

    if old-eof is not = 0
        add 1 to count-read
        move ch-card to work-card
        perform tokenise-work-card
        move vr-token to nch-card
        move history-record(20:26) to nch-data
        write new-history-record
            invalid key
                add 1 to count-duplicate
        end-write
    end-if.

*> Copies the sale history to a tokenised file and renames it over
*> the original
convert-sale-history.

    move sale-history-name to convert-file-name.
    perform start-file-counts.

    call "CBL_CHECK_FILE_EXIST" using sale-history-name sale-history-record.
    if return-code is not = 0
        string function trim (sale-history-name) delimited by size
            "  not found - nothing to convert" delimited by size
            into report-line
        end-string
        perform write-report-line
    else
        open input sale-history-file
        move old-status to io-fail-status
        move sale-history-name to io-fail-file
        perform check-open-status
        open output new-sale-history-file
        move new-status to io-fail-status
        move new-sale-history-name to io-fail-file
        perform check-open-status

        move 1 to old-eof
        perform convert-sale-history-record
            until old-eof = 0

        close sale-history-file
        close new-sale-history-file
        call "CBL_DELETE_FILE" using sale-history-name
        call "CBL_RENAME_FILE" using new-sale-history-name sale-history-name
        perform write-file-counts
    end-if.

*> Copies one sale history record under its token
convert-sale-history-record.

    read sale-history-file next record
        at end move 0 to old-eof
    end-read.

    if old-eof is not = 0
        add 1 to count-read
        move sh-card to work-card
        perform tokenise-work-card
        move vr-token to nsh-card
        move sh-amount to nsh-amount
        move sale-history-record(28:12) to nsh-data
        write new-sale-history-record
            invalid key
                add 1 to count-duplicate
        end-write
    end-if.

*> Copies the hot-card file to a tokenised file and renames it over
*> the original
convert-hot-cards.

    move hot-file-name to convert-file-name.
    perform start-file-counts.

    call "CBL_CHECK_FILE_EXIST" using hot-file-name hot-card-record.
    if return-code is not = 0
        string function trim (hot-file-name) delimited by size
            "  not found - nothing to convert" delimited by size
            into report-line
        end-string
        perform write-report-line
    else
        open input hot-file
        move old-status to io-fail-status
        move hot-file-name to io-fail-file
        perform check-open-status
        open output new-hot-file
        move new-status to io-fail-status
        move new-hot-name to io-fail-file
        perform check-open-status

        move 1 to old-eof
        perform convert-hot-card-record
            until old-eof = 0

        close hot-file
        close new-hot-file
        call "CBL_DELETE_FILE" using hot-file-name
        call "CBL_RENAME_FILE" using new-hot-name hot-file-name
        perform write-file-counts
    end-if.

*> Copies one hot-card listing under its token
convert-hot-card-record.

    read hot-file next record
        at end move 0 to old-eof
    end-read.

    if old-eof is not = 0
        add 1 to count-read
        move hc-card to work-card
        perform tokenise-work-card
        move vr-token to nhc-card
        move hot-card-record(20:34) to nhc-data
        write new-hot-card-record
            invalid key
                add 1 to count-duplicate
        end-write
    end-if.

*> Writes one line of the conversion report and echoes it to the
*> terminal so the two outputs never drift apart
write-report-line.

    display report-line.
    move report-line to convert-report-record.
    write convert-report-record.
    move spaces to report-line.
