*> Name: Carson Mifsud

*> Description: This program is the nightly storefront catalog export.
*> It compares the catalog master with a snapshot of the catalog as
*> the storefront last received it and writes a fixed-format feed of
*> only the titles added, changed, or retired since then (plus any
*> isbn the catalog no longer carries, as a delete), each with its
*> ISBN-13, title, author, publisher, list price, and status. The feed
*> opens with a header and closes with a trailer carrying the export
*> generation and the record counts, and the generation is stamped in
*> storefront-stamp.txt the way catalog-stamp.txt stamps the master,
*> so the storefront team can prove they loaded every record.

*> Modification History:
*> 2026-10-15  CM  Initial version: snapshot comparison, changed-record
*>                 feed with header/trailer counts, and the export
*>                 generation stamp.

identification division.
program-id. storefront-export.

environment division.
input-output section.
file-control.
select catalog-master assign to "catalog-master.idx"
    organization is indexed
    access mode is dynamic
    record key is cm-isbn
    file status is catmaster-status.

select snapshot-file assign to "storefront-snapshot.txt"
    organization is line sequential.

select new-snapshot-file assign to "storefront-snapshot.new"
    organization is line sequential.

select feed-file assign to "storefront-feed.txt"
    organization is line sequential
    file status is feed-status.

select stamp-file assign to "storefront-stamp.txt"
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

fd snapshot-file.

*> One title as the storefront last received it, in catalog key order
01 snapshot-record.
    05 sn-isbn pic x(13).
    05 sn-data.
        10 sn-title pic x(87).
        10 sn-author pic x(30).
        10 sn-publisher pic x(30).
        10 sn-price pic 9(4)v99.
        10 sn-status pic x.

fd new-snapshot-file.

*> The snapshot this export leaves behind for the next comparison
01 new-snapshot-record.
    05 ns-isbn pic x(13).
    05 ns-data.
        10 ns-title pic x(87).
        10 ns-author pic x(30).
        10 ns-publisher pic x(30).
        10 ns-price pic 9(4)v99.
        10 ns-status pic x.

fd feed-file.

*> Storefront feed record. The record type in column 1 selects the
*> layout: H header, D detail, T trailer
01 feed-record.
    05 fd-type pic x.
    05 fd-body pic x(179).

*> Header: the export generation number, when it was produced, and
*> the generation it follows
01 feed-header.
    05 fh-type pic x.
    05 fh-feed-name pic x(10).
    05 fh-generation pic 9(6).
    05 fh-created pic x(14).
    05 fh-prior-generation pic 9(6).
    05 fh-full-refresh pic x.
    05 filler pic x(142).

*> Detail: the action (A added, C changed, R retired, D deleted from
*> the catalog), the ISBN-13, and the title's storefront fields
01 feed-detail.
    05 fdd-type pic x.
    05 fdd-action pic x.
    05 fdd-isbn13 pic x(13).
    05 fdd-title pic x(87).
    05 fdd-author pic x(30).
    05 fdd-publisher pic x(30).
    05 fdd-price pic 9(4)v99.
    05 fdd-status pic x.
    05 filler pic x(11).

*> Trailer: the generation again, the detail count by action, and a
*> hash total of the list prices carried
01 feed-trailer.
    05 ft-type pic x.
    05 ft-generation pic 9(6).
    05 ft-detail-count pic 9(7).
    05 ft-adds pic 9(7).
    05 ft-changes pic 9(7).
    05 ft-retires pic 9(7).
    05 ft-deletes pic 9(7).
    05 ft-price-hash pic 9(11)v99.
    05 filler pic x(125).

fd stamp-file.

*> Export generation stamp: the last generation the storefront was
*> sent, when it was produced, and its detail count
01 stamp-record.
    05 xs-generation pic 9(6).
    05 filler pic x(2).
    05 xs-created pic x(14).
    05 filler pic x(2).
    05 xs-detail-count pic 9(7).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "store-export".
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
01 feed-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(25) value "catexport-params.txt".
01 run-answer pic x(100).

01 catalog-master-name pic x(20) value "catalog-master.idx".
01 snapshot-name pic x(25) value "storefront-snapshot.txt".
01 new-snapshot-name pic x(25) value "storefront-snapshot.new".
01 stamp-file-name pic x(25) value "storefront-stamp.txt".
01 full-refresh pic x value "N".
01 snapshot-mode pic x value "N".
01 catalog-eof pic 9 value 1.
01 snapshot-eof pic 9 value 1.
01 master-key pic x(13).
01 snap-key pic x(13).

*> The catalog fields as they stand now, for comparing with the
*> snapshot
01 current-data.
    05 cur-title pic x(87).
    05 cur-author pic x(30).
    05 cur-publisher pic x(30).
    05 cur-price pic 9(4)v99.
    05 cur-status pic x.

*> Export generation and counts
01 prior-generation pic 9(6) value 0.
01 this-generation pic 9(6) value 0.
01 count-details pic 9(7) value 0.
01 count-adds pic 9(7) value 0.
01 count-changes pic 9(7) value 0.
01 count-retires pic 9(7) value 0.
01 count-deletes pic 9(7) value 0.
01 count-unchanged pic 9(7) value 0.
01 price-hash pic 9(11)v99 value 0.
01 export-action pic x.

*> Working fields for deriving the ISBN-13 of a legacy ISBN-10 key
01 export-isbn13 pic x(13).
01 conv-isbn pic x(13).
01 conv-total pic 9999.
01 conv-total-div pic 9999.
01 conv-check-digit pic 99.
01 conv-digit pic S999.
01 j pic 99.

procedure division.

    perform init-run-control.
    perform write-ops-start.

    call "CBL_CHECK_FILE_EXIST" using catalog-master-name catalog-master-record.
    if return-code is not = 0
        display "File Error: catalog-master.idx not found - nothing to export"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.

    perform read-export-stamp.

    call "CBL_CHECK_FILE_EXIST" using snapshot-name snapshot-record.
    if return-code = 0
        move "Y" to snapshot-mode
        display "Send a full refresh of every title instead of the changes? (Y/N): "
        perform get-run-answer
        if run-answer = "Y" or run-answer = "y"
            move "Y" to full-refresh
            move "N" to snapshot-mode
        end-if
    else
        display "No storefront snapshot on file - sending a full refresh"
        move "Y" to full-refresh
    end-if.

    compute this-generation = prior-generation + 1.

    open input catalog-master.
    move catmaster-status to io-fail-status.
    move catalog-master-name to io-fail-file.
    perform check-open-status.

    open output feed-file.
    move feed-status to io-fail-status.
    move "storefront-feed.txt" to io-fail-file.
    perform check-open-status.

    open output new-snapshot-file.

    if snapshot-mode = "Y"
        open input snapshot-file
    end-if.

    perform write-feed-header.

    move 1 to catalog-eof.
    move low-values to cm-isbn.
    start catalog-master key >= cm-isbn
        invalid key move 0 to catalog-eof
    end-start.
    perform read-master-next.

    move 1 to snapshot-eof.
    perform read-snapshot-next.

    perform compare-one-key
        until master-key = high-values and snap-key = high-values.

    perform write-feed-trailer.

    close catalog-master.
    close feed-file.
    close new-snapshot-file.
    if snapshot-mode = "Y"
        close snapshot-file
    end-if.

    call "CBL_DELETE_FILE" using snapshot-name.
    call "CBL_RENAME_FILE" using new-snapshot-name snapshot-name.

    perform write-export-stamp.

    display "Storefront export generation " this-generation
        " - records: " count-details "  added: " count-adds
        "  changed: " count-changes "  retired: " count-retires
        "  deleted: " count-deletes.

    if param-open = "Y"
        close param-file
    end-if.

    move count-details to ops-read.
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

*> Reads the last export generation stamped
read-export-stamp.

    move 0 to prior-generation.
    call "CBL_CHECK_FILE_EXIST" using stamp-file-name stamp-record.
    if return-code = 0
        open input stamp-file
        read stamp-file
            at end move 0 to xs-generation
        end-read
        close stamp-file
        if xs-generation is numeric
            move xs-generation to prior-generation
            display "Last storefront export: generation " xs-generation
                " produced " xs-created
        end-if
    end-if.

*> Stamps the generation this export produced
write-export-stamp.

    open output stamp-file.
    move spaces to stamp-record.
    move this-generation to xs-generation.
    move ops-now(1:14) to xs-created.
    move count-details to xs-detail-count.
    write stamp-record.
    close stamp-file.

*> Reads the next catalog master record; master-key is high-values
*> at the end of the master
read-master-next.

    if catalog-eof = 0
        move high-values to master-key
    else
        read catalog-master next record
            at end
                move 0 to catalog-eof
                move high-values to master-key
            not at end
                move cm-isbn to master-key
                move cm-title to cur-title
                move cm-author to cur-author
                move cm-publisher to cur-publisher
                move cm-price to cur-price
                move cm-status to cur-status
        end-read
    end-if.

*> Reads the next snapshot record; snap-key is high-values at the end
*> of the snapshot, or throughout a full refresh
read-snapshot-next.

    if snapshot-mode = "N" or snapshot-eof = 0
        move high-values to snap-key
    else
        read snapshot-file
            at end
                move 0 to snapshot-eof
                move high-values to snap-key
            not at end
                move sn-isbn to snap-key
        end-read
    end-if.

*> Matches the next master key against the next snapshot key: a key
*> only in the master is an add, a key only in the snapshot a
*> delete, and a key in both is a change or retirement when its
*> fields differ
compare-one-key.

    evaluate true
        when master-key < snap-key
            add 1 to ops-read
            move "A" to export-action
            perform write-feed-detail
            perform write-new-snapshot
            perform read-master-next
        when master-key > snap-key
            move "D" to export-action
            perform write-feed-delete
            perform read-snapshot-next
        when other
            add 1 to ops-read
            if current-data is not = sn-data
                if cur-status = "R" and sn-status is not = "R"
                    move "R" to export-action
                else
                    move "C" to export-action
                end-if
                perform write-feed-detail
            else
                add 1 to count-unchanged
            end-if
            perform write-new-snapshot
            perform read-master-next
            perform read-snapshot-next
    end-evaluate.

*> Writes the feed header for this export generation
write-feed-header.

    move spaces to feed-header.
    move "H" to fh-type.
    move "STOREFRONT" to fh-feed-name.
    move this-generation to fh-generation.
    move function current-date to ops-now.
    move ops-now(1:14) to fh-created.
    move prior-generation to fh-prior-generation.
    move full-refresh to fh-full-refresh.
    write feed-header.
    move feed-status to io-fail-status.
    move "storefront-feed.txt" to io-fail-file.
    perform check-io-status.

*> Writes one added, changed, or retired title to the feed
write-feed-detail.

    move cm-isbn to conv-isbn.
    perform derive-export-isbn13.

    move spaces to feed-detail.
    move "D" to fdd-type.
    move export-action to fdd-action.
    move export-isbn13 to fdd-isbn13.
    move cur-title to fdd-title.
    move cur-author to fdd-author.
    move cur-publisher to fdd-publisher.
    move cur-price to fdd-price.
    move cur-status to fdd-status.
    write feed-detail.
    move feed-status to io-fail-status.
    move "storefront-feed.txt" to io-fail-file.
    perform check-io-status.

    perform count-feed-detail.

*> Writes a delete for an isbn the catalog no longer carries under
*> that key (a migrated ISBN-10, for one), from its snapshot fields
write-feed-delete.

    move sn-isbn to conv-isbn.
    perform derive-export-isbn13.

    move spaces to feed-detail.
    move "D" to fdd-type.
    move "D" to fdd-action.
    move export-isbn13 to fdd-isbn13.
    move sn-title to fdd-title.
    move sn-author to fdd-author.
    move sn-publisher to fdd-publisher.
    move sn-price to fdd-price.
    move sn-status to fdd-status.
    write feed-detail.
    move feed-status to io-fail-status.
    move "storefront-feed.txt" to io-fail-file.
    perform check-io-status.

    perform count-feed-detail.

*> Counts the detail just written by action and into the price hash
count-feed-detail.

    add 1 to count-details.
    add fdd-price to price-hash.

    evaluate fdd-action
        when "A"
            add 1 to count-adds
        when "C"
            add 1 to count-changes
        when "R"
            add 1 to count-retires
        when "D"
            add 1 to count-deletes
    end-evaluate.

*> Writes the feed trailer with the counts the storefront checks its
*> load against
write-feed-trailer.

    move spaces to feed-trailer.
    move "T" to ft-type.
    move this-generation to ft-generation.
    move count-details to ft-detail-count.
    move count-adds to ft-adds.
    move count-changes to ft-changes.
    move count-retires to ft-retires.
    move count-deletes to ft-deletes.
    move price-hash to ft-price-hash.
    write feed-trailer.
    move feed-status to io-fail-status.
    move "storefront-feed.txt" to io-fail-file.
    perform check-io-status.

*> Writes the current master record to the new snapshot
write-new-snapshot.

    move master-key to ns-isbn.
    move current-data to ns-data.
    write new-snapshot-record.

*> Gives the feed the ISBN-13 of conv-isbn: a 13-character key as-is,
*> a legacy ISBN-10 key as the 978 prefix, its first nine digits,
*> and a recomputed EAN-13 check digit
derive-export-isbn13.

    if function length (function trim (conv-isbn)) = 13
        move conv-isbn to export-isbn13
    else
        move spaces to export-isbn13
        string "978" delimited by size
            conv-isbn(1:9) delimited by size
            into export-isbn13
        end-string

        move 0 to conv-total
        move 1 to j
        perform conv-check-sum-digit
            until j > 12

        compute conv-total-div = conv-total / 10
        compute conv-check-digit = 10 - (conv-total - (conv-total-div * 10))
        if conv-check-digit = 10
            compute conv-check-digit = 0
        end-if

        move conv-check-digit to conv-digit
        compute conv-digit = conv-digit + 48
        move function char (conv-digit + 1) to export-isbn13(13:1)
    end-if.

*> Folds one digit of the first twelve ISBN-13 positions into the
*> running EAN-13 weighted total
conv-check-sum-digit.

    compute conv-digit = function numval (export-isbn13(j:1)).

    if function mod (j, 2) = 1
        compute conv-total = conv-total + (conv-digit * 1)
    else
        compute conv-total = conv-total + (conv-digit * 3)
    end-if.

    compute j = j + 1.
