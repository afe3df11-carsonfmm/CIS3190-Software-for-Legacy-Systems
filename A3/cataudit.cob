*> Name: Carson Mifsud

*> Description: This program audits the catalog for the fields the
*> older records were never backfilled with. It scans catalog-master.idx
*> for titles with a blank author or publisher, a zero list price, or
*> an ISBN-10 key the migration never converted; scans catalog-alias.idx
*> for aliases that point at an ISBN-13 the catalog no longer carries;
*> and scans the open-PO file for titles that have been retired but are
*> still on order. Every problem found goes on a cleanup work list,
*> which closes with a count for each problem type.

*> Modification History:
*> 2026-10-15  CM  Initial version: master, alias, and open-PO checks
*>                 with a cleanup work list and per-problem counts.

identification division.
program-id. catalog-audit.

environment division.
input-output section.
file-control.
select catalog-master assign to "catalog-master.idx"
    organization is indexed
    access mode is dynamic
    record key is cm-isbn
    file status is catmaster-status.

select alias-file assign to "catalog-alias.idx"
    organization is indexed
    access mode is dynamic
    record key is al-isbn10
    file status is alias-status.

select po-file assign to po-file-name
    organization is line sequential.

select audit-report assign to "catalog-audit-worklist.txt"
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

fd alias-file.

*> One ISBN-10 alias: the old key a vendor line may still arrive
*> under, and the ISBN-13 its catalog record now lives at
01 alias-record.
    05 al-isbn10 pic x(13).
    05 al-isbn13 pic x(13).

fd po-file.

*> One open purchase-order line: the PO number, the isbn ordered, and
*> the quantity ordered
01 po-record.
    05 po-number pic x(8).
    05 filler pic x(2).
    05 po-isbn pic x(13).
    05 filler pic x(2).
    05 po-qty pic 9(5).

fd audit-report.

*> Output record for the cleanup work list
01 audit-record pic x(132).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "catalog-audit".
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
01 alias-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(25) value "cataudit-params.txt".
01 run-answer pic x(100).

01 catalog-master-name pic x(20) value "catalog-master.idx".
01 alias-file-name pic x(20) value "catalog-alias.idx".
01 po-file-name pic x(100).
01 alias-mode pic x value "N".
01 po-mode pic x value "N".
01 catalog-eof pic 9 value 1.
01 alias-eof pic 9 value 1.
01 po-eof pic 9 value 1.

*> Counts for each problem type on the work list
01 count-titles pic 9(6) value 0.
01 count-aliases pic 9(6) value 0.
01 count-po-lines pic 9(6) value 0.
01 count-blank-author pic 9(6) value 0.
01 count-blank-publisher pic 9(6) value 0.
01 count-zero-price pic 9(6) value 0.
01 count-unmigrated pic 9(6) value 0.
01 count-orphan-alias pic 9(6) value 0.
01 count-retired-on-po pic 9(6) value 0.
01 count-problems pic 9(6) value 0.

*> The work-list line for one problem
01 problem-code pic x(8).
01 problem-words pic x(36).
01 problem-key pic x(13).
01 problem-detail pic x(60).
01 audit-line pic x(132).

procedure division.

    perform init-run-control.
    perform write-ops-start.

    call "CBL_CHECK_FILE_EXIST" using catalog-master-name catalog-master-record.
    if return-code is not = 0
        display "File Error: catalog-master.idx not found - nothing to audit"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.

    display "Please enter the name of the open-PO file (blank to skip the on-order check): ".
    perform get-run-answer.
    move run-answer to po-file-name.
    if po-file-name is not = spaces
        call "CBL_CHECK_FILE_EXIST" using po-file-name po-record
        if return-code = 0
            move "Y" to po-mode
        else
            display "File Error: open-PO file not found - on-order check skipped"
        end-if
    end-if.

    open input catalog-master.
    move catmaster-status to io-fail-status.
    move catalog-master-name to io-fail-file.
    perform check-open-status.

    open output audit-report.

    move "Catalog Data-Quality Audit - Cleanup Work List" to audit-line.
    perform write-audit-line.
    perform write-audit-line.
    move "  Problem   ISBN           Description                           Detail"
        to audit-line.
    perform write-audit-line.

    *> Title checks: blank fields, zero price, unmigrated keys
    move 1 to catalog-eof.
    move low-values to cm-isbn.
    start catalog-master key >= cm-isbn
        invalid key move 0 to catalog-eof
    end-start.
    perform audit-one-title
        until catalog-eof = 0.

    *> Alias checks: aliases whose ISBN-13 is gone
    call "CBL_CHECK_FILE_EXIST" using alias-file-name alias-record.
    if return-code = 0
        open input alias-file
        move alias-status to io-fail-status
        move alias-file-name to io-fail-file
        perform check-open-status
        move "Y" to alias-mode
        move 1 to alias-eof
        move low-values to al-isbn10
        start alias-file key >= al-isbn10
            invalid key move 0 to alias-eof
        end-start
        perform audit-one-alias
            until alias-eof = 0
        close alias-file
    end-if.

    *> On-order checks: retired titles still on the open-PO file
    if po-mode = "Y"
        open input po-file
        move 1 to po-eof
        perform audit-one-po-line
            until po-eof = 0
        close po-file
    end-if.

    close catalog-master.

    perform write-audit-summary.
    close audit-report.

    if param-open = "Y"
        close param-file
    end-if.

    move count-titles to ops-read.
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

*> Reads the next catalog title and checks it for blank fields, a
*> zero price, and a key still in ISBN-10 form
audit-one-title.

    read catalog-master next record
        at end move 0 to catalog-eof
    end-read.

    if catalog-eof is not = 0
        add 1 to count-titles
        move cm-isbn to problem-key
        move cm-title(1:60) to problem-detail

        if cm-author = spaces
            move "BLANKAUT" to problem-code
            move "Author is blank" to problem-words
            add 1 to count-blank-author
            perform write-problem-line
        end-if

        if cm-publisher = spaces
            move "BLANKPUB" to problem-code
            move "Publisher is blank" to problem-words
            add 1 to count-blank-publisher
            perform write-problem-line
        end-if

        if cm-price is not numeric or cm-price = 0
            move "ZEROPRC" to problem-code
            move "List price is zero" to problem-words
            add 1 to count-zero-price
            perform write-problem-line
        end-if

        if function length (function trim (cm-isbn)) = 10
            move "UNMIGR" to problem-code
            move "ISBN-10 key never migrated" to problem-words
            add 1 to count-unmigrated
            perform write-problem-line
        end-if
    end-if.

*> Reads the next alias and checks its ISBN-13 is still on the
*> catalog master
audit-one-alias.

    read alias-file next record
        at end move 0 to alias-eof
    end-read.

    if alias-eof is not = 0
        add 1 to count-aliases
        move al-isbn13 to cm-isbn
        read catalog-master
            invalid key
                move "ORPHANAL" to problem-code
                move "Alias points at a missing ISBN-13" to problem-words
                move al-isbn10 to problem-key
                move spaces to problem-detail
                string "alias of " delimited by size
                    al-isbn13 delimited by size
                    into problem-detail
                end-string
                add 1 to count-orphan-alias
                perform write-problem-line
        end-read
    end-if.

*> Reads the next open-PO line and checks the title ordered has not
*> been retired
audit-one-po-line.

    read po-file
        at end move 0 to po-eof
    end-read.

    if po-eof is not = 0
        add 1 to count-po-lines
        move po-isbn to cm-isbn
        read catalog-master
            invalid key move spaces to cm-status
        end-read
        if cm-status = "R"
            move "RETIREPO" to problem-code
            move "Retired title still on open PO" to problem-words
            move po-isbn to problem-key
            move spaces to problem-detail
            string "PO " delimited by size
                po-number delimited by size
                "  qty " delimited by size
                po-qty delimited by size
                "  " delimited by size
                cm-title(1:35) delimited by size
                into problem-detail
            end-string
            add 1 to count-retired-on-po
            perform write-problem-line
        end-if
    end-if.

*> Writes one problem to the cleanup work list
write-problem-line.

    add 1 to count-problems.
    string "  " delimited by size
        problem-code delimited by size
        "  " delimited by size
        problem-key delimited by size
        "  " delimited by size
        problem-words delimited by size
        "  " delimited by size
        problem-detail delimited by size
        into audit-line
    end-string.
    perform write-audit-line.

*> Writes the counts for each problem type after the work list
write-audit-summary.

    if count-problems = 0
        move "  (no problems found)" to audit-line
        perform write-audit-line
    end-if.

    perform write-audit-line.
    string "Titles scanned: " delimited by size
        count-titles delimited by size
        "  aliases scanned: " delimited by size
        count-aliases delimited by size
        "  open-PO lines scanned: " delimited by size
        count-po-lines delimited by size
        into audit-line
    end-string.
    perform write-audit-line.

    if alias-mode = "N"
        move "  (catalog-alias.idx not on file - alias check skipped)" to audit-line
        perform write-audit-line
    end-if.
    if po-mode = "N"
        move "  (no open-PO file - on-order check skipped)" to audit-line
        perform write-audit-line
    end-if.

    perform write-audit-line.
    move "Problems by type:" to audit-line.
    perform write-audit-line.
    string "  BLANKAUT  blank author ............... " delimited by size
        count-blank-author delimited by size
        into audit-line
    end-string.
    perform write-audit-line.
    string "  BLANKPUB  blank publisher ............ " delimited by size
        count-blank-publisher delimited by size
        into audit-line
    end-string.
    perform write-audit-line.
    string "  ZEROPRC   zero list price ............ " delimited by size
        count-zero-price delimited by size
        into audit-line
    end-string.
    perform write-audit-line.
    string "  UNMIGR    unmigrated ISBN-10 key ..... " delimited by size
        count-unmigrated delimited by size
        into audit-line
    end-string.
    perform write-audit-line.
    string "  ORPHANAL  orphan alias ............... " delimited by size
        count-orphan-alias delimited by size
        into audit-line
    end-string.
    perform write-audit-line.
    string "  RETIREPO  retired title on open PO ... " delimited by size
        count-retired-on-po delimited by size
        into audit-line
    end-string.
    perform write-audit-line.
    string "  Total problems ....................... " delimited by size
        count-problems delimited by size
        into audit-line
    end-string.
    perform write-audit-line.

*> Writes one line of the work list and echoes it to the terminal so
*> the two outputs never drift apart
write-audit-line.

    display audit-line.
    move audit-line to audit-record.
    write audit-record.
    move spaces to audit-line.
