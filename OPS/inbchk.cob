*> Name: Carson Mifsud

*> Description: This program is the inbound file control check. Every
*> batch file that arrives from outside - vendor ISBN files, card
*> batches, loan payment files, registration files, and catalog
*> transaction feeds - carries a standard header and trailer:
*>
*>   HDR  source      yyyymmdd  nnnnnn
*>   ...detail records...
*>   TRL  nnnnnnnn  ttttttttttttttt
*>
*> giving the sending source, the creation date, the file's sequence
*> number, and in the trailer the detail record count and a control
*> total. The control total is the sum of the file's amount or hash
*> field on every detail record (its digits read as a whole number,
*> so 125.50 keyed as 0012550 counts 12550); a file with no such field
*> carries its record count there again. The receiving programs CALL
*> this program to verify each file before they apply any of it, and
*> again once the run has applied them to accept the sequence numbers
*> verified, so a truncated transfer, a file sent twice, or a file
*> missed in between is refused instead of processed. Several files
*> from one source in the same run must follow one another.

*> Modification History:
*> 2026-10-15  CM  Initial version: header, trailer, record count,
*>                 control total, and sequence verification, with the
*>                 last sequence per source in inbound-sequence.txt.

identification division.
program-id. inbound-check.

environment division.
input-output section.
file-control.
select inbound-file assign to inbound-file-name
    organization is line sequential.

select sequence-file assign to "inbound-sequence.txt"
    organization is line sequential.

data division.

file section.
fd inbound-file.

*> One line of the file being checked
01 inbound-record pic x(300).

fd sequence-file.

*> The last sequence number accepted from one source, and when
01 sequence-record.
    05 sq-source pic x(10).
    05 filler pic x(2).
    05 sq-last-seq pic 9(6).
    05 filler pic x(2).
    05 sq-accepted-date pic 9(8).

working-storage section.

01 inbound-file-name pic x(100).
01 sequence-file-name pic x(25) value "inbound-sequence.txt".
01 sequence-loaded pic x value "N".
01 inbound-eof pic 9 value 1.
01 sequence-eof pic 9 value 1.
01 held-line pic x(300).
01 held-flag pic x value "N".
01 detail-count pic 9(8).
01 control-total pic 9(15).
01 field-value pic 9(15).
01 expected-seq pic 9(7).
01 current-date-time pic x(21).

*> The header and trailer as laid out on the file
01 header-view.
    05 hv-tag pic x(3).
    05 filler pic x(2).
    05 hv-source pic x(10).
    05 filler pic x(2).
    05 hv-date pic 9(8).
    05 filler pic x(2).
    05 hv-seq pic 9(6).

01 trailer-view.
    05 tv-tag pic x(3).
    05 filler pic x(2).
    05 tv-count pic 9(8).
    05 filler pic x(2).
    05 tv-total pic 9(15).

*> The last sequence accepted per source
01 sequence-table.
    05 sequence-entry occurs 0 to 100 times
        depending on sequence-count.
        10 st-source pic x(10).
        10 st-last-seq pic 9(6).
        10 st-accepted-date pic 9(8).
01 sequence-count pic 999 value 0.
01 sequence-idx pic 999.
01 sequence-found pic 999.

linkage section.

*> The caller's request: ib-function V verify the file, A accept the
*> sequence numbers verified once the run has applied the files;
*> ib-file-name and ib-source name the file and the source its header
*> must carry; ib-total-start and ib-total-length give the detail
*> records' amount or hash field (a start of zero totals the record
*> count instead). ib-result comes back Y verified or accepted, R
*> refused with ib-reason, and ib-seq and ib-records return the
*> header's sequence number and the detail record count
01 inbound-request.
    05 ib-function pic x.
    05 ib-file-name pic x(100).
    05 ib-source pic x(10).
    05 ib-total-start pic 999.
    05 ib-total-length pic 99.
    05 ib-result pic x.
    05 ib-reason pic x(30).
    05 ib-seq pic 9(6).
    05 ib-records pic 9(8).

procedure division using inbound-request.

    move "Y" to ib-result.
    move spaces to ib-reason.
    move ib-file-name to inbound-file-name.

    if sequence-loaded = "N"
        perform load-sequence-table
        move "Y" to sequence-loaded
    end-if.

    evaluate ib-function
        when "V"
            perform verify-file
        when "A"
            perform accept-sequence
        when other
            move "R" to ib-result
            move "UNKNOWN FUNCTION" to ib-reason
    end-evaluate.

    goback.

*> Verifies the file's header, trailer, record count, control total,
*> and sequence number; the first failure found is the reason given
verify-file.

    move 0 to ib-seq.
    move 0 to ib-records.
    move 0 to detail-count.
    move 0 to control-total.

    call "CBL_CHECK_FILE_EXIST" using inbound-file-name inbound-record.
    if return-code is not = 0
        move "R" to ib-result
        move "FILE NOT FOUND" to ib-reason
    else
        open input inbound-file
        move 1 to inbound-eof
        read inbound-file
            at end move 0 to inbound-eof
        end-read
        if inbound-eof = 0
            move "R" to ib-result
            move "EMPTY FILE" to ib-reason
        else
            move inbound-record to header-view
            perform check-header
            if ib-result = "Y"
                move "N" to held-flag
                perform read-inbound-line
                    until inbound-eof = 0
                perform check-trailer
            end-if
        end-if
        close inbound-file
    end-if.

    if ib-result = "Y"
        perform check-sequence
    end-if.

    if ib-result = "Y"
        perform note-verified-sequence
    end-if.

*> Checks the header names the expected source and carries a valid
*> creation date and a sequence number
check-header.

    evaluate true
        when hv-tag is not = "HDR"
            move "R" to ib-result
            move "NO HEADER RECORD" to ib-reason
        when hv-source is not = ib-source
            move "R" to ib-result
            move "HEADER SOURCE NOT " to ib-reason
            move ib-source to ib-reason(19:10)
        when hv-date is not numeric
            move "R" to ib-result
            move "HEADER DATE INVALID" to ib-reason
        when function test-date-yyyymmdd (hv-date) is not = 0
            move "R" to ib-result
            move "HEADER DATE INVALID" to ib-reason
        when hv-seq is not numeric
            move "R" to ib-result
            move "HEADER SEQUENCE INVALID" to ib-reason
        when other
            move hv-seq to ib-seq
    end-evaluate.

*> Reads one line past the header, holding it back one read so the
*> last line - the trailer - is never counted as a detail record
read-inbound-line.

    read inbound-file
        at end move 0 to inbound-eof
    end-read.

    if inbound-eof is not = 0
        if held-flag = "Y"
            perform tally-detail-line
        end-if
        move inbound-record to held-line
        move "Y" to held-flag
    end-if.

*> Counts one detail record and adds its amount or hash field to the
*> control total
tally-detail-line.

    add 1 to detail-count.
    if ib-total-start > 0
        if held-line(ib-total-start:ib-total-length) is numeric
            compute field-value = function numval
                (held-line(ib-total-start:ib-total-length))
            add field-value to control-total
        end-if
    end-if.

*> Checks the last line is the trailer and that its record count and
*> control total agree with the detail records actually received
check-trailer.

    move spaces to trailer-view.
    if held-flag = "Y"
        move held-line to trailer-view
    end-if.
    if ib-total-start = 0
        move detail-count to control-total
    end-if.
    move detail-count to ib-records.

    evaluate true
        when tv-tag is not = "TRL"
            move "R" to ib-result
            move "NO TRAILER - FILE TRUNCATED" to ib-reason
        when tv-count is not numeric or tv-total is not numeric
            move "R" to ib-result
            move "TRAILER INVALID" to ib-reason
        when tv-count is not = detail-count
            move "R" to ib-result
            move "TRAILER RECORD COUNT MISMATCH" to ib-reason
        when tv-total is not = control-total
            move "R" to ib-result
            move "TRAILER CONTROL TOTAL MISMATCH" to ib-reason
        when other
            continue
    end-evaluate.

*> Checks the file's sequence number follows the last one accepted
*> from its source; the first file from a new source sets the count
check-sequence.

    perform find-sequence-entry.
    if sequence-found > 0
        compute expected-seq = st-last-seq(sequence-found) + 1
        if expected-seq > 999999
            move 1 to expected-seq
        end-if
        evaluate true
            when ib-seq = expected-seq
                continue
            when ib-seq <= st-last-seq(sequence-found)
                move "R" to ib-result
                move "SEQUENCE REPEATED" to ib-reason
            when other
                move "R" to ib-result
                move "SEQUENCE SKIPPED" to ib-reason
        end-evaluate
    end-if.

*> Holds the verified file's sequence number as its source's latest,
*> so a later file from the same source in this run must follow it;
*> nothing is kept until the caller accepts the run
note-verified-sequence.

    if sequence-found = 0
        if sequence-count >= 100
            move "R" to ib-result
            move "SEQUENCE TABLE FULL" to ib-reason
        else
            add 1 to sequence-count
            move sequence-count to sequence-found
            move ib-source to st-source(sequence-found)
        end-if
    end-if.

    if sequence-found > 0
        move function current-date to current-date-time
        move ib-seq to st-last-seq(sequence-found)
        move current-date-time(1:8) to st-accepted-date(sequence-found)
    end-if.

*> Keeps every sequence number verified this run as its source's last
*> accepted
accept-sequence.

    perform write-sequence-file.

*> Finds the caller's source in the sequence table
find-sequence-entry.

    move 0 to sequence-found.
    move 1 to sequence-idx.
    perform find-sequence-compare
        until sequence-idx > sequence-count or sequence-found > 0.

*> Compares one sequence entry against the caller's source
find-sequence-compare.

    if st-source(sequence-idx) = ib-source
        move sequence-idx to sequence-found
    else
        add 1 to sequence-idx
    end-if.

*> Loads the last sequence accepted per source
load-sequence-table.

    move 0 to sequence-count.
    call "CBL_CHECK_FILE_EXIST" using sequence-file-name sequence-record.
    if return-code = 0
        open input sequence-file
        move 1 to sequence-eof
        perform load-sequence-entry
            until sequence-eof = 0
        close sequence-file
    end-if.

*> Reads one source's last sequence into the table
load-sequence-entry.

    read sequence-file
        at end move 0 to sequence-eof
    end-read.

    if sequence-eof is not = 0 and sequence-count < 100
        if sq-last-seq is numeric
            add 1 to sequence-count
            move sq-source to st-source(sequence-count)
            move sq-last-seq to st-last-seq(sequence-count)
            move sq-accepted-date to st-accepted-date(sequence-count)
        end-if
    end-if.

*> Rewrites the sequence file from the table
write-sequence-file.

    open output sequence-file.
    move 1 to sequence-idx.
    perform write-sequence-entry
        until sequence-idx > sequence-count.
    close sequence-file.

*> Writes one source's last sequence
write-sequence-entry.

    move spaces to sequence-record.
    move st-source(sequence-idx) to sq-source.
    move st-last-seq(sequence-idx) to sq-last-seq.
    move st-accepted-date(sequence-idx) to sq-accepted-date.
    write sequence-record.
    add 1 to sequence-idx.
