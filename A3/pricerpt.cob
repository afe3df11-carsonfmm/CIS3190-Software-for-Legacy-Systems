*> Name: Carson Mifsud

*> Description: This program prints the price-change report the store
*> managers reprice shelf stock from. For a date range it lists every
*> title whose list price changed (from price-history.txt, the
*> changes the catalog maintenance has applied) and every change
*> still scheduled within the range (from price-pending.txt), in
*> effective-date order, with the old and new price and the title.

*> Modification History:
*> 2026-10-15  CM  Initial version: price changes and scheduled
*>                 changes within a date range, in effective-date
*>                 order, with increase/decrease counts.

identification division.
program-id. price-change-report.

environment division.
input-output section.
file-control.
select history-file assign to "price-history.txt"
    organization is line sequential.

select pending-file assign to "price-pending.txt"
    organization is line sequential.

select catalog-master assign to "catalog-master.idx"
    organization is indexed
    access mode is dynamic
    record key is cm-isbn.

select price-report assign to "price-change-report.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

data division.

file section.
fd history-file.

*> One applied list-price change as the catalog maintenance wrote it
01 history-record.
    05 ph-isbn pic x(13).
    05 filler pic x(2).
    05 ph-old-price pic 9(4)v99.
    05 filler pic x(2).
    05 ph-new-price pic 9(4)v99.
    05 filler pic x(2).
    05 ph-effective-date pic x(8).
    05 filler pic x(2).
    05 ph-entered-date pic x(8).
    05 filler pic x(2).
    05 ph-source pic x.

fd pending-file.

*> One future-dated list-price change waiting for its effective date
01 pending-record.
    05 pp-isbn pic x(13).
    05 filler pic x(2).
    05 pp-new-price pic 9(4)v99.
    05 filler pic x(2).
    05 pp-effective-date pic x(8).
    05 filler pic x(2).
    05 pp-entered-date pic x(8).
    05 filler pic x(2).
    05 pp-source pic x.

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

fd price-report.

*> Output record for the price-change report
01 price-report-record pic x(132).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "pricerpt-params.txt".
01 run-answer pic x(100).

01 history-file-name pic x(20) value "price-history.txt".
01 pending-file-name pic x(20) value "price-pending.txt".
01 catalog-master-name pic x(20) value "catalog-master.idx".
01 catalog-mode pic x value "N".
01 history-eof pic 9 value 1.
01 pending-eof pic 9 value 1.
01 from-date pic x(8).
01 to-date pic x(8).

*> The changes within the range, sorted into effective-date order
01 change-table.
    05 change-entry occurs 0 to 5000 times
        depending on change-count.
        10 cg-effective-date pic x(8).
        10 cg-isbn pic x(13).
        10 cg-old-price pic 9(4)v99.
        10 cg-new-price pic 9(4)v99.
        10 cg-kind pic x.
01 change-count pic 9(4) value 0.
01 change-idx pic 9(4).
01 change-swapped pic x value "N".
01 change-full-warned pic x value "N".
01 hold-change-entry pic x(34).

01 count-increase pic 9(5) value 0.
01 count-decrease pic 9(5) value 0.
01 count-scheduled pic 9(5) value 0.
01 change-pct pic s9(4)v9.
01 pct-o pic -ZZZ9.9.
01 old-o pic Z,ZZ9.99.
01 new-o pic Z,ZZ9.99.
01 kind-words pic x(10).
01 report-line pic x(132).

procedure division.

    call "CBL_CHECK_FILE_EXIST" using param-file-name param-record.
    if return-code = 0
        open input param-file
        move "Y" to param-mode
        move "Y" to param-open
        display "Run control: reading answers from " param-file-name
    end-if.

    display "Report price changes effective from (YYYYMMDD): ".
    perform get-run-answer.
    move run-answer to from-date.
    display "Report price changes effective through (YYYYMMDD): ".
    perform get-run-answer.
    move run-answer to to-date.

    if from-date is not numeric or to-date is not numeric
        or from-date > to-date
        display "Error: the date range must be two YYYYMMDD dates,"
            " earliest first"
        stop run
    end-if.

    call "CBL_CHECK_FILE_EXIST" using history-file-name history-record.
    if return-code = 0
        open input history-file
        move 1 to history-eof
        perform load-history-change
            until history-eof = 0
        close history-file
    end-if.

    call "CBL_CHECK_FILE_EXIST" using pending-file-name pending-record.
    if return-code = 0
        open input pending-file
        move 1 to pending-eof
        perform load-pending-change
            until pending-eof = 0
        close pending-file
    end-if.

    move "Y" to change-swapped.
    perform change-sort-pass
        until change-swapped = "N".

    call "CBL_CHECK_FILE_EXIST" using catalog-master-name catalog-master-record.
    if return-code = 0
        open input catalog-master
        move "Y" to catalog-mode
    end-if.

    perform write-price-report.

    if catalog-mode = "Y"
        close catalog-master
    end-if.

    if param-open = "Y"
        close param-file
    end-if.

    display " ".

stop run.

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

*> Reads one applied price change and keeps it when it took effect
*> within the range
load-history-change.

    read history-file
        at end move 0 to history-eof
    end-read.

    if history-eof is not = 0
        if ph-effective-date >= from-date and ph-effective-date <= to-date
            perform add-change-entry
            if change-idx > 0
                move ph-effective-date to cg-effective-date(change-idx)
                move ph-isbn to cg-isbn(change-idx)
                move ph-old-price to cg-old-price(change-idx)
                move ph-new-price to cg-new-price(change-idx)
                move "A" to cg-kind(change-idx)
            end-if
        end-if
    end-if.

*> Reads one scheduled price change and keeps it when it falls due
*> within the range; its old price is the price on file today
load-pending-change.

    read pending-file
        at end move 0 to pending-eof
    end-read.

    if pending-eof is not = 0
        if pp-effective-date >= from-date and pp-effective-date <= to-date
            perform add-change-entry
            if change-idx > 0
                move pp-effective-date to cg-effective-date(change-idx)
                move pp-isbn to cg-isbn(change-idx)
                move 0 to cg-old-price(change-idx)
                move pp-new-price to cg-new-price(change-idx)
                move "P" to cg-kind(change-idx)
            end-if
        end-if
    end-if.

*> Makes room for one more change in the table; change-idx is zero
*> when the table is full
add-change-entry.

    if change-count >= 5000
        move 0 to change-idx
        if change-full-warned = "N"
            display "Warning: price change table full - further"
                " changes left off the report"
            move "Y" to change-full-warned
        end-if
    else
        add 1 to change-count
        move change-count to change-idx
    end-if.

*> One pass of the effective-date sort, swapping any out-of-order
*> neighbours
change-sort-pass.

    move "N" to change-swapped.
    move 1 to change-idx.
    perform change-sort-compare
        until change-idx >= change-count.

*> Compares one adjacent pair of changes by effective date and isbn
change-sort-compare.

    if cg-effective-date(change-idx) > cg-effective-date(change-idx + 1)
        or (cg-effective-date(change-idx) = cg-effective-date(change-idx + 1)
            and cg-isbn(change-idx) > cg-isbn(change-idx + 1))
        move change-entry(change-idx) to hold-change-entry
        move change-entry(change-idx + 1) to change-entry(change-idx)
        move hold-change-entry to change-entry(change-idx + 1)
        move "Y" to change-swapped
    end-if.

    add 1 to change-idx.

*> Writes the report: one line per change in effective-date order,
*> then the counts
write-price-report.

    open output price-report.

    string "List Price Change Report - effective " delimited by size
        from-date delimited by size
        " through " delimited by size
        to-date delimited by size
        into report-line
    end-string.
    perform write-report-line.
    perform write-report-line.

    move "  Effective  ISBN           Title                           Old price  New price  Change%  Status"
        to report-line.
    perform write-report-line.

    move 1 to change-idx.
    perform write-change-line
        until change-idx > change-count.

    if change-count = 0
        move "  (no price changes in the range)" to report-line
        perform write-report-line
    end-if.

    perform write-report-line.
    string "Price increases: " delimited by size
        count-increase delimited by size
        "  decreases: " delimited by size
        count-decrease delimited by size
        "  still scheduled: " delimited by size
        count-scheduled delimited by size
        into report-line
    end-string.
    perform write-report-line.

    close price-report.

*> Writes one price change with the title from the catalog master;
*> a scheduled change shows today's price as its old price
write-change-line.

    move spaces to cm-title.
    move 0 to cm-price.
    if catalog-mode = "Y"
        move cg-isbn(change-idx) to cm-isbn
        read catalog-master
            invalid key
                move "(not in catalog)" to cm-title
                move 0 to cm-price
        end-read
    end-if.

    if cg-kind(change-idx) = "P"
        move cm-price to cg-old-price(change-idx)
        move "SCHEDULED" to kind-words
        add 1 to count-scheduled
    else
        move "APPLIED" to kind-words
    end-if.

    if cg-old-price(change-idx) > 0
        compute change-pct rounded = ((cg-new-price(change-idx)
            - cg-old-price(change-idx)) * 100) / cg-old-price(change-idx)
    else
        move 0 to change-pct
    end-if.

    if cg-new-price(change-idx) > cg-old-price(change-idx)
        add 1 to count-increase
    else
        if cg-new-price(change-idx) < cg-old-price(change-idx)
            add 1 to count-decrease
        end-if
    end-if.

    move cg-old-price(change-idx) to old-o.
    move cg-new-price(change-idx) to new-o.
    move change-pct to pct-o.
    string "  " delimited by size
        cg-effective-date(change-idx) delimited by size
        "   " delimited by size
        cg-isbn(change-idx) delimited by size
        "  " delimited by size
        cm-title(1:30) delimited by size
        "  " delimited by size
        old-o delimited by size
        "   " delimited by size
        new-o delimited by size
        "  " delimited by size
        pct-o delimited by size
        "  " delimited by size
        kind-words delimited by size
        into report-line
    end-string.
    perform write-report-line.

    add 1 to change-idx.

*> Writes one line of the price-change report and echoes it to the
*> terminal so the two outputs never drift apart
write-report-line.

    display report-line.
    move report-line to price-report-record.
    write price-report-record.
    move spaces to report-line.
