*> Name: Carson Mifsud

*> Description: This program closes out the de-icing work orders the
*> wind run raises. The field supervisors' close-out file gives each
*> treated order's number, the time it was treated, and who signed
*> it off; each is matched to its order in deice-work-orders.txt and
*> the order is marked CLOSED with those details. The report lists
*> the orders closed, the close-outs that match no open order, and
*> every order still open with its age, priority 1 first, so the
*> road crew supervisor sees what is still waiting for a truck.

*> Modification History:
*> 2026-10-15  CM  Initial version: match the close-out file against
*>                 deice-work-orders.txt, report closed and still-open
*>                 orders, and rewrite the orders with their outcome.

identification division.
program-id. deice-order-close.

environment division.
input-output section.
file-control.
select order-file assign to "deice-work-orders.txt"
    organization is line sequential.

select close-file assign to close-file-name
    organization is line sequential.

select close-report assign to "deice-close-report.txt"
    organization is line sequential.

data division.

file section.
fd order-file.

*> One de-icing work order as the wind run wrote it, with the
*> close-out fields this program fills in
01 order-record.
    05 or-number pic x(12).
    05 filler pic x(2).
    05 or-station pic x(10).
    05 filler pic x(2).
    05 or-region pic x(6).
    05 filler pic x(2).
    05 or-zone pic x(6).
    05 filler pic x(2).
    05 or-crew pic x(10).
    05 filler pic x(2).
    05 or-priority pic 9.
    05 filler pic x(2).
    05 or-low-air pic x(7).
    05 filler pic x(2).
    05 or-humidity pic x(3).
    05 filler pic x(2).
    05 or-trend pic x(6).
    05 filler pic x(2).
    05 or-issued pic x(14).
    05 filler pic x(2).
    05 or-status pic x(6).
    05 filler pic x(2).
    05 or-treated pic x(14).
    05 filler pic x(2).
    05 or-closed-by pic x(10).

fd close-file.

*> One close-out from a field supervisor: the work order number, the
*> time treated (yyyymmddhhmmss), and the supervisor signing it off
01 close-record.
    05 cl-number pic x(12).
    05 filler pic x(2).
    05 cl-treated pic x(14).
    05 filler pic x(2).
    05 cl-supervisor pic x(10).

fd close-report.

*> Output record for the close-out report
01 close-report-record pic x(120).

working-storage section.

*> Every work order on file, with its outcome as matching proceeds
01 order-table.
    05 ot-data pic x(129) occurs 0 to 999 times
        depending on order-count.
01 order-count pic 9(3) value 0.
01 order-idx pic 9(3).
01 order-found pic 9(3).
01 order-eof pic 9 value 1.
01 order-full-warned pic x value "N".

01 close-file-name pic x(100).
01 close-eof pic 9 value 1.
01 count-closed pic 9(5) value 0.
01 count-unmatched pic 9(5) value 0.
01 count-already-closed pic 9(5) value 0.
01 count-still-open pic 9(5) value 0.
01 report-priority pic 9.

*> Working fields for the order-age calculation
01 order-date pic 9(8).
01 order-date-int pic 9(8).
01 order-hour pic 99.
01 now-date pic 9(8).
01 now-date-int pic 9(8).
01 now-hour pic 99.
01 order-age-hours pic s9(6).
01 order-age-o pic -ZZZZ9.
01 current-date-time pic x(21).

01 close-line pic x(120).
01 order-file-name pic x(25) value "deice-work-orders.txt".

procedure division.

    call "CBL_CHECK_FILE_EXIST" using order-file-name order-record.
    if return-code is not = 0
        display "File Error: deice-work-orders.txt not found - nothing"
            " to close out"
        stop run
    end-if.

    display "Please enter the name of the work-order close-out file"
        " from the field supervisors: ".
    accept close-file-name.

    call "CBL_CHECK_FILE_EXIST" using close-file-name close-record.
    if return-code is not = 0
        display "File Error: The inputted file does not exist"
        stop run
    end-if.

    open input order-file.
    perform load-order-line
        until order-eof = 0.
    close order-file.

    move function current-date to current-date-time.
    move current-date-time(1:8) to now-date.
    compute now-date-int = function integer-of-date (now-date).
    move current-date-time(9:2) to now-hour.

    open output close-report.

    move "De-icing Work Order Close-out" to close-line.
    perform write-close-line.
    move spaces to close-line.
    perform write-close-line.
    move "Orders closed this run:" to close-line.
    perform write-close-line.

    open input close-file.
    perform match-close-line
        until close-eof = 0.
    close close-file.

    if count-closed = 0
        move "  (none)" to close-line
        perform write-close-line
    end-if.

    perform report-open-orders.
    perform write-close-summary.

    close close-report.

    if order-full-warned = "Y"
        display "deice-work-orders.txt left untouched - it holds more"
            " orders than the table, and rewriting it would drop"
            " the unloaded tail"
    else
        perform rewrite-order-file
    end-if.
    display " ".

stop run.

*> Reads one work order into the table
load-order-line.

    read order-file
        at end move 0 to order-eof
    end-read.

    if order-eof is not = 0
        if order-count >= 999
            if order-full-warned = "N"
                display "Warning: work-order table full - further"
                    " orders left out of the close-out, and"
                    " deice-work-orders.txt will not be rewritten"
                move "Y" to order-full-warned
            end-if
            move 0 to order-eof
        else
            add 1 to order-count
            move order-record to ot-data(order-count)
        end-if
    end-if.

*> Matches one close-out against the work orders by order number and
*> closes the order when it is still open
match-close-line.

    read close-file
        at end move 0 to close-eof
    end-read.

    if close-eof is not = 0
        move 0 to order-found
        move 1 to order-idx
        perform match-close-compare
            until order-idx > order-count or order-found > 0

        if order-found = 0
            add 1 to count-unmatched
            display "Warning: close-out for order " cl-number
                " matches no work order"
        else
            move ot-data(order-found) to order-record
            if or-status = "CLOSED"
                add 1 to count-already-closed
                display "Warning: order " cl-number " was already"
                    " closed at " or-treated
            else
                move "CLOSED" to or-status
                move cl-treated to or-treated
                move cl-supervisor to or-closed-by
                move order-record to ot-data(order-found)
                add 1 to count-closed

                string "  " delimited by size
                    or-number delimited by size
                    "  " delimited by size
                    or-station delimited by size
                    "  Region: " delimited by size
                    or-region delimited by size
                    "  Crew: " delimited by size
                    or-crew delimited by size
                    "  Treated: " delimited by size
                    or-treated delimited by size
                    "  By: " delimited by size
                    or-closed-by delimited by size
                    into close-line
                end-string
                perform write-close-line
            end-if
        end-if
    end-if.

*> Compares one work order's number against the current close-out
match-close-compare.

    if ot-data(order-idx)(1:12) = cl-number
        move order-idx to order-found
    else
        add 1 to order-idx
    end-if.

*> Lists every order still open, priority 1 first, with its age
report-open-orders.

    move spaces to close-line.
    perform write-close-line.
    move "Orders still open:" to close-line.
    perform write-close-line.

    move 0 to count-still-open.
    move 1 to report-priority.
    perform report-priority-orders
        until report-priority > 3.

    if count-still-open = 0
        move "  (none)" to close-line
        perform write-close-line
    end-if.

*> Lists the open orders at one priority
report-priority-orders.

    move 1 to order-idx.
    perform report-one-open-order
        until order-idx > order-count.
    add 1 to report-priority.

*> Lists one order when it is open at the priority being reported
report-one-open-order.

    move ot-data(order-idx) to order-record.
    if or-status = "OPEN" and or-priority = report-priority
        add 1 to count-still-open
        perform compute-order-age
        move order-age-hours to order-age-o

        string "  " delimited by size
            or-number delimited by size
            "  " delimited by size
            or-station delimited by size
            "  Priority " delimited by size
            or-priority delimited by size
            "  Region: " delimited by size
            or-region delimited by size
            "  Zone: " delimited by size
            or-zone delimited by size
            "  Crew: " delimited by size
            or-crew delimited by size
            "  Age (hours): " delimited by size
            order-age-o delimited by size
            into close-line
        end-string
        perform write-close-line
    end-if.
    add 1 to order-idx.

*> Computes the current order's age in hours from its issue stamp
*> (yyyymmddhhmmss)
compute-order-age.

    if or-issued(1:8) is numeric
        move or-issued(1:8) to order-date
        compute order-date-int =
            function integer-of-date (order-date)
        if or-issued(9:2) is numeric
            move or-issued(9:2) to order-hour
        else
            move 0 to order-hour
        end-if
        compute order-age-hours =
            ((now-date-int - order-date-int) * 24)
            + (now-hour - order-hour)
    else
        move 0 to order-age-hours
    end-if.

*> Writes the close-out counts
write-close-summary.

    move spaces to close-line.
    perform write-close-line.

    string "Orders on file: " delimited by size
        order-count delimited by size
        "  closed this run: " delimited by size
        count-closed delimited by size
        "  still open: " delimited by size
        count-still-open delimited by size
        "  already closed: " delimited by size
        count-already-closed delimited by size
        "  close-outs with no order: " delimited by size
        count-unmatched delimited by size
        into close-line
    end-string.
    perform write-close-line.

*> Rewrites the work-order file with each order's outcome
rewrite-order-file.

    open output order-file.

    move 1 to order-idx.
    perform rewrite-one-order
        until order-idx > order-count.

    close order-file.

*> Writes one work order back
rewrite-one-order.

    move ot-data(order-idx) to order-record.
    write order-record.
    add 1 to order-idx.

*> Writes one line of the close-out report and echoes it to the
*> terminal so the two outputs never drift apart
write-close-line.

    display close-line.
    move close-line to close-report-record.
    write close-report-record.
    move spaces to close-line.
