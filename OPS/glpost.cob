*> Name: Carson Mifsud

*> Description: This program is the general-ledger posting interface.
*> It is the only program that writes gl-interface.txt, the common
*> journal file accounting posts the ledger from. The loan, card
*> settlement, tuition billing, and receiving runs CALL it with each
*> money event - the source program, an event code, the amount, and
*> a reference - and it looks the source and event up in the chart of
*> accounts mapping (gl-chart.txt) and writes the balanced pair: the
*> debit to the mapped debit account and the credit to the mapped
*> credit account. An event the chart does not map is posted to the
*> suspense account on both sides so nothing is lost. Every run's
*> entries carry one batch stamp, and closing the batch at the end of
*> the run writes a T trailer with the batch's entry count and debit
*> and credit totals, which the GL control run checks.

*> Modification History:
*> 2026-10-15  CM  Initial version: chart-of-accounts lookup, balanced
*>                 debit/credit pairs, and a control trailer per run.

identification division.
program-id. gl-post.

environment division.
input-output section.
file-control.
select gl-file assign to "gl-interface.txt"
    organization is line sequential
    file status is gl-status.

select chart-file assign to "gl-chart.txt"
    organization is line sequential.

data division.

file section.
fd gl-file.

*> One journal line: E, the posting date, the source program, the
*> run's batch stamp, the account, D or C, the amount, the source's
*> reference, and the event code the account was mapped from
01 gl-entry-record.
    05 ge-type pic x.
    05 filler pic x(2).
    05 ge-date pic 9(8).
    05 filler pic x(2).
    05 ge-source pic x(10).
    05 filler pic x(2).
    05 ge-batch pic x(14).
    05 filler pic x(2).
    05 ge-account pic x(10).
    05 filler pic x(2).
    05 ge-dc pic x.
    05 filler pic x(2).
    05 ge-amount pic 9(9)v99.
    05 filler pic x(2).
    05 ge-reference pic x(12).
    05 filler pic x(2).
    05 ge-event pic x(10).

*> The batch trailer: T, the date, source, and batch stamp, then the
*> number of E lines in the batch and their debit and credit totals
01 gl-trailer-record.
    05 gt-type pic x.
    05 filler pic x(2).
    05 gt-date pic 9(8).
    05 filler pic x(2).
    05 gt-source pic x(10).
    05 filler pic x(2).
    05 gt-batch pic x(14).
    05 filler pic x(2).
    05 gt-count pic 9(6).
    05 filler pic x(2).
    05 gt-debits pic 9(11)v99.
    05 filler pic x(2).
    05 gt-credits pic 9(11)v99.

fd chart-file.

*> One chart-of-accounts mapping: the source program and event code,
*> and the accounts the event debits and credits
01 chart-record.
    05 ca-source pic x(10).
    05 filler pic x(2).
    05 ca-event pic x(10).
    05 filler pic x(2).
    05 ca-debit pic x(10).
    05 filler pic x(2).
    05 ca-credit pic x(10).

working-storage section.

01 gl-status pic xx value "00".
01 gl-file-name pic x(25) value "gl-interface.txt".
01 chart-file-name pic x(25) value "gl-chart.txt".
01 suspense-account pic x(10) value "9999-SUSP".
01 batch-open pic x value "N".
01 chart-loaded pic x value "N".
01 chart-eof pic 9 value 1.
01 current-date-time pic x(21).

*> The chart of accounts mapping
01 chart-table.
    05 chart-entry occurs 0 to 200 times
        depending on chart-count.
        10 ct-source pic x(10).
        10 ct-event pic x(10).
        10 ct-debit pic x(10).
        10 ct-credit pic x(10).
01 chart-count pic 9(3) value 0.
01 chart-idx pic 9(3).
01 chart-found pic 9(3).

*> The open batch: its source, stamp, date, and control totals
01 batch-source pic x(10).
01 batch-stamp pic x(14).
01 batch-date pic 9(8).
01 batch-count pic 9(6) value 0.
01 batch-debits pic 9(11)v99 value 0.
01 batch-credits pic 9(11)v99 value 0.

*> The event being posted
01 post-amount pic 9(9)v99.
01 debit-account pic x(10).
01 credit-account pic x(10).
01 hold-account pic x(10).
01 entry-account pic x(10).
01 entry-side pic x.

linkage section.

*> The caller's request: gq-function P post an event, C close the
*> batch at end of run; gq-source names the calling program, gq-event
*> the event the chart maps, gq-amount its amount (a negative amount
*> reverses the mapped sides), gq-reference the loan, merchant,
*> student, or receipt it concerns; gq-result comes back Y posted,
*> S posted to suspense (event not on the chart), or E error
01 gl-request.
    05 gq-function pic x.
    05 gq-source pic x(10).
    05 gq-event pic x(10).
    05 gq-amount pic s9(9)v99.
    05 gq-reference pic x(12).
    05 gq-result pic x.

procedure division using gl-request.

    move "E" to gq-result.

    if gq-function = "C"
        if batch-open = "Y"
            perform close-batch
        end-if
        move "Y" to gq-result
        goback
    end-if.

    if gq-function is not = "P"
        goback
    end-if.

    if chart-loaded = "N"
        perform load-chart
    end-if.

    if batch-open = "Y" and gq-source is not = batch-source
        perform close-batch
    end-if.

    if batch-open = "N"
        perform open-batch
    end-if.

    if batch-open = "Y"
        perform post-event
    end-if.

    goback.

*> Loads the chart of accounts mapping; without it every event goes
*> to suspense
load-chart.

    move "Y" to chart-loaded.
    move 0 to chart-count.
    call "CBL_CHECK_FILE_EXIST" using chart-file-name chart-record.
    if return-code = 0
        open input chart-file
        move 1 to chart-eof
        perform load-chart-entry
            until chart-eof = 0
        close chart-file
    else
        display "Warning: " chart-file-name " not found - journal"
            " entries will post to suspense"
    end-if.

*> Reads one account mapping into the chart table
load-chart-entry.

    read chart-file
        at end move 0 to chart-eof
    end-read.

    if chart-eof is not = 0
        if chart-count >= 200
            display "Warning: chart of accounts table full - further"
                " mappings ignored"
            move 0 to chart-eof
        else
            add 1 to chart-count
            move ca-source to ct-source(chart-count)
            move ca-event to ct-event(chart-count)
            move ca-debit to ct-debit(chart-count)
            move ca-credit to ct-credit(chart-count)
        end-if
    end-if.

*> Opens the interface file for append, creating it on first use,
*> and stamps a new batch for the calling source
open-batch.

    call "CBL_CHECK_FILE_EXIST" using gl-file-name gl-entry-record.
    if return-code is not = 0
        open output gl-file
        close gl-file
    end-if.
    open extend gl-file.

    if gl-status is not = "00" and gl-status is not = "05"
        display "I/O Error: file " gl-file-name " status " gl-status
            " - journal entries not written"
        move "F" to batch-open
    else
        move "Y" to batch-open
        move function current-date to current-date-time
        move current-date-time(1:14) to batch-stamp
        move current-date-time(1:8) to batch-date
        move gq-source to batch-source
        move 0 to batch-count
        move 0 to batch-debits
        move 0 to batch-credits
    end-if.

*> Maps the event to its accounts and writes the debit and credit
*> lines; a zero amount posts nothing
post-event.

    move 0 to chart-found.
    move 1 to chart-idx.
    perform find-chart-compare
        until chart-idx > chart-count or chart-found > 0.

    if chart-found > 0
        move ct-debit(chart-found) to debit-account
        move ct-credit(chart-found) to credit-account
        move "Y" to gq-result
    else
        move suspense-account to debit-account
        move suspense-account to credit-account
        move "S" to gq-result
        display "Warning: GL event " gq-source " " gq-event
            " not on the chart of accounts - posted to suspense"
    end-if.

    if gq-amount < 0
        compute post-amount = 0 - gq-amount
        move debit-account to hold-account
        move credit-account to debit-account
        move hold-account to credit-account
    else
        move gq-amount to post-amount
    end-if.

    if post-amount > 0
        move debit-account to entry-account
        move "D" to entry-side
        perform write-gl-entry
        add post-amount to batch-debits

        move credit-account to entry-account
        move "C" to entry-side
        perform write-gl-entry
        add post-amount to batch-credits
    end-if.

*> Compares one chart mapping against the event being posted
find-chart-compare.

    if ct-source(chart-idx) = gq-source
        and ct-event(chart-idx) = gq-event
        move chart-idx to chart-found
    else
        add 1 to chart-idx
    end-if.

*> Writes one journal line of the open batch to the account and side
*> just set
write-gl-entry.

    move spaces to gl-entry-record.
    move "E" to ge-type.
    move batch-date to ge-date.
    move batch-source to ge-source.
    move batch-stamp to ge-batch.
    move entry-account to ge-account.
    move entry-side to ge-dc.
    move post-amount to ge-amount.
    move gq-reference to ge-reference.
    move gq-event to ge-event.
    write gl-entry-record.

    if gl-status is not = "00"
        move "E" to gq-result
        display "I/O Error: file " gl-file-name " status " gl-status
    else
        add 1 to batch-count
    end-if.

*> Writes the batch trailer with its control totals and closes the
*> interface file
close-batch.

    move spaces to gl-trailer-record.
    move "T" to gt-type.
    move batch-date to gt-date.
    move batch-source to gt-source.
    move batch-stamp to gt-batch.
    move batch-count to gt-count.
    move batch-debits to gt-debits.
    move batch-credits to gt-credits.
    write gl-trailer-record.

    close gl-file.
    move "N" to batch-open.
