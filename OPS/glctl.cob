*> Name: Carson Mifsud

*> Description: This program is the general-ledger control run. It
*> reads the journal entries the financial runs have written to
*> gl-interface.txt and proves every batch before accounting posts
*> it: the batch must close with its T trailer, the trailer's entry
*> count and debit and credit totals must agree with the entries
*> actually on file, and the batch's debits must equal its credits.
*> A batch that fails is rejected whole. Debits and credits are also
*> proven per source program per day. The journal listing gives every
*> accepted batch's entries, the rejected batches with their reason,
*> the source/day proof, and the totals by account that accounting
*> posts from. In a posting run the accepted entries move to
*> gl-posted.txt, the rejected ones to gl-rejects.txt for correction,
*> and the interface file is cleared for the next day's runs.

*> Modification History:
*> 2026-10-15  CM  Initial version: batch and source/day proof of the
*>                 GL interface, the journal listing, and the posting
*>                 of accepted batches.

identification division.
program-id. gl-control.

environment division.
input-output section.
file-control.
select gl-file assign to "gl-interface.txt"
    organization is line sequential
    file status is gl-status.

select journal-report assign to journal-name
    organization is line sequential
    file status is report-status.

select posted-file assign to "gl-posted.txt"
    organization is line sequential.

select reject-file assign to "gl-rejects.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd gl-file.

*> One journal line as the posting interface wrote it
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

*> A batch trailer with its control totals
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

fd journal-report.

*> Output record for the journal listing
01 journal-record pic x(120).

fd posted-file.

*> One accepted interface line, kept once posted
01 posted-record pic x(93).

fd reject-file.

*> One interface line of a rejected batch, kept for correction
01 reject-record pic x(93).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.
*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "gl-control".
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
01 gl-status pic xx value "00".
01 report-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "glctl-params.txt".
01 run-answer pic x(100).

*> Every line on the interface file, with the batch it belongs to
01 entry-table.
    05 entry-line occurs 0 to 5000 times
        depending on entry-count.
        10 el-data pic x(93).
        10 el-batch pic 9(3).
01 entry-count pic 9(4) value 0.
01 entry-idx pic 9(4).
01 entry-full pic x value "N".

*> Every batch on the interface file: its source, stamp, and date,
*> the totals of its entries, its trailer's totals, and the outcome
01 batch-table.
    05 batch-entry occurs 0 to 300 times
        depending on batch-count.
        10 bt-source pic x(10).
        10 bt-batch pic x(14).
        10 bt-date pic 9(8).
        10 bt-count pic 9(6).
        10 bt-debits pic 9(11)v99.
        10 bt-credits pic 9(11)v99.
        10 bt-trailer pic x.
        10 bt-tr-count pic 9(6).
        10 bt-tr-debits pic 9(11)v99.
        10 bt-tr-credits pic 9(11)v99.
        10 bt-bad-line pic x.
        10 bt-lines pic 9(6).
        10 bt-status pic x(10).
01 batch-count pic 9(3) value 0.
01 batch-idx pic 9(3).
01 batch-found pic 9(3).
01 batch-full pic x value "N".
01 count-accepted pic 9(3) value 0.
01 count-rejected pic 9(3) value 0.

*> Debits and credits per source program per day
01 day-table.
    05 day-entry occurs 0 to 300 times
        depending on day-count.
        10 dy-date pic 9(8).
        10 dy-source pic x(10).
        10 dy-debits pic 9(11)v99.
        10 dy-credits pic 9(11)v99.
01 day-count pic 9(3) value 0.
01 day-idx pic 9(3).
01 day-found pic 9(3).

*> Accepted debits and credits per account
01 account-table.
    05 account-entry occurs 0 to 300 times
        depending on account-count.
        10 ac-account pic x(10).
        10 ac-debits pic 9(11)v99.
        10 ac-credits pic 9(11)v99.
01 account-count pic 9(3) value 0.
01 account-idx pic 9(3).
01 account-found pic 9(3).
01 account-full-warned pic x value "N".

*> Run totals of the accepted entries
01 total-debits pic 9(11)v99 value 0.
01 total-credits pic 9(11)v99 value 0.
01 count-unreadable pic 9(4) value 0.

01 post-mode pic x value "N".
01 gl-eof pic 9 value 1.
01 gl-file-name pic x(25) value "gl-interface.txt".
01 posted-file-name pic x(25) value "gl-posted.txt".
01 reject-file-name pic x(25) value "gl-rejects.txt".
01 journal-name pic x(40).
01 journal-line pic x(120).
01 current-date-time pic x(21).
01 today-date pic 9(8).
01 debit-o pic ZZ,ZZZ,ZZZ,ZZ9.99.
01 credit-o pic ZZ,ZZZ,ZZZ,ZZ9.99.
01 difference pic s9(11)v99.
01 debit-column pic x(17).
01 credit-column pic x(17).
01 count-o pic ZZZZZ9.
01 balance-note pic x(16).
01 reject-note pic x(30).

procedure division.

    perform init-run-control.
    move gl-file-name to ops-input.
    perform write-ops-start.

    call "CBL_CHECK_FILE_EXIST" using gl-file-name gl-entry-record.
    if return-code is not = 0
        display "No journal entries waiting - " gl-file-name
            " not found"
        perform write-ops-end
        stop run
    end-if.

    display "Post the accepted batches and clear the interface file?"
        " (Y/N): ".
    perform get-run-answer.
    move run-answer to post-mode.

    perform load-interface.
    perform prove-batches.

    move function current-date to current-date-time.
    move current-date-time(1:8) to today-date.
    move spaces to journal-name.
    string "gl-journal-" delimited by size
        today-date delimited by size
        ".txt" delimited by size
        into journal-name
    end-string.

    open output journal-report.
    move report-status to io-fail-status.
    move journal-name(1:30) to io-fail-file.
    perform check-open-status.

    perform write-journal-heading.
    perform write-accepted-batches.
    perform write-rejected-batches.
    perform write-day-proof.
    perform write-account-totals.
    perform write-control-totals.

    close journal-report.

    if post-mode = "Y" or post-mode = "y"
        if entry-full = "Y" or batch-full = "Y"
            display "gl-interface.txt left in place - it holds more"
                " than one control run can prove, and clearing it"
                " would drop the unloaded tail"
        else
            perform post-journal
        end-if
    end-if.

    if count-rejected > 0 and ops-status = spaces
        move "UNBALANCED" to ops-status
    end-if.

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

*> Appends this run's end line - lines read, lines in rejected
*> batches, and completion status - and sets the return code the
*> scheduler tests: 0 for OK, 8 when a batch was rejected unbalanced
*> or rejects exceed the review limit, 16 on a failure
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
        when ops-status = "UNBALANCED"
            move 8 to return-code
        when other
            move 16 to return-code
    end-evaluate.

*> Grades the file status just captured: a 3x, 4x, or 9x status is
*> unrecoverable and triggers the controlled shutdown
check-io-status.

    if io-fail-status(1:1) = "3" or io-fail-status(1:1) = "4"
        or io-fail-status(1:1) = "9"
        perform io-abort
    end-if.

*> Grades an OPEN's file status: anything but a clean (or
*> optional-file) open is unrecoverable
check-open-status.

    if io-fail-status is not = "00" and io-fail-status is not = "05"
        perform io-abort
    end-if.

*> Controlled shutdown on an unrecoverable file status: reports the
*> failing file and status, closes out the operations log with them,
*> and ends the run with return code 16
io-abort.

    display "I/O Error: file " function trim (io-fail-file)
        " status " io-fail-status " - run stopped".

    move "FAIL" to ops-status.
    string "  File: " delimited by size
        function trim (io-fail-file) delimited by size
        "  File status: " delimited by size
        io-fail-status delimited by size
        into ops-fail-detail
    end-string.
    perform write-ops-end.
    stop run.

*> Reads the interface file into the entry table, tallying each
*> batch's entries and trailer and each source's day totals
load-interface.

    open input gl-file.
    move gl-status to io-fail-status.
    move gl-file-name to io-fail-file.
    perform check-open-status.

    move 1 to gl-eof.
    perform load-interface-line
        until gl-eof = 0.

    close gl-file.

*> Reads one interface line and tallies it against its batch
load-interface-line.

    read gl-file
        at end move 0 to gl-eof
    end-read.

    if gl-eof is not = 0
        add 1 to ops-read
        if ge-type is not = "E" and ge-type is not = "T"
            add 1 to count-unreadable
            display "Warning: interface line " ops-read
                " is neither an entry nor a trailer - ignored"
        else
            if entry-count >= 5000
                display "Warning: entry table full - further lines"
                    " left for the next control run"
                move "Y" to entry-full
                move 0 to gl-eof
            else
                perform find-or-add-batch
                if batch-found = 0
                    move 0 to gl-eof
                else
                    add 1 to entry-count
                    move gl-entry-record to el-data(entry-count)
                    move batch-found to el-batch(entry-count)
                    add 1 to bt-lines(batch-found)
                    if ge-type = "T"
                        perform tally-trailer
                    else
                        perform tally-entry
                    end-if
                end-if
            end-if
        end-if
    end-if.

*> Finds the batch of the line just read, adding it on first sight
find-or-add-batch.

    move 0 to batch-found.
    move 1 to batch-idx.
    perform find-batch-compare
        until batch-idx > batch-count or batch-found > 0.

    if batch-found = 0
        if batch-count >= 300
            display "Warning: batch table full - further batches"
                " left for the next control run"
            move "Y" to batch-full
        else
            add 1 to batch-count
            move batch-count to batch-found
            move ge-source to bt-source(batch-found)
            move ge-batch to bt-batch(batch-found)
            if ge-date is numeric
                move ge-date to bt-date(batch-found)
            else
                move 0 to bt-date(batch-found)
            end-if
            move 0 to bt-count(batch-found)
            move 0 to bt-debits(batch-found)
            move 0 to bt-credits(batch-found)
            move "N" to bt-trailer(batch-found)
            move 0 to bt-tr-count(batch-found)
            move 0 to bt-tr-debits(batch-found)
            move 0 to bt-tr-credits(batch-found)
            move "N" to bt-bad-line(batch-found)
            move 0 to bt-lines(batch-found)
            move spaces to bt-status(batch-found)
        end-if
    end-if.

*> Compares one batch against the source and stamp of the line just
*> read
find-batch-compare.

    if bt-source(batch-idx) = ge-source
        and bt-batch(batch-idx) = ge-batch
        move batch-idx to batch-found
    else
        add 1 to batch-idx
    end-if.

*> Adds one entry to its batch's totals and its source's day totals;
*> an entry with an unreadable amount or side spoils its batch
tally-entry.

    if ge-amount is not numeric
        or (ge-dc is not = "D" and ge-dc is not = "C")
        move "Y" to bt-bad-line(batch-found)
    else
        add 1 to bt-count(batch-found)
        perform find-or-add-day
        if ge-dc = "D"
            add ge-amount to bt-debits(batch-found)
            if day-found > 0
                add ge-amount to dy-debits(day-found)
            end-if
        else
            add ge-amount to bt-credits(batch-found)
            if day-found > 0
                add ge-amount to dy-credits(day-found)
            end-if
        end-if
    end-if.

*> Records the batch trailer's control totals
tally-trailer.

    move "Y" to bt-trailer(batch-found).
    if gt-count is numeric and gt-debits is numeric
        and gt-credits is numeric
        move gt-count to bt-tr-count(batch-found)
        move gt-debits to bt-tr-debits(batch-found)
        move gt-credits to bt-tr-credits(batch-found)
    else
        move "Y" to bt-bad-line(batch-found)
    end-if.

*> Finds the source/day total of the entry just read, adding it on
*> first sight
find-or-add-day.

    move 0 to day-found.
    move 1 to day-idx.
    perform find-day-compare
        until day-idx > day-count or day-found > 0.

    if day-found = 0 and day-count < 300
        add 1 to day-count
        move day-count to day-found
        move bt-date(batch-found) to dy-date(day-found)
        move ge-source to dy-source(day-found)
        move 0 to dy-debits(day-found)
        move 0 to dy-credits(day-found)
    end-if.

*> Compares one source/day total against the entry just read
find-day-compare.

    if dy-date(day-idx) = bt-date(batch-found)
        and dy-source(day-idx) = ge-source
        move day-idx to day-found
    else
        add 1 to day-idx
    end-if.

*> Proves every batch: it must close with its trailer, agree with the
*> trailer's count and totals, and balance
prove-batches.

    move 1 to batch-idx.
    perform prove-one-batch
        until batch-idx > batch-count.

*> Proves one batch and sets its outcome
prove-one-batch.

    evaluate true
        when bt-bad-line(batch-idx) = "Y"
            move "BADLINE" to bt-status(batch-idx)
        when bt-trailer(batch-idx) = "N"
            move "NOTRAILER" to bt-status(batch-idx)
        when bt-tr-count(batch-idx) is not = bt-count(batch-idx)
            or bt-tr-debits(batch-idx) is not = bt-debits(batch-idx)
            or bt-tr-credits(batch-idx) is not = bt-credits(batch-idx)
            move "TRAILER" to bt-status(batch-idx)
        when bt-debits(batch-idx) is not = bt-credits(batch-idx)
            move "UNBALANCED" to bt-status(batch-idx)
        when other
            move "OK" to bt-status(batch-idx)
    end-evaluate.

    if bt-status(batch-idx) = "OK"
        add 1 to count-accepted
        add bt-debits(batch-idx) to total-debits
        add bt-credits(batch-idx) to total-credits
    else
        add 1 to count-rejected
        add bt-lines(batch-idx) to ops-rejected
        display "Batch " bt-source(batch-idx) " " bt-batch(batch-idx)
            " rejected - " bt-status(batch-idx)
    end-if.

    add 1 to batch-idx.

*> Writes the listing heading
write-journal-heading.

    string "General Ledger Journal Listing - " delimited by size
        today-date delimited by size
        into journal-line
    end-string.
    perform write-journal-line.
    move "Interface file: gl-interface.txt" to journal-line.
    perform write-journal-line.
    if post-mode = "Y" or post-mode = "y"
        move "Posting run - accepted batches posted to gl-posted.txt"
            to journal-line
    else
        move "Proof run - nothing posted" to journal-line
    end-if.
    perform write-journal-line.
    perform write-journal-line.

*> Lists every accepted batch with its entries and totals, and totals
*> their entries by account
write-accepted-batches.

    move "Accepted batches:" to journal-line.
    perform write-journal-line.

    move 1 to batch-idx.
    perform write-accepted-batch
        until batch-idx > batch-count.

    if count-accepted = 0
        move "  (none)" to journal-line
        perform write-journal-line
    end-if.

*> Lists one batch's entries when the batch was accepted
write-accepted-batch.

    if bt-status(batch-idx) = "OK"
        perform write-journal-line
        string "  Source: " delimited by size
            bt-source(batch-idx) delimited by size
            "  Batch: " delimited by size
            bt-batch(batch-idx) delimited by size
            "  Date: " delimited by size
            bt-date(batch-idx) delimited by size
            into journal-line
        end-string
        perform write-journal-line
        string "    Account                Debit"
            delimited by size
            "             Credit  Reference     Event"
            delimited by size
            into journal-line
        end-string
        perform write-journal-line

        move 1 to entry-idx
        perform write-batch-entry
            until entry-idx > entry-count

        move bt-debits(batch-idx) to debit-o
        move bt-credits(batch-idx) to credit-o
        string "    Batch total " delimited by size
            debit-o delimited by size
            "  " delimited by size
            credit-o delimited by size
            into journal-line
        end-string
        perform write-journal-line
    end-if.
    add 1 to batch-idx.

*> Lists one entry of the batch being written and adds it to its
*> account's totals
write-batch-entry.

    if el-batch(entry-idx) = batch-idx
        move el-data(entry-idx) to gl-entry-record
        if ge-type = "E"
            perform find-or-add-account
            if ge-dc = "D"
                move ge-amount to debit-o
                move debit-o to debit-column
                move spaces to credit-column
                if account-found > 0
                    add ge-amount to ac-debits(account-found)
                end-if
            else
                move ge-amount to credit-o
                move spaces to debit-column
                move credit-o to credit-column
                if account-found > 0
                    add ge-amount to ac-credits(account-found)
                end-if
            end-if
            string "    " delimited by size
                ge-account delimited by size
                debit-column delimited by size
                "  " delimited by size
                credit-column delimited by size
                "  " delimited by size
                ge-reference delimited by size
                "  " delimited by size
                ge-event delimited by size
                into journal-line
            end-string
            perform write-journal-line
        end-if
    end-if.
    add 1 to entry-idx.

*> Finds the account of the entry being listed, adding it on first
*> sight
find-or-add-account.

    move 0 to account-found.
    move 1 to account-idx.
    perform find-account-compare
        until account-idx > account-count or account-found > 0.

    if account-found = 0
        if account-count >= 300
            if account-full-warned = "N"
                display "Warning: account table full - further"
                    " accounts left out of the account totals"
                move "Y" to account-full-warned
            end-if
        else
            add 1 to account-count
            move account-count to account-found
            move ge-account to ac-account(account-found)
            move 0 to ac-debits(account-found)
            move 0 to ac-credits(account-found)
        end-if
    end-if.

*> Compares one account total against the entry being listed
find-account-compare.

    if ac-account(account-idx) = ge-account
        move account-idx to account-found
    else
        add 1 to account-idx
    end-if.

*> Lists every rejected batch with its reason and its totals against
*> its trailer's
write-rejected-batches.

    perform write-journal-line.
    move "Rejected batches (not posted):" to journal-line.
    perform write-journal-line.

    move 1 to batch-idx.
    perform write-rejected-batch
        until batch-idx > batch-count.

    if count-rejected = 0
        move "  (none)" to journal-line
        perform write-journal-line
    end-if.

*> Lists one batch when it was rejected
write-rejected-batch.

    if bt-status(batch-idx) is not = "OK"
        evaluate bt-status(batch-idx)
            when "BADLINE"
                move "UNREADABLE ENTRY OR TRAILER" to reject-note
            when "NOTRAILER"
                move "INCOMPLETE - NO TRAILER" to reject-note
            when "TRAILER"
                move "TRAILER TOTALS DO NOT AGREE" to reject-note
            when other
                move "DEBITS DO NOT EQUAL CREDITS" to reject-note
        end-evaluate
        move bt-debits(batch-idx) to debit-o
        move bt-credits(batch-idx) to credit-o
        move bt-count(batch-idx) to count-o
        perform write-journal-line
        string "  Source: " delimited by size
            bt-source(batch-idx) delimited by size
            "  Batch: " delimited by size
            bt-batch(batch-idx) delimited by size
            "  Date: " delimited by size
            bt-date(batch-idx) delimited by size
            "  REJECTED - " delimited by size
            reject-note delimited by size
            into journal-line
        end-string
        perform write-journal-line
        string "    On file     entries: " delimited by size
            count-o delimited by size
            "  Debits: " delimited by size
            debit-o delimited by size
            "  Credits: " delimited by size
            credit-o delimited by size
            into journal-line
        end-string
        perform write-journal-line

        if bt-trailer(batch-idx) = "Y"
            move bt-tr-debits(batch-idx) to debit-o
            move bt-tr-credits(batch-idx) to credit-o
            move bt-tr-count(batch-idx) to count-o
            string "    Trailer     entries: " delimited by size
                count-o delimited by size
                "  Debits: " delimited by size
                debit-o delimited by size
                "  Credits: " delimited by size
                credit-o delimited by size
                into journal-line
            end-string
        else
            move "    No trailer - the run that wrote this batch did not finish"
                to journal-line
        end-if
        perform write-journal-line
    end-if.
    add 1 to batch-idx.

*> Proves debits against credits per source program per day
write-day-proof.

    perform write-journal-line.
    move "Debits and credits by source and day:" to journal-line.
    perform write-journal-line.

    move 1 to day-idx.
    perform write-day-line
        until day-idx > day-count.

*> Writes one source/day proof line
write-day-line.

    move dy-debits(day-idx) to debit-o.
    move dy-credits(day-idx) to credit-o.
    compute difference = dy-debits(day-idx) - dy-credits(day-idx).
    if difference = 0
        move "  BALANCED" to balance-note
    else
        move "  OUT OF BALANCE" to balance-note
    end-if.
    string "  " delimited by size
        dy-date(day-idx) delimited by size
        "  " delimited by size
        dy-source(day-idx) delimited by size
        "  Debits: " delimited by size
        debit-o delimited by size
        "  Credits: " delimited by size
        credit-o delimited by size
        balance-note delimited by size
        into journal-line
    end-string.
    perform write-journal-line.
    add 1 to day-idx.

*> Writes the accepted debits and credits by account, which
*> accounting posts to the ledger
write-account-totals.

    perform write-journal-line.
    move "Totals by account (accepted batches):" to journal-line.
    perform write-journal-line.
    move "    Account                Debit             Credit"
        to journal-line.
    perform write-journal-line.

    move 1 to account-idx.
    perform write-account-line
        until account-idx > account-count.

*> Writes one account's totals
write-account-line.

    move ac-debits(account-idx) to debit-o.
    move ac-credits(account-idx) to credit-o.
    string "    " delimited by size
        ac-account(account-idx) delimited by size
        debit-o delimited by size
        "  " delimited by size
        credit-o delimited by size
        into journal-line
    end-string.
    perform write-journal-line.
    add 1 to account-idx.

*> Writes the run's control totals
write-control-totals.

    perform write-journal-line.
    move total-debits to debit-o.
    move total-credits to credit-o.
    string "Accepted debits: " delimited by size
        debit-o delimited by size
        "  Accepted credits: " delimited by size
        credit-o delimited by size
        into journal-line
    end-string.
    perform write-journal-line.

    string "Lines read: " delimited by size
        ops-read delimited by size
        "  Batches accepted: " delimited by size
        count-accepted delimited by size
        "  rejected: " delimited by size
        count-rejected delimited by size
        "  Unreadable lines: " delimited by size
        count-unreadable delimited by size
        into journal-line
    end-string.
    perform write-journal-line.

*> Moves the accepted batches' lines to the posted file and the
*> rejected batches' lines to the rejects file, creating either on
*> first use, then clears the interface file for the next runs
post-journal.

    call "CBL_CHECK_FILE_EXIST" using posted-file-name posted-record.
    if return-code is not = 0
        open output posted-file
        close posted-file
    end-if.
    open extend posted-file.

    call "CBL_CHECK_FILE_EXIST" using reject-file-name reject-record.
    if return-code is not = 0
        open output reject-file
        close reject-file
    end-if.
    open extend reject-file.

    move 1 to entry-idx.
    perform post-one-line
        until entry-idx > entry-count.

    close posted-file.
    close reject-file.

    open output gl-file.
    move gl-status to io-fail-status.
    move gl-file-name to io-fail-file.
    perform check-open-status.
    close gl-file.

    display "Accepted batches posted: " count-accepted
        "  rejected to gl-rejects.txt: " count-rejected.

*> Moves one interface line to the posted or rejects file by its
*> batch's outcome
post-one-line.

    if bt-status(el-batch(entry-idx)) = "OK"
        move el-data(entry-idx) to posted-record
        write posted-record
    else
        move el-data(entry-idx) to reject-record
        write reject-record
    end-if.
    add 1 to entry-idx.

*> Writes one line of the journal listing and echoes it to the
*> terminal so the two outputs never drift apart
write-journal-line.

    display journal-line.
    move journal-line to journal-record.
    write journal-record.
    move report-status to io-fail-status.
    move journal-name(1:30) to io-fail-file.
    perform check-io-status.
    move spaces to journal-line.
