*> Name: Carson Mifsud

*> Description: This program is the backup utility for the indexed
*> masters. The unload function copies each master, in key order, to
*> a dated sequential backup (<master>-backup-yyyymmdd.txt) framed by
*> a header naming the master, the date and time, and the record and
*> key lengths, and a trailer giving the record count and the lowest
*> and highest key:
*>
*>   HDR  master               yyyymmdd  hhmmss  lll  kk
*>   DTL  ...one master record...
*>   TRL  nnnnnnnn  low key                      high key
*>
*> then re-reads the backup beside the master, record for record,
*> before the generation counts as taken. Each verified generation is
*> added to that master's backup register (<master>-backups.txt), one
*> generation name per line oldest first, so the retention purge
*> (purgegen) manages backups exactly as it does report generations:
*> one rule line per master, e.g. "loan-master-backups.txt" and the
*> number of generations to keep. The reload function rebuilds a
*> chosen master from a chosen generation on its register (the newest
*> when no date is given), refusing a backup whose header, trailer,
*> count, or key order does not prove out, and re-reads the rebuilt
*> master against the backup afterwards. The card-token vault is not
*> unloaded - it holds the card numbers in the clear and is backed up
*> only under the vault procedure - and isbn-seen.idx is a work file
*> each vendor run builds afresh. The function, master, and date
*> prompts can be answered from mastbkup-params.txt so the unload runs
*> unattended; the confirmation a reload asks before it replaces a
*> master is only ever taken at the terminal.

*> Modification History:
*> 2026-10-15  CM  Initial version: verified unload of every indexed
*>                 master to dated backups with a register per master
*>                 for the retention purge, and reload of a chosen
*>                 master from a chosen generation.

identification division.
program-id. master-backup.

environment division.
input-output section.
file-control.
select loan-master assign to "loan-master.idx"
    organization is indexed
    access mode is dynamic
    record key is lm-app-id
    file status is master-status.

select card-history assign to "card-history.idx"
    organization is indexed
    access mode is dynamic
    record key is ch-card
    file status is master-status.

select card-sale-history assign to "card-sale-history.idx"
    organization is indexed
    access mode is dynamic
    record key is sh-key
    file status is master-status.

select hot-card assign to "hot-card.idx"
    organization is indexed
    access mode is dynamic
    record key is hc-card
    file status is master-status.

select patient-master assign to "patient-master.idx"
    organization is indexed
    access mode is dynamic
    record key is pm-id
    file status is master-status.

select bsa-history assign to "bsa-history.idx"
    organization is indexed
    access mode is dynamic
    record key is bh-id
    file status is master-status.

select cumulative-dose assign to "cumulative-dose.idx"
    organization is indexed
    access mode is dynamic
    record key is cd-key
    file status is master-status.

select student-master assign to "student-master.idx"
    organization is indexed
    access mode is dynamic
    record key is sm-idno
    file status is master-status.

select student-account assign to "student-account.idx"
    organization is indexed
    access mode is dynamic
    record key is sa-idno
    file status is master-status.

select catalog-master assign to "catalog-master.idx"
    organization is indexed
    access mode is dynamic
    record key is cm-isbn
    file status is master-status.

select catalog-alias assign to "catalog-alias.idx"
    organization is indexed
    access mode is dynamic
    record key is al-isbn10
    file status is master-status.

select stock-master assign to "stock-master.idx"
    organization is indexed
    access mode is dynamic
    record key is sk-isbn
    file status is master-status.

select backup-file assign to backup-file-name
    organization is line sequential
    file status is backup-status.

select register-file assign to register-file-name
    organization is line sequential.

select backup-report assign to "master-backup-report.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.

*> Each master is carried as its key and the rest of the record; the
*> lengths match the layouts in the programs that maintain them
fd loan-master.
01 loan-master-record.
    05 lm-app-id pic x(10).
    05 filler pic x(128).

fd card-history.
01 card-history-record.
    05 ch-card pic x(19).
    05 filler pic x(26).

fd card-sale-history.
01 card-sale-history-record.
    05 sh-key pic x(27).
    05 filler pic x(12).

fd hot-card.
01 hot-card-record.
    05 hc-card pic x(19).
    05 filler pic x(34).

fd patient-master.
01 patient-master-record.
    05 pm-id pic x(10).
    05 filler pic x(33).

fd bsa-history.
01 bsa-history-record.
    05 bh-id pic x(10).
    05 filler pic x(13).

fd cumulative-dose.
01 cumulative-dose-record.
    05 cd-key pic x(16).
    05 filler pic x(9).

fd student-master.
01 student-master-record.
    05 sm-idno pic x(7).
    05 filler pic x(27).

fd student-account.
01 student-account-record.
    05 sa-idno pic x(7).
    05 filler pic x(57).

fd catalog-master.
01 catalog-master-record.
    05 cm-isbn pic x(13).
    05 filler pic x(163).

fd catalog-alias.
01 catalog-alias-record.
    05 al-isbn10 pic x(13).
    05 filler pic x(13).

fd stock-master.
01 stock-master-record.
    05 sk-isbn pic x(13).
    05 filler pic x(39).

fd backup-file.

*> One backup line: HDR, DTL carrying one master record, or TRL
01 backup-record.
    05 bk-tag pic x(3).
    05 filler pic x(2).
    05 bk-data pic x(200).

fd register-file.

*> One backup generation name per line of a master's backup register
01 register-record pic x(40).

fd backup-report.

*> Output record for the backup report
01 backup-report-record pic x(132).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

fd ops-file.

*> One shared operations log line
01 ops-record pic x(160).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "master-backup".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value spaces.
01 ops-line pic x(160).
01 ops-now pic x(21).
01 ops-stamp pic x(14).
01 ops-read pic 9(6) value 0.
01 ops-rejected pic 9(6) value 0.
01 ops-status pic x(12) value spaces.
01 ops-reject-limit pic 9(6) value 0.

*> Run-control support: when the parameter file is present, every
*> prompt but the reload confirmation reads its answer from it, so
*> the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "mastbkup-params.txt".
01 run-answer pic x(100).

*> The masters this utility backs up: the name backups and registers
*> are known by, the indexed file, the record length, and the length
*> of the key at the front of the record
01 master-table.
    05 master-entry occurs 12 times.
        10 mt-name pic x(20).
        10 mt-file pic x(25).
        10 mt-length pic 999.
        10 mt-key-length pic 99.
01 master-count pic 99 value 12.
01 master-idx pic 99.
01 master-found pic 99.

01 master-status pic xx value "00".
01 backup-status pic xx value "00".
01 master-file-name pic x(25).
01 master-data pic x(200).
01 master-key pic x(27).
01 master-eof pic 9 value 1.
01 backup-eof pic 9 value 1.
01 register-eof pic 9 value 1.

*> The run's choices
01 run-function pic x.
01 run-master pic x(20).
01 run-date pic x(8).
01 run-confirm pic x.
01 today-date pic 9(8).
01 now-time pic 9(6).

*> The generation being written or read and its register
01 backup-file-name pic x(40).
01 register-file-name pic x(30).
01 register-newest pic x(40).
01 register-wanted pic x(40).

*> The header and trailer as laid out on the backup
01 header-view.
    05 hv-master pic x(20).
    05 filler pic x(2).
    05 hv-date pic 9(8).
    05 filler pic x(2).
    05 hv-time pic 9(6).
    05 filler pic x(2).
    05 hv-length pic 999.
    05 filler pic x(2).
    05 hv-key-length pic 99.

01 trailer-view.
    05 tv-count pic 9(8).
    05 filler pic x(2).
    05 tv-low-key pic x(27).
    05 filler pic x(2).
    05 tv-high-key pic x(27).

*> Counts and key range of the master or backup being worked
01 unload-count pic 9(8).
01 low-key pic x(27).
01 high-key pic x(27).
01 check-count pic 9(8).
01 check-low-key pic x(27).
01 check-high-key pic x(27).
01 prior-key pic x(27).
01 load-count pic 9(8).
01 load-rejected pic 9(8).
01 verify-result pic x.
01 verify-reason pic x(40).
01 trailer-seen pic x.

01 count-masters pic 99 value 0.
01 count-verified pic 99 value 0.
01 count-failed pic 99 value 0.
01 count-skipped pic 99 value 0.
01 report-line pic x(132).

procedure division.

    perform load-master-table.
    perform init-run-control.

    display "Please enter the backup function (U-unload, R-reload): ".
    perform get-run-answer.
    move run-answer to run-function.
    move function upper-case (run-function) to run-function.

    evaluate run-function
        when "U"
            display "Please enter the master to unload (blank for every"
                " master): "
            perform get-run-answer
            move run-answer to run-master
            move function lower-case (run-master) to run-master
            perform find-run-master
            if run-master is not = spaces and master-found = 0
                display "Error: " function trim (run-master)
                    " is not one of the indexed masters"
                stop run
            end-if
        when "R"
            display "Please enter the master to reload (e.g."
                " loan-master): "
            perform get-run-answer
            move run-answer to run-master
            move function lower-case (run-master) to run-master
            perform find-run-master
            if master-found = 0
                display "Error: " function trim (run-master)
                    " is not one of the indexed masters"
                stop run
            end-if
            display "Please enter the backup date to reload from"
                " (YYYYMMDD, blank for the newest): "
            perform get-run-answer
            move run-answer to run-date
        when other
            display "Error: the function must be U or R"
            stop run
    end-evaluate.

    string run-function delimited by size
        " " delimited by size
        run-master delimited by space
        " " delimited by size
        run-date delimited by space
        into ops-input
    end-string.
    perform write-ops-start.

    move function current-date to ops-now.
    move ops-now(1:8) to today-date.
    move ops-now(9:6) to now-time.

    open output backup-report.

    if run-function = "U"
        string "Master Backup - unload " delimited by size
            today-date delimited by size
            into report-line
        end-string
        perform write-report-line
        perform write-report-line
        move "Master               Records   Low key"
            to report-line
        move "High key" to report-line(54:8)
        move "Generation / result" to report-line(83:19)
        perform write-report-line

        if master-found > 0
            move master-found to master-idx
            perform unload-one-master
        else
            move 1 to master-idx
            perform unload-next-master
                until master-idx > master-count
        end-if

        perform write-report-line
        string "Masters unloaded: " delimited by size
            count-masters delimited by size
            "  verified: " delimited by size
            count-verified delimited by size
            "  failed: " delimited by size
            count-failed delimited by size
            "  not on file: " delimited by size
            count-skipped delimited by size
            into report-line
        end-string
        perform write-report-line
    else
        string "Master Backup - reload " delimited by size
            today-date delimited by size
            into report-line
        end-string
        perform write-report-line
        perform write-report-line
        move master-found to master-idx
        perform reload-master
    end-if.

    close backup-report.

    if param-open = "Y"
        close param-file
    end-if.

    if count-failed > 0
        move "FAIL" to ops-status
    end-if.
    perform write-ops-end.
    display " ".

stop run.

*> Opens the run-control parameter file when one is present, so the
*> prompts are answered from it instead of the terminal
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

    move spaces to run-answer.
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

*> Sets up the masters backed up, with their record and key lengths
load-master-table.

    move "loan-master" to mt-name(1).
    move "loan-master.idx" to mt-file(1).
    move 138 to mt-length(1).
    move 10 to mt-key-length(1).

    move "card-history" to mt-name(2).
    move "card-history.idx" to mt-file(2).
    move 45 to mt-length(2).
    move 19 to mt-key-length(2).

    move "card-sale-history" to mt-name(3).
    move "card-sale-history.idx" to mt-file(3).
    move 39 to mt-length(3).
    move 27 to mt-key-length(3).

    move "hot-card" to mt-name(4).
    move "hot-card.idx" to mt-file(4).
    move 53 to mt-length(4).
    move 19 to mt-key-length(4).

    move "patient-master" to mt-name(5).
    move "patient-master.idx" to mt-file(5).
    move 43 to mt-length(5).
    move 10 to mt-key-length(5).

    move "bsa-history" to mt-name(6).
    move "bsa-history.idx" to mt-file(6).
    move 23 to mt-length(6).
    move 10 to mt-key-length(6).

    move "cumulative-dose" to mt-name(7).
    move "cumulative-dose.idx" to mt-file(7).
    move 25 to mt-length(7).
    move 16 to mt-key-length(7).

    move "student-master" to mt-name(8).
    move "student-master.idx" to mt-file(8).
    move 34 to mt-length(8).
    move 7 to mt-key-length(8).

    move "student-account" to mt-name(9).
    move "student-account.idx" to mt-file(9).
    move 64 to mt-length(9).
    move 7 to mt-key-length(9).

    move "catalog-master" to mt-name(10).
    move "catalog-master.idx" to mt-file(10).
    move 176 to mt-length(10).
    move 13 to mt-key-length(10).

    move "catalog-alias" to mt-name(11).
    move "catalog-alias.idx" to mt-file(11).
    move 26 to mt-length(11).
    move 13 to mt-key-length(11).

    move "stock-master" to mt-name(12).
    move "stock-master.idx" to mt-file(12).
    move 52 to mt-length(12).
    move 13 to mt-key-length(12).

*> Finds the master named in the run's choices
find-run-master.

    move 0 to master-found.
    move 1 to master-idx.
    perform find-master-compare
        until master-idx > master-count or master-found > 0.

*> Compares one master entry against the master named
find-master-compare.

    if mt-name(master-idx) = run-master
        move master-idx to master-found
    else
        add 1 to master-idx
    end-if.

*> Unloads one master of the full run and moves on to the next
unload-next-master.

    perform unload-one-master.
    add 1 to master-idx.

*> Unloads one master to today's backup generation, verifies it, and
*> registers the generation once it proves out
unload-one-master.

    move mt-file(master-idx) to master-file-name.
    call "CBL_CHECK_FILE_EXIST" using master-file-name master-data.
    if return-code is not = 0
        add 1 to count-skipped
        move mt-name(master-idx) to report-line
        move "not on file - nothing to unload" to report-line(83:31)
        perform write-report-line
    else
        add 1 to count-masters
        move spaces to backup-file-name
        string function trim (mt-name(master-idx)) delimited by size
            "-backup-" delimited by size
            today-date delimited by size
            ".txt" delimited by size
            into backup-file-name
        end-string

        perform write-backup-file
        if verify-result = "Y"
            perform verify-backup-file
        end-if
        if verify-result = "Y"
            perform compare-master-to-backup
        end-if

        move mt-name(master-idx) to report-line
        move unload-count to report-line(22:8)
        move low-key to report-line(32:20)
        move high-key to report-line(54:20)
        if verify-result = "Y"
            add 1 to count-verified
            add unload-count to ops-read
            perform register-generation
            move backup-file-name to report-line(83:40)
        else
            add 1 to count-failed
            add 1 to ops-rejected
            string "FAILED - " delimited by size
                verify-reason delimited by size
                into report-line(83:50)
            end-string
        end-if
        perform write-report-line
    end-if.

*> Writes the backup: the header, every master record in key order,
*> and the trailer with the record count and key range
write-backup-file.

    move "Y" to verify-result.
    move spaces to verify-reason.
    move 0 to unload-count.
    move spaces to low-key.
    move spaces to high-key.

    perform open-master-input.
    if master-status is not = "00"
        move "N" to verify-result
        string "master would not open, status " delimited by size
            master-status delimited by size
            into verify-reason
        end-string
    else
        open output backup-file
        if backup-status is not = "00"
            move "N" to verify-result
            string "backup would not open, status " delimited by size
                backup-status delimited by size
                into verify-reason
            end-string
        else
            move spaces to header-view
            move mt-name(master-idx) to hv-master
            move today-date to hv-date
            move now-time to hv-time
            move mt-length(master-idx) to hv-length
            move mt-key-length(master-idx) to hv-key-length
            move spaces to backup-record
            move "HDR" to bk-tag
            move header-view to bk-data
            write backup-record
            perform check-backup-write

            move 1 to master-eof
            perform unload-master-record
                until master-eof = 0 or verify-result = "N"

            if verify-result = "Y"
                move spaces to trailer-view
                move unload-count to tv-count
                move low-key to tv-low-key
                move high-key to tv-high-key
                move spaces to backup-record
                move "TRL" to bk-tag
                move trailer-view to bk-data
                write backup-record
                perform check-backup-write
            end-if
            close backup-file
        end-if
        perform close-master
    end-if.

*> Reads the next master record and copies it to the backup
unload-master-record.

    perform read-master-next.

    if master-eof is not = 0 and verify-result = "Y"
        add 1 to unload-count
        move spaces to master-key
        move master-data(1:mt-key-length(master-idx)) to master-key
        if unload-count = 1
            move master-key to low-key
        end-if
        move master-key to high-key
        move spaces to backup-record
        move "DTL" to bk-tag
        move master-data(1:mt-length(master-idx)) to bk-data
        write backup-record
        perform check-backup-write
    end-if.

*> Fails the unload on any write to the backup that does not succeed
check-backup-write.

    if backup-status is not = "00" and verify-result = "Y"
        move "N" to verify-result
        string "backup write failed, status " delimited by size
            backup-status delimited by size
            into verify-reason
        end-string
    end-if.

*> Re-reads a backup on its own: the header must name the master and
*> its lengths, the keys must rise, and the trailer must agree with
*> the records and key range actually there
verify-backup-file.

    move "Y" to verify-result.
    move spaces to verify-reason.
    move 0 to check-count.
    move spaces to check-low-key.
    move spaces to check-high-key.
    move spaces to prior-key.
    move "N" to trailer-seen.

    open input backup-file.
    if backup-status is not = "00"
        move "N" to verify-result
        move "backup file will not open" to verify-reason
    else
        move 1 to backup-eof
        read backup-file
            at end move 0 to backup-eof
        end-read
        move bk-data to header-view
        evaluate true
            when backup-eof = 0 or bk-tag is not = "HDR"
                move "N" to verify-result
                move "no header record" to verify-reason
            when hv-master is not = mt-name(master-idx)
                move "N" to verify-result
                move "header names another master" to verify-reason
            when hv-length is not = mt-length(master-idx)
                or hv-key-length is not = mt-key-length(master-idx)
                move "N" to verify-result
                move "header record layout does not match"
                    to verify-reason
            when other
                perform check-backup-line
                    until backup-eof = 0 or verify-result = "N"
        end-evaluate
        close backup-file
    end-if.

    if verify-result = "Y"
        evaluate true
            when trailer-seen = "N"
                move "N" to verify-result
                move "no trailer - backup truncated" to verify-reason
            when tv-count is not numeric
                or tv-count is not = check-count
                move "N" to verify-result
                move "trailer record count mismatch" to verify-reason
            when tv-low-key is not = check-low-key
                or tv-high-key is not = check-high-key
                move "N" to verify-result
                move "trailer key range mismatch" to verify-reason
            when other
                continue
        end-evaluate
    end-if.

*> Reads one backup line past the header: a detail record is counted
*> and its key checked to follow the one before; the trailer ends the
*> backup and nothing may follow it
check-backup-line.

    read backup-file
        at end move 0 to backup-eof
    end-read.

    if backup-eof is not = 0
        evaluate true
            when trailer-seen = "Y"
                move "N" to verify-result
                move "records after the trailer" to verify-reason
            when bk-tag = "TRL"
                move "Y" to trailer-seen
                move bk-data to trailer-view
            when bk-tag = "DTL"
                add 1 to check-count
                move spaces to master-key
                move bk-data(1:mt-key-length(master-idx)) to master-key
                if check-count = 1
                    move master-key to check-low-key
                else
                    if master-key is not > prior-key
                        move "N" to verify-result
                        move "keys out of order" to verify-reason
                    end-if
                end-if
                move master-key to prior-key
                move master-key to check-high-key
            when other
                move "N" to verify-result
                move "unrecognised backup line" to verify-reason
        end-evaluate
    end-if.

*> Re-reads the master beside the backup, record for record, so the
*> two are known to hold the same records
compare-master-to-backup.

    move 0 to check-count.

    perform open-master-input.
    if master-status is not = "00"
        move "N" to verify-result
        move "master will not reopen to compare" to verify-reason
    else
        open input backup-file
        move 1 to backup-eof
        move 1 to master-eof
        read backup-file
            at end move 0 to backup-eof
        end-read
        perform compare-one-record
            until backup-eof = 0 or master-eof = 0
                or verify-result = "N"
        if verify-result = "Y" and master-eof is not = 0
            move "N" to verify-result
            move "master holds records not in the backup"
                to verify-reason
        end-if
        close backup-file
        perform close-master
    end-if.

*> Compares the next detail record of the backup with the next master
*> record; the trailer must come as the master runs out
compare-one-record.

    read backup-file
        at end move 0 to backup-eof
    end-read.
    perform read-master-next.

    evaluate true
        when verify-result = "N"
            continue
        when backup-eof = 0
            move "N" to verify-result
            move "backup ends early" to verify-reason
        when bk-tag = "TRL" and master-eof = 0
            continue
        when bk-tag = "TRL"
            move "N" to verify-result
            move "master holds records not in the backup"
                to verify-reason
        when master-eof = 0
            move "N" to verify-result
            move "backup holds records not on the master"
                to verify-reason
        when bk-data(1:mt-length(master-idx))
            is not = master-data(1:mt-length(master-idx))
            move "N" to verify-result
            move spaces to master-key
            move master-data(1:mt-key-length(master-idx)) to master-key
            string "record differs at key " delimited by size
                master-key delimited by size
                into verify-reason
            end-string
        when other
            add 1 to check-count
    end-evaluate.

*> Adds today's verified generation to the master's backup register,
*> creating the register on first use
register-generation.

    perform build-register-name.
    call "CBL_CHECK_FILE_EXIST" using register-file-name register-record.
    if return-code is not = 0
        open output register-file
        close register-file
    end-if.
    open extend register-file.
    move backup-file-name to register-record.
    write register-record.
    close register-file.

*> Names the master's backup register
build-register-name.

    move spaces to register-file-name.
    string function trim (mt-name(master-idx)) delimited by size
        "-backups.txt" delimited by size
        into register-file-name
    end-string.

*> Rebuilds the chosen master from the chosen generation: the backup
*> must prove out before the master is touched, the operator must
*> confirm the replacement, and the rebuilt master is compared with
*> the backup afterwards
reload-master.

    perform find-reload-generation.

    if backup-file-name = spaces
        move "FAIL" to ops-status
        add 1 to count-failed
        string "No backup generation of " delimited by size
            function trim (mt-name(master-idx)) delimited by size
            " for " delimited by size
            run-date delimited by size
            " on its register" delimited by size
            into report-line
        end-string
        perform write-report-line
    else
        string "Reload " delimited by size
            function trim (mt-file(master-idx)) delimited by size
            " from " delimited by size
            function trim (backup-file-name) delimited by size
            into report-line
        end-string
        perform write-report-line

        perform verify-backup-file
        if verify-result = "N"
            add 1 to count-failed
            string "  Refused - backup does not verify: " delimited by size
                verify-reason delimited by size
                into report-line
            end-string
            perform write-report-line
        else
            string "  Backup verified: " delimited by size
                check-count delimited by size
                " records, keys " delimited by size
                function trim (check-low-key) delimited by size
                " to " delimited by size
                function trim (check-high-key) delimited by size
                into report-line
            end-string
            perform write-report-line

            display "Reload replaces every record on "
                function trim (mt-file(master-idx))
                " - enter Y to continue: "
            accept run-confirm
            if run-confirm is not = "Y" and run-confirm is not = "y"
                move "  Reload not confirmed - master left as it was"
                    to report-line
                perform write-report-line
            else
                perform load-master-from-backup
            end-if
        end-if
    end-if.

*> Finds the generation to reload on the master's register: the one
*> dated as chosen, or the newest listed that is still on disk
find-reload-generation.

    move spaces to backup-file-name.
    move spaces to register-newest.
    move spaces to register-wanted.
    perform build-register-name.
    if run-date is not = spaces
        string function trim (mt-name(master-idx)) delimited by size
            "-backup-" delimited by size
            run-date delimited by size
            ".txt" delimited by size
            into register-wanted
        end-string
    end-if.

    call "CBL_CHECK_FILE_EXIST" using register-file-name register-record.
    if return-code = 0
        open input register-file
        move 1 to register-eof
        perform check-register-entry
            until register-eof = 0
        close register-file
        move register-newest to backup-file-name
    end-if.

*> Reads one register entry, keeping it when it is the generation
*> asked for (or, with no date given, any generation still on disk),
*> so the last one kept is the newest
check-register-entry.

    read register-file
        at end move 0 to register-eof
    end-read.

    if register-eof is not = 0 and register-record > spaces
        if register-wanted = spaces or register-record = register-wanted
            call "CBL_CHECK_FILE_EXIST" using register-record
                master-data
            if return-code = 0
                move register-record to register-newest
            end-if
        end-if
    end-if.

*> Empties the master and writes every backup record back into it,
*> then compares the rebuilt master with the backup
load-master-from-backup.

    move 0 to load-count.
    move 0 to load-rejected.

    perform open-master-output.
    if master-status is not = "00"
        add 1 to count-failed
        string "  Master would not open for reload, status "
            delimited by size
            master-status delimited by size
            into report-line
        end-string
        perform write-report-line
    else
        open input backup-file
        move 1 to backup-eof
        read backup-file
            at end move 0 to backup-eof
        end-read
        perform reload-one-record
            until backup-eof = 0
        close backup-file
        perform close-master

        move load-count to ops-read
        move load-rejected to ops-rejected
        string "  Records reloaded: " delimited by size
            load-count delimited by size
            "  rejected: " delimited by size
            load-rejected delimited by size
            into report-line
        end-string
        perform write-report-line

        move "Y" to verify-result
        perform compare-master-to-backup
        if verify-result = "Y" and load-rejected = 0
            string "  Master verified against the backup: "
                delimited by size
                check-count delimited by size
                " records" delimited by size
                into report-line
            end-string
        else
            add 1 to count-failed
            if verify-result = "Y"
                move "records rejected on reload" to verify-reason
            end-if
            string "  Master does NOT match the backup - "
                delimited by size
                verify-reason delimited by size
                into report-line
            end-string
        end-if
        perform write-report-line
    end-if.

*> Writes one backup detail record into the master being rebuilt
reload-one-record.

    read backup-file
        at end move 0 to backup-eof
    end-read.

    if backup-eof is not = 0 and bk-tag = "DTL"
        move spaces to master-data
        move bk-data(1:mt-length(master-idx)) to master-data
        perform write-master-record
        if master-status = "00"
            add 1 to load-count
        else
            add 1 to load-rejected
            move spaces to master-key
            move master-data(1:mt-key-length(master-idx)) to master-key
            string "  Rejected key " delimited by size
                master-key delimited by size
                " status " delimited by size
                master-status delimited by size
                into report-line
            end-string
            perform write-report-line
        end-if
    end-if.

*> Opens the chosen master for reading in key order
open-master-input.

    evaluate master-idx
        when 1
            open input loan-master
        when 2
            open input card-history
        when 3
            open input card-sale-history
        when 4
            open input hot-card
        when 5
            open input patient-master
        when 6
            open input bsa-history
        when 7
            open input cumulative-dose
        when 8
            open input student-master
        when 9
            open input student-account
        when 10
            open input catalog-master
        when 11
            open input catalog-alias
        when 12
            open input stock-master
    end-evaluate.

*> Opens the chosen master empty, ready to be rebuilt
open-master-output.

    evaluate master-idx
        when 1
            open output loan-master
        when 2
            open output card-history
        when 3
            open output card-sale-history
        when 4
            open output hot-card
        when 5
            open output patient-master
        when 6
            open output bsa-history
        when 7
            open output cumulative-dose
        when 8
            open output student-master
        when 9
            open output student-account
        when 10
            open output catalog-master
        when 11
            open output catalog-alias
        when 12
            open output stock-master
    end-evaluate.

*> Reads the chosen master's next record in key order into
*> master-data; a read that fails (anything but a clean read, a
*> duplicate alternate key, or the end of the file) ends the pass and
*> fails the unload or the comparison with the status
read-master-next.

    move spaces to master-data.

    evaluate master-idx
        when 1
            read loan-master next record into master-data
                at end move 0 to master-eof
            end-read
        when 2
            read card-history next record into master-data
                at end move 0 to master-eof
            end-read
        when 3
            read card-sale-history next record into master-data
                at end move 0 to master-eof
            end-read
        when 4
            read hot-card next record into master-data
                at end move 0 to master-eof
            end-read
        when 5
            read patient-master next record into master-data
                at end move 0 to master-eof
            end-read
        when 6
            read bsa-history next record into master-data
                at end move 0 to master-eof
            end-read
        when 7
            read cumulative-dose next record into master-data
                at end move 0 to master-eof
            end-read
        when 8
            read student-master next record into master-data
                at end move 0 to master-eof
            end-read
        when 9
            read student-account next record into master-data
                at end move 0 to master-eof
            end-read
        when 10
            read catalog-master next record into master-data
                at end move 0 to master-eof
            end-read
        when 11
            read catalog-alias next record into master-data
                at end move 0 to master-eof
            end-read
        when 12
            read stock-master next record into master-data
                at end move 0 to master-eof
            end-read
    end-evaluate.

    if master-eof is not = 0 and master-status is not = "00"
        and master-status is not = "02"
        move 0 to master-eof
        if verify-result = "Y"
            move "N" to verify-result
            move spaces to verify-reason
            string "master read failed, status " delimited by size
                master-status delimited by size
                into verify-reason
            end-string
        end-if
    end-if.

*> Writes master-data as a record of the chosen master; a duplicate
*> or invalid key comes back in master-status
write-master-record.

    evaluate master-idx
        when 1
            write loan-master-record from master-data
                invalid key continue
            end-write
        when 2
            write card-history-record from master-data
                invalid key continue
            end-write
        when 3
            write card-sale-history-record from master-data
                invalid key continue
            end-write
        when 4
            write hot-card-record from master-data
                invalid key continue
            end-write
        when 5
            write patient-master-record from master-data
                invalid key continue
            end-write
        when 6
            write bsa-history-record from master-data
                invalid key continue
            end-write
        when 7
            write cumulative-dose-record from master-data
                invalid key continue
            end-write
        when 8
            write student-master-record from master-data
                invalid key continue
            end-write
        when 9
            write student-account-record from master-data
                invalid key continue
            end-write
        when 10
            write catalog-master-record from master-data
                invalid key continue
            end-write
        when 11
            write catalog-alias-record from master-data
                invalid key continue
            end-write
        when 12
            write stock-master-record from master-data
                invalid key continue
            end-write
    end-evaluate.

*> Closes the chosen master
close-master.

    evaluate master-idx
        when 1
            close loan-master
        when 2
            close card-history
        when 3
            close card-sale-history
        when 4
            close hot-card
        when 5
            close patient-master
        when 6
            close bsa-history
        when 7
            close cumulative-dose
        when 8
            close student-master
        when 9
            close student-account
        when 10
            close catalog-master
        when 11
            close catalog-alias
        when 12
            close stock-master
    end-evaluate.

*> Writes one line of the backup report and echoes it to the terminal
*> so the two outputs never drift apart
write-report-line.

    display report-line.
    move report-line to backup-report-record.
    write backup-report-record.
    move spaces to report-line.

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

*> Appends this run's end line - records unloaded or reloaded, the
*> masters or records that failed, and completion status - and sets
*> the return code the scheduler tests: 0 for OK, 16 when a backup
*> or reload did not verify
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
