*> Name: Carson Mifsud

*> Description: This program maintains the patient master file the
*> BSA run builds its indexed patient master from - adding a patient
*> or correcting a patient's name or date of birth - through a menu or
*> a batch transaction file, in the catalog maintenance style. It also
*> merges a patient registered twice: the duplicate id is folded into
*> the surviving id across bsa-history.idx (the later BSA is kept) and
*> cumulative-dose.idx (lifetime totals are added together, so the
*> ceiling sees the whole history), the duplicate leaves the patient
*> master, each merge is printed on patient-merge-report.txt, and
*> patient-merge-xref.txt records the old id against the surviving
*> one so the BSA run, the verification, and the regimen planning
*> still resolve an old id.

*> Modification History:
*> 2026-10-15  CM  Initial version: add/correct through the menu and
*>                 the batch feed, the duplicate-patient merge across
*>                 the BSA history and cumulative-dose files, the merge
*>                 report, and the merge cross-reference.

identification division.
program-id. patient-maintenance.

environment division.
input-output section.
file-control.
select patient-file assign to patient-file-name
    organization is line sequential
    file status is patient-status.

select new-patient-file assign to "patient-master.new"
    organization is line sequential
    file status is newpat-status.

select history-file assign to "bsa-history.idx"
    organization is indexed
    access mode is dynamic
    record key is bh-id
    file status is history-status.

select cumdose-file assign to "cumulative-dose.idx"
    organization is indexed
    access mode is dynamic
    record key is cd-key
    file status is cumdose-status.

select xref-file assign to xref-file-name
    organization is line sequential
    file status is xref-status.

select trx-file assign to trx-file-name
    organization is line sequential
    file status is trx-status.

select update-report assign to "patient-update-report.txt"
    organization is line sequential.

select merge-report assign to "patient-merge-report.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd patient-file.

*> Patient master record: the clinic's patient id, name, and date of
*> birth (yyyymmdd)
01 patient-file-record.
    05 pf-id pic x(10).
    05 pf-name pic x(25).
    05 pf-dob pic x(8).

fd new-patient-file.

*> The patient master as this session leaves it, renamed over the
*> patient master file once written
01 new-patient-record pic x(43).

fd history-file.

*> One patient's most recent BSA result, keyed by patient id, with
*> the date it was computed
01 history-record.
    05 bh-id pic x(10).
    05 bh-bsa pic 999v99.
    05 bh-date pic x(8).

fd cumdose-file.

*> One patient's lifetime dispensed total for one drug, keyed by
*> patient id plus drug code
01 cumdose-record.
    05 cd-key.
        10 cd-patient pic x(10).
        10 cd-drug pic x(6).
    05 cd-total pic 9(7)v99.

fd xref-file.

*> One merged patient id, the id it was folded into, and the date of
*> the merge
01 xref-record.
    05 px-old-id pic x(10).
    05 filler pic x(2).
    05 px-new-id pic x(10).
    05 filler pic x(2).
    05 px-merge-date pic x(8).

fd trx-file.

*> One patient transaction: A add, C correct (a blank name or date of
*> birth leaves that field as it is), M merge the id into the
*> surviving id
01 trx-record.
    05 trx-action pic x.
    05 filler pic x.
    05 trx-id pic x(10).
    05 filler pic x.
    05 trx-name pic x(25).
    05 filler pic x.
    05 trx-dob pic x(8).
    05 filler pic x.
    05 trx-into-id pic x(10).

fd update-report.

*> Output record for the batch update report
01 update-report-record pic x(120).

fd merge-report.

*> Output record for the merge report
01 merge-report-record pic x(120).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "patient-maint".
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
01 patient-status pic xx value "00".
01 newpat-status pic xx value "00".
01 history-status pic xx value "00".
01 cumdose-status pic xx value "00".
01 xref-status pic xx value "00".
01 trx-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the session needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "patmaint-params.txt".
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
01 merge-line pic x(120).

01 patient-file-name pic x(100).
01 new-patient-name pic x(25) value "patient-master.new".
01 history-file-name pic x(25) value "bsa-history.idx".
01 cumdose-file-name pic x(25) value "cumulative-dose.idx".
01 xref-file-name pic x(30) value "patient-merge-xref.txt".
01 xref-new-name pic x(30) value "patient-merge-xref.new".
01 patient-eof pic 9 value 1.
01 xref-eof pic 9 value 1.
01 current-date-time pic x(21).
01 today-date pic x(8).
01 maint-again pic x value "N".
01 maint-choice pic x.
01 work-id pic x(10).
01 work-name pic x(25).
01 work-dob pic x(8).
01 work-into-id pic x(10).
01 count-merges pic 9(4) value 0.

*> The patient master, loaded at start-up and written back at the
*> end of the session
01 patient-table.
    05 patient-entry occurs 0 to 5000 times
        depending on patient-count.
        10 pt-id pic x(10).
        10 pt-name pic x(25).
        10 pt-dob pic x(8).
01 patient-count pic 9(4) value 0.
01 patient-idx pic 9(4).
01 patient-found pic 9(4).
01 into-found pic 9(4).

*> The merge cross-reference: every id folded into another
01 xref-table.
    05 xref-entry occurs 0 to 999 times
        depending on xref-count.
        10 xt-old-id pic x(10).
        10 xt-new-id pic x(10).
        10 xt-merge-date pic x(8).
01 xref-count pic 9(3) value 0.
01 xref-idx pic 9(3).
01 xref-found pic 9(3).

*> Working fields for one merge: the duplicate's BSA history and the
*> drug totals folded into the surviving id
01 from-history-found pic x.
01 from-bsa pic 999v99.
01 from-bsa-date pic x(8).
01 fold-table.
    05 fold-entry occurs 0 to 50 times
        depending on fold-count.
        10 fd-drug pic x(6).
        10 fd-total pic 9(7)v99.
01 fold-count pic 99 value 0.
01 fold-idx pic 99.
01 cumdose-eof pic 9.
01 into-total pic 9(7)v99.
01 new-total pic 9(8)v99.
01 from-o pic Z,ZZZ,ZZ9.99.
01 into-o pic Z,ZZZ,ZZ9.99.
01 total-o pic ZZ,ZZZ,ZZ9.99.
01 bsa-o pic ZZ9.99.

procedure division.

    perform init-run-control.
    move "(pending)" to ops-input.
    perform write-ops-start.

    move function current-date to current-date-time.
    move current-date-time(1:8) to today-date.

    perform patient-file-check.
    perform load-patient-master.
    perform load-merge-xref.
    perform open-merge-files.

    open output merge-report.
    move "Patient Merge Report" to merge-line.
    perform write-merge-line.
    perform write-merge-line.

    display "Maintenance mode - M menu, B batch transaction file: ".
    perform get-run-answer.
    move run-answer to maint-mode.

    if maint-mode = "B" or maint-mode = "b"
        perform batch-maintain-patients
    else
        move "(menu)" to ops-input
        perform maintain-patients
    end-if.

    if count-merges = 0
        move "  No patients merged this session" to merge-line
        perform write-merge-line
    end-if.
    close merge-report.

    close history-file.
    close cumdose-file.

    perform save-patient-master.
    perform save-merge-xref.

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

*> Prompt the user for the name of the patient master file until it
*> exists
patient-file-check.

    display "Please enter the name of the patient master file (id, name, date of birth): ".
    perform get-run-answer.
    move run-answer to patient-file-name.

    call "CBL_CHECK_FILE_EXIST" using patient-file-name patient-file-record.
    if return-code is not = 0
        display "File Error: The inputted file does not exist"
        if param-mode = "Y"
            display "Run control: invalid file name in parameter file - stopping"
            move "FAIL" to ops-status
            perform write-ops-end
            stop run
        end-if
        perform patient-file-check
            until return-code = 0
    end-if.

*> Loads the patient master file into the table
load-patient-master.

    open input patient-file.
    move patient-status to io-fail-status.
    move patient-file-name(1:30) to io-fail-file.
    perform check-open-status.
    move 1 to patient-eof.
    perform load-patient-entry
        until patient-eof = 0.
    close patient-file.

*> Reads one patient from the master file into the table
load-patient-entry.

    read patient-file
        at end move 0 to patient-eof
    end-read.

    if patient-eof is not = 0
        if patient-count >= 5000
            display "Error: the patient master holds more than 5000"
                " patients - maintenance cannot hold them all"
            move "FAIL" to ops-status
            perform write-ops-end
            stop run
        end-if
        add 1 to patient-count
        move pf-id to pt-id(patient-count)
        move pf-name to pt-name(patient-count)
        move pf-dob to pt-dob(patient-count)
    end-if.

*> Loads the merge cross-reference when there is one yet
load-merge-xref.

    call "CBL_CHECK_FILE_EXIST" using xref-file-name xref-record.
    if return-code = 0
        open input xref-file
        move xref-status to io-fail-status
        move xref-file-name to io-fail-file
        perform check-open-status
        move 1 to xref-eof
        perform load-xref-entry
            until xref-eof = 0
        close xref-file
    end-if.

*> Reads one merged id into the cross-reference table
load-xref-entry.

    read xref-file
        at end move 0 to xref-eof
    end-read.

    if xref-eof is not = 0
        if xref-count >= 999
            display "Error: the merge cross-reference holds more than"
                " 999 ids - maintenance cannot hold them all"
            move "FAIL" to ops-status
            perform write-ops-end
            stop run
        end-if
        add 1 to xref-count
        move px-old-id to xt-old-id(xref-count)
        move px-new-id to xt-new-id(xref-count)
        move px-merge-date to xt-merge-date(xref-count)
    end-if.

*> Opens the BSA history and cumulative-dose files for update,
*> creating each on first use
open-merge-files.

    call "CBL_CHECK_FILE_EXIST" using history-file-name history-record.
    if return-code is not = 0
        open output history-file
        close history-file
    end-if.
    open i-o history-file.
    move history-status to io-fail-status.
    move history-file-name to io-fail-file.
    perform check-open-status.

    call "CBL_CHECK_FILE_EXIST" using cumdose-file-name cumdose-record.
    if return-code is not = 0
        open output cumdose-file
        close cumdose-file
    end-if.
    open i-o cumdose-file.
    move cumdose-status to io-fail-status.
    move cumdose-file-name to io-fail-file.
    perform check-open-status.

*> Writes the patient table to a new master and renames it over the
*> patient master file
save-patient-master.

    open output new-patient-file.
    move newpat-status to io-fail-status.
    move new-patient-name to io-fail-file.
    perform check-open-status.

    move 1 to patient-idx.
    perform save-patient-entry
        until patient-idx > patient-count.

    close new-patient-file.

    call "CBL_DELETE_FILE" using patient-file-name.
    call "CBL_RENAME_FILE" using new-patient-name patient-file-name.

*> Writes one patient to the new master
save-patient-entry.

    move pt-id(patient-idx) to pf-id.
    move pt-name(patient-idx) to pf-name.
    move pt-dob(patient-idx) to pf-dob.
    move patient-file-record to new-patient-record.
    write new-patient-record.
    move newpat-status to io-fail-status.
    perform check-io-status.
    add 1 to patient-idx.

*> Writes the merge cross-reference back when the session merged
*> anyone
save-merge-xref.

    if count-merges > 0
        move xref-new-name to xref-file-name
        open output xref-file
        move xref-status to io-fail-status
        move xref-file-name to io-fail-file
        perform check-open-status

        move 1 to xref-idx
        perform save-xref-entry
            until xref-idx > xref-count

        close xref-file
        move "patient-merge-xref.txt" to xref-file-name
        call "CBL_DELETE_FILE" using xref-file-name
        call "CBL_RENAME_FILE" using xref-new-name xref-file-name
    end-if.

*> Writes one merged id to the new cross-reference
save-xref-entry.

    move spaces to xref-record.
    move xt-old-id(xref-idx) to px-old-id.
    move xt-new-id(xref-idx) to px-new-id.
    move xt-merge-date(xref-idx) to px-merge-date.
    write xref-record.
    move xref-status to io-fail-status.
    perform check-io-status.
    add 1 to xref-idx.

*> Searches the patient table for work-id
find-patient.

    move 0 to patient-found.
    move 1 to patient-idx.
    perform find-patient-compare
        until patient-idx > patient-count or patient-found > 0.

*> Compares one patient entry against work-id
find-patient-compare.

    if pt-id(patient-idx) = work-id
        move patient-idx to patient-found
    else
        add 1 to patient-idx
    end-if.

*> Searches the merge cross-reference for work-id as a merged id
find-xref.

    move 0 to xref-found.
    move 1 to xref-idx.
    perform find-xref-compare
        until xref-idx > xref-count or xref-found > 0.

*> Compares one cross-reference entry against work-id
find-xref-compare.

    if xt-old-id(xref-idx) = work-id
        move xref-idx to xref-found
    else
        add 1 to xref-idx
    end-if.

*> Runs the patient maintenance menu until the operator quits
maintain-patients.

    move "Y" to maint-again.
    perform maintain-menu
        until maint-again = "N".

*> Presents the add/correct/merge/quit menu for the patient master
maintain-menu.

    display "A-Add patient  C-Correct patient  M-Merge duplicate patient  Q-Quit: ".
    perform get-run-answer.
    move run-answer to maint-choice.

    evaluate true
        when maint-choice = "A" or maint-choice = "a"
            perform add-patient
        when maint-choice = "C" or maint-choice = "c"
            perform correct-patient
        when maint-choice = "M" or maint-choice = "m"
            perform merge-patient
        when maint-choice = "Q" or maint-choice = "q"
            move "N" to maint-again
        when other
            display "Invalid choice, please try again"
    end-evaluate.

*> Prompts for a new patient's fields and applies the add through the
*> same paragraph the batch feed uses
add-patient.

    display "Enter patient id: ".
    perform get-run-answer.
    move run-answer to work-id.
    display "Enter patient name: ".
    perform get-run-answer.
    move run-answer to work-name.
    display "Enter date of birth (YYYYMMDD): ".
    perform get-run-answer.
    move run-answer to work-dob.

    perform apply-add-patient.
    if trx-applied = "N"
        display "Error: " trx-reason
    else
        display "Added patient " work-id
    end-if.

*> Prompts for the patient and the corrected name and date of birth
*> (blank keeps either) and applies the correction through the same
*> paragraph the batch feed uses
correct-patient.

    display "Enter patient id to correct: ".
    perform get-run-answer.
    move run-answer to work-id.

    perform find-patient.
    if patient-found = 0
        display "Error: patient " work-id " not found"
    else
        display "Current name: " pt-name(patient-found)
            "  date of birth: " pt-dob(patient-found)
        display "Enter corrected name (blank to keep): "
        perform get-run-answer
        move run-answer to work-name
        display "Enter corrected date of birth (blank to keep): "
        perform get-run-answer
        move run-answer to work-dob
        perform apply-correct-patient
        if trx-applied = "N"
            display "Error: " trx-reason
        else
            display "Corrected patient " work-id
        end-if
    end-if.

*> Prompts for the duplicate id and the surviving id and applies the
*> merge through the same paragraph the batch feed uses
merge-patient.

    display "Enter the duplicate patient id to fold away: ".
    perform get-run-answer.
    move run-answer to work-id.
    display "Enter the surviving patient id to fold it into: ".
    perform get-run-answer.
    move run-answer to work-into-id.

    perform apply-merge-patient.
    if trx-applied = "N"
        display "Error: " trx-reason
    else
        display "Merged patient " work-id " into " work-into-id
    end-if.

*> Checks a date of birth given is a YYYYMMDD date no later than today
check-dob.

    if work-dob is not numeric
        or work-dob(5:2) < "01" or work-dob(5:2) > "12"
        or work-dob(7:2) < "01" or work-dob(7:2) > "31"
        or work-dob > today-date
        move "N" to trx-applied
        move "date of birth must be a past YYYYMMDD" to trx-reason
    end-if.

*> Applies an add: a new id (not one already merged away), a name,
*> and a date of birth
apply-add-patient.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    if work-id = spaces
        move "N" to trx-applied
        move "patient id is required" to trx-reason
    end-if.

    if trx-applied = "Y"
        perform find-patient
        if patient-found > 0
            move "N" to trx-applied
            move "patient id is already on file" to trx-reason
        end-if
    end-if.

    if trx-applied = "Y"
        perform find-xref
        if xref-found > 0
            move "N" to trx-applied
            string "id was merged into " delimited by size
                xt-new-id(xref-found) delimited by size
                into trx-reason
            end-string
        end-if
    end-if.

    if trx-applied = "Y" and work-name = spaces
        move "N" to trx-applied
        move "patient name is required" to trx-reason
    end-if.

    if trx-applied = "Y"
        perform check-dob
    end-if.

    if trx-applied = "Y" and patient-count >= 5000
        move "N" to trx-applied
        move "patient master is full" to trx-reason
    end-if.

    if trx-applied = "Y"
        add 1 to patient-count
        move work-id to pt-id(patient-count)
        move work-name to pt-name(patient-count)
        move work-dob to pt-dob(patient-count)
    end-if.

*> Applies a correction to a patient's name and/or date of birth
apply-correct-patient.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    perform find-patient.
    if patient-found = 0
        move "N" to trx-applied
        move "patient not found" to trx-reason
    end-if.

    if trx-applied = "Y" and work-dob is not = spaces
        perform check-dob
    end-if.

    if trx-applied = "Y" and work-name = spaces and work-dob = spaces
        move "N" to trx-applied
        move "nothing to correct" to trx-reason
    end-if.

    if trx-applied = "Y"
        if work-name is not = spaces
            move work-name to pt-name(patient-found)
        end-if
        if work-dob is not = spaces
            move work-dob to pt-dob(patient-found)
        end-if
    end-if.

*> Applies a merge: the duplicate id's BSA history and lifetime drug
*> totals are folded into the surviving id, the duplicate leaves the
*> patient master, and the cross-reference records it
apply-merge-patient.

    move "Y" to trx-applied.
    move spaces to trx-reason.

    perform find-patient.
    if patient-found = 0
        move "N" to trx-applied
        move "duplicate patient not found" to trx-reason
    end-if.

    if trx-applied = "Y"
        if work-into-id = spaces or work-into-id = work-id
            move "N" to trx-applied
            move "surviving id must be a different patient" to trx-reason
        end-if
    end-if.

    if trx-applied = "Y"
        move 0 to into-found
        move 1 to patient-idx
        perform find-into-compare
            until patient-idx > patient-count or into-found > 0
        if into-found = 0
            move "N" to trx-applied
            move "surviving patient not found" to trx-reason
        end-if
    end-if.

    if trx-applied = "Y" and xref-count >= 999
        move "N" to trx-applied
        move "merge cross-reference is full" to trx-reason
    end-if.

    if trx-applied = "Y"
        add 1 to count-merges
        perform write-merge-heading
        perform merge-bsa-history
        perform merge-cumulative-dose
        perform record-merge-xref
        perform remove-merged-patient
    end-if.

*> Compares one patient entry against the surviving id
find-into-compare.

    if pt-id(patient-idx) = work-into-id
        move patient-idx to into-found
    else
        add 1 to patient-idx
    end-if.

*> Writes the merge report's heading for one merge: both patients as
*> the master carries them
write-merge-heading.

    perform write-merge-line.
    string "Merged " delimited by size
        work-id delimited by size
        " " delimited by size
        pt-name(patient-found) delimited by size
        " DOB " delimited by size
        pt-dob(patient-found) delimited by size
        into merge-line
    end-string.
    perform write-merge-line.
    string "  into " delimited by size
        work-into-id delimited by size
        " " delimited by size
        pt-name(into-found) delimited by size
        " DOB " delimited by size
        pt-dob(into-found) delimited by size
        "  on " delimited by size
        today-date delimited by size
        into merge-line
    end-string.
    perform write-merge-line.

    if pt-dob(patient-found) is not = pt-dob(into-found)
        move "  ** dates of birth differ - check the surviving record **"
            to merge-line
        perform write-merge-line
    end-if.

*> Folds the duplicate's BSA history into the surviving id: the later
*> of the two results is kept under the surviving id
merge-bsa-history.

    move "N" to from-history-found.
    move work-id to bh-id.
    read history-file
        invalid key
            continue
        not invalid key
            move "Y" to from-history-found
            move bh-bsa to from-bsa
            move bh-date to from-bsa-date
    end-read.

    if from-history-found = "N"
        move "  BSA history: none under the duplicate id" to merge-line
    else
        delete history-file record
            invalid key
                continue
        end-delete

        move work-into-id to bh-id
        read history-file
            invalid key
                move work-into-id to bh-id
                move from-bsa to bh-bsa
                move from-bsa-date to bh-date
                write history-record
                    invalid key
                        continue
                end-write
                move from-bsa to bsa-o
                string "  BSA history: moved " delimited by size
                    bsa-o delimited by size
                    " of " delimited by size
                    from-bsa-date delimited by size
                    " to the surviving id" delimited by size
                    into merge-line
                end-string
            not invalid key
                if from-bsa-date > bh-date
                    move from-bsa to bh-bsa
                    move from-bsa-date to bh-date
                    rewrite history-record
                    move history-status to io-fail-status
                    move history-file-name to io-fail-file
                    perform check-io-status
                    move from-bsa to bsa-o
                    string "  BSA history: duplicate's later result "
                        delimited by size
                        bsa-o delimited by size
                        " of " delimited by size
                        from-bsa-date delimited by size
                        " kept" delimited by size
                        into merge-line
                    end-string
                else
                    move bh-bsa to bsa-o
                    string "  BSA history: surviving id's result "
                        delimited by size
                        bsa-o delimited by size
                        " of " delimited by size
                        bh-date delimited by size
                        " kept" delimited by size
                        into merge-line
                    end-string
                end-if
        end-read
    end-if.
    perform write-merge-line.

*> Folds every lifetime drug total of the duplicate id into the
*> surviving id's total for the same drug
merge-cumulative-dose.

    move 0 to fold-count.
    move work-id to cd-patient.
    move low-values to cd-drug.
    move 1 to cumdose-eof.
    start cumdose-file key is not less than cd-key
        invalid key
            move 0 to cumdose-eof
    end-start.

    perform collect-fold-entry
        until cumdose-eof = 0.

    if fold-count = 0
        move "  Cumulative doses: none under the duplicate id" to merge-line
        perform write-merge-line
    else
        move 1 to fold-idx
        perform fold-one-drug
            until fold-idx > fold-count
    end-if.

*> Reads the next cumulative-dose record and keeps it while it still
*> belongs to the duplicate id
collect-fold-entry.

    read cumdose-file next record
        at end move 0 to cumdose-eof
    end-read.

    if cumdose-eof is not = 0
        if cd-patient is not = work-id
            move 0 to cumdose-eof
        else
            if fold-count >= 50
                display "Warning: more than 50 drugs under " work-id
                    " - merge the rest with a second merge"
                move 0 to cumdose-eof
            else
                add 1 to fold-count
                move cd-drug to fd-drug(fold-count)
                move cd-total to fd-total(fold-count)
            end-if
        end-if
    end-if.

*> Moves one drug's lifetime total from the duplicate id onto the
*> surviving id
fold-one-drug.

    move work-id to cd-patient.
    move fd-drug(fold-idx) to cd-drug.
    delete cumdose-file record
        invalid key
            continue
    end-delete.

    move work-into-id to cd-patient.
    move fd-drug(fold-idx) to cd-drug.
    move 0 to into-total.
    read cumdose-file
        invalid key
            compute new-total = fd-total(fold-idx)
            move new-total to cd-total
            write cumdose-record
                invalid key
                    continue
            end-write
        not invalid key
            move cd-total to into-total
            compute new-total = cd-total + fd-total(fold-idx)
            move new-total to cd-total
            rewrite cumdose-record
            move cumdose-status to io-fail-status
            move cumdose-file-name to io-fail-file
            perform check-io-status
    end-read.

    move fd-total(fold-idx) to from-o.
    move into-total to into-o.
    move new-total to total-o.
    string "  Cumulative dose " delimited by size
        fd-drug(fold-idx) delimited by size
        ": duplicate " delimited by size
        from-o delimited by size
        " + surviving " delimited by size
        into-o delimited by size
        " = " delimited by size
        total-o delimited by size
        into merge-line
    end-string.
    perform write-merge-line.

    add 1 to fold-idx.

*> Records the duplicate id against the surviving id, and repoints any
*> id merged into the duplicate earlier so one lookup still resolves
record-merge-xref.

    move 1 to xref-idx.
    perform repoint-xref-entry
        until xref-idx > xref-count.

    add 1 to xref-count.
    move work-id to xt-old-id(xref-count).
    move work-into-id to xt-new-id(xref-count).
    move today-date to xt-merge-date(xref-count).

*> Repoints one cross-reference entry that named the duplicate as its
*> surviving id
repoint-xref-entry.

    if xt-new-id(xref-idx) = work-id
        move work-into-id to xt-new-id(xref-idx)
        string "  Earlier merged id " delimited by size
            xt-old-id(xref-idx) delimited by size
            " now resolves to " delimited by size
            work-into-id delimited by size
            into merge-line
        end-string
        perform write-merge-line
    end-if.

    add 1 to xref-idx.

*> Takes the duplicate out of the patient table by closing up the gap
remove-merged-patient.

    move patient-found to patient-idx.
    perform shift-patient-entry
        until patient-idx >= patient-count.
    subtract 1 from patient-count.

*> Moves the next patient entry down one place
shift-patient-entry.

    move patient-entry(patient-idx + 1) to patient-entry(patient-idx).
    add 1 to patient-idx.

*> Applies a transaction file of add/correct/merge records to the
*> patient master unattended, printing an update report of each
*> transaction as applied or rejected with the reason
batch-maintain-patients.

    perform trx-file-check.

    open input trx-file.
    move trx-status to io-fail-status.
    move trx-file-name(1:30) to io-fail-file.
    perform check-open-status.
    open output update-report.

    move "Patient Batch Update Report" to update-line.
    perform write-update-line.
    move spaces to update-line.
    perform write-update-line.

    move 0 to trx-count-applied.
    move 0 to trx-count-rejected.
    move 1 to trx-eof.

    perform process-patient-transaction
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
*> paragraphs the maintenance menu uses, reporting the outcome
process-patient-transaction.

    read trx-file
        at end move 0 to trx-eof
    end-read.

    if trx-eof is not = zero
        add 1 to ops-read
        move "Y" to trx-applied
        move spaces to trx-reason
        move trx-id to work-id
        move trx-name to work-name
        move trx-dob to work-dob
        move trx-into-id to work-into-id

        evaluate true
            when trx-action = "A" or trx-action = "a"
                perform apply-add-patient
            when trx-action = "C" or trx-action = "c"
                perform apply-correct-patient
            when trx-action = "M" or trx-action = "m"
                perform apply-merge-patient
            when other
                move "N" to trx-applied
                move "unknown action code" to trx-reason
        end-evaluate

        if trx-applied = "Y"
            add 1 to trx-count-applied
            string trx-action delimited by size
                " " delimited by size
                trx-id delimited by size
                "  APPLIED" delimited by size
                into update-line
            end-string
        else
            add 1 to trx-count-rejected
            string trx-action delimited by size
                " " delimited by size
                trx-id delimited by size
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

*> Writes one line of the merge report and echoes it to the terminal
*> so the two outputs never drift apart
write-merge-line.

    display merge-line.
    move merge-line to merge-report-record.
    write merge-report-record.
    move spaces to merge-line.

*> Prompt the user for the name of the transaction file until it exists
trx-file-check.

    display "Please enter the name of the patient transaction file: ".
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
