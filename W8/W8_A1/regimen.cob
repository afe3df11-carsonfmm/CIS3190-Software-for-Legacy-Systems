*> Name: Carson Mifsud

*> Description: This program plans a chemotherapy regimen course. A
*> regimen, from regimen-table.txt, is a set of drugs given on set
*> days of a repeating cycle for a set number of cycles. Given a
*> patient, a regimen code, and a start date, it doses every drug of
*> the regimen from the patient's latest BSA on bsa-history.idx and
*> the drug table's age bands (capped and rounded to the vial
*> increment the way the BSA run doses), checks each drug's planned
*> course total against its lifetime ceiling in cumulative-dose.idx,
*> and, when every drug passes, releases cycle 1 and writes the dated
*> administration calendar for the whole course to
*> regimen-calendar.txt. A patient id merged away by the patient
*> maintenance is planned under the surviving id.

*> Modification History:
*> 2026-10-15  CM  Initial version: regimen table, course dosing from
*>                 the latest BSA, the lifetime-ceiling check on the
*>                 planned totals, and the administration calendar.
*> 2026-10-15  CM  Plan a patient id merged away by the patient
*>                 maintenance under the surviving id, through the
*>                 patient merge cross-reference.

identification division.
program-id. regimen-calendar.

environment division.
input-output section.
file-control.
select regimen-file assign to "regimen-table.txt"
    organization is line sequential.

select drug-file assign to "drug-table.txt"
    organization is line sequential.

select patient-master assign to "patient-master.idx"
    organization is indexed
    access mode is dynamic
    record key is pm-id
    file status is patmaster-status.

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

select calendar-file assign to "regimen-calendar.txt"
    organization is line sequential
    file status is calendar-status.

select xref-file assign to "patient-merge-xref.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd regimen-file.

*> One drug of a regimen: the regimen code, the drug code, the cycle
*> length in days and the number of cycles (read from the regimen's
*> first line), and up to eight day numbers within the cycle on which
*> the drug is given; zero or blank day columns are unused
01 regimen-record.
    05 rg-code pic x(8).
    05 filler pic x(2).
    05 rg-drug pic x(6).
    05 filler pic x(2).
    05 rg-cycle-days pic 9(3).
    05 filler pic x(2).
    05 rg-cycles pic 9(2).
    05 filler pic x(2).
    05 rg-day-slot occurs 8 times.
        10 rg-day pic 9(3).
        10 filler pic x.

fd drug-file.

*> One drug age band per record, as the BSA run reads it: the drug
*> code, the band's dose per square metre and absolute maximum, the
*> ages the band covers, the lifetime ceiling, the name, units, and
*> vial increment, and the renal clearance bands
01 drug-table-record.
    05 dt-code pic x(6).
    05 dt-dose-per-m2 pic 999v99.
    05 dt-max-dose pic 9999v99.
    05 filler pic x(2).
    05 dt-age-low pic 9(3).
    05 filler pic x(2).
    05 dt-age-high pic 9(3).
    05 filler pic x(2).
    05 dt-lifetime-max pic 9(6)v99.
    05 filler pic x(2).
    05 dt-name pic x(20).
    05 filler pic x(2).
    05 dt-units pic x(10).
    05 filler pic x(2).
    05 dt-increment pic 999v99.
    05 filler pic x(2).
    05 dt-renal-band occurs 3 times.
        10 dt-crcl-below pic 9(3).
        10 filler pic x.
        10 dt-renal-pct pic 9(3).
        10 filler pic x.
        10 dt-renal-action pic x.
        10 filler pic x(2).

fd patient-master.

*> One patient in the indexed patient master, keyed by patient id
01 patient-master-record.
    05 pm-id pic x(10).
    05 pm-name pic x(25).
    05 pm-dob pic x(8).

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

fd calendar-file.

*> Output record for the regimen administration calendar
01 calendar-record pic x(132).

fd xref-file.

*> One merged patient id, the id it was folded into, and the date of
*> the merge
01 xref-record.
    05 px-old-id pic x(10).
    05 filler pic x(2).
    05 px-new-id pic x(10).
    05 filler pic x(2).
    05 px-merge-date pic x(8).

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "regimen-plan".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value "regimen-table.txt".
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
01 patmaster-status pic xx value "00".
01 history-status pic xx value "00".
01 cumdose-status pic xx value "00".
01 calendar-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "regimen-params.txt".
01 run-answer pic x(100).

01 regimen-file-name pic x(25) value "regimen-table.txt".
01 drug-file-name pic x(25) value "drug-table.txt".
01 patmaster-file-name pic x(25) value "patient-master.idx".
01 history-file-name pic x(25) value "bsa-history.idx".
01 cumdose-file-name pic x(25) value "cumulative-dose.idx".
01 regimen-eof pic 9 value 1.
01 drug-eof pic 9 value 1.
01 cumdose-mode pic x value "N".
01 calendar-line pic x(132).

*> The patient merge cross-reference: an id folded into another by the
*> patient maintenance resolves to the surviving id
01 xref-file-name pic x(25) value "patient-merge-xref.txt".
01 xref-table.
    05 xref-entry occurs 0 to 999 times
        depending on xref-count.
        10 xt-old-id pic x(10).
        10 xt-new-id pic x(10).
01 xref-count pic 9(3) value 0.
01 xref-idx pic 9(3).
01 xref-found pic 9(3).
01 xref-eof pic 9 value 1.
01 resolve-id pic x(10).

*> The course being planned
01 plan-patient pic x(10).
01 plan-name pic x(25).
01 plan-dob pic x(8).
01 plan-bsa pic 999v99.
01 plan-bsa-date pic x(8).
01 plan-regimen pic x(8).
01 plan-start pic x(8).
01 plan-start-num pic 9(8).
01 plan-start-int pic 9(8).
01 plan-cycle-days pic 9(3) value 0.
01 plan-cycles pic 9(2) value 0.
01 plan-released pic x value "Y".
01 patient-age pic 9(3).
01 dob-num pic 9(8).
01 age-days pic 9(8).

*> Drug dosing table: one entry per age band of drug-table.txt
01 drug-table.
    05 drug-entry occurs 0 to 50 times depending on drug-count.
        10 drug-code pic x(6).
        10 drug-dose-per-m2 pic 999v99.
        10 drug-max-dose pic 9999v99.
        10 drug-age-low pic 9(3).
        10 drug-age-high pic 9(3).
        10 drug-lifetime-max pic 9(6)v99.
        10 drug-name pic x(20).
        10 drug-units pic x(10).
        10 drug-increment pic 999v99.
        10 drug-renal-banded pic x.
01 drug-count pic 99 value 0.
01 drug-idx pic 99.
01 found-drug pic x value "N".
01 renal-idx pic 9.

*> The regimen's drugs, each with its dose, its days in the cycle,
*> and its planned course total
01 plan-table.
    05 plan-entry occurs 0 to 20 times depending on plan-count.
        10 pl-drug pic x(6).
        10 pl-day pic 9(3) occurs 8 times.
        10 pl-days-per-cycle pic 9(2).
        10 pl-drug-idx pic 99.
        10 pl-dose pic 9999v99.
        10 pl-note pic x(12).
        10 pl-course-total pic 9(7)v99.
        10 pl-code-total pic 9(8)v99.
        10 pl-prior pic 9(7)v99.
        10 pl-ceiling-words pic x(22).
01 plan-count pic 99 value 0.
01 plan-idx pic 99.
01 plan-other pic 99.
01 plan-first pic x.
01 day-idx pic 9.

*> Working fields for the dose and the lifetime-ceiling check
01 dosage pic 9999v99.
01 raw-dosage pic 9999v99.
01 vial-count pic 9(4).
01 code-total pic 9(8)v99.
01 prior-cum-dose pic 9(7)v99.
01 projected-cum pic 9(8)v99.
01 ceiling-warn-level pic 9(7)v99.

*> Working fields for the calendar
01 cycle-no pic 9(2).
01 cycle-day pic 9(3).
01 dose-int pic 9(8).
01 dose-date pic 9(8).
01 count-doses pic 9(5) value 0.

01 bsa-o pic ZZ9.99.
01 dose-o pic ZZZ9.99.
01 total-o pic Z,ZZZ,ZZ9.99.
01 prior-o pic Z,ZZZ,ZZ9.99.
01 ceiling-o pic ZZZ,ZZ9.99.

procedure division.

    perform init-run-control.
    perform write-ops-start.

    perform load-drug-table.
    perform open-patient-files.

    display "Patient id to plan the regimen course for: ".
    perform get-run-answer.
    move run-answer to plan-patient.
    perform load-merge-xref.
    move plan-patient to resolve-id.
    perform resolve-merged-id.
    if xref-found > 0
        display "Patient " plan-patient " was merged into " resolve-id
            " - planning under " resolve-id
        move resolve-id to plan-patient
    end-if.
    perform find-plan-patient.

    display "Regimen code: ".
    perform get-run-answer.
    move run-answer to plan-regimen.
    perform load-regimen.

    display "Course start date (YYYYMMDD): ".
    perform get-run-answer.
    move run-answer to plan-start.
    perform check-start-date.

    perform compute-plan-age.

    move 1 to plan-idx.
    perform dose-plan-drug
        until plan-idx > plan-count.

    move 1 to plan-idx.
    perform check-plan-ceiling
        until plan-idx > plan-count.

    perform write-calendar.

    close patient-master.
    close history-file.
    if cumdose-mode = "Y"
        close cumdose-file
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

*> Stops the run with a message when the course cannot be planned
plan-stop.

    move 1 to ops-rejected.
    move "FAIL" to ops-status.
    perform write-ops-end.
    stop run.

*> Loads the drug table, one entry per age band
load-drug-table.

    call "CBL_CHECK_FILE_EXIST" using drug-file-name drug-table-record.
    if return-code is not = 0
        display "File Error: drug-table.txt not found - cannot dose the regimen"
        perform plan-stop
    end-if.

    open input drug-file.
    move 1 to drug-eof.
    perform load-drug-entry
        until drug-eof = 0.
    close drug-file.

*> Reads one drug age band into the dosing table
load-drug-entry.

    read drug-file
        at end move 0 to drug-eof
    end-read.

    if drug-eof is not = 0
        if drug-count >= 50
            display "File Error: drug-table.txt holds more than 50"
                " drugs - the dosing table cannot hold them all"
            perform plan-stop
        end-if
        add 1 to drug-count
        move dt-code to drug-code(drug-count)
        move dt-dose-per-m2 to drug-dose-per-m2(drug-count)
        move dt-max-dose to drug-max-dose(drug-count)

        if dt-age-low is numeric and dt-age-high is numeric
            and dt-age-high > 0
            move dt-age-low to drug-age-low(drug-count)
            move dt-age-high to drug-age-high(drug-count)
        else
            move 0 to drug-age-low(drug-count)
            move 999 to drug-age-high(drug-count)
        end-if

        if dt-lifetime-max is numeric
            move dt-lifetime-max to drug-lifetime-max(drug-count)
        else
            move 0 to drug-lifetime-max(drug-count)
        end-if

        move dt-name to drug-name(drug-count)
        move dt-units to drug-units(drug-count)
        if dt-increment is numeric
            move dt-increment to drug-increment(drug-count)
        else
            move 0 to drug-increment(drug-count)
        end-if

        move "N" to drug-renal-banded(drug-count)
        move 1 to renal-idx
        perform check-renal-band
            until renal-idx > 3
    end-if.

*> Notes a drug band that carries a renal clearance band: its dose
*> depends on the creatinine at the time of each administration
check-renal-band.

    if dt-crcl-below(renal-idx) is numeric
        and dt-crcl-below(renal-idx) > 0
        move "Y" to drug-renal-banded(drug-count)
    end-if.

    add 1 to renal-idx.

*> Opens the patient master and BSA history the BSA run keeps, and
*> the cumulative-dose file when there is one yet
open-patient-files.

    open input patient-master.
    move patmaster-status to io-fail-status.
    move patmaster-file-name to io-fail-file.
    perform check-open-status.

    open input history-file.
    move history-status to io-fail-status.
    move history-file-name to io-fail-file.
    perform check-open-status.

    call "CBL_CHECK_FILE_EXIST" using cumdose-file-name cumdose-record.
    if return-code = 0
        open input cumdose-file
        move cumdose-status to io-fail-status
        move cumdose-file-name to io-fail-file
        perform check-open-status
        move "Y" to cumdose-mode
    end-if.

*> Loads the patient merge cross-reference when there is one
load-merge-xref.

    call "CBL_CHECK_FILE_EXIST" using xref-file-name xref-record.
    if return-code = 0
        open input xref-file
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
            display "Warning: patient merge cross-reference table full"
                " - further merged ids ignored"
            move 0 to xref-eof
        else
            add 1 to xref-count
            move px-old-id to xt-old-id(xref-count)
            move px-new-id to xt-new-id(xref-count)
        end-if
    end-if.

*> Resolves resolve-id through the merge cross-reference: a merged id
*> comes back as the surviving id, xref-found pointing at the entry
resolve-merged-id.

    move 0 to xref-found.
    move 1 to xref-idx.
    perform resolve-xref-compare
        until xref-idx > xref-count or xref-found > 0.

    if xref-found > 0
        move xt-new-id(xref-found) to resolve-id
    end-if.

*> Compares one cross-reference entry against resolve-id
resolve-xref-compare.

    if xt-old-id(xref-idx) = resolve-id
        move xref-idx to xref-found
    else
        add 1 to xref-idx
    end-if.

*> Finds the patient on the master and their latest BSA on the history
find-plan-patient.

    move plan-patient to pm-id.
    read patient-master
        invalid key
            display "Error: patient " plan-patient " is not on the patient master"
            perform plan-stop
    end-read.
    move pm-name to plan-name.
    move pm-dob to plan-dob.

    move plan-patient to bh-id.
    read history-file
        invalid key
            display "Error: patient " plan-patient " has no BSA on file -"
                " dose the patient through the BSA run first"
            perform plan-stop
    end-read.
    move bh-bsa to plan-bsa.
    move bh-date to plan-bsa-date.

*> Loads the regimen's drugs from the regimen table
load-regimen.

    call "CBL_CHECK_FILE_EXIST" using regimen-file-name regimen-record.
    if return-code is not = 0
        display "File Error: regimen-table.txt not found"
        perform plan-stop
    end-if.

    open input regimen-file.
    move 1 to regimen-eof.
    perform load-regimen-line
        until regimen-eof = 0.
    close regimen-file.

    if plan-count = 0
        display "Error: regimen " plan-regimen " is not on the regimen table"
        perform plan-stop
    end-if.

    if plan-cycle-days = 0 or plan-cycles = 0
        display "Error: regimen " plan-regimen " has no cycle length or"
            " number of cycles"
        perform plan-stop
    end-if.

*> Reads one regimen line and keeps it when it belongs to the regimen
*> being planned; the first line sets the cycle length and count
load-regimen-line.

    read regimen-file
        at end move 0 to regimen-eof
    end-read.

    if regimen-eof is not = 0 and rg-code = plan-regimen
        add 1 to ops-read
        if plan-count = 0
            if rg-cycle-days is numeric
                move rg-cycle-days to plan-cycle-days
            end-if
            if rg-cycles is numeric
                move rg-cycles to plan-cycles
            end-if
        end-if

        if plan-count >= 20
            display "Error: regimen " plan-regimen " has more than 20 drugs"
            perform plan-stop
        end-if
        add 1 to plan-count
        move rg-drug to pl-drug(plan-count)
        move 0 to pl-days-per-cycle(plan-count)
        move 1 to day-idx
        perform load-regimen-day
            until day-idx > 8
    end-if.

*> Copies one day number of the regimen line; a day outside the cycle
*> is dropped with a warning
load-regimen-day.

    move 0 to pl-day(plan-count, day-idx).

    if rg-day(day-idx) is numeric and rg-day(day-idx) > 0
        if rg-day(day-idx) > plan-cycle-days
            display "Warning: regimen " plan-regimen " drug " rg-drug
                " day " rg-day(day-idx) " is beyond the cycle length"
                " - dropped"
        else
            move rg-day(day-idx) to pl-day(plan-count, day-idx)
            add 1 to pl-days-per-cycle(plan-count)
        end-if
    end-if.

    add 1 to day-idx.

*> Checks the start date is a YYYYMMDD calendar date
check-start-date.

    if plan-start is not numeric
        or plan-start(5:2) < "01" or plan-start(5:2) > "12"
        or plan-start(7:2) < "01" or plan-start(7:2) > "31"
        display "Error: the start date must be a YYYYMMDD date"
        perform plan-stop
    end-if.

    move plan-start to plan-start-num.
    compute plan-start-int = function integer-of-date (plan-start-num).

*> Computes the patient's age in whole years at the course start
compute-plan-age.

    if plan-dob is not numeric
        display "Error: patient " plan-patient " has an unreadable date of birth"
        perform plan-stop
    end-if.

    move plan-dob to dob-num.
    if dob-num = 0 or dob-num > plan-start-num
        display "Error: patient " plan-patient " has an unreadable date of birth"
        perform plan-stop
    end-if.

    compute age-days = plan-start-int - function integer-of-date (dob-num).
    compute patient-age = age-days / 365.25.

*> Doses one regimen drug from the patient's BSA: the age band's dose
*> per square metre, capped at the band maximum and rounded to the
*> vial increment; a drug no band allows holds the course
dose-plan-drug.

    move "N" to found-drug.
    move 1 to drug-idx.
    perform find-drug-band
        until drug-idx > drug-count or found-drug = "Y".

    move spaces to pl-note(plan-idx).

    if found-drug = "N"
        move 0 to pl-drug-idx(plan-idx)
        move 0 to pl-dose(plan-idx)
        move 0 to pl-course-total(plan-idx)
        move "NO AGE BAND" to pl-note(plan-idx)
        move "N" to plan-released
        add 1 to ops-rejected
    else
        move drug-idx to pl-drug-idx(plan-idx)
        compute dosage rounded = drug-dose-per-m2(drug-idx) * plan-bsa
        if dosage > drug-max-dose(drug-idx)
            move drug-max-dose(drug-idx) to dosage
            move "CAPPED" to pl-note(plan-idx)
        end-if

        if drug-increment(drug-idx) > 0
            move dosage to raw-dosage
            compute vial-count rounded = dosage / drug-increment(drug-idx)
            compute dosage = vial-count * drug-increment(drug-idx)
            if dosage > drug-max-dose(drug-idx) and vial-count > 0
                subtract 1 from vial-count
                compute dosage = vial-count * drug-increment(drug-idx)
            end-if
        end-if

        move dosage to pl-dose(plan-idx)
        compute pl-course-total(plan-idx) = dosage
            * pl-days-per-cycle(plan-idx) * plan-cycles
    end-if.

    add 1 to plan-idx.

*> Compares one drug-table band against the regimen drug and the
*> patient's age
find-drug-band.

    if drug-code(drug-idx) = pl-drug(plan-idx)
        and patient-age >= drug-age-low(drug-idx)
        and patient-age <= drug-age-high(drug-idx)
        move "Y" to found-drug
    else
        add 1 to drug-idx
    end-if.

*> Checks one drug's planned course total - across every line of the
*> regimen that gives it - plus the patient's lifetime total to date
*> against the drug's lifetime ceiling; a course that would cross it
*> is not released
check-plan-ceiling.

    move "Y" to plan-first.
    move 1 to plan-other.
    perform check-earlier-line
        until plan-other >= plan-idx.

    move 0 to pl-code-total(plan-idx).
    move 0 to pl-prior(plan-idx).
    move spaces to pl-ceiling-words(plan-idx).

    if pl-drug-idx(plan-idx) > 0
        move pl-drug-idx(plan-idx) to drug-idx
        move 0 to code-total
        move 1 to plan-other
        perform add-code-total
            until plan-other > plan-count
        move code-total to pl-code-total(plan-idx)

        move 0 to prior-cum-dose
        if cumdose-mode = "Y"
            move plan-patient to cd-patient
            move pl-drug(plan-idx) to cd-drug
            read cumdose-file
                invalid key
                    continue
                not invalid key
                    move cd-total to prior-cum-dose
            end-read
        end-if
        move prior-cum-dose to pl-prior(plan-idx)

        if drug-lifetime-max(drug-idx) = 0
            move "NO LIFETIME CEILING" to pl-ceiling-words(plan-idx)
        else
            compute projected-cum = prior-cum-dose + code-total
            compute ceiling-warn-level rounded =
                drug-lifetime-max(drug-idx) * 0.9
            evaluate true
                when projected-cum > drug-lifetime-max(drug-idx)
                    move "WOULD CROSS CEILING" to pl-ceiling-words(plan-idx)
                    move "N" to plan-released
                    if plan-first = "Y"
                        add 1 to ops-rejected
                    end-if
                when projected-cum >= ceiling-warn-level
                    move "NEAR LIFETIME CEILING" to pl-ceiling-words(plan-idx)
                when other
                    move "WITHIN CEILING" to pl-ceiling-words(plan-idx)
            end-evaluate
        end-if
    end-if.

    add 1 to plan-idx.

*> Notes whether an earlier regimen line already gave this drug
check-earlier-line.

    if pl-drug(plan-other) = pl-drug(plan-idx)
        move "N" to plan-first
    end-if.

    add 1 to plan-other.

*> Adds one regimen line's course total when it gives the same drug
add-code-total.

    if pl-drug(plan-other) = pl-drug(plan-idx)
        add pl-course-total(plan-other) to code-total
    end-if.

    add 1 to plan-other.

*> Writes the calendar: the course heading, the dose of each drug,
*> the ceiling check, and - when the course is released - one dated
*> line per administration for every cycle
write-calendar.

    open output calendar-file.
    move calendar-status to io-fail-status.
    move "regimen-calendar.txt" to io-fail-file.
    perform check-open-status.

    string "Regimen Administration Calendar - regimen " delimited by size
        plan-regimen delimited by size
        into calendar-line
    end-string.
    perform write-calendar-line.
    move plan-bsa to bsa-o.
    string "Patient: " delimited by size
        plan-patient delimited by size
        "  " delimited by size
        plan-name delimited by size
        "  Age: " delimited by size
        patient-age delimited by size
        "  BSA(m2): " delimited by size
        bsa-o delimited by size
        " as of " delimited by size
        plan-bsa-date delimited by size
        into calendar-line
    end-string.
    perform write-calendar-line.
    string "Start: " delimited by size
        plan-start delimited by size
        "  Cycle length (days): " delimited by size
        plan-cycle-days delimited by size
        "  Cycles: " delimited by size
        plan-cycles delimited by size
        into calendar-line
    end-string.
    perform write-calendar-line.
    perform write-calendar-line.

    move "  Drug    Name                  Dose                 Note       Days  Course total       To date     Ceiling  Check" to calendar-line.
    perform write-calendar-line.
    move 1 to plan-idx.
    perform write-plan-drug-line
        until plan-idx > plan-count.
    perform write-calendar-line.

    if plan-released = "N"
        move "CYCLE 1 NOT RELEASED - a drug has no age band for the patient or the course would cross a lifetime ceiling" to calendar-line
        perform write-calendar-line
    else
        move "Cycle 1 released" to calendar-line
        perform write-calendar-line
        perform write-calendar-line
        move "  Date      Cycle  Day  Drug    Name                  Dose" to calendar-line
        perform write-calendar-line

        move 1 to cycle-no
        perform write-calendar-cycle
            until cycle-no > plan-cycles

        perform write-calendar-line
        string "Administrations scheduled: " delimited by size
            count-doses delimited by size
            into calendar-line
        end-string
        perform write-calendar-line
    end-if.

    close calendar-file.

*> Writes one regimen drug's dose, its course total across the
*> regimen, the patient's total to date, and the ceiling check; a
*> drug whose dose depends on renal function is marked so it is
*> confirmed at each administration
write-plan-drug-line.

    if pl-drug-idx(plan-idx) > 0
        move pl-drug-idx(plan-idx) to drug-idx
        move drug-lifetime-max(drug-idx) to ceiling-o
        move pl-dose(plan-idx) to dose-o
        move pl-code-total(plan-idx) to total-o
        move pl-prior(plan-idx) to prior-o
        if drug-renal-banded(drug-idx) = "Y" and pl-note(plan-idx) = spaces
            move "RENAL BANDS" to pl-note(plan-idx)
        end-if
        string "  " delimited by size
            pl-drug(plan-idx) delimited by size
            "  " delimited by size
            drug-name(drug-idx) delimited by size
            "  " delimited by size
            dose-o delimited by size
            " " delimited by size
            drug-units(drug-idx) delimited by size
            pl-note(plan-idx) delimited by size
            pl-days-per-cycle(plan-idx) delimited by size
            "  " delimited by size
            total-o delimited by size
            "  " delimited by size
            prior-o delimited by size
            "  " delimited by size
            ceiling-o delimited by size
            "  " delimited by size
            pl-ceiling-words(plan-idx) delimited by size
            into calendar-line
        end-string
    else
        string "  " delimited by size
            pl-drug(plan-idx) delimited by size
            "  HELD - no age band of the drug covers patient age "
            delimited by size
            patient-age delimited by size
            into calendar-line
        end-string
    end-if.
    perform write-calendar-line.

    add 1 to plan-idx.

*> Writes one cycle's administrations, day by day
write-calendar-cycle.

    move 1 to cycle-day.
    perform write-calendar-day
        until cycle-day > plan-cycle-days.

    add 1 to cycle-no.

*> Writes every drug given on one day of the cycle
write-calendar-day.

    compute dose-int = plan-start-int
        + ((cycle-no - 1) * plan-cycle-days) + cycle-day - 1.
    compute dose-date = function date-of-integer (dose-int).

    move 1 to plan-idx.
    perform write-calendar-drug
        until plan-idx > plan-count.

    add 1 to cycle-day.

*> Writes one drug's administration when the drug is given on the day
write-calendar-drug.

    move 1 to day-idx.
    perform write-calendar-slot
        until day-idx > 8.

    add 1 to plan-idx.

*> Writes the administration for one of the drug's day numbers
write-calendar-slot.

    if pl-day(plan-idx, day-idx) = cycle-day
        move pl-drug-idx(plan-idx) to drug-idx
        move pl-dose(plan-idx) to dose-o
        string "  " delimited by size
            dose-date delimited by size
            "  " delimited by size
            cycle-no delimited by size
            "     " delimited by size
            cycle-day delimited by size
            "  " delimited by size
            pl-drug(plan-idx) delimited by size
            "  " delimited by size
            drug-name(drug-idx) delimited by size
            "  " delimited by size
            dose-o delimited by size
            " " delimited by size
            drug-units(drug-idx) delimited by size
            into calendar-line
        end-string
        perform write-calendar-line
        add 1 to count-doses
    end-if.

    add 1 to day-idx.

*> Writes one line of the calendar and echoes it to the terminal so
*> the two outputs never drift apart
write-calendar-line.

    display calendar-line.
    move calendar-line to calendar-record.
    write calendar-record.
    move calendar-status to io-fail-status.
    move "regimen-calendar.txt" to io-fail-file.
    perform check-io-status.
    move spaces to calendar-line.
