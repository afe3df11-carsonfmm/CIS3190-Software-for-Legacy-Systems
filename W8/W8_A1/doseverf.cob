*> Name: Carson Mifsud

*> Description: This program is the pharmacist's verification of the
*> doses the BSA run held in pending-verification.txt - doses that
*> were capped, BSA-shifted since the last visit, interaction-flagged,
*> or computed with the two formulas disagreeing. It walks the queue
*> and lets the pharmacist release a dose as computed, modify the
*> dose and release it, cancel it, or leave it pending, each under
*> their initials with a reason. Only a released dose has its label
*> written to bsa-labels.txt and its amount posted to the patient's
*> lifetime total in cumulative-dose.idx, after the same lifetime-
*> ceiling check the BSA run makes; every decision is appended to
*> verification-audit.txt. A dose held under a patient id merged away
*> since is verified under the surviving id.

*> Modification History:
*> 2026-10-15  CM  Initial version: release, modify, cancel, or skip
*>                 each held dose with initials and reason, labels and
*>                 cumulative-dose postings on release only, and the
*>                 verification audit file.
*> 2026-10-15  CM  Verify, label, and post a dose held under a patient
*>                 id merged away since under the surviving id, through
*>                 the patient merge cross-reference.
*> 2026-10-15  CM  Count each released dose's vials opened and amount
*>                 wasted at the drug table's vial size, the way the
*>                 BSA run counts its labelled doses, and add the
*>                 session's usage into drug-usage-monthly.txt.
*> 2026-10-15  CM  Carry the held doses past the 500 a session loads
*>                 into the rewritten queue, so they wait for the next
*>                 session instead of being dropped.

identification division.
program-id. dose-verification.

environment division.
input-output section.
file-control.
select pending-file assign to pending-file-name
    organization is line sequential
    file status is pending-status.

select pending-tail-file assign to "pending-verification.txt"
    organization is line sequential
    file status is pending-tail-status.

select label-file assign to "bsa-labels.txt"
    organization is line sequential
    file status is label-status.

select cumdose-file assign to "cumulative-dose.idx"
    organization is indexed
    access mode is dynamic
    record key is cd-key
    file status is cumdose-status.

select audit-file assign to "verification-audit.txt"
    organization is line sequential
    file status is audit-status.

select xref-file assign to "patient-merge-xref.txt"
    organization is line sequential.

select drug-file assign to "drug-table.txt"
    organization is line sequential.

select usage-file assign to usage-file-name
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd pending-file.

*> One dose held for pharmacist verification, as the BSA run wrote it
01 pending-record.
    05 pv-held-stamp pic x(14).
    05 pv-seq pic 9(4).
    05 filler pic x(2).
    05 pv-patient-id pic x(10).
    05 filler pic x(2).
    05 pv-patient-name pic x(25).
    05 filler pic x(2).
    05 pv-drug-code pic x(6).
    05 filler pic x(2).
    05 pv-drug-name pic x(20).
    05 filler pic x(2).
    05 pv-dose pic 9(4)v99.
    05 filler pic x(2).
    05 pv-units pic x(10).
    05 filler pic x(2).
    05 pv-lifetime-max pic 9(6)v99.
    05 filler pic x(2).
    05 pv-bsa pic 999v99.
    05 filler pic x(2).
    05 pv-renal pic x(20).
    05 filler pic x(2).
    05 pv-reasons pic x(40).

fd pending-tail-file.

*> The old queue read again past the doses this session loaded
01 pending-tail-record pic x(188).

fd label-file.

*> One fixed-format pharmacy label record per dispensed dose, in the
*> layout the label printer run consumes
01 label-record.
    05 lb-patient-id pic x(10).
    05 filler pic x(2).
    05 lb-patient-name pic x(25).
    05 filler pic x(2).
    05 lb-drug-name pic x(20).
    05 filler pic x(2).
    05 lb-dose pic 9(4)v99.
    05 filler pic x.
    05 lb-units pic x(10).
    05 filler pic x(2).
    05 lb-renal pic x(20).

fd cumdose-file.

*> One patient's lifetime dispensed total for one drug, keyed by
*> patient id plus drug code
01 cumdose-record.
    05 cd-key.
        10 cd-patient pic x(10).
        10 cd-drug pic x(6).
    05 cd-total pic 9(7)v99.

fd audit-file.

*> One verification decision: when, by whom, what was done to which
*> held dose, the dose as held and as released, and the reason
01 audit-record.
    05 va-stamp pic x(14).
    05 filler pic x(2).
    05 va-initials pic x(3).
    05 filler pic x(2).
    05 va-action pic x(7).
    05 filler pic x(2).
    05 va-held-stamp pic x(14).
    05 va-seq pic 9(4).
    05 filler pic x(2).
    05 va-patient-id pic x(10).
    05 filler pic x(2).
    05 va-drug-code pic x(6).
    05 filler pic x(2).
    05 va-held-dose pic 9(4)v99.
    05 filler pic x(2).
    05 va-final-dose pic 9(4)v99.
    05 filler pic x(2).
    05 va-reason pic x(40).

fd xref-file.

*> One merged patient id, the id it was folded into, and the date of
*> the merge
01 xref-record.
    05 px-old-id pic x(10).
    05 filler pic x(2).
    05 px-new-id pic x(10).
    05 filler pic x(2).
    05 px-merge-date pic x(8).

fd drug-file.

*> One drug age band per record, as the BSA run reads it; only the
*> vial size and the multi-dose flag are used here
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
    05 dt-vial-size pic 9(5)v99.
    05 filler pic x(2).
    05 dt-multi-dose pic x.

fd usage-file.

*> One month's usage of one drug, accumulated across runs: the month
*> (YYYYMM), the drug, its name, units, and vial size, the doses
*> labelled, the amount dispensed, the vials opened, and the amount
*> wasted
01 usage-record.
    05 mu-month pic 9(6).
    05 filler pic x(2).
    05 mu-drug pic x(6).
    05 filler pic x(2).
    05 mu-name pic x(20).
    05 filler pic x(2).
    05 mu-units pic x(10).
    05 filler pic x(2).
    05 mu-vial-size pic 9(5)v99.
    05 filler pic x(2).
    05 mu-doses pic 9(6).
    05 filler pic x(2).
    05 mu-dispensed pic 9(8)v99.
    05 filler pic x(2).
    05 mu-vials pic 9(6).
    05 filler pic x(2).
    05 mu-waste pic 9(8)v99.

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.

*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "dose-verify".
01 ops-log-name pic x(20) value "operations-log.txt".
01 ops-input pic x(100) value "pending-verification.txt".
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
01 pending-status pic xx value "00".
01 pending-tail-status pic xx value "00".
01 label-status pic xx value "00".
01 cumdose-status pic xx value "00".
01 audit-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "doseverf-params.txt".
01 run-answer pic x(100).

01 pending-file-name pic x(30) value "pending-verification.txt".
01 pending-new-name pic x(30) value "pending-verification.new".
01 label-file-name pic x(25) value "bsa-labels.txt".
01 cumdose-file-name pic x(25) value "cumulative-dose.idx".
01 audit-file-name pic x(25) value "verification-audit.txt".
01 pending-eof pic 9 value 1.
01 tail-eof pic 9 value 1.
01 tail-skipped pic 9(3).

*> Vial usage and waste for this session, one entry per drug: doses
*> labelled, amount dispensed, vials opened at the drug's vial size,
*> and the amount wasted from partly used vials; a multi-dose vial's
*> remainder serves the drug's next dose within the session before it
*> is written off as waste
01 usage-table.
    05 usage-entry occurs 0 to 50 times
        depending on usage-count.
        10 ut-drug pic x(6).
        10 ut-name pic x(20).
        10 ut-units pic x(10).
        10 ut-vial-size pic 9(5)v99.
        10 ut-multi-dose pic x.
        10 ut-doses pic 9(6).
        10 ut-dispensed pic 9(8)v99.
        10 ut-vials pic 9(6).
        10 ut-waste pic 9(8)v99.
        10 ut-open-left pic 9(5)v99.
01 usage-count pic 99 value 0.
01 usage-idx pic 99.
01 usage-found pic 99.
01 usage-need pic 9(6)v99.
01 usage-vials pic 9(6).

*> The monthly usage file purchasing orders from: this session's usage
*> is added into the month's line for each drug
01 usage-file-name pic x(25) value "drug-usage-monthly.txt".
01 usage-new-name pic x(25) value "drug-usage-monthly.new".
01 usage-month pic 9(6).
01 usage-eof pic 9 value 1.
01 month-table.
    05 month-entry occurs 0 to 2000 times
        depending on month-count.
        10 mt-month pic 9(6).
        10 mt-drug pic x(6).
        10 mt-name pic x(20).
        10 mt-units pic x(10).
        10 mt-vial-size pic 9(5)v99.
        10 mt-doses pic 9(6).
        10 mt-dispensed pic 9(8)v99.
        10 mt-vials pic 9(6).
        10 mt-waste pic 9(8)v99.
01 month-count pic 9(4) value 0.
01 month-idx pic 9(4).
01 month-found pic 9(4).
01 usage-dispensed-o pic ZZ,ZZZ,ZZ9.99.
01 usage-waste-o pic ZZ,ZZZ,ZZ9.99.
01 usage-vial-o pic ZZ,ZZ9.99.
01 run-date pic x(8).

*> Each drug's vial size and multi-dose flag from the drug table
01 drug-file-name pic x(25) value "drug-table.txt".
01 drug-eof pic 9 value 1.
01 vial-table.
    05 vial-entry occurs 0 to 50 times
        depending on vial-count.
        10 vd-drug pic x(6).
        10 vd-vial-size pic 9(5)v99.
        10 vd-multi-dose pic x.
01 vial-count pic 99 value 0.
01 vial-idx pic 99.
01 vial-found pic 99.
01 vial-drug pic x(6).

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

*> The held doses loaded from the queue; held-done marks one that has
*> been released, modified, or cancelled and leaves the queue
01 held-table.
    05 held-entry occurs 0 to 500 times depending on held-count.
        10 held-data pic x(188).
        10 held-done pic x.
01 held-count pic 9(3) value 0.
01 held-idx pic 9(3).
01 held-full-warned pic x value "N".

*> The session's pharmacist, the decision on the current held dose,
*> and the session counts
01 pharmacist-initials pic x(3).
01 verify-action pic x.
01 audit-action pic x(7).
01 verify-reason pic x(40).
01 action-done pic x.
01 quit-flag pic x value "N".
01 final-dose pic 9(4)v99.
01 new-dose-work pic s9(7)v99.
01 cumdose-found pic x.
01 prior-cum-dose pic 9(7)v99.
01 projected-cum pic 9(8)v99.
01 count-released pic 9(4) value 0.
01 count-modified pic 9(4) value 0.
01 count-cancelled pic 9(4) value 0.
01 count-refused pic 9(4) value 0.
01 count-left pic 9(4) value 0.

01 dose-o pic ZZZ9.99.
01 bsa-o pic ZZ9.99.
01 prior-o pic Z,ZZZ,ZZ9.99.
01 ceiling-o pic ZZZ,ZZ9.99.

procedure division.

    perform init-run-control.
    perform write-ops-start.

    perform load-pending-queue.
    perform load-merge-xref.

    if held-count = 0
        display "No doses are waiting for pharmacist verification"
        perform write-ops-end
        stop run
    end-if.

    display "Pharmacist initials: ".
    perform get-run-answer.
    move run-answer to pharmacist-initials.
    if pharmacist-initials = spaces
        display "Error: verification needs the pharmacist's initials"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.
    inspect pharmacist-initials converting "abcdefghijklmnopqrstuvwxyz"
        to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

    perform open-verify-files.
    perform load-vial-table.
    move function current-date(1:8) to run-date.

    move 1 to held-idx.
    perform verify-held-dose
        until held-idx > held-count or quit-flag = "Y".

    perform save-pending-queue.
    perform close-open-vials.
    perform save-monthly-usage.

    close label-file.
    close cumdose-file.
    close audit-file.

    display " ".
    display "Released as held: " count-released
        "  Modified and released: " count-modified
        "  Cancelled: " count-cancelled.
    display "Release refused at the lifetime ceiling: " count-refused
        "  Still pending: " count-left.

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

*> Loads each drug's vial size and multi-dose flag from the drug
*> table, taking the first band of a drug with several; a drug with no
*> vial size is counted against its dispensing increment
load-vial-table.

    call "CBL_CHECK_FILE_EXIST" using drug-file-name drug-table-record.
    if return-code = 0
        open input drug-file
        move 1 to drug-eof
        perform load-vial-entry
            until drug-eof = 0
        close drug-file
    end-if.

*> Reads one drug band and keeps the drug's vial details when it is
*> the drug's first band
load-vial-entry.

    read drug-file
        at end move 0 to drug-eof
    end-read.

    if drug-eof is not = 0
        move dt-code to vial-drug
        perform find-vial-drug
        if vial-found = 0 and vial-count < 50
            add 1 to vial-count
            move dt-code to vd-drug(vial-count)
            evaluate true
                when dt-vial-size is numeric and dt-vial-size > 0
                    move dt-vial-size to vd-vial-size(vial-count)
                when dt-increment is numeric
                    move dt-increment to vd-vial-size(vial-count)
                when other
                    move 0 to vd-vial-size(vial-count)
            end-evaluate
            if dt-multi-dose = "Y" or dt-multi-dose = "y"
                move "Y" to vd-multi-dose(vial-count)
            else
                move "N" to vd-multi-dose(vial-count)
            end-if
        end-if
    end-if.

*> Searches the vial table for vial-drug
find-vial-drug.

    move 0 to vial-found.
    move 1 to vial-idx.
    perform find-vial-compare
        until vial-idx > vial-count or vial-found > 0.

*> Compares one vial table entry against vial-drug
find-vial-compare.

    if vd-drug(vial-idx) = vial-drug
        move vial-idx to vial-found
    else
        add 1 to vial-idx
    end-if.

*> Counts the dose just labelled against its drug's vial usage: the
*> vials opened to cover it and, for a single-dose vial, the amount
*> left in the last one as waste; a multi-dose vial's remainder is
*> carried to the drug's next dose and written off at the end of the
*> session
record-vial-usage.

    perform find-usage-entry.

    if usage-found > 0
        add 1 to ut-doses(usage-found)
        add final-dose to ut-dispensed(usage-found)

        if ut-vial-size(usage-found) > 0
            if ut-multi-dose(usage-found) = "Y"
                and ut-open-left(usage-found) >= final-dose
                subtract final-dose from ut-open-left(usage-found)
            else
                if ut-multi-dose(usage-found) = "Y"
                    compute usage-need = final-dose - ut-open-left(usage-found)
                else
                    move final-dose to usage-need
                end-if
                compute usage-vials = usage-need / ut-vial-size(usage-found)
                if usage-vials * ut-vial-size(usage-found) < usage-need
                    add 1 to usage-vials
                end-if
                add usage-vials to ut-vials(usage-found)
                if ut-multi-dose(usage-found) = "Y"
                    compute ut-open-left(usage-found) =
                        (usage-vials * ut-vial-size(usage-found)) - usage-need
                else
                    compute ut-waste(usage-found) = ut-waste(usage-found)
                        + (usage-vials * ut-vial-size(usage-found))
                        - usage-need
                end-if
            end-if
        end-if
    end-if.

*> Finds the current drug's usage entry, starting one from the drug
*> table on its first dose of the session; a drug with no vial size
*> on the table is counted against its dispensing increment
find-usage-entry.

    move 0 to usage-found.
    move 1 to usage-idx.
    perform find-usage-compare
        until usage-idx > usage-count or usage-found > 0.

    if usage-found = 0 and usage-count < 50
        add 1 to usage-count
        move usage-count to usage-found
        move pv-drug-code to ut-drug(usage-found)
        move pv-drug-name to ut-name(usage-found)
        move pv-units to ut-units(usage-found)
        move pv-drug-code to vial-drug
        perform find-vial-drug
        if vial-found > 0
            move vd-vial-size(vial-found) to ut-vial-size(usage-found)
            move vd-multi-dose(vial-found) to ut-multi-dose(usage-found)
        else
            move 0 to ut-vial-size(usage-found)
            move "N" to ut-multi-dose(usage-found)
        end-if
        move 0 to ut-doses(usage-found)
        move 0 to ut-dispensed(usage-found)
        move 0 to ut-vials(usage-found)
        move 0 to ut-waste(usage-found)
        move 0 to ut-open-left(usage-found)
    end-if.

*> Compares one usage entry against the current drug code
find-usage-compare.

    if ut-drug(usage-idx) = pv-drug-code
        move usage-idx to usage-found
    else
        add 1 to usage-idx
    end-if.

*> Writes off what is left in each open multi-dose vial at the end of
*> the session as waste
close-open-vials.

    move 1 to usage-idx.
    perform close-one-open-vial
        until usage-idx > usage-count.

*> Writes off one drug's open multi-dose vial
close-one-open-vial.

    add ut-open-left(usage-idx) to ut-waste(usage-idx).
    move 0 to ut-open-left(usage-idx).
    add 1 to usage-idx.

*> Adds this session's usage into the monthly usage file: the file is
*> loaded, each drug's usage added into its line for the month (or a
*> new line started), and the file written back and renamed over the
*> old one
save-monthly-usage.

    move run-date(1:6) to usage-month.
    move 0 to month-count.

    call "CBL_CHECK_FILE_EXIST" using usage-file-name usage-record.
    if return-code = 0
        open input usage-file
        move 1 to usage-eof
        perform load-month-entry
            until usage-eof = 0
        close usage-file
    end-if.

    move 1 to usage-idx.
    perform add-month-usage
        until usage-idx > usage-count.

    move usage-new-name to usage-file-name.
    open output usage-file.
    move 1 to month-idx.
    perform save-month-entry
        until month-idx > month-count.
    close usage-file.

    move "drug-usage-monthly.txt" to usage-file-name.
    call "CBL_DELETE_FILE" using usage-file-name.
    call "CBL_RENAME_FILE" using usage-new-name usage-file-name.

*> Reads one month's drug line from the monthly usage file
load-month-entry.

    read usage-file
        at end move 0 to usage-eof
    end-read.

    if usage-eof is not = 0
        if month-count >= 2000
            display "Warning: drug-usage-monthly.txt holds more than"
                " 2000 lines - the oldest months should be archived"
            move 0 to usage-eof
        else
            add 1 to month-count
            move mu-month to mt-month(month-count)
            move mu-drug to mt-drug(month-count)
            move mu-name to mt-name(month-count)
            move mu-units to mt-units(month-count)
            move mu-vial-size to mt-vial-size(month-count)
            move mu-doses to mt-doses(month-count)
            move mu-dispensed to mt-dispensed(month-count)
            move mu-vials to mt-vials(month-count)
            move mu-waste to mt-waste(month-count)
        end-if
    end-if.

*> Adds one drug's run usage into its line for the month
add-month-usage.

    move 0 to month-found.
    move 1 to month-idx.
    perform find-month-compare
        until month-idx > month-count or month-found > 0.

    if month-found = 0 and month-count < 2000
        add 1 to month-count
        move month-count to month-found
        move usage-month to mt-month(month-found)
        move ut-drug(usage-idx) to mt-drug(month-found)
        move 0 to mt-doses(month-found)
        move 0 to mt-dispensed(month-found)
        move 0 to mt-vials(month-found)
        move 0 to mt-waste(month-found)
    end-if.

    if month-found > 0
        move ut-name(usage-idx) to mt-name(month-found)
        move ut-units(usage-idx) to mt-units(month-found)
        move ut-vial-size(usage-idx) to mt-vial-size(month-found)
        add ut-doses(usage-idx) to mt-doses(month-found)
        add ut-dispensed(usage-idx) to mt-dispensed(month-found)
        add ut-vials(usage-idx) to mt-vials(month-found)
        add ut-waste(usage-idx) to mt-waste(month-found)
    end-if.

    add 1 to usage-idx.

*> Compares one monthly line against the month and the drug
find-month-compare.

    if mt-month(month-idx) = usage-month
        and mt-drug(month-idx) = ut-drug(usage-idx)
        move month-idx to month-found
    else
        add 1 to month-idx
    end-if.

*> Writes one month's drug line to the new monthly usage file
save-month-entry.

    move spaces to usage-record.
    move mt-month(month-idx) to mu-month.
    move mt-drug(month-idx) to mu-drug.
    move mt-name(month-idx) to mu-name.
    move mt-units(month-idx) to mu-units.
    move mt-vial-size(month-idx) to mu-vial-size.
    move mt-doses(month-idx) to mu-doses.
    move mt-dispensed(month-idx) to mu-dispensed.
    move mt-vials(month-idx) to mu-vials.
    move mt-waste(month-idx) to mu-waste.
    write usage-record.
    add 1 to month-idx.

*> Loads every held dose from the pending-verification queue
load-pending-queue.

    call "CBL_CHECK_FILE_EXIST" using pending-file-name pending-record.
    if return-code = 0
        open input pending-file
        move pending-status to io-fail-status
        move pending-file-name to io-fail-file
        perform check-open-status
        move 1 to pending-eof
        perform load-pending-entry
            until pending-eof = 0
        close pending-file
    end-if.

*> Reads one held dose into the queue table
load-pending-entry.

    read pending-file
        at end move 0 to pending-eof
    end-read.

    if pending-eof is not = 0
        if held-count >= 500
            if held-full-warned = "N"
                display "Warning: more than 500 held doses - the rest"
                    " wait for the next session"
                move "Y" to held-full-warned
            end-if
            move 0 to pending-eof
        else
            add 1 to ops-read
            add 1 to held-count
            move pending-record to held-data(held-count)
            move "N" to held-done(held-count)
        end-if
    end-if.

*> Opens the label file and the audit file for append and the
*> cumulative-dose file for update, creating each on first use
open-verify-files.

    call "CBL_CHECK_FILE_EXIST" using label-file-name label-record.
    if return-code is not = 0
        open output label-file
        close label-file
    end-if.
    open extend label-file.
    move label-status to io-fail-status.
    move label-file-name to io-fail-file.
    perform check-open-status.

    call "CBL_CHECK_FILE_EXIST" using audit-file-name audit-record.
    if return-code is not = 0
        open output audit-file
        close audit-file
    end-if.
    open extend audit-file.
    move audit-status to io-fail-status.
    move audit-file-name to io-fail-file.
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

*> Shows one held dose and takes the pharmacist's decision on it
verify-held-dose.

    move held-data(held-idx) to pending-record.
    move pv-patient-id to resolve-id.
    perform resolve-merged-id.
    if xref-found > 0
        display " "
        display "Patient " pv-patient-id " was merged into " resolve-id
            " - the dose is verified under " resolve-id
        move resolve-id to pv-patient-id
    end-if.
    move pv-dose to dose-o.
    move pv-bsa to bsa-o.

    display " ".
    display "Held " pv-held-stamp "/" pv-seq "  Patient " pv-patient-id
        "  " pv-patient-name.
    display "  Drug " pv-drug-code "  " pv-drug-name "  Dose " dose-o
        " " pv-units "  BSA(m2) " bsa-o.
    display "  Held for: " pv-reasons.
    if pv-renal is not = spaces
        display "  Renal: " pv-renal
    end-if.

    move "N" to action-done.
    perform ask-verify-action
        until action-done = "Y".

    add 1 to held-idx.

*> Asks for the decision on the held dose until a valid one is given
ask-verify-action.

    display "R release, M modify dose and release, C cancel, S skip, Q quit: ".
    perform get-run-answer.
    move run-answer to verify-action.
    inspect verify-action converting "rmcsq" to "RMCSQ".

    evaluate verify-action
        when "S"
            move "Y" to action-done
        when "Q"
            move "Y" to quit-flag
            move "Y" to action-done
        when "R"
        when "M"
        when "C"
            perform ask-verify-reason
        when other
            display "Error: choose R, M, C, S, or Q"
    end-evaluate.

*> Takes the reason for a release, modify, or cancel and, for a
*> modify, the new dose, then carries out the decision
ask-verify-reason.

    display "Reason: ".
    perform get-run-answer.
    move run-answer to verify-reason.

    if verify-reason = spaces
        display "Error: a reason is required"
    else
        move pv-dose to final-dose
        if verify-action = "M"
            display "New dose (" function trim (pv-units) "): "
            perform get-run-answer
            compute new-dose-work = function numval (run-answer)
            if new-dose-work <= 0 or new-dose-work > 9999.99
                display "Error: the new dose must be greater than zero"
                    " and below 10000"
                move 0 to final-dose
            else
                move new-dose-work to final-dose
            end-if
        end-if

        if final-dose > 0
            if verify-action = "C"
                perform cancel-held-dose
            else
                perform release-held-dose
            end-if
        end-if
    end-if.

*> Cancels the held dose: no label and no posting, just the audit
cancel-held-dose.

    move "CANCEL" to audit-action.
    move 0 to final-dose.
    perform write-audit-record.
    move "Y" to held-done(held-idx).
    add 1 to count-cancelled.
    move "Y" to action-done.
    display "  Cancelled".

*> Releases the held dose at the final dose: checks the lifetime
*> ceiling, posts the cumulative dose, writes the label, and audits
*> the release; a release the ceiling refuses leaves the dose pending
release-held-dose.

    move "N" to cumdose-found.
    move 0 to prior-cum-dose.
    move pv-patient-id to cd-patient.
    move pv-drug-code to cd-drug.
    read cumdose-file
        invalid key
            continue
        not invalid key
            move "Y" to cumdose-found
            move cd-total to prior-cum-dose
    end-read.

    compute projected-cum = prior-cum-dose + final-dose.

    if pv-lifetime-max > 0 and projected-cum > pv-lifetime-max
        move prior-cum-dose to prior-o
        move pv-lifetime-max to ceiling-o
        display "  REFUSED - the dose would cross the lifetime ceiling"
            " of " ceiling-o " (dispensed to date: " prior-o ")"
            " - modify or cancel it"
        add 1 to count-refused
        add 1 to ops-rejected
        move "Y" to action-done
    else
        move pv-patient-id to cd-patient
        move pv-drug-code to cd-drug
        move projected-cum to cd-total
        if cumdose-found = "Y"
            rewrite cumdose-record
            move cumdose-status to io-fail-status
            move cumdose-file-name to io-fail-file
            perform check-io-status
        else
            write cumdose-record
                invalid key
                    continue
            end-write
        end-if

        move spaces to label-record
        move pv-patient-id to lb-patient-id
        move pv-patient-name to lb-patient-name
        move pv-drug-name to lb-drug-name
        move final-dose to lb-dose
        move pv-units to lb-units
        move pv-renal to lb-renal
        write label-record
        move label-status to io-fail-status
        move label-file-name to io-fail-file
        perform check-io-status

        if verify-action = "M"
            move "MODIFY" to audit-action
            add 1 to count-modified
        else
            move "RELEASE" to audit-action
            add 1 to count-released
        end-if
        perform write-audit-record
        perform record-vial-usage
        move "Y" to held-done(held-idx)
        move "Y" to action-done
        move final-dose to dose-o
        display "  Released at " dose-o " " pv-units " - label written"
    end-if.

*> Appends one verification decision to the audit file
write-audit-record.

    perform capture-ops-stamp.
    move spaces to audit-record.
    move ops-stamp to va-stamp.
    move pharmacist-initials to va-initials.
    move audit-action to va-action.
    move pv-held-stamp to va-held-stamp.
    move pv-seq to va-seq.
    move pv-patient-id to va-patient-id.
    move pv-drug-code to va-drug-code.
    move pv-dose to va-held-dose.
    move final-dose to va-final-dose.
    move verify-reason to va-reason.
    write audit-record.
    move audit-status to io-fail-status.
    move audit-file-name to io-fail-file.
    perform check-io-status.

*> Writes the doses still pending back as the new queue and renames
*> it over the old one
save-pending-queue.

    move pending-new-name to pending-file-name.
    open output pending-file.
    move pending-status to io-fail-status.
    move pending-file-name to io-fail-file.
    perform check-open-status.

    move 1 to held-idx.
    perform save-pending-entry
        until held-idx > held-count.

    if held-full-warned = "Y"
        perform copy-pending-tail
    end-if.

    close pending-file.

    move "pending-verification.txt" to pending-file-name.
    call "CBL_DELETE_FILE" using pending-file-name.
    call "CBL_RENAME_FILE" using pending-new-name pending-file-name.

*> Copies the held doses this session did not load - everything in
*> the old queue past the first 500 - into the new queue unchanged
copy-pending-tail.

    open input pending-tail-file.
    move "pending-verification.txt" to io-fail-file.
    move pending-tail-status to io-fail-status.
    perform check-open-status.

    move 0 to tail-skipped.
    move 1 to tail-eof.
    perform copy-pending-tail-entry
        until tail-eof = 0.

    close pending-tail-file.

*> Reads one line of the old queue, skipping those loaded this session
*> and writing the rest to the new queue
copy-pending-tail-entry.

    read pending-tail-file
        at end move 0 to tail-eof
    end-read.

    if tail-eof is not = 0
        if tail-skipped < held-count
            add 1 to tail-skipped
        else
            move pending-tail-record to pending-record
            write pending-record
            move pending-status to io-fail-status
            move pending-file-name to io-fail-file
            perform check-io-status
            add 1 to count-left
        end-if
    end-if.

*> Writes one held dose back to the queue when it is still pending
save-pending-entry.

    if held-done(held-idx) = "N"
        move held-data(held-idx) to pending-record
        write pending-record
        move pending-status to io-fail-status
        move pending-file-name to io-fail-file
        perform check-io-status
        add 1 to count-left
    end-if.

    add 1 to held-idx.
