*>                 controlled shutdown: the operations-log END line
*>                 records the failing file and status and the run
*>                 exits 16 so the scheduler sees it.
*> 2026-10-15  CM  Carry the patient's sex and serum creatinine on the
*>                 batch record, estimate creatinine clearance
*>                 (Cockcroft-Gault) from them with the age and weight,
*>                 and apply the drug table's clearance bands - a
*>                 percent reduction or do-not-give - showing the renal
*>                 adjustment on the results and label lines; a banded
*>                 drug with no usable creatinine or sex is HELD.
*> 2026-10-15  CM  Hold a dose that was capped, BSA-shifted since the
*>                 last visit, interaction-flagged, or has the two
*>                 formulas disagreeing in pending-verification.txt
*>                 for the pharmacist instead of labelling it; its
*>                 label and cumulative-dose posting now wait for the
*>                 verification program to release it.
*> 2026-10-15  CM  Resolve a batch record's patient id through the
*>                 patient merge cross-reference, so a record keyed
*>                 under a merged duplicate id doses, and accumulates,
*>                 under the surviving id.
*> 2026-10-15  CM  Carry each drug's vial size and whether its vials
*>                 are multi-dose on the drug table, count every
*>                 labelled dose's vials opened and amount wasted (a
*>                 multi-dose vial serving the drug's later doses in
*>                 the run), print the run's vial usage and waste
*>                 summary, and add it into drug-usage-monthly.txt for
*>                 purchasing.

identification division.
program-id. BodySurfaceArea.
select label-file assign to "bsa-labels.txt"
    organization is line sequential.

select xref-file assign to "patient-merge-xref.txt"
    organization is line sequential.

select usage-file assign to usage-file-name
    organization is line sequential.

select pending-file assign to "pending-verification.txt"
    organization is line sequential
    file status is pending-status.

select param-file assign to param-file-name
    organization is line sequential.


*> One patient per record: id, weight (kg), height (cm), the dose per
*> square metre as keyed (superseded by the drug table), and the drug
*> code the dosing table is keyed by, then the patient's sex (M/F) and
*> serum creatinine (mg/dL) for the renal clearance estimate
01 patient-record.
    05 patient-id pic x(10).
    05 patient-weight pic 999v9.
    05 patient-dose-per-m2 pic 999v99.
    05 patient-drug-code pic x(6).
    05 patient-formula pic x.
    05 patient-sex pic x.
    05 patient-creatinine pic 99v99.

fd result-file.

*> One drug age band per record: the drug code, the band's dose per
*> square metre and absolute maximum, and the ages (in whole years)
*> the band covers. A drug with several bands takes several lines;
*> blank age columns mean the band covers all ages. Up to three renal
*> clearance bands follow: a band applies when the patient's estimated
*> creatinine clearance (mL/min) is below its limit, and either
*> reduces the dose by its percent (action R) or stops it (action X);
*> where several apply, the band with the lowest limit wins. Last
*> come the size of the vial the drug is bought in and Y when a vial
*> is multi-dose and may be shared between patients within the day
01 drug-table-record.
    05 dt-code pic x(6).
    05 dt-dose-per-m2 pic 999v99.
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

fd patient-master.

    05 lb-dose pic 9(4)v99.
    05 filler pic x.
    05 lb-units pic x(10).
    05 filler pic x(2).
    05 lb-renal pic x(20).

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

fd pending-file.

*> One dose held for pharmacist verification: when and in which run
*> it was held, the patient, the drug and dose as the label would
*> carry them, the drug's lifetime ceiling for the check at release,
*> and the flags that held it
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

fd xref-file.

*> One merged patient id, the id it was folded into, and the date of
*> the merge
01 xref-record.
    05 px-old-id pic x(10).
    05 filler pic x(2).
    05 px-new-id pic x(10).
    05 filler pic x(2).
    05 px-merge-date pic x(8).

fd interaction-file.

01 result-status pic xx value "00".
01 patmaster-status pic xx value "00".
01 cumdose-status pic xx value "00".
01 pending-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
        10 drug-name pic x(20).
        10 drug-units pic x(10).
        10 drug-increment pic 999v99.
        10 drug-renal occurs 3 times.
            15 drug-crcl-below pic 9(3).
            15 drug-renal-pct pic 9(3).
            15 drug-renal-action pic x.
        10 drug-vial-size pic 9(5)v99.
        10 drug-multi-dose pic x.
01 drug-count pic 99 value 0.
01 drug-idx pic 99.
01 found-drug pic x value "N".
01 drug-file-name pic x(20) value "drug-table.txt".
01 capped-note pic x(12).

*> Working fields for the creatinine clearance estimate and the renal
*> band applied to the dose
01 renal-idx pic 9.
01 renal-hit pic 9.
01 renal-banded pic x value "N".
01 renal-flag pic x value "N".
01 crcl pic 9(3).
01 crcl-work pic 9(5)v99.
01 age-factor pic 9(3).
01 renal-note pic x(22).
01 label-renal pic x(20).

*> Working fields for the pharmacist verification hold: the flags
*> raised on the current dose and the run's count of held doses
01 pending-file-name pic x(25) value "pending-verification.txt".
01 bsa-shift-flag pic x value "N".
01 interaction-flag pic x value "N".
01 formula-flag pic x value "N".
01 verify-held pic x value "N".
01 verify-reasons pic x(40).
01 verify-ptr pic 99.
01 count-held pic 9(4) value 0.

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

*> Vial usage and waste for this run, one entry per drug: doses
*> labelled, amount dispensed, vials opened at the drug's vial size,
*> and the amount wasted from partly used vials; a multi-dose vial's
*> remainder serves the drug's next dose within the day before it is
*> written off as waste
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

*> The monthly usage file purchasing orders from: this run's usage is
*> added into the month's line for each drug
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

*> Working fields for the patient's age at run date and the age-band
*> selection
01 patient-age pic 9(3).
        else
            move 0 to drug-increment(drug-count)
        end-if

        move 1 to renal-idx
        perform load-renal-band
            until renal-idx > 3

        if dt-vial-size is numeric
            move dt-vial-size to drug-vial-size(drug-count)
        else
            move 0 to drug-vial-size(drug-count)
        end-if
        if dt-multi-dose = "Y" or dt-multi-dose = "y"
            move "Y" to drug-multi-dose(drug-count)
        else
            move "N" to drug-multi-dose(drug-count)
        end-if
    end-if.

*> Copies one renal clearance band of the drug line just read; a band
*> with no limit, or a reduction with no readable percent, is unused
load-renal-band.

    move 0 to drug-crcl-below(drug-count, renal-idx).
    move 0 to drug-renal-pct(drug-count, renal-idx).
    move space to drug-renal-action(drug-count, renal-idx).

    if dt-crcl-below(renal-idx) is numeric
        and dt-crcl-below(renal-idx) > 0
        evaluate true
            when dt-renal-action(renal-idx) = "X"
                or dt-renal-action(renal-idx) = "x"
                move dt-crcl-below(renal-idx)
                    to drug-crcl-below(drug-count, renal-idx)
                move "X" to drug-renal-action(drug-count, renal-idx)
            when dt-renal-pct(renal-idx) is numeric
                and dt-renal-pct(renal-idx) > 0
                and dt-renal-pct(renal-idx) <= 100
                move dt-crcl-below(renal-idx)
                    to drug-crcl-below(drug-count, renal-idx)
                move dt-renal-pct(renal-idx)
                    to drug-renal-pct(drug-count, renal-idx)
                move "R" to drug-renal-action(drug-count, renal-idx)
            when other
                continue
        end-evaluate
    end-if.

    add 1 to renal-idx.

*> Searches drug-table for the band of the current record's drug code
*> that covers the patient's computed age; drug-code-seen notes a code
*> that is on the table even when no band allows the age
check-bsa-history.

    move "N" to history-found.
    move "N" to bsa-shift-flag.
    move patient-id to bh-id.

    read history-file
        compute bsa-shift = body-SA - bh-bsa

        if bsa-shift > bsa-tolerance or bsa-shift < (0 - bsa-tolerance)
            move "Y" to bsa-shift-flag
            move bh-bsa to prior-bsa-o
            move body-SA to body-SAo
            display "Patient " patient-id
*> the patient
check-interactions.

    move "N" to interaction-flag.
    move 1 to patdrug-idx.
    perform screen-one-patdrug
        until patdrug-idx > patdrug-count.
            until pair-idx > pair-count or int-hit > 0

        if int-hit > 0
            move "Y" to interaction-flag
            perform collect-interaction
        end-if
    end-if.

    add 1 to int-idx.

*> Estimates the patient's creatinine clearance and applies the lowest
*> renal band of the drug that the clearance falls below: renal-flag
*> comes back N no adjustment, A reduced, X do not give, or H held
*> because a banded drug has no usable creatinine or sex on the record
apply-renal-adjustment.

    move "N" to renal-flag.
    move spaces to renal-note.
    move spaces to label-renal.

    move "N" to renal-banded.
    move 0 to renal-hit.
    move 1 to renal-idx.
    perform check-renal-banded
        until renal-idx > 3.

    if renal-banded = "Y"
        if patient-creatinine is not numeric
            or patient-creatinine = 0
            or (patient-sex is not = "M" and patient-sex is not = "m"
                and patient-sex is not = "F" and patient-sex is not = "f")
            move "H" to renal-flag
        else
            perform estimate-creatinine-clearance
            move 1 to renal-idx
            perform select-renal-band
                until renal-idx > 3
        end-if
    end-if.

    if renal-hit > 0
        if drug-renal-action(drug-idx, renal-hit) = "X"
            move "X" to renal-flag
        else
            move "A" to renal-flag
            compute dosage rounded = dosage
                * (100 - drug-renal-pct(drug-idx, renal-hit)) / 100
            string "  RENAL -" delimited by size
                drug-renal-pct(drug-idx, renal-hit) delimited by size
                "% CrCl " delimited by size
                crcl delimited by size
                into renal-note
            end-string
            string "RENAL ADJ -" delimited by size
                drug-renal-pct(drug-idx, renal-hit) delimited by size
                "%" delimited by size
                into label-renal
            end-string
        end-if
    end-if.

*> Notes whether the drug band in use carries any renal band
check-renal-banded.

    if drug-crcl-below(drug-idx, renal-idx) > 0
        move "Y" to renal-banded
    end-if.

    add 1 to renal-idx.

*> Cockcroft-Gault: CrCl = ((140 - age) * weight) / (72 * creatinine),
*> times 0.85 for a female patient
estimate-creatinine-clearance.

    if patient-age >= 140
        move 0 to age-factor
    else
        compute age-factor = 140 - patient-age
    end-if.

    compute crcl-work rounded = (age-factor * patient-weight)
        / (72 * patient-creatinine).

    if patient-sex = "F" or patient-sex = "f"
        compute crcl-work rounded = crcl-work * 0.85
    end-if.

    if crcl-work > 999
        move 999 to crcl
    else
        compute crcl rounded = crcl-work
    end-if.

*> Keeps the renal band with the lowest limit the clearance falls
*> below
select-renal-band.

    if drug-crcl-below(drug-idx, renal-idx) > 0
        and crcl < drug-crcl-below(drug-idx, renal-idx)
        if renal-hit = 0
            move renal-idx to renal-hit
        else
            if drug-crcl-below(drug-idx, renal-idx)
                < drug-crcl-below(drug-idx, renal-hit)
                move renal-idx to renal-hit
            end-if
        end-if
    end-if.

    add 1 to renal-idx.

*> Rounds the computed dose to the drug's dispensable vial/increment
*> size, flagging the rounding direction; a dose the rounding would
*> push past the band maximum is rounded down instead
        end-evaluate
    end-if.

*> Lists the flags raised on the dose just computed; any flag holds
*> the dose for pharmacist verification
set-verify-reasons.

    move spaces to verify-reasons.
    move 1 to verify-ptr.

    if capped-note is not = spaces
        string "CAPPED " delimited by size
            into verify-reasons with pointer verify-ptr
        end-string
    end-if.
    if bsa-shift-flag = "Y"
        string "BSA-SHIFT " delimited by size
            into verify-reasons with pointer verify-ptr
        end-string
    end-if.
    if interaction-flag = "Y"
        string "INTERACTION " delimited by size
            into verify-reasons with pointer verify-ptr
        end-string
    end-if.
    if formula-flag = "Y"
        string "FORMULAS " delimited by size
            into verify-reasons with pointer verify-ptr
        end-string
    end-if.

    if verify-reasons = spaces
        move "N" to verify-held
    else
        move "Y" to verify-held
    end-if.

*> Opens the pending-verification file for append, creating it on
*> first use
open-pending-file.

    call "CBL_CHECK_FILE_EXIST" using pending-file-name pending-record.
    if return-code is not = 0
        open output pending-file
        close pending-file
    end-if.
    open extend pending-file.
    move pending-status to io-fail-status.
    move pending-file-name to io-fail-file.
    perform check-open-status.

*> Holds the dose just computed for pharmacist verification in place
*> of its label and cumulative-dose posting
write-pending-record.

    add 1 to count-held.
    move spaces to pending-record.
    move current-date-time(1:14) to pv-held-stamp.
    move count-held to pv-seq.
    move patient-id to pv-patient-id.
    move master-name to pv-patient-name.
    move patient-drug-code to pv-drug-code.
    move drug-name(drug-idx) to pv-drug-name.
    move dosage to pv-dose.
    move drug-units(drug-idx) to pv-units.
    move drug-lifetime-max(drug-idx) to pv-lifetime-max.
    move body-SA to pv-bsa.
    move label-renal to pv-renal.
    move verify-reasons to pv-reasons.
    write pending-record.
    move pending-status to io-fail-status.
    move pending-file-name to io-fail-file.
    perform check-io-status.

*> Counts the dose just labelled against its drug's vial usage: the
*> vials opened to cover it and, for a single-dose vial, the amount
*> left in the last one as waste; a multi-dose vial's remainder is
*> carried to the drug's next dose and written off at the end of the
*> run
record-vial-usage.

    perform find-usage-entry.

    if usage-found > 0
        add 1 to ut-doses(usage-found)
        add dosage to ut-dispensed(usage-found)

        if ut-vial-size(usage-found) > 0
            if ut-multi-dose(usage-found) = "Y"
                and ut-open-left(usage-found) >= dosage
                subtract dosage from ut-open-left(usage-found)
            else
                if ut-multi-dose(usage-found) = "Y"
                    compute usage-need = dosage - ut-open-left(usage-found)
                else
                    move dosage to usage-need
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
*> table on its first dose of the run; a drug with no vial size on the
*> table is counted against its dispensing increment
find-usage-entry.

    move 0 to usage-found.
    move 1 to usage-idx.
    perform find-usage-compare
        until usage-idx > usage-count or usage-found > 0.

    if usage-found = 0 and usage-count < 50
        add 1 to usage-count
        move usage-count to usage-found
        move patient-drug-code to ut-drug(usage-found)
        move drug-name(drug-idx) to ut-name(usage-found)
        move drug-units(drug-idx) to ut-units(usage-found)
        if drug-vial-size(drug-idx) > 0
            move drug-vial-size(drug-idx) to ut-vial-size(usage-found)
        else
            move drug-increment(drug-idx) to ut-vial-size(usage-found)
        end-if
        move drug-multi-dose(drug-idx) to ut-multi-dose(usage-found)
        move 0 to ut-doses(usage-found)
        move 0 to ut-dispensed(usage-found)
        move 0 to ut-vials(usage-found)
        move 0 to ut-waste(usage-found)
        move 0 to ut-open-left(usage-found)
    end-if.

*> Compares one usage entry against the current drug code
find-usage-compare.

    if ut-drug(usage-idx) = patient-drug-code
        move usage-idx to usage-found
    else
        add 1 to usage-idx
    end-if.

*> Writes off what is left in each open multi-dose vial at the end of
*> the run as waste
close-open-vials.

    move 1 to usage-idx.
    perform close-one-open-vial
        until usage-idx > usage-count.

*> Writes off one drug's open multi-dose vial
close-one-open-vial.

    add ut-open-left(usage-idx) to ut-waste(usage-idx).
    move 0 to ut-open-left(usage-idx).
    add 1 to usage-idx.

*> Adds this run's usage into the monthly usage file: the file is
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

*> Writes one fixed-format pharmacy label record for the dose just
*> dispensed
write-label-record.
    move drug-name(drug-idx) to lb-drug-name.
    move dosage to lb-dose.
    move drug-units(drug-idx) to lb-units.
    move label-renal to lb-renal.
    move spaces to label-record(11:2).
    move spaces to label-record(38:2).
    move spaces to label-record(60:2).
    move spaces to label-record(68:1).
    move spaces to label-record(79:2).
    write label-record.

*> Opens the lifetime cumulative-dose file, creating it on first use
        end-write
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

*> Prompt the user for the name of the patient master file until it exists
patient-file-check.


    if eof-check is not = zero
        add 1 to ops-read
        move patient-id to resolve-id
        perform resolve-merged-id
        if xref-found > 0
            display "Patient " patient-id " was merged into " resolve-id
                " - dosing under " resolve-id
            string patient-id delimited by size
                "  merged into " delimited by size
                resolve-id delimited by size
                " - dosed under the surviving id" delimited by size
                into result-line
            end-string
            perform write-result
            move resolve-id to patient-id
        end-if
        perform check-patient-master

        if patient-known = "N"
*> maximum-dose cap, for a patient whose drug code is on the table
compute-patient-dosage.

    move "N" to verify-held.

    if valid-patient = "Y"
        perform select-formula

            move "  **CAPPED**" to capped-note
        end-if

        perform apply-renal-adjustment

        move "N" to lifetime-flag
        if renal-flag = "N" or renal-flag = "A"
            perform round-to-increment
            perform check-lifetime-ceiling
        end-if

        evaluate true
            when renal-flag = "X"
                add 1 to ops-rejected
                display "Patient " patient-id
                    " *** HELD - do not give " patient-drug-code
                    " at creatinine clearance " crcl " mL/min ***"

                string patient-id delimited by size
                    "  HELD - renal: do not give drug " delimited by size
                    patient-drug-code delimited by size
                    " at creatinine clearance " delimited by size
                    crcl delimited by size
                    " mL/min" delimited by size
                    into result-line
                end-string
            when renal-flag = "H"
                add 1 to ops-rejected
                display "Patient " patient-id
                    " *** HELD - drug " patient-drug-code
                    " needs renal dosing, no creatinine/sex on record ***"

                string patient-id delimited by size
                    "  HELD - drug " delimited by size
                    patient-drug-code delimited by size
                    " needs renal dosing - no serum creatinine or sex on"
                    delimited by size
                    " record" delimited by size
                    into result-line
                end-string
            when lifetime-flag = "R"
                add 1 to ops-rejected
                move prior-cum-dose to prior-cum-o
                display "Patient " patient-id
                    " *** HELD - dose would cross the lifetime ceiling"
                    " of drug " patient-drug-code " ***"

                string patient-id delimited by size
                    "  HELD - lifetime ceiling of drug " delimited by size
                    patient-drug-code delimited by size
                    " would be crossed (dispensed to date: "
                    delimited by size
                    prior-cum-o delimited by size
                    ")" delimited by size
                    into result-line
                end-string
            when other
                perform check-interactions
                perform set-verify-reasons
                if verify-held = "Y"
                    perform write-pending-record
                else
                    perform record-cumulative-dose
                    perform write-label-record
                    perform record-vial-usage
                end-if

                move body-SA to body-SAo
                move dosage to dosage-o
                move patient-weight to weight-o
                move patient-height to height-o

                display "Patient " patient-id " BSA: " body-SAo
                    " m2 (" effective-formula ")  Dosage: " dosage-o
                    " " drug-units(drug-idx) renal-note
                    capped-note round-note ceiling-note

                string patient-id delimited by size
                    "  " delimited by size
                    function trim (master-name) delimited by size
                    "  Weight(kg): " delimited by size
                    weight-o delimited by size
                    "  Height(cm): " delimited by size
                    height-o delimited by size
                    "  BSA(m2): " delimited by size
                    body-SAo delimited by size
                    " (" delimited by size
                    effective-formula delimited by size
                    ")" delimited by size
                    "  Drug: " delimited by size
                    patient-drug-code delimited by size
                    "  Dosage: " delimited by size
                    dosage-o delimited by size
                    " " delimited by size
                    function trim (drug-units(drug-idx)) delimited by size
                    renal-note delimited by size
                    capped-note delimited by size
                    round-note delimited by size
                    ceiling-note delimited by size
                    into result-line
                end-string
        end-evaluate
    else
        add 1 to ops-rejected
        display "Patient " patient-id " skipped - weight/height out of range"

    perform write-result.

    if verify-held = "Y"
        display "Patient " patient-id
            " *** PENDING PHARMACIST VERIFICATION - "
            function trim (verify-reasons) " ***"
        string patient-id delimited by size
            "  PENDING PHARMACIST VERIFICATION - not labelled: "
            delimited by size
            verify-reasons delimited by size
            into result-line
        end-string
        perform write-result
    end-if.

*> Flags a patient whose weight or height falls outside a plausible
*> clinical range, so it is not run through either BSA formula
check-ranges.

    compute dual-shift = bsa-dubois - bsa-mosteller.

    move "N" to formula-flag.
    if dual-shift > dual-tolerance or dual-shift < (0 - dual-tolerance)
        move "Y" to formula-flag
    end-if.

    if (dual-shift > dual-tolerance
        or dual-shift < (0 - dual-tolerance))
        and disc-count >= 999
    perform open-history-file.
    perform open-cumdose-file.
    perform init-interaction-table.
    perform load-merge-xref.

    display "Use Mosteller as the batch default formula instead of DuBois? (Y/N): ".
    perform get-run-answer.
    move "bsa-results.txt" to io-fail-file.
    perform check-open-status.
    open output label-file.
    perform open-pending-file.

    perform process-patient
        until eof-check = 0.

    perform write-discrepancy-report.
    perform write-interaction-report.
    perform close-open-vials.
    perform write-usage-report.
    perform write-formula-counts.
    perform save-monthly-usage.

    close ifile.
    close result-file.
    close label-file.
    close pending-file.
    close patient-master.
    close history-file.
    close cumdose-file.
        close param-file
    end-if.

*> Writes the run's vial usage and waste summary: per drug, the doses
*> labelled, the amount dispensed, the vials opened, and the amount
*> wasted
write-usage-report.

    move spaces to result-line.
    perform write-result.
    move "Vial usage and waste this run (labelled doses):" to result-line.
    perform write-result.

    if usage-count = 0
        move "  No doses labelled" to result-line
        perform write-result
    else
        move 1 to usage-idx
        perform write-usage-line
            until usage-idx > usage-count
    end-if.

*> Writes one drug's vial usage and waste line
write-usage-line.

    move ut-dispensed(usage-idx) to usage-dispensed-o.
    move ut-waste(usage-idx) to usage-waste-o.
    move ut-vial-size(usage-idx) to usage-vial-o.
    string "  " delimited by size
        ut-drug(usage-idx) delimited by size
        "  " delimited by size
        ut-name(usage-idx) delimited by size
        "  Doses: " delimited by size
        ut-doses(usage-idx) delimited by size
        "  Dispensed: " delimited by size
        usage-dispensed-o delimited by size
        "  Vials: " delimited by size
        ut-vials(usage-idx) delimited by size
        " x" delimited by size
        usage-vial-o delimited by size
        "  Wasted: " delimited by size
        usage-waste-o delimited by size
        " " delimited by size
        ut-units(usage-idx) delimited by size
        into result-line
    end-string.
    perform write-result.

    add 1 to usage-idx.

*> Reports how many patients were computed under each formula, and
*> how many doses were held for verification, on the terminal and at
*> the end of the results file
write-formula-counts.

    display " ".
    display "Patients computed with DuBois:    " count-dubois.
    display "Patients computed with Mosteller: " count-mosteller.
    display "Doses held for pharmacist verification: " count-held.

    move spaces to result-line.
    perform write-result.
        into result-line
    end-string.
    perform write-result.
    string "Doses held for pharmacist verification: " delimited by size
        count-held delimited by size
        into result-line
    end-string.
    perform write-result.

*> Prompt the user for the name of a patient batch file until it exists
file-check.
