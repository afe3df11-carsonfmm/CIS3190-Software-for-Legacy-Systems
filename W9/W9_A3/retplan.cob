*> Name: Carson Mifsud

*> Description: This program is the retirement plan run. Each plan
*> record carries a client's current balance, per-period contribution,
*> and annual escalation, the years to retirement, and the annual
*> withdrawal wanted in retirement in today's dollars. The balance is
*> projected to the retirement date under the compound program's rules
*> (per-period compounding, tax off each period's interest for a
*> taxable account, contributions stepped up at each anniversary), then
*> drawn down a year at a time under the growth program's decumulation
*> rules (grow, then withdraw, with the real balance deflated by
*> inflation) - the withdrawal rising with inflation from today. Each
*> plan is written to one plan document giving the year the money runs
*> out, or the surplus left at the target age.

*> Modification History:
*> 2026-10-15  CM  Initial version: accumulation and drawdown for each
*>                 plan record, one <plan>-retirement-plan.txt document
*>                 per plan, and a one-line-per-plan batch report.

identification division.
program-id. retirement-plan.

environment division.
input-output section.
file-control.
select ifile assign to ascii-file
    organization is line sequential
    file status is ifile-status.

select report-file assign to "retirement-plan-report.txt"
    organization is line sequential
    file status is report-status.

select plan-file assign to plan-file-name
    organization is line sequential.

select tax-config assign to "money-tax-config.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

data division.

file section.
fd ifile.

*> One retirement plan: the client, today's balance, the annual rate
*> and compounding periods before retirement, the per-period
*> contribution and its annual escalation percentage, the account
*> type (T taxable) and tax rate, the client's age and the years to
*> retirement, the annual withdrawal wanted in today's dollars, the
*> annual rate in retirement (zero for the same rate), the annual
*> inflation percentage, and the age the money should last to (zero
*> for 95)
01 plan-record.
    05 pl-id pic x(10).
    05 pl-client-id pic x(10).
    05 pl-balance pic 9(7)v99.
    05 pl-rate pic 9v99999.
    05 pl-periods pic 99.
    05 pl-contrib pic 9(5)v99.
    05 pl-escalation pic 99v99.
    05 pl-acct-type pic x.
    05 pl-tax-rate pic 9v99.
    05 pl-age pic 99.
    05 pl-years pic 99.
    05 pl-withdrawal pic 9(7)v99.
    05 pl-retire-rate pic 9v99999.
    05 pl-inflation pic 99v99.
    05 pl-target-age pic 999.

fd report-file.

*> Output record for the batch plan report
01 report-record pic x(140).

fd plan-file.

*> Output record for one plan document
01 plan-doc-record pic x(120).

fd tax-config.

*> The default tax rate applied to a taxable plan that carries no
*> rate of its own (a fraction, e.g. 0.30)
01 tax-config-record.
    05 tc-rate pic 9v99.

fd ops-file.

*> Output record for the shared operations log
01 ops-record pic x(160).

fd param-file.

*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

working-storage section.
*> Shared operations log support: one start and one end line per
*> run, with counts and a completion status the scheduler tests
01 ops-prog pic x(15) value "retire-plan".
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
01 ifile-status pic xx value "00".
01 report-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
01 param-mode pic x value "N".
01 param-open pic x value "N".
01 param-file-name pic x(20) value "retplan-params.txt".
01 run-answer pic x(100).

*> The plan's resolved terms
01 valid-plan pic x value "Y".
01 reject-reason pic x(40).
01 min-rate pic 9v99999 value 0.00000.
01 max-rate pic 9v99999 value 1.00000.
01 tax-rate pic 9v99 value 0.
01 default-tax-rate pic 9v99 value 0.30.
01 tax-config-name pic x(25) value "money-tax-config.txt".
01 taxable pic x value "N".
01 periods pic 99.
01 rate-per-period pic S9v99999.
01 total-periods pic 9(4).
01 period-idx pic 9(4).
01 escalation pic 99v99 value 0.
01 infl-rate pic 99v99 value 0.
01 retire-rate pic 9v99999.
01 retire-age pic 999.
01 target-age pic 999.
01 plan-year pic 9(4).
01 start-year pic 9(4).
01 age-now pic 999.

*> Accumulation working fields, as the compound program grows a
*> contribution record
01 acc-value pic S9(9)v99999.
01 interest-step pic S9(9)v99999.
01 tax-step pic S9(9)v99999.
01 cur-contrib pic 9(6)v99 value 0.
01 contrib-sum pic 9(9)v99 value 0.
01 tax-paid pic 9(9)v99 value 0.
01 year-count pic 99.
01 retire-value pic S9(9)v99.

*> Drawdown working fields, as the growth program decumulates
01 rrr pic 9(9)v99.
01 real-value pic 9(9)v99.
01 step-mult pic 9v9(6).
01 cum-deflator pic 9(4)v9(6) value 1.
01 withdrawal pic 9(9)v99.
01 withdrawal-paid pic 9(9)v99.
01 total-withdrawn pic 9(11)v99.
01 depleted-step pic 999 value 0.
01 depleted-year pic 9(4).
01 depleted-age pic 999.
01 step-count pic 999 value 0.
01 max-steps pic 999.

*> Report fields
01 money-o pic -Z(8)9.99.
01 money2-o pic -Z(8)9.99.
01 money3-o pic -Z(8)9.99.
01 withdrawn-o pic Z(10)9.99.
01 rate-o pic 9.99999.
01 pct-o pic Z9.99.
01 age-o pic ZZ9.
01 plan-file-name pic x(40).
01 plan-line pic x(120).
01 outcome-note pic x(60).
01 acct-note pic x(40).
01 count-plans pic 9(5) value 0.
01 count-short pic 9(5) value 0.
01 current-date-time pic x(21).

01 result-line pic x(140).
01 ascii-file pic x(100).
01 eof-check pic 9 value 1.

procedure division.

    perform read-plans.
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

*> Loads the default tax rate for taxable plans from the compound
*> program's config file when one is present
init-tax-config.

    call "CBL_CHECK_FILE_EXIST" using tax-config-name plan-record.
    if return-code = 0
        open input tax-config
        read tax-config
            at end continue
        end-read
        if tc-rate is numeric and tc-rate > 0
            move tc-rate to default-tax-rate
        end-if
        close tax-config
    end-if.

*> Reads one plan, validates it, and runs it to its plan document
process-plan.

    read ifile
        at end move zero to eof-check
    end-read.

    if eof-check is not = zero
        add 1 to ops-read
        perform validate-plan

        if valid-plan = "N"
            add 1 to ops-rejected
            display "Plan " pl-id " skipped - " reject-reason
            string "Plan " delimited by size
                pl-id delimited by size
                "  SKIPPED - " delimited by size
                reject-reason delimited by size
                into result-line
            end-string
            perform write-result
        else
            add 1 to count-plans
            perform resolve-plan-terms
            perform open-plan-document
            perform accumulate-to-retirement
            perform draw-down-in-retirement
            perform write-plan-outcome
            close plan-file
        end-if
    end-if.

*> Flags a plan the projection cannot run: unreadable numbers, a rate
*> out of range, or no compounding periods
validate-plan.

    move "Y" to valid-plan.
    move spaces to reject-reason.

    if pl-balance is not numeric or pl-rate is not numeric
        or pl-periods is not numeric or pl-contrib is not numeric
        or pl-escalation is not numeric or pl-age is not numeric
        or pl-years is not numeric or pl-withdrawal is not numeric
        or pl-retire-rate is not numeric or pl-inflation is not numeric
        or pl-target-age is not numeric
        move "N" to valid-plan
        move "unreadable numeric field" to reject-reason
    else
        if pl-rate < min-rate or pl-rate > max-rate
            or pl-retire-rate > max-rate
            move "N" to valid-plan
            move "interest rate out of range" to reject-reason
        end-if
        if pl-periods = 0
            move "N" to valid-plan
            move "zero compounding periods" to reject-reason
        end-if
    end-if.

*> Resolves the plan's tax rate, retirement rate, ages, and years
resolve-plan-terms.

    move 0 to tax-rate.
    move "N" to taxable.
    if pl-acct-type = "T" or pl-acct-type = "t"
        move "Y" to taxable
        if pl-tax-rate is numeric and pl-tax-rate > 0
            move pl-tax-rate to tax-rate
        else
            move default-tax-rate to tax-rate
        end-if
    end-if.

    move pl-periods to periods.
    compute rate-per-period = pl-rate / periods.
    compute total-periods = periods * pl-years.
    move pl-escalation to escalation.
    move pl-inflation to infl-rate.

    if pl-retire-rate > 0
        move pl-retire-rate to retire-rate
    else
        move pl-rate to retire-rate
    end-if.

    compute retire-age = pl-age + pl-years.
    if pl-target-age > 0
        move pl-target-age to target-age
    else
        move 95 to target-age
    end-if.

    move function current-date to current-date-time.
    move current-date-time(1:4) to start-year.

*> Opens the plan's document and writes the client and the terms
open-plan-document.

    move spaces to plan-file-name.
    string function trim (pl-id) delimited by size
        "-retirement-plan.txt" delimited by size
        into plan-file-name
    end-string.
    open output plan-file.

    move "Retirement Plan" to plan-line.
    perform write-plan-line.
    string "Plan: " delimited by size
        pl-id delimited by size
        "  Client: " delimited by size
        pl-client-id delimited by size
        "  Prepared: " delimited by size
        current-date-time(1:8) delimited by size
        into plan-line
    end-string.
    perform write-plan-line.
    perform write-plan-line.

    move pl-balance to money-o.
    move pl-contrib to money2-o.
    move pl-rate to rate-o.
    move pl-escalation to pct-o.
    string "Balance today: " delimited by size
        money-o delimited by size
        "  Rate: " delimited by size
        rate-o delimited by size
        "  Periods/year: " delimited by size
        pl-periods delimited by size
        "  Contribution/period: " delimited by size
        money2-o delimited by size
        "  Escalation %: " delimited by size
        pct-o delimited by size
        into plan-line
    end-string.
    perform write-plan-line.

    move spaces to acct-note.
    if taxable = "Y"
        move tax-rate to rate-o
        string "  Taxable account, tax rate: " delimited by size
            rate-o delimited by size
            into acct-note
        end-string
    else
        move "  Registered account" to acct-note
    end-if.

    move pl-age to age-o.
    string "Age today: " delimited by size
        age-o delimited by size
        "  Years to retirement: " delimited by size
        pl-years delimited by size
        acct-note delimited by size
        into plan-line
    end-string.
    perform write-plan-line.

    move pl-withdrawal to money-o.
    move retire-rate to rate-o.
    move infl-rate to pct-o.
    move target-age to age-o.
    string "Withdrawal wanted (today's dollars): " delimited by size
        money-o delimited by size
        "  Rate in retirement: " delimited by size
        rate-o delimited by size
        "  Inflation %: " delimited by size
        pct-o delimited by size
        "  To age: " delimited by size
        age-o delimited by size
        into plan-line
    end-string.
    perform write-plan-line.

*> Projects the balance to the retirement date period by period,
*> writing the balance at each anniversary
accumulate-to-retirement.

    perform write-plan-line.
    move "Accumulation to retirement:" to plan-line.
    perform write-plan-line.

    move pl-balance to acc-value.
    move pl-contrib to cur-contrib.
    move 0 to contrib-sum.
    move 0 to tax-paid.
    move 0 to year-count.
    move 1 to cum-deflator.
    move start-year to plan-year.

    move 1 to period-idx.
    perform accumulate-one-period
        until period-idx > total-periods.

    move acc-value to retire-value.
    move retire-value to money-o.
    move contrib-sum to money2-o.
    move tax-paid to money3-o.
    move retire-age to age-o.
    string "  Value at retirement (age " delimited by size
        age-o delimited by size
        "): " delimited by size
        money-o delimited by size
        "  Contributed: " delimited by size
        money2-o delimited by size
        "  Tax paid: " delimited by size
        money3-o delimited by size
        into plan-line
    end-string.
    perform write-plan-line.

*> Compounds one period, deducts the period's tax, and adds the
*> period's contribution; at each anniversary writes the year's line,
*> steps the contribution up, and advances the inflation factor
accumulate-one-period.

    compute interest-step rounded = acc-value * rate-per-period.
    compute tax-step rounded = interest-step * tax-rate.
    add interest-step to acc-value.
    subtract tax-step from acc-value.
    add tax-step to tax-paid.
    add cur-contrib to acc-value.
    add cur-contrib to contrib-sum.

    if function mod (period-idx, periods) = 0
        add 1 to year-count
        add 1 to plan-year
        compute cum-deflator rounded =
            cum-deflator * (1 + (infl-rate / 100))
        compute age-now = pl-age + year-count
        move age-now to age-o
        move acc-value to money-o
        move cur-contrib to money2-o
        string "  " delimited by size
            plan-year delimited by size
            "  Age " delimited by size
            age-o delimited by size
            "  Contribution/period: " delimited by size
            money2-o delimited by size
            "  Balance: " delimited by size
            money-o delimited by size
            into plan-line
        end-string
        perform write-plan-line

        if escalation > 0
            compute cur-contrib rounded =
                cur-contrib * (1 + (escalation / 100))
        end-if
    end-if.

    add 1 to period-idx.

*> Draws the retirement value down a year at a time to the target
*> age, the withdrawal rising with inflation, until it is exhausted
draw-down-in-retirement.

    perform write-plan-line.
    move "Drawdown in retirement:" to plan-line.
    perform write-plan-line.

    if retire-value > 0
        move retire-value to rrr
    else
        move 0 to rrr
    end-if.
    compute real-value rounded = rrr / cum-deflator.
    compute step-mult = 1 + (retire-rate * (1 - tax-rate)).
    compute withdrawal rounded = pl-withdrawal * cum-deflator.
    move 0 to total-withdrawn.
    move 0 to depleted-step.
    move 0 to step-count.

    if target-age > retire-age
        compute max-steps = target-age - retire-age
    else
        move 0 to max-steps
    end-if.

    perform draw-down-one-year
        until depleted-step > 0 or step-count >= max-steps.

*> Applies one drawdown year: growth, then the year's withdrawal, with
*> the real balance deflated by the cumulative inflation factor
draw-down-one-year.

    compute rrr rounded = rrr * step-mult.
    compute cum-deflator rounded =
        cum-deflator * (1 + (infl-rate / 100)).
    add 1 to step-count.
    add 1 to plan-year.

    if withdrawal >= rrr
        move rrr to withdrawal-paid
        add rrr to total-withdrawn
        move 0 to rrr
        move step-count to depleted-step
        move plan-year to depleted-year
        compute depleted-age = retire-age + step-count
    else
        move withdrawal to withdrawal-paid
        subtract withdrawal from rrr
        add withdrawal to total-withdrawn
    end-if.
    compute real-value rounded = rrr / cum-deflator.

    compute age-now = retire-age + step-count.
    move age-now to age-o.
    move withdrawal-paid to money-o.
    move rrr to money2-o.
    move real-value to money3-o.
    string "  " delimited by size
        plan-year delimited by size
        "  Age " delimited by size
        age-o delimited by size
        "  Withdrawal: " delimited by size
        money-o delimited by size
        "  Balance: " delimited by size
        money2-o delimited by size
        "  Real: " delimited by size
        money3-o delimited by size
        into plan-line
    end-string.
    perform write-plan-line.

    compute withdrawal rounded =
        withdrawal * (1 + (infl-rate / 100)).

*> Writes the plan's outcome to the document and the batch report
write-plan-outcome.

    move total-withdrawn to withdrawn-o.
    move spaces to outcome-note.
    perform write-plan-line.

    if depleted-step > 0
        add 1 to count-short
        move depleted-age to age-o
        string "OUTCOME: the money runs out in " delimited by size
            depleted-year delimited by size
            " at age " delimited by size
            age-o delimited by size
            into outcome-note
        end-string
    else
        move rrr to money-o
        move target-age to age-o
        string "OUTCOME: surplus at age " delimited by size
            age-o delimited by size
            ": " delimited by size
            money-o delimited by size
            into outcome-note
        end-string
    end-if.
    move outcome-note to plan-line.
    perform write-plan-line.

    if depleted-step = 0
        move real-value to money-o
        string "  (in today's dollars: " delimited by size
            money-o delimited by size
            ")" delimited by size
            into plan-line
        end-string
        perform write-plan-line
    end-if.

    string "Total withdrawn in retirement: " delimited by size
        withdrawn-o delimited by size
        into plan-line
    end-string.
    perform write-plan-line.

    move retire-value to money-o.
    string "Plan " delimited by size
        pl-id delimited by size
        "  Client: " delimited by size
        pl-client-id delimited by size
        "  Value at retirement: " delimited by size
        money-o delimited by size
        "  " delimited by size
        outcome-note delimited by size
        into result-line
    end-string.
    display result-line.
    perform write-result.

*> Writes one line of the current plan document
write-plan-line.

    move plan-line to plan-doc-record.
    write plan-doc-record.
    move spaces to plan-line.

*> Writes the current result-line to the batch report
write-result.

    move result-line to report-record.
    write report-record.
    move report-status to io-fail-status.
    move "retirement-plan-report.txt" to io-fail-file.
    perform check-io-status.
    move spaces to result-line.

*> Prompts for the plan file, then runs every plan in it
read-plans.

    perform init-run-control.
    move "(pending)" to ops-input.
    perform write-ops-start.
    perform init-tax-config.
    perform file-check.

    display " ".
    open input ifile.
    move ifile-status to io-fail-status.
    move ascii-file(1:30) to io-fail-file.
    perform check-open-status.
    open output report-file.
    move report-status to io-fail-status.
    move "retirement-plan-report.txt" to io-fail-file.
    perform check-open-status.

    perform process-plan
        until eof-check = 0.

    move spaces to result-line.
    perform write-result.
    string "Plans run: " delimited by size
        count-plans delimited by size
        "  running out before the target age: " delimited by size
        count-short delimited by size
        "  skipped: " delimited by size
        ops-rejected delimited by size
        into result-line
    end-string.
    display result-line.
    perform write-result.

    close ifile.
    close report-file.

    if param-open = "Y"
        close param-file
    end-if.

*> Prompt the user for the name of a plan file until it exists
file-check.

    display "Please enter the name of a file containing the retirement plans: ".
    perform get-run-answer.
    move run-answer to ascii-file.
    move run-answer to ops-input.

    call "CBL_CHECK_FILE_EXIST" using ascii-file plan-record.
    if return-code is not = 0
        display "File Error: The inputted file does not exist"
        if param-mode = "Y"
            display "Run control: invalid file name in parameter file - stopping"
            move "FAIL" to ops-status
            perform write-ops-end
            stop run
        end-if
        perform file-check
            until return-code = 0
    end-if.
