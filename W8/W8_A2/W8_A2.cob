*>                 monthly payment over the remaining calendar term -
*>                 instead of a plain 26-period annuity that silently
*>                 dropped the accelerated property.
*> 2026-10-15  CM  Add an L late-charge run driven by
*>                 late-fee-schedule.txt (grace days, then a flat
*>                 amount or a percent of the missed payment, capped
*>                 per loan): charges accumulate in a fees-owing
*>                 balance on the loan master apart from lm-balance,
*>                 posting applies a payment to fees owing first, and
*>                 the statements and payoff quotes show the fees.
*> 2026-10-15  CM  Add an X restructure mode for a booked loan:
*>                 defer a number of payments (capitalising the
*>                 interest or letting it accrue to the first payment
*>                 after), extend the term, or reset the payment; the
*>                 payment is recast over the remaining periods, the
*>                 next-due date moved, arrears cleared, a restructure
*>                 notice written, and a restructure count and date
*>                 kept on the master. The aging run lists restructured
*>                 loans in their own section, and the posting run no
*>                 longer adds arrears to a loan inside its deferral.
*> 2026-10-15  CM  Add a Y year-end run: for a calendar year, total
*>                 each loan's interest paid, principal paid, and
*>                 ending balance from payment-history.txt, write one
*>                 interest-paid tax statement per loan, and a filing
*>                 summary whose control totals reconcile to the sum
*>                 of the year's ph-interest.
*> 2026-10-15  CM  Add a borrower master (borrower-master.txt:
*>                 customer id, name, address, contact, exposure
*>                 limit) and carry a customer id on the application
*>                 and the loan master; the batch approves a customer's
*>                 application only when it is on the borrower master
*>                 and the new principal keeps their outstanding
*>                 balance within the exposure limit, and a new E run
*>                 writes the relationship exposure report - balance,
*>                 arrears, and late charges per customer across all
*>                 of their loans. Statements name the customer.
*> 2026-10-15  CM  Write each new loan booking and each posted
*>                 payment's principal, interest, and late-charge
*>                 split to the GL interface through the gl-post
*>                 subprogram, mapped to accounts by gl-chart.txt.
*> 2026-10-15  CM  Verify the payments file's header and trailer
*>                 (source, date, sequence, record count, and payment
*>                 total) through the inbound-check subprogram before
*>                 any payment is posted; a file that fails, or whose
*>                 sequence repeats or skips one, is refused with
*>                 return code 12 and the reason on the operations log.

identification division.
program-id. reengineeringC.
    record key is lm-app-id
    file status is loanmaster-status.

select borrower-file assign to "borrower-master.txt"
    organization is line sequential.

select exposure-report assign to "exposure-report.txt"
    organization is line sequential.

select pay-file assign to pay-file-name
    organization is line sequential.

select notice-file assign to notice-file-name
    organization is line sequential.

select fee-file assign to "late-fee-schedule.txt"
    organization is line sequential.

select charge-report assign to "late-charge-report.txt"
    organization is line sequential.

select history-file assign to "payment-history.txt"
    organization is line sequential.

select tax-file assign to tax-file-name
    organization is line sequential.

select filing-file assign to filing-file-name
    organization is line sequential.

select statement-file assign to statement-file-name
    organization is line sequential.

    05 app-rate-type pic 9.
    05 app-extra-payment pic 9(6)v99.
    05 app-frequency pic x.
    05 app-cust-id pic x(10).

fd report-file.

    05 lm-base-rate pic 99v99999.
    05 lm-paid-count pic 9(4).
    05 lm-last-stmt pic 9(8).
    05 lm-fees-owing pic 9(5)v99.
    05 lm-fees-assessed pic 9(5)v99.
    05 lm-last-fee-due pic 9(8).
    05 lm-restruct-count pic 99.
    05 lm-restruct-date pic 9(8).
    05 lm-cust-id pic x(10).

fd borrower-file.

*> One borrower: the customer id their applications and loans carry,
*> name, address, contact, and the limit on their total outstanding
*> balance (zero takes the standard limit)
01 borrower-record.
    05 bm-cust-id pic x(10).
    05 filler pic x(2).
    05 bm-name pic x(30).
    05 filler pic x(2).
    05 bm-address pic x(40).
    05 filler pic x(2).
    05 bm-contact pic x(20).
    05 filler pic x(2).
    05 bm-exposure-limit pic 9(7)v99.

fd exposure-report.

*> Output record for the relationship exposure report
01 exposure-record pic x(100).

fd pay-file.

*> Output record for one repriced loan's payment-change notice
01 notice-record pic x(100).

fd fee-file.

*> One late-fee schedule line: the rate-type code it applies to
*> (blank for every rate type without a line of its own), the grace
*> days past the due date, the fee type (F flat amount, P percent of
*> the missed payment), the flat amount, the percent, and the cap on
*> total late charges per loan (zero for no cap)
01 fee-schedule-record.
    05 lf-rate-type pic x.
    05 filler pic x(2).
    05 lf-grace-days pic 9(3).
    05 filler pic x(2).
    05 lf-fee-type pic x.
    05 filler pic x(2).
    05 lf-flat pic 9(4)v99.
    05 filler pic x(2).
    05 lf-percent pic 99v99.
    05 filler pic x(2).
    05 lf-cap pic 9(5)v99.

fd charge-report.

*> Output record for the late-charge assessment report
01 charge-record pic x(100).

fd history-file.

*> One posted payment's detail, kept across runs for the customer
*> statements: the loan, the payment date and amount, the
*> interest/principal split, the balance after posting, and the
*> late charges the payment cleared before the split
01 pay-history-record.
    05 ph-app-id pic x(10).
    05 filler pic x(2).
    05 ph-principal pic s9(6)v99 sign leading separate.
    05 filler pic x(2).
    05 ph-balance pic s9(7)v99 sign leading separate.
    05 filler pic x(2).
    05 ph-fees pic 9(5)v99.

fd tax-file.

*> Output record for one loan's year-end interest-paid statement
01 tax-record pic x(100).

fd filing-file.

*> Output record for the year-end filing summary
01 filing-record pic x(100).

fd statement-file.

        10 ht-interest pic 9(6)v99.
        10 ht-principal pic s9(6)v99.
        10 ht-balance pic s9(7)v99.
        10 ht-fees pic 9(5)v99.
01 history-count pic 9(3) value 0.
01 history-idx pic 9(3).
01 history-eof pic 9 value 1.
01 stmt-opening-o pic ZZZZZZ9.99.
01 stmt-closing-o pic ZZZZZZ9.99.
01 arrears-flag pic x(30).
01 stmt-fees-paid pic 9(5)v99.

*> Working fields for the late-charge run and the fees-first posting
01 fee-file-name pic x(25) value "late-fee-schedule.txt".
01 fee-table.
    05 fee-entry occurs 0 to 11 times depending on fee-count.
        10 ft-rate-type pic x.
        10 ft-grace-days pic 9(3).
        10 ft-fee-type pic x.
        10 ft-flat pic 9(4)v99.
        10 ft-percent pic 99v99.
        10 ft-cap pic 9(5)v99.
01 fee-count pic 99 value 0.
01 fee-idx pic 99.
01 fee-found pic 99.
01 fee-key pic x.
01 fee-eof pic 9 value 1.
01 late-fee pic 9(5)v99.
01 charge-line pic x(100).
01 charge-count pic 9(5) value 0.
01 charge-total pic 9(7)v99 value 0.
01 fees-paid pic 9(5)v99.
01 post-amount pic 9(6)v99.
01 fees-o pic ZZZZ9.99.
01 days-late-o pic ZZZZ9.
01 fees-owing-o pic ZZZZ9.99.
01 charge-total-o pic ZZZZZZ9.99.

*> Working fields for the year-end interest statements: the year's
*> payments totalled per loan, and the control totals the filing
*> summary reconciles
01 tax-year pic 9(4).
01 tax-file-name pic x(40).
01 filing-file-name pic x(40).
01 tax-line pic x(100).
01 filing-line pic x(100).
01 tax-table.
    05 tax-entry occurs 0 to 999 times depending on tax-count.
        10 tx-app-id pic x(10).
        10 tx-payments pic 9(4).
        10 tx-interest pic 9(7)v99.
        10 tx-principal pic s9(7)v99.
        10 tx-fees pic 9(7)v99.
        10 tx-balance pic s9(7)v99.
        10 tx-last-date pic 9(8).
01 tax-count pic 9(3) value 0.
01 tax-idx pic 9(3).
01 tax-found pic 9(3).
01 tax-full-warned pic x value "N".
01 tax-records pic 9(7) value 0.
01 tax-skipped pic 9(7) value 0.
01 control-interest pic 9(9)v99 value 0.
01 control-principal pic s9(9)v99 value 0.
01 stmt-interest-total pic 9(9)v99 value 0.
01 stmt-principal-total pic s9(9)v99 value 0.
01 tax-interest-o pic ZZZ,ZZZ,ZZ9.99.
01 tax-principal-o pic ZZZ,ZZZ,ZZ9.99-.
01 tax-balance-o pic ZZZ,ZZZ,ZZ9.99-.

*> Working fields for the borrower master, the approval exposure
*> check, and the relationship exposure report
01 borrower-file-name pic x(25) value "borrower-master.txt".
01 borrower-table.
    05 borrower-entry occurs 0 to 2000 times
        depending on borrower-count.
        10 bt-cust-id pic x(10).
        10 bt-name pic x(30).
        10 bt-limit pic 9(7)v99.
01 borrower-count pic 9(4) value 0.
01 borrower-idx pic 9(4).
01 borrower-found pic 9(4).
01 borrower-eof pic 9 value 1.
01 borrower-loaded pic x value "N".
01 standard-exposure-limit pic 9(7)v99 value 250000.00.
01 exposure-table.
    05 exposure-entry occurs 0 to 2000 times
        depending on exposure-count.
        10 ex-cust-id pic x(10).
        10 ex-loans pic 9(4).
        10 ex-balance pic 9(9)v99.
        10 ex-arrears pic 9(5).
        10 ex-loans-behind pic 9(4).
        10 ex-fees pic 9(7)v99.
01 exposure-count pic 9(4) value 0.
01 exposure-idx pic 9(4).
01 exposure-found pic 9(4).
01 exposure-full-warned pic x value "N".
01 exposure-key pic x(10).
01 exposure-limit pic 9(7)v99.
01 exposure-after pic 9(9)v99.
01 exposure-reason pic x(40).
01 rebook-balance pic 9(7)v99.
01 rebook-cust-id pic x(10).
01 exposure-line pic x(100).
01 exposure-name pic x(30).
01 exposure-over pic 9(4).
01 exposure-balance-o pic ZZZ,ZZZ,ZZ9.99.
01 exposure-limit-o pic Z,ZZZ,ZZ9.99.

*> Working fields for the restructure mode and the aging run's
*> restructured-loan section
01 restr-app-id pic x(10).
01 restr-type pic x.
01 restr-type-desc pic x(30).
01 restr-periods pic 9(3).
01 restr-interest-opt pic x.
01 restr-cap-interest pic 9(6)v99.
01 restr-new-payment pic 9(6)v99.
01 restr-sim-balance pic s9(7)v99.
01 restr-sim-interest pic 9(6)v99.
01 restr-sim-periods pic 9(4).
01 restr-sim-limit pic 9(4).
01 restr-ok pic x.
01 restr-reason pic x(45).
01 restr-old-term pic 9(4).
01 restr-old-due pic 9(8).
01 restr-old-balance pic s9(7)v99.
01 restr-end-int pic 9(8).
01 restr-aged-count pic 9(5).
01 restr-aged-balance pic 9(9)v99.

*> Working fields for the quote mode's rate-type comparison
01 qt-principal pic 9(6)v99.
01 principal-o pic ZZZZZ9.99.
01 saved-o pic ZZZZZ9.99.

*> The general-ledger posting request: gq-function P post or C close
*> the run's batch, the event the chart of accounts maps, its amount
*> and loan, and the result gl-post returns
01 gl-request.
    05 gq-function pic x.
    05 gq-source pic x(10) value "LOANS".
    05 gq-event pic x(10).
    05 gq-amount pic s9(9)v99.
    05 gq-reference pic x(12).
    05 gq-result pic x.

*> The inbound file control check request: the payments file must
*> carry the LOANPAY header and a trailer whose control total is the
*> sum of the payment amounts
01 inbound-request.
    05 ib-function pic x.
    05 ib-file-name pic x(100).
    05 ib-source pic x(10) value "LOANPAY".
    05 ib-total-start pic 999 value 11.
    05 ib-total-length pic 99 value 8.
    05 ib-result pic x.
    05 ib-reason pic x(30).
    05 ib-seq pic 9(6).
    05 ib-records pic 9(8).

*> Working fields for the dated report generation
01 report-gen-name pic x(40).
01 gens-file-name pic x(25) value "loan-report-gens.txt".
    display "Run mode - B batch projections, P post payments,".
    display "Q quote one application, A delinquency aging report,".
    display "O payoff quote and discharge, R reprice floating loans,".
    display "S customer statements, L assess late charges,".
    display "X restructure a loan, Y year-end interest statements,".
    display "E customer exposure report: ".
    perform get-run-answer.
    move run-answer to run-mode.

            perform reprice-run
        when run-mode = "S" or run-mode = "s"
            perform statement-run
        when run-mode = "L" or run-mode = "l"
            perform late-charge-run
        when run-mode = "X" or run-mode = "x"
            perform restructure-run
        when run-mode = "Y" or run-mode = "y"
            perform year-end-run
        when run-mode = "E" or run-mode = "e"
            perform exposure-run
        when other
            perform open-loan-master
            perform read-loans
            close loan-master
    end-evaluate.

    move "C" to gq-function.
    call "gl-post" using gl-request.

    if param-open = "Y"
        close param-file
    end-if.
    perform open-loan-master.
    perform capture-today.
    perform load-payment-history.
    perform load-borrower-master.

    move 0 to stmt-count.

            move ph-interest to ht-interest(history-count)
            move ph-principal to ht-principal(history-count)
            move ph-balance to ht-balance(history-count)
            if ph-fees is numeric
                move ph-fees to ht-fees(history-count)
            else
                move 0 to ht-fees(history-count)
            end-if
        end-if
    end-if.

        into statement-line
    end-string.
    perform write-statement-line.

    if lm-cust-id is not = spaces
        move lm-cust-id to exposure-key
        perform find-borrower-entry
        move spaces to exposure-name
        if borrower-found > 0
            move bt-name(borrower-found) to exposure-name
        end-if
        string "  Customer: " delimited by size
            lm-cust-id delimited by size
            "  " delimited by size
            exposure-name delimited by size
            into statement-line
        end-string
        perform write-statement-line
    end-if.

    move spaces to statement-line.
    perform write-statement-line.

    perform check-fee-fields.
    move 0 to stmt-payments.
    move 0 to stmt-fees-paid.
    move lm-balance to stmt-opening.
    move lm-balance to stmt-closing.
    move "Y" to stmt-first.
    end-string.
    perform write-statement-line.

    if stmt-fees-paid > 0
        move stmt-fees-paid to fees-o
        string "  Late charges paid this period: " delimited by size
            fees-o delimited by size
            into statement-line
        end-string
        perform write-statement-line
    end-if.

    if lm-fees-owing > 0
        move lm-fees-owing to fees-owing-o
        string "  Late charges owing: " delimited by size
            fees-owing-o delimited by size
            "  (due in addition to the loan balance)" delimited by size
            into statement-line
        end-string
        perform write-statement-line
    end-if.

    if lm-arrears > 0
        string "  ** IN ARREARS - " delimited by size
            lm-arrears delimited by size
            move "N" to stmt-first
        end-if
        move ht-balance(history-idx) to stmt-closing
        add ht-fees(history-idx) to stmt-fees-paid

        move ht-amount(history-idx) to pay-amount-o
        move ht-interest(history-idx) to interest-o

        compute accrued-interest rounded =
            lm-balance * lm-rate * days-elapsed / period-days
        perform check-fee-fields
        compute payoff-amount =
            lm-balance + accrued-interest + lm-fees-owing

        perform write-payoff-letter

            move "D" to lm-status
            move payoff-date to lm-status-date
            move 0 to lm-balance
            move 0 to lm-fees-owing
            rewrite loan-master-record
            display "Loan " lm-app-id " marked discharged"
        else
    end-string.
    perform write-payoff-line.

    move lm-fees-owing to fees-owing-o.
    string "  Late charges owing:       " delimited by size
        fees-owing-o delimited by size
        into payoff-line
    end-string.
    perform write-payoff-line.

    move payoff-amount to payoff-amount-o.
    string "  Amount to close the loan: " delimited by size
        payoff-amount-o delimited by size

    move spaces to aging-line.
    perform write-aging-line.
    move "Totals by bucket (restructured loans listed below):"
        to aging-line.
    perform write-aging-line.

    move 1 to bucket-idx.
    perform write-aging-bucket
        until bucket-idx > 5.

    move spaces to aging-line.
    perform write-aging-line.
    move "Restructured loans:" to aging-line.
    perform write-aging-line.

    move 0 to restr-aged-count.
    move 0 to restr-aged-balance.
    move low-values to lm-app-id.
    move 1 to master-eof.
    start loan-master key >= lm-app-id
        invalid key move 0 to master-eof
    end-start.

    perform age-restructured-loan
        until master-eof = 0.

    move restr-aged-balance to bucket-balance-o.
    string "  RESTRUCTURED  Loans: " delimited by size
        restr-aged-count delimited by size
        "  Balance: " delimited by size
        bucket-balance-o delimited by size
        into aging-line
    end-string.
    perform write-aging-line.

    close aging-report.
    close loan-master.

    add 1 to bucket-idx.

*> Reads the next booked loan, buckets it by days past due, and
*> writes its detail line; a restructured loan is left to its own
*> section of the report
age-one-loan.

    read loan-master next record

    if master-eof is not = zero
        add 1 to ops-read
        perform check-restructure-fields

        if lm-balance > 0 and lm-status is not = "D"
            and lm-restruct-count = 0
            perform derive-aging-bucket

            add 1 to bkt-count(bucket-idx)
            add lm-balance to bkt-balance(bucket-idx)
        end-if
    end-if.

*> Reads the next booked loan and, when it is open and has been
*> restructured, writes its line in the restructured-loan section
age-restructured-loan.

    read loan-master next record
        at end move 0 to master-eof
    end-read.

    if master-eof is not = zero
        perform check-restructure-fields

        if lm-balance > 0 and lm-status is not = "D"
            and lm-restruct-count > 0
            perform derive-aging-bucket

            add 1 to restr-aged-count
            add lm-balance to restr-aged-balance

            move lm-balance to balance-due-o
            string lm-app-id delimited by size
                "  Balance: " delimited by size
                balance-due-o delimited by size
                "  Next due: " delimited by size
                lm-next-due delimited by size
                "  Restructured " delimited by size
                lm-restruct-count delimited by size
                " on " delimited by size
                lm-restruct-date delimited by size
                "  " delimited by size
                bkt-label(bucket-idx) delimited by size
                into aging-line
            end-string
            perform write-aging-line
        end-if
    end-if.

*> Buckets the current loan by days past its next due date
derive-aging-bucket.

    if lm-next-due is numeric and lm-next-due > 0
        compute due-int =
            function integer-of-date (lm-next-due)
        compute days-past-due = today-int - due-int
    else
        move 0 to days-past-due
    end-if.

    evaluate true
        when days-past-due <= 0
            move 1 to bucket-idx
        when days-past-due <= 30
            move 2 to bucket-idx
        when days-past-due <= 60
            move 3 to bucket-idx
        when days-past-due <= 90
            move 4 to bucket-idx
        when other
            move 5 to bucket-idx
    end-evaluate.

*> Writes one bucket's count and balance totals
write-aging-bucket.

    write aging-record.
    move spaces to aging-line.

*> Totals a calendar year's posted payments per loan from the payment
*> history, writes one interest-paid tax statement per loan, and
*> writes the filing summary with control totals reconciled to the
*> sum of the year's ph-interest
year-end-run.

    display "Enter the tax year (YYYY): ".
    perform get-run-answer.
    compute tax-year = function numval (run-answer).

    move spaces to ops-input.
    string "(year-end " delimited by size
        tax-year delimited by size
        ")" delimited by size
        into ops-input
    end-string.

    if tax-year < 1900
        display "Error: tax year must be a four-digit year"
        move "FAIL" to ops-status
    else
        call "CBL_CHECK_FILE_EXIST"
            using history-file-name pay-history-record
        if return-code is not = 0
            display "File Error: payment-history.txt not found - no"
                " payments to report"
            move "FAIL" to ops-status
        else
            perform total-tax-year
            perform write-tax-statements
            perform write-filing-summary
        end-if
    end-if.

*> Reads the payment history and totals the tax year's payments into
*> the per-loan table, keeping the independent control totals as it
*> goes
total-tax-year.

    move 0 to tax-count.
    move 0 to control-interest.
    move 0 to control-principal.

    open input history-file.
    move 1 to history-eof.
    perform total-tax-history-entry
        until history-eof = 0.
    close history-file.

*> Adds one history record to its loan's year totals when it falls in
*> the tax year
total-tax-history-entry.

    read history-file
        at end move 0 to history-eof
    end-read.

    if history-eof is not = 0
        if ph-date(1:4) = tax-year
            add 1 to tax-records
            add ph-interest to control-interest
            add ph-principal to control-principal
            perform find-tax-entry
            if tax-found = 0
                if tax-count >= 999
                    add 1 to tax-skipped
                    if tax-full-warned = "N"
                        display "Warning: year-end loan table full -"
                            " further loans left off the statements"
                        move "Y" to tax-full-warned
                    end-if
                else
                    add 1 to tax-count
                    move tax-count to tax-found
                    move ph-app-id to tx-app-id(tax-found)
                    move 0 to tx-payments(tax-found)
                    move 0 to tx-interest(tax-found)
                    move 0 to tx-principal(tax-found)
                    move 0 to tx-fees(tax-found)
                    move 0 to tx-last-date(tax-found)
                end-if
            end-if
            if tax-found > 0
                add 1 to tx-payments(tax-found)
                add ph-interest to tx-interest(tax-found)
                add ph-principal to tx-principal(tax-found)
                if ph-fees is numeric
                    add ph-fees to tx-fees(tax-found)
                end-if
                if ph-date >= tx-last-date(tax-found)
                    move ph-date to tx-last-date(tax-found)
                    move ph-balance to tx-balance(tax-found)
                end-if
            end-if
        end-if
    end-if.

*> Searches the year-end table for the history record's loan
find-tax-entry.

    move 0 to tax-found.
    move 1 to tax-idx.
    perform find-tax-compare
        until tax-idx > tax-count or tax-found > 0.

*> Compares one year-end table entry against the history record's loan
find-tax-compare.

    if tx-app-id(tax-idx) = ph-app-id
        move tax-idx to tax-found
    else
        add 1 to tax-idx
    end-if.

*> Writes one interest-paid statement file per loan in the table
write-tax-statements.

    move 0 to stmt-interest-total.
    move 0 to stmt-principal-total.
    move 1 to tax-idx.
    perform write-one-tax-statement
        until tax-idx > tax-count.

    display "Year-end statements written: " tax-count.
    move tax-records to ops-read.
    move tax-skipped to ops-rejected.

*> Writes one loan's interest-paid statement for the tax year
write-one-tax-statement.

    move spaces to tax-file-name.
    string function trim (tx-app-id(tax-idx)) delimited by size
        "-interest-" delimited by size
        tax-year delimited by size
        ".txt" delimited by size
        into tax-file-name
    end-string.
    open output tax-file.

    string "Interest Paid Statement - Tax Year " delimited by size
        tax-year delimited by size
        into tax-line
    end-string.
    perform write-tax-line.
    string "  Loan: " delimited by size
        tx-app-id(tax-idx) delimited by size
        into tax-line
    end-string.
    perform write-tax-line.
    move spaces to tax-line.
    perform write-tax-line.

    string "  Payments posted in the year: " delimited by size
        tx-payments(tax-idx) delimited by size
        into tax-line
    end-string.
    perform write-tax-line.

    move tx-interest(tax-idx) to tax-interest-o.
    string "  Interest paid:               " delimited by size
        tax-interest-o delimited by size
        into tax-line
    end-string.
    perform write-tax-line.

    move tx-principal(tax-idx) to tax-principal-o.
    string "  Principal paid:              " delimited by size
        tax-principal-o delimited by size
        into tax-line
    end-string.
    perform write-tax-line.

    if tx-fees(tax-idx) > 0
        move tx-fees(tax-idx) to tax-interest-o
        string "  Late charges paid (not interest): " delimited by size
            tax-interest-o delimited by size
            into tax-line
        end-string
        perform write-tax-line
    end-if.

    move tx-balance(tax-idx) to tax-balance-o.
    string "  Balance after last payment:  " delimited by size
        tax-balance-o delimited by size
        "  (" delimited by size
        tx-last-date(tax-idx) delimited by size
        ")" delimited by size
        into tax-line
    end-string.
    perform write-tax-line.

    close tax-file.

    add tx-interest(tax-idx) to stmt-interest-total.
    add tx-principal(tax-idx) to stmt-principal-total.
    add 1 to tax-idx.

*> Writes one line of the current loan's tax statement
write-tax-line.

    move tax-line to tax-record.
    write tax-record.
    move spaces to tax-line.

*> Writes the filing summary: one line per loan, then the control
*> totals - the statements' totals against the sum of the year's
*> ph-interest and ph-principal read from the history
write-filing-summary.

    move spaces to filing-file-name.
    string "interest-filing-" delimited by size
        tax-year delimited by size
        ".txt" delimited by size
        into filing-file-name
    end-string.
    open output filing-file.

    string "Interest Paid Filing Summary - Tax Year " delimited by size
        tax-year delimited by size
        into filing-line
    end-string.
    perform write-filing-line.
    move spaces to filing-line.
    perform write-filing-line.

    move 1 to tax-idx.
    perform write-filing-loan-line
        until tax-idx > tax-count.

    move spaces to filing-line.
    perform write-filing-line.
    string "  Statements issued: " delimited by size
        tax-count delimited by size
        "  History records for the year: " delimited by size
        tax-records delimited by size
        into filing-line
    end-string.
    perform write-filing-line.

    move stmt-interest-total to tax-interest-o.
    string "  Interest on statements:      " delimited by size
        tax-interest-o delimited by size
        into filing-line
    end-string.
    perform write-filing-line.

    move control-interest to tax-interest-o.
    string "  Interest in payment history: " delimited by size
        tax-interest-o delimited by size
        into filing-line
    end-string.
    perform write-filing-line.

    move stmt-principal-total to tax-principal-o.
    string "  Principal on statements:     " delimited by size
        tax-principal-o delimited by size
        into filing-line
    end-string.
    perform write-filing-line.

    if stmt-interest-total = control-interest
        and stmt-principal-total = control-principal
        and tax-skipped = 0
        move "  Control totals RECONCILED" to filing-line
    else
        move "  ** CONTROL TOTALS OUT OF BALANCE - do not file **"
            to filing-line
        move "OUT-OF-BAL" to ops-status
    end-if.
    perform write-filing-line.

    close filing-file.

*> Writes one loan's totals line in the filing summary
write-filing-loan-line.

    move tx-interest(tax-idx) to tax-interest-o.
    move tx-principal(tax-idx) to tax-principal-o.
    string "  " delimited by size
        tx-app-id(tax-idx) delimited by size
        "  Interest: " delimited by size
        tax-interest-o delimited by size
        "  Principal: " delimited by size
        tax-principal-o delimited by size
        into filing-line
    end-string.
    perform write-filing-line.
    add 1 to tax-idx.

*> Writes one line of the filing summary and echoes it to the terminal
*> so the two outputs never drift apart
write-filing-line.

    display filing-line.
    move filing-line to filing-record.
    write filing-record.
    move spaces to filing-line.

*> Writes the relationship exposure report: each customer's loans,
*> outstanding balance, arrears, and late charges owing across all of
*> their open loans, against their exposure limit
exposure-run.

    move "(exposure report)" to ops-input.

    perform load-borrower-master.
    perform open-loan-master.
    perform load-exposure-table.
    close loan-master.

    open output exposure-report.

    move "Relationship Exposure Report" to exposure-line.
    perform write-exposure-line.
    move spaces to exposure-line.
    perform write-exposure-line.

    move 0 to exposure-over.
    move 1 to exposure-idx.
    perform write-exposure-customer
        until exposure-idx > exposure-count.

    move spaces to exposure-line.
    perform write-exposure-line.
    string "  Customers: " delimited by size
        exposure-count delimited by size
        "  Over their exposure limit: " delimited by size
        exposure-over delimited by size
        into exposure-line
    end-string.
    perform write-exposure-line.

    close exposure-report.
    move exposure-count to ops-read.

*> Writes one customer's exposure lines
write-exposure-customer.

    move ex-cust-id(exposure-idx) to exposure-key.
    perform find-borrower-entry.
    perform set-exposure-limit.

    move spaces to exposure-name.
    evaluate true
        when exposure-key = spaces
            move "(loans with no customer id)" to exposure-name
        when borrower-found = 0
            move "(not on the borrower master)" to exposure-name
        when other
            move bt-name(borrower-found) to exposure-name
    end-evaluate.

    move ex-balance(exposure-idx) to exposure-balance-o.
    string ex-cust-id(exposure-idx) delimited by size
        "  " delimited by size
        exposure-name delimited by size
        "  Loans: " delimited by size
        ex-loans(exposure-idx) delimited by size
        "  Balance: " delimited by size
        exposure-balance-o delimited by size
        into exposure-line
    end-string.
    perform write-exposure-line.

    move ex-fees(exposure-idx) to fees-owing-o.
    string "    Arrears periods: " delimited by size
        ex-arrears(exposure-idx) delimited by size
        "  Loans behind: " delimited by size
        ex-loans-behind(exposure-idx) delimited by size
        "  Late charges owing: " delimited by size
        fees-owing-o delimited by size
        into exposure-line
    end-string.
    perform write-exposure-line.

    if exposure-key is not = spaces
        move exposure-limit to exposure-limit-o
        if ex-balance(exposure-idx) > exposure-limit
            add 1 to exposure-over
            string "    Exposure limit: " delimited by size
                exposure-limit-o delimited by size
                "  ** OVER LIMIT **" delimited by size
                into exposure-line
            end-string
        else
            string "    Exposure limit: " delimited by size
                exposure-limit-o delimited by size
                into exposure-line
            end-string
        end-if
        perform write-exposure-line
    end-if.

    add 1 to exposure-idx.

*> Writes one line of the exposure report and echoes it to the
*> terminal so the two outputs never drift apart
write-exposure-line.

    display exposure-line.
    move exposure-line to exposure-record.
    write exposure-record.
    move spaces to exposure-line.

*> Loads borrower-master.txt into the borrower table, once per run; a
*> missing master leaves the table empty, so every application that
*> names a customer is refused as unknown
load-borrower-master.

    if borrower-loaded = "N"
        move "Y" to borrower-loaded
        move 0 to borrower-count
        call "CBL_CHECK_FILE_EXIST"
            using borrower-file-name borrower-record
        if return-code is not = 0
            display "Warning: borrower-master.txt not found - customer"
                " ids cannot be resolved"
        else
            open input borrower-file
            move 1 to borrower-eof
            perform load-borrower-entry
                until borrower-eof = 0
            close borrower-file
        end-if
    end-if.

*> Reads one borrower from the master file into the table
load-borrower-entry.

    read borrower-file
        at end move 0 to borrower-eof
    end-read.

    if borrower-eof is not = 0
        if borrower-count >= 2000
            display "Warning: borrower table full - further borrower"
                " master entries ignored"
            move 0 to borrower-eof
        else
            add 1 to borrower-count
            move bm-cust-id to bt-cust-id(borrower-count)
            move bm-name to bt-name(borrower-count)
            if bm-exposure-limit is numeric
                move bm-exposure-limit to bt-limit(borrower-count)
            else
                move 0 to bt-limit(borrower-count)
            end-if
        end-if
    end-if.

*> Searches the borrower table for the current customer key
find-borrower-entry.

    move 0 to borrower-found.
    move 1 to borrower-idx.
    perform find-borrower-compare
        until borrower-idx > borrower-count or borrower-found > 0.

*> Compares one borrower table entry against the current customer key
find-borrower-compare.

    if bt-cust-id(borrower-idx) = exposure-key
        move borrower-idx to borrower-found
    else
        add 1 to borrower-idx
    end-if.

*> Sets the exposure limit for the borrower just found: their own
*> limit, or the standard one when theirs is zero
set-exposure-limit.

    move standard-exposure-limit to exposure-limit.
    if borrower-found > 0
        if bt-limit(borrower-found) > 0
            move bt-limit(borrower-found) to exposure-limit
        end-if
    end-if.

*> Walks the loan master and totals every open loan into its
*> customer's exposure entry
load-exposure-table.

    move 0 to exposure-count.
    perform capture-today.

    move low-values to lm-app-id.
    move 1 to master-eof.
    start loan-master key >= lm-app-id
        invalid key move 0 to master-eof
    end-start.

    perform load-exposure-loan
        until master-eof = 0.

*> Reads the next booked loan and adds it to its customer's exposure
*> when it is still open
load-exposure-loan.

    read loan-master next record
        at end move 0 to master-eof
    end-read.

    if master-eof is not = zero
        if lm-balance > 0 and lm-status is not = "D"
            perform check-fee-fields
            move lm-cust-id to exposure-key
            perform find-exposure-entry
            if exposure-found > 0
                add 1 to ex-loans(exposure-found)
                add lm-balance to ex-balance(exposure-found)
                add lm-arrears to ex-arrears(exposure-found)
                if lm-arrears > 0
                    add 1 to ex-loans-behind(exposure-found)
                end-if
                add lm-fees-owing to ex-fees(exposure-found)
            end-if
        end-if
    end-if.

*> Finds the current customer key's exposure entry, adding a new one
*> when the customer has none yet; a full table returns no entry
find-exposure-entry.

    move 0 to exposure-found.
    move 1 to exposure-idx.
    perform find-exposure-compare
        until exposure-idx > exposure-count or exposure-found > 0.

    if exposure-found = 0
        if exposure-count >= 2000
            if exposure-full-warned = "N"
                display "Warning: exposure table full - further"
                    " customers left out of the exposure totals"
                move "Y" to exposure-full-warned
            end-if
        else
            add 1 to exposure-count
            move exposure-count to exposure-found
            move exposure-key to ex-cust-id(exposure-found)
            move 0 to ex-loans(exposure-found)
            move 0 to ex-balance(exposure-found)
            move 0 to ex-arrears(exposure-found)
            move 0 to ex-loans-behind(exposure-found)
            move 0 to ex-fees(exposure-found)
        end-if
    end-if.

*> Compares one exposure entry against the current customer key
find-exposure-compare.

    if ex-cust-id(exposure-idx) = exposure-key
        move exposure-idx to exposure-found
    else
        add 1 to exposure-idx
    end-if.

*> Checks the application's customer before it is approved: a
*> customer id must be on the borrower master, and the new principal
*> must keep the customer's outstanding balance within their exposure
*> limit (a re-booked application's old balance is not counted
*> twice). An application with no customer id predates the borrower
*> master and is not checked
check-customer-exposure.

    move spaces to exposure-reason.
    move 0 to rebook-balance.
    move spaces to rebook-cust-id.

    move app-id to lm-app-id.
    read loan-master
        invalid key
            continue
        not invalid key
            if lm-status is not = "D" and lm-balance > 0
                move lm-balance to rebook-balance
                move lm-cust-id to rebook-cust-id
            end-if
    end-read.

    if app-cust-id is not = spaces
        move app-cust-id to exposure-key
        perform find-borrower-entry
        if borrower-found = 0
            move "customer id not on the borrower master"
                to exposure-reason
        else
            perform set-exposure-limit
            perform find-exposure-entry
            move loanP to exposure-after
            if exposure-found > 0
                add ex-balance(exposure-found) to exposure-after
                if rebook-cust-id = app-cust-id
                    subtract rebook-balance from exposure-after
                end-if
            end-if
            if exposure-after > exposure-limit
                move "customer exposure limit exceeded"
                    to exposure-reason
            end-if
        end-if
    end-if.

*> Moves the loan just booked into its customer's exposure, taking
*> out the balance it replaced on a re-booking
add-booked-exposure.

    if rebook-balance > 0
        move rebook-cust-id to exposure-key
        perform find-exposure-entry
        if exposure-found > 0
            subtract rebook-balance from ex-balance(exposure-found)
            subtract 1 from ex-loans(exposure-found)
        end-if
    end-if.

    if app-cust-id is not = spaces
        move app-cust-id to exposure-key
        perform find-exposure-entry
        if exposure-found > 0
            add loanP to ex-balance(exposure-found)
            add 1 to ex-loans(exposure-found)
        end-if
    end-if.

*> Restructures one booked loan for a borrower in hardship: defers
*> payments, extends the term, or resets the payment, recasts the
*> remaining schedule, and on confirmation rewrites the master and
*> writes the customer's restructure notice
restructure-run.

    move "(restructure)" to ops-input.

    perform open-loan-master.
    perform capture-today.

    display "Enter the app-id of the loan to restructure: ".
    perform get-run-answer.
    move run-answer to restr-app-id.
    move restr-app-id to ops-input.

    move restr-app-id to lm-app-id.
    read loan-master
        invalid key
            display "Error: loan " restr-app-id " is not on the master"
            move 1 to ops-rejected
        not invalid key
            perform restructure-loan
    end-read.

    move 1 to ops-read.
    close loan-master.

*> Takes the restructure terms for the loan just read, recasts it, and
*> applies the result on confirmation
restructure-loan.

    if lm-status = "D" or lm-balance <= 0
        display "Error: loan " lm-app-id
            " is discharged or paid off - nothing to restructure"
        move 1 to ops-rejected
    else
        perform check-fee-fields
        perform check-restructure-fields
        perform set-period-days

        move lm-payment to old-payment
        move lm-term to restr-old-term
        move lm-next-due to restr-old-due
        move lm-balance to restr-old-balance
        move 0 to restr-periods
        move 0 to restr-cap-interest
        move space to restr-interest-opt
        move "Y" to restr-ok
        move spaces to restr-reason

        display "Restructure - D defer payments, E extend the term,"
        display "P reset the payment: "
        perform get-run-answer
        move run-answer to restr-type

        evaluate true
            when restr-type = "D" or restr-type = "d"
                move "D" to restr-type
                perform defer-payments
            when restr-type = "E" or restr-type = "e"
                move "E" to restr-type
                perform extend-term
            when restr-type = "P" or restr-type = "p"
                move "P" to restr-type
                perform reset-payment
            when other
                move "N" to restr-ok
                move "restructure type must be D, E, or P"
                    to restr-reason
        end-evaluate

        if restr-ok = "Y"
            perform confirm-restructure
        else
            display "Restructure refused - " restr-reason
            move 1 to ops-rejected
        end-if
    end-if.

*> Defers a number of payments: the next-due date moves out that many
*> periods from the later of the current due date and today, and the
*> interest for the deferral is either capitalised into the balance
*> now or left to accrue to the first payment after it, which the
*> day-count proration of the posting run already charges
defer-payments.

    display "Number of payments to defer (1-12): ".
    perform get-run-answer.
    compute restr-periods = function numval (run-answer).

    display "Deferred interest - C capitalise into the balance,".
    display "A accrue to the first payment after the deferral: ".
    perform get-run-answer.
    move run-answer to restr-interest-opt.
    if restr-interest-opt = "c"
        move "C" to restr-interest-opt
    end-if.
    if restr-interest-opt is not = "C"
        move "A" to restr-interest-opt
    end-if.

    if restr-periods < 1 or restr-periods > 12
        move "N" to restr-ok
        move "payments to defer must be 1 to 12" to restr-reason
    else
        if lm-next-due is numeric and lm-next-due > 0
            compute due-int = function integer-of-date (lm-next-due)
        else
            move today-int to due-int
        end-if
        if due-int < today-int
            move today-int to due-int
        end-if
        compute due-int = due-int + (restr-periods * period-days)
        compute lm-next-due = function date-of-integer (due-int)

        if restr-interest-opt = "C"
            compute restr-end-int = due-int - period-days
            if lm-last-posted is numeric and lm-last-posted > 0
                compute last-posted-int =
                    function integer-of-date (lm-last-posted)
            else
                move today-int to last-posted-int
            end-if
            if restr-end-int > last-posted-int
                compute days-elapsed = restr-end-int - last-posted-int
            else
                move 0 to days-elapsed
            end-if
            compute restr-cap-interest rounded =
                lm-balance * lm-rate * days-elapsed / period-days
            add restr-cap-interest to lm-balance
            compute lm-last-posted =
                function date-of-integer (restr-end-int)
            move "Defer - interest capitalised" to restr-type-desc
        else
            move "Defer - interest accrues" to restr-type-desc
        end-if

        perform set-remaining-term
        perform recast-payment
    end-if.

*> Extends the term by a number of periods and recasts the payment
*> over the longer remaining term
extend-term.

    display "Number of periods to add to the term (1-360): ".
    perform get-run-answer.
    compute restr-periods = function numval (run-answer).

    if restr-periods < 1 or restr-periods > 360
        move "N" to restr-ok
        move "periods to add must be 1 to 360" to restr-reason
    else
        add restr-periods to lm-term
        move "Term extended" to restr-type-desc
        perform set-remaining-term
        perform recast-payment
        perform move-due-forward
    end-if.

*> Resets the payment to an agreed amount and re-derives the remaining
*> term from it; a payment that does not cover one period's interest
*> would never pay the loan down and is refused
reset-payment.

    display "New payment per period: ".
    perform get-run-answer.
    compute restr-new-payment = function numval (run-answer).

    compute restr-sim-interest rounded = lm-balance * lm-rate.
    if restr-new-payment <= restr-sim-interest
        move "N" to restr-ok
        move "payment does not cover one period's interest"
            to restr-reason
    else
        move lm-balance to restr-sim-balance
        move 0 to restr-sim-periods
        compute restr-sim-limit = 9999 - lm-paid-count
        perform restructure-sim-period
            until restr-sim-balance <= 0
            or restr-sim-periods >= restr-sim-limit

        if restr-sim-balance > 0
            move "N" to restr-ok
            move "payment too small to ever clear the loan"
                to restr-reason
        else
            compute lm-term = lm-paid-count + restr-sim-periods
            move restr-sim-periods to remaining-term
            move restr-new-payment to new-payment
            move restr-new-payment to lm-payment
            move "Payment reset" to restr-type-desc
            perform move-due-forward
        end-if
    end-if.

*> Runs one period of the reset payment against the balance
restructure-sim-period.

    compute restr-sim-interest rounded = restr-sim-balance * lm-rate.
    compute restr-sim-balance =
        restr-sim-balance + restr-sim-interest - restr-new-payment.
    add 1 to restr-sim-periods.

*> Derives the payment periods left on the loan's term
set-remaining-term.

    if lm-term > lm-paid-count
        compute remaining-term = lm-term - lm-paid-count
    else
        move 1 to remaining-term
    end-if.

*> Recasts the payment over the remaining term and balance, keeping an
*> accelerated bi-weekly loan's booking convention as the repricing
*> run does
recast-payment.

    if lm-frequency = "A"
        compute monthly-work-rate = lm-rate * lm-ppy / 12
        compute remaining-months rounded =
            (remaining-term * 12) / 26
        if remaining-months = 0
            move 1 to remaining-months
        end-if
        compute new-payment rounded =
            (monthly-work-rate /
            (1.0 - ((1 + monthly-work-rate)
                ** (remaining-months * -1))))
            * lm-balance
        compute new-payment = new-payment / 2
    else
        compute new-payment rounded =
            (lm-rate /
            (1.0 - ((1 + lm-rate) ** (remaining-term * -1))))
            * lm-balance
    end-if.

    move new-payment to lm-payment.

*> Moves a past-due loan's next-due date to one period from today, so
*> the recast schedule starts current
move-due-forward.

    if lm-next-due is numeric and lm-next-due > 0
        compute due-int = function integer-of-date (lm-next-due)
    else
        move 0 to due-int
    end-if.

    if due-int <= today-int
        compute due-int = today-int + period-days
        compute lm-next-due = function date-of-integer (due-int)
    end-if.

*> Shows the recast terms and, on confirmation, clears the arrears,
*> stamps the restructure on the master, and writes the notice
confirm-restructure.

    move old-payment to old-payment-o.
    move new-payment to new-payment-o.
    display "Loan " lm-app-id " " function trim (restr-type-desc)
        " - payment "
        old-payment-o " becomes " new-payment-o.
    display "  over " remaining-term " remaining periods, next due "
        lm-next-due.

    display "Confirm restructure on these terms? (Y/N): ".
    perform get-run-answer.
    if run-answer = "Y" or run-answer = "y"
        move 0 to lm-arrears
        add 1 to lm-restruct-count
        move today-num to lm-restruct-date
        rewrite loan-master-record
        move loanmaster-status to io-fail-status
        move loan-master-name to io-fail-file
        perform check-io-status
        perform write-restructure-notice
        display "Loan " lm-app-id " restructured"
    else
        display "Not confirmed - loan " lm-app-id " is unchanged"
    end-if.

*> Writes the customer's restructure notice file, named for the
*> application id
write-restructure-notice.

    move spaces to notice-file-name.
    string function trim (lm-app-id) delimited by size
        "-restructure.txt" delimited by size
        into notice-file-name
    end-string.
    open output notice-file.

    string "Loan Restructure Notice - Loan " delimited by size
        lm-app-id delimited by size
        into notice-line
    end-string.
    perform write-notice-line.

    string "  Effective date: " delimited by size
        today-num delimited by size
        "  Restructure: " delimited by size
        restr-type-desc delimited by size
        into notice-line
    end-string.
    perform write-notice-line.

    if restr-type = "D"
        string "  Payments deferred: " delimited by size
            restr-periods delimited by size
            "  Previous due date: " delimited by size
            restr-old-due delimited by size
            into notice-line
        end-string
        perform write-notice-line

        if restr-interest-opt = "C"
            move restr-cap-interest to interest-o
            string "  Deferral interest added to the balance: "
                delimited by size
                interest-o delimited by size
                into notice-line
            end-string
        else
            move "  Interest continues to accrue and is due with the first payment after the deferral"
                to notice-line
        end-if
        perform write-notice-line
    end-if.

    if restr-type = "E"
        string "  Term extended by " delimited by size
            restr-periods delimited by size
            " periods: " delimited by size
            restr-old-term delimited by size
            " becomes " delimited by size
            lm-term delimited by size
            into notice-line
        end-string
        perform write-notice-line
    end-if.

    move lm-balance to balance-o.
    string "  Balance: " delimited by size
        balance-o delimited by size
        into notice-line
    end-string.
    perform write-notice-line.

    string "  Old payment per period: " delimited by size
        old-payment-o delimited by size
        into notice-line
    end-string.
    perform write-notice-line.

    string "  New payment per period: " delimited by size
        new-payment-o delimited by size
        "  over " delimited by size
        remaining-term delimited by size
        " remaining periods" delimited by size
        into notice-line
    end-string.
    perform write-notice-line.

    string "  Next payment due: " delimited by size
        lm-next-due delimited by size
        "  Arrears cleared." delimited by size
        into notice-line
    end-string.
    perform write-notice-line.

    close notice-file.

*> Zeroes the restructure fields on a loan booked before they were
*> carried on the master
check-restructure-fields.

    if lm-restruct-count is not numeric
        move 0 to lm-restruct-count
    end-if.
    if lm-restruct-date is not numeric
        move 0 to lm-restruct-date
    end-if.

*> Walks the booked loans and assesses a late charge on every open
*> loan more than its schedule's grace days past its next due date -
*> once per missed due date, up to the schedule's cap per loan - into
*> the loan's fees-owing balance, and writes the late-charge report
late-charge-run.

    move "(late-charge run)" to ops-input.

    perform init-fee-schedule.
    perform open-loan-master.
    perform capture-today.

    open output charge-report.

    string "Late-Charge Assessment Report  as of " delimited by size
        today-num delimited by size
        into charge-line
    end-string.
    perform write-charge-line.
    move spaces to charge-line.
    perform write-charge-line.

    move 0 to charge-count.
    move 0 to charge-total.

    move low-values to lm-app-id.
    move 1 to master-eof.
    start loan-master key >= lm-app-id
        invalid key move 0 to master-eof
    end-start.

    perform charge-one-loan
        until master-eof = 0.

    move spaces to charge-line.
    perform write-charge-line.
    move charge-total to charge-total-o.
    string "  Late charges assessed: " delimited by size
        charge-count delimited by size
        "  Total: " delimited by size
        charge-total-o delimited by size
        into charge-line
    end-string.
    perform write-charge-line.

    close charge-report.
    close loan-master.

    move charge-count to ops-read.

*> Reads the next booked loan and assesses its late charge when it is
*> open, past its grace days, and not yet charged for this due date
charge-one-loan.

    read loan-master next record
        at end move 0 to master-eof
    end-read.

    if master-eof is not = zero
        if lm-balance > 0 and lm-status is not = "D"
            and lm-next-due is numeric and lm-next-due > 0
            perform check-fee-fields
            compute due-int = function integer-of-date (lm-next-due)
            compute days-past-due = today-int - due-int

            move lm-rate-type to fee-key
            perform find-fee-entry
            if fee-found = 0
                move space to fee-key
                perform find-fee-entry
            end-if

            if fee-found > 0
                if days-past-due > ft-grace-days(fee-found)
                    and lm-last-fee-due is not = lm-next-due
                    perform assess-late-charge
                end-if
            end-if
        end-if
    end-if.

*> Computes the late charge for the missed payment - flat, or a percent
*> of the payment - holds it to what is left under the loan's cap, adds
*> it to fees owing, and reports it
assess-late-charge.

    if ft-fee-type(fee-found) = "P"
        compute late-fee rounded =
            lm-payment * ft-percent(fee-found) / 100
    else
        move ft-flat(fee-found) to late-fee
    end-if.

    if ft-cap(fee-found) > 0
        if lm-fees-assessed >= ft-cap(fee-found)
            move 0 to late-fee
        else
            if lm-fees-assessed + late-fee > ft-cap(fee-found)
                compute late-fee = ft-cap(fee-found) - lm-fees-assessed
            end-if
        end-if
    end-if.

    add late-fee to lm-fees-owing.
    add late-fee to lm-fees-assessed.
    move lm-next-due to lm-last-fee-due.

    rewrite loan-master-record.
    move loanmaster-status to io-fail-status.
    move loan-master-name to io-fail-file.
    perform check-io-status.

    move late-fee to fees-o.
    move lm-fees-owing to fees-owing-o.
    move days-past-due to days-late-o.
    if late-fee > 0
        add 1 to charge-count
        add late-fee to charge-total
        string lm-app-id delimited by size
            "  Due: " delimited by size
            lm-next-due delimited by size
            "  Days late: " delimited by size
            days-late-o delimited by size
            "  Charge: " delimited by size
            fees-o delimited by size
            "  Fees owing: " delimited by size
            fees-owing-o delimited by size
            into charge-line
        end-string
    else
        string lm-app-id delimited by size
            "  Due: " delimited by size
            lm-next-due delimited by size
            "  CAP REACHED - no charge  Fees owing: " delimited by size
            fees-owing-o delimited by size
            into charge-line
        end-string
    end-if.
    perform write-charge-line.

*> Searches the late-fee schedule for the current fee key
find-fee-entry.

    move 0 to fee-found.
    move 1 to fee-idx.
    perform find-fee-compare
        until fee-idx > fee-count or fee-found > 0.

*> Compares one late-fee schedule line against the current fee key
find-fee-compare.

    if ft-rate-type(fee-idx) = fee-key
        move fee-idx to fee-found
    else
        add 1 to fee-idx
    end-if.

*> Loads late-fee-schedule.txt; the late-charge run cannot go ahead
*> without it
init-fee-schedule.

    call "CBL_CHECK_FILE_EXIST" using fee-file-name report-record.
    if return-code is not = 0
        display "File Error: late-fee-schedule.txt not found - cannot assess late charges"
        move "FAIL" to ops-status
        perform write-ops-end
        stop run
    end-if.

    move 0 to fee-count.
    open input fee-file.
    move 1 to fee-eof.
    perform load-fee-entry
        until fee-eof = 0.
    close fee-file.

*> Reads one late-fee schedule line into the fee table, skipping a
*> line whose amounts are unreadable
load-fee-entry.

    read fee-file
        at end move 0 to fee-eof
    end-read.

    if fee-eof is not = zero
        if lf-grace-days is not numeric or lf-flat is not numeric
            or lf-percent is not numeric or lf-cap is not numeric
            display "Warning: late-fee schedule line skipped - "
                fee-schedule-record
        else
            if fee-count < 11
                add 1 to fee-count
                move lf-rate-type to ft-rate-type(fee-count)
                move lf-grace-days to ft-grace-days(fee-count)
                if lf-fee-type = "P" or lf-fee-type = "p"
                    move "P" to ft-fee-type(fee-count)
                else
                    move "F" to ft-fee-type(fee-count)
                end-if
                move lf-flat to ft-flat(fee-count)
                move lf-percent to ft-percent(fee-count)
                move lf-cap to ft-cap(fee-count)
            end-if
        end-if
    end-if.

*> Zeroes the late-charge fields on a loan booked before they were
*> carried on the master
check-fee-fields.

    if lm-fees-owing is not numeric
        move 0 to lm-fees-owing
    end-if.
    if lm-fees-assessed is not numeric
        move 0 to lm-fees-assessed
    end-if.
    if lm-last-fee-due is not numeric
        move 0 to lm-last-fee-due
    end-if.

*> Writes one line of the late-charge report and echoes it to the
*> terminal so the two outputs never drift apart
write-charge-line.

    display charge-line.
    move charge-line to charge-record.
    write charge-record.
    move spaces to charge-line.

*> Opens the indexed loan master for update, creating it on first use
open-loan-master.

    call "CBL_CHECK_FILE_EXIST" using loan-master-name loan-master-record.
    if return-code is not = 0
        open output loan-master
        close loan-master
    end-if.
    open i-o loan-master.
    move loanmaster-status to io-fail-status.
    move loan-master-name to io-fail-file.
    perform check-open-status.

*> Books the loan just priced into the loan master: a re-booked
*> application replaces its earlier terms and resets its balance
book-loan.

    move app-id to lm-app-id.
    move loanP to lm-principal.
    move iRate to lm-rate.
    move total-periods to lm-term.
    move monthlyP to lm-payment.
    move loanP to lm-balance.
    move periods-per-year to lm-ppy.
    move frequency-code to lm-frequency.
    move 0 to lm-arrears.

    perform capture-today.
    perform set-period-days.
    compute due-int = today-int + period-days.
    compute lm-next-due = function date-of-integer (due-int).
    move today-num to lm-last-posted.
    move "O" to lm-status.
    move today-num to lm-status-date.
    move tRate to lm-rate-type.
    move app-rate to lm-base-rate.
    move 0 to lm-paid-count.
    move 0 to lm-last-stmt.
    move 0 to lm-fees-owing.
    move 0 to lm-fees-assessed.
    move 0 to lm-last-fee-due.
    move 0 to lm-restruct-count.
    move 0 to lm-restruct-date.
    move app-cust-id to lm-cust-id.

    write loan-master-record
        invalid key
            rewrite loan-master-record
        not invalid key
            move "BOOKING" to gq-event
            move loanP to gq-amount
            perform post-gl-event
    end-write.

*> Hands one loan money event to the GL interface
post-gl-event.

    move "P" to gq-function.
    move lm-app-id to gq-reference.
    call "gl-post" using gl-request.

*> Captures today's date and its day-number form for the due-date
*> arithmetic
capture-today.

    move function current-date to current-date-time.
    move current-date-time(1:8) to run-stamp.
    compute today-num = (rs-yyyy * 10000) + (rs-mm * 100) + rs-dd.
    compute today-int = function integer-of-date (today-num).

*> Derives the length of one payment period in days from the loan's
*> payment frequency; an unreadable frequency falls back to monthly
set-period-days.

    if lm-ppy is numeric and lm-ppy > 0
        compute period-days = 365 / lm-ppy
    else
        move 12 to lm-ppy
        compute period-days = 365 / lm-ppy
    end-if.

*> Applies a file of payments received to the booked loans' actual
*> balances, using the same interest split the schedule computes, and
*> reports payments that are short and loans with no payment this run
post-payments.

    perform pay-file-check.
    perform verify-inbound-file.
    perform open-loan-master.

    open input pay-file.
    open output posting-report.

    call "CBL_CHECK_FILE_EXIST"
        using history-file-name pay-history-record.
    if return-code is not = 0
        open output history-file
        close history-file
    end-if.
    open extend history-file.

    move "Payment Posting Report" to posting-line.
    perform write-posting-line.
    move spaces to posting-line.
    perform write-posting-line.

    move 0 to posted-count.
    move 1 to pay-eof.
    perform post-one-payment
        until pay-eof = 0.

    perform report-unpaid-loans.

    close pay-file.
    close posting-report.
    close history-file.
    close loan-master.

    move "A" to ib-function.
    call "inbound-check" using inbound-request.

*> Verifies the payments file's header and trailer before anything is
*> posted, and refuses the run when the file is incomplete or out of
*> sequence
verify-inbound-file.

    move "V" to ib-function.
    move pay-file-name to ib-file-name.
    call "inbound-check" using inbound-request.

    if ib-result is not = "Y"
        display "File refused: " function trim (pay-file-name)
            " - " ib-reason
        move "REFUSED" to ops-status
        string "  Refused: " delimited by size
            ib-reason delimited by size
            into ops-fail-detail
        end-string
        perform write-ops-end
        stop run
    end-if.

*> Reads one payment and posts it to its loan's balance, reporting a
*> payment that is missing its loan or short of the expected amount
post-one-payment.

    read pay-file
        at end move 0 to pay-eof
    end-read.

    if pay-eof is not = zero and pay-record(1:3) is not = "HDR"
        and pay-record(1:3) is not = "TRL"
        add 1 to ops-read
        move pay-app-id to lm-app-id

        read loan-master
            invalid key
                add 1 to ops-rejected
                string pay-app-id delimited by size
                    "  NOT ON MASTER - payment not posted" delimited by size
                    into posting-line
                end-string
                perform write-posting-line
            not invalid key
                perform apply-payment
        end-read
    end-if.

*> Splits one posted payment into interest and principal, with the
*> interest prorated over the actual days elapsed between the last
*> posting and the payment date, updates the loan's balance, and
*> reports the posting with the day count behind the split. Late
*> charges owing are cleared from the payment first; only the rest
*> is split against the loan
apply-payment.

    perform capture-today.
    perform set-period-days.
    perform derive-days-elapsed.
    perform check-fee-fields.

    move pay-amount to post-amount.
    move 0 to fees-paid.
    if lm-fees-owing > 0
        if pay-amount >= lm-fees-owing
            move lm-fees-owing to fees-paid
        else
            move pay-amount to fees-paid
        end-if
        subtract fees-paid from lm-fees-owing
        subtract fees-paid from post-amount
    end-if.

    compute post-interest rounded =
        lm-balance * lm-rate * days-elapsed / period-days.
    compute post-principal = post-amount - post-interest.
    subtract post-principal from lm-balance.

    move spaces to post-note.
    if post-amount < lm-payment
        move "  ** SHORT THIS MONTH **" to post-note
    end-if.

    perform update-due-date.

    perform write-payment-history.

    move "PAYPRIN" to gq-event.
    move post-principal to gq-amount.
    perform post-gl-event.
    move "PAYINT" to gq-event.
    move post-interest to gq-amount.
    perform post-gl-event.
    move "PAYFEE" to gq-event.
    move fees-paid to gq-amount.
    perform post-gl-event.

    if posted-count >= 999
        if posted-full-warned = "N"
            display "Warning: posted-payments table full - the"
    end-string.
    perform write-posting-line.

    if fees-paid > 0
        move fees-paid to fees-o
        move lm-fees-owing to fees-owing-o
        string pay-app-id delimited by size
            "  Late charges paid first: " delimited by size
            fees-o delimited by size
            "  Still owing: " delimited by size
            fees-owing-o delimited by size
            into posting-line
        end-string
        perform write-posting-line
    end-if.

*> Appends the payment just posted to the payment-history file, so
*> the detail survives the run for the customer statements
write-payment-history.
    move post-interest to ph-interest.
    move post-principal to ph-principal.
    move lm-balance to ph-balance.
    move fees-paid to ph-fees.
    move spaces to pay-history-record(11:2).
    move spaces to pay-history-record(21:2).
    move spaces to pay-history-record(31:2).
    move spaces to pay-history-record(41:2).
    move spaces to pay-history-record(52:2).
    move spaces to pay-history-record(64:2).
    write pay-history-record.

*> Derives the payment date's day-number form and the days elapsed
    compute lm-next-due = function date-of-integer (due-int).

*> Scans the loan master for open loans that had no payment in this
*> posting run and reports each as missing, except a loan whose next
*> payment is more than one period away - a restructured loan inside
*> its deferral owes nothing yet
report-unpaid-loans.

    perform capture-today.

    move spaces to posting-line.
    perform write-posting-line.


        if posted-found = "N" and lm-balance > 0
            and lm-status is not = "D"
            perform set-period-days
            move 0 to due-int
            if lm-next-due is numeric and lm-next-due > 0
                compute due-int =
                    function integer-of-date (lm-next-due)
            end-if

            if due-int > today-int + period-days
                string lm-app-id delimited by size
                    "  No payment due yet - next due " delimited by size
                    lm-next-due delimited by size
                    into posting-line
                end-string
            else
                add 1 to lm-arrears
                rewrite loan-master-record

                string lm-app-id delimited by size
                    "  ** NO PAYMENT POSTED THIS RUN **"
                    delimited by size
                    "  Arrears periods: " delimited by size
                    lm-arrears delimited by size
                    into posting-line
                end-string
            end-if
            perform write-posting-line
        end-if
    end-if.

*> Appends this run's end line - records read, records rejected, and
*> completion status - and sets the return code the scheduler tests:
*> 0 for OK, 8 when rejects exceed the review limit, 12 when an
*> inbound file is refused, 16 on a failure
write-ops-end.

    if ops-status = spaces
            move 0 to return-code
        when ops-status = "REJECT-LIMIT"
            move 8 to return-code
        when ops-status = "REFUSED"
            move 12 to return-code
        when other
            move 16 to return-code
    end-evaluate.
            perform lookup-rate-adjustment

            if found-rate = "Y"
                perform check-customer-exposure
            end-if

            if found-rate = "Y" and exposure-reason = spaces
                add rate-adjustment(rate-idx) to iRate
                move iRate to annual-adjusted
                perform set-payment-frequency
                end-if

                perform book-loan
                perform add-booked-exposure

                move monthlyP to monthlyPo
                display "Loan " app-id " payment per period ("
                compute weighted-rate-sum =
                    weighted-rate-sum + (loanP * annual-adjusted)
                add total-interest-normal to port-interest-total
            end-if

            if found-rate = "Y" and exposure-reason is not = spaces
                add 1 to count-skipped
                display "Loan " app-id " skipped - " exposure-reason

                string "Loan " delimited by size
                    app-id delimited by size
                    "  SKIPPED - " delimited by size
                    exposure-reason delimited by size
                    into result-line
                end-string
                perform write-result
            end-if

            if found-rate = "N"
                add 1 to count-skipped
                display "Loan " app-id " skipped - unknown rate-type code " tRate

    move ascii-file(1:30) to io-fail-file.
    perform check-open-status.
    perform open-report-generation.
    perform load-borrower-master.
    perform load-exposure-table.

    perform process-loan
        until eof-check = 0.
