*>                 controlled shutdown: the operations-log END line
*>                 records the failing file and status and the run
*>                 exits 16 so the scheduler sees it.
*> 2026-10-15  CM  Tie each record to a client on the client master
*>                 (money-clients.txt: client id, name, adviser) and
*>                 end the run with one consolidated projection
*>                 statement per client - each account's future value,
*>                 contributions, tax, and after-tax value, and the
*>                 household total - plus an adviser summary listing
*>                 every client's projected total by adviser.
*> 2026-10-15  CM  Add a product comparison mode (C): rec-amount is the
*>                 principal and rec-years the horizon, and every
*>                 product on the rate sheet (money-products.txt) the
*>                 principal and horizon qualify for is priced, ranked
*>                 by after-tax ending value, and written to a
*>                 customer-facing rate comparison sheet with the
*>                 recommended product marked.

identification division.
program-id. reengineeringC.
select tax-config assign to "money-tax-config.txt"
    organization is line sequential.

select product-file assign to "money-products.txt"
    organization is line sequential.

select rate-sheet assign to rate-sheet-name
    organization is line sequential.

select client-file assign to "money-clients.txt"
    organization is line sequential.

select client-statement assign to client-statement-name
    organization is line sequential.

select adviser-summary assign to "money-adviser-summary.txt"
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.


*> One principal/interest pair per record. rec-mode is "F" to calculate
*> the future value of rec-amount, "R" to treat rec-amount as a future
*> value and calculate its present value, "G" to treat rec-amount
*> as a savings target and calculate the periodic deposit that reaches
*> it, or "C" to price rec-amount over rec-years on every product on
*> the rate sheet. rec-client-id ties the record to its client on the
*> client master for the consolidated statements
01 money-record.
    05 rec-id pic x(10).
    05 rec-amount pic 9(7)v99.
    05 rec-acct-type pic x.
    05 rec-tax-rate pic 9v99.
    05 rec-escalation pic 99v99.
    05 rec-client-id pic x(10).

fd report-file.

01 tax-config-record.
    05 tc-rate pic 9v99.

fd product-file.

*> One product on the rate sheet: code, name, term in years, annual
*> rate, compounding periods per year, and the minimum deposit
01 product-record.
    05 pf-code pic x(6).
    05 filler pic x(2).
    05 pf-name pic x(30).
    05 filler pic x(2).
    05 pf-term pic 99.
    05 filler pic x(2).
    05 pf-rate pic 9v99999.
    05 filler pic x(2).
    05 pf-periods pic 99.
    05 filler pic x(2).
    05 pf-min-deposit pic 9(7)v99.

fd rate-sheet.

*> Output record for one customer's rate comparison sheet
01 rate-sheet-record pic x(120).

fd client-file.

*> One client on the client master: id, name, and the adviser who
*> looks after the household
01 client-record.
    05 cm-id pic x(10).
    05 filler pic x(2).
    05 cm-name pic x(30).
    05 filler pic x(2).
    05 cm-adviser pic x(10).

fd client-statement.

*> Output record for one client's consolidated projection statement
01 client-statement-record pic x(120).

fd adviser-summary.

*> Output record for the adviser summary
01 adviser-summary-record pic x(120).

fd ops-file.

*> Output record for the shared operations log
01 year-interest-o pic -Z(6)9.99.
01 cum-interest-o pic -Z(6)9.99.

*> Product rate sheet, and each product's pricing for the comparison
*> record in hand
01 product-table.
    05 product-entry occurs 0 to 50 times
        depending on product-count.
        10 pt-code pic x(6).
        10 pt-name pic x(30).
        10 pt-term pic 99.
        10 pt-rate pic 9v99999.
        10 pt-periods pic 99.
        10 pt-min-deposit pic 9(7)v99.
        10 pt-eligible pic x.
        10 pt-ear pic S99v99999.
        10 pt-gross pic S9(7)v99.
        10 pt-tax pic 9(7)v99.
        10 pt-after pic S9(7)v99.
01 product-count pic 99 value 0.
01 product-idx pic 99.
01 product-eof pic 9 value 1.
01 product-file-name pic x(25) value "money-products.txt".
01 product-swapped pic x value "N".
01 product-priced pic 99.
01 product-rank pic 99.
01 hold-product-entry pic x(90).
01 rate-sheet-name pic x(40).
01 sheet-line pic x(120).
01 sheet-flag pic x(16).
01 product-rate-o pic 9.99999.
01 product-min-o pic Z(6)9.99.
01 sheet-tax-pct-o pic Z9.99.

*> Client master and the future-value accounts tied to each client,
*> for the consolidated statements and the adviser summary
01 client-table.
    05 client-entry occurs 0 to 500 times
        depending on client-count.
        10 cli-id pic x(10).
        10 cli-name pic x(30).
        10 cli-adviser pic x(10).
        10 cli-accounts pic 9(3).
        10 cli-principal pic 9(9)v99.
        10 cli-contrib pic 9(9)v99.
        10 cli-future pic s9(9)v99.
        10 cli-tax pic 9(9)v99.
        10 cli-after pic s9(9)v99.
        10 cli-listed pic x.
01 client-count pic 9(3) value 0.
01 client-idx pic 9(3).
01 client-found pic 9(3).
01 client-eof pic 9 value 1.
01 client-loaded pic x value "N".
01 client-file-name pic x(25) value "money-clients.txt".
01 account-table.
    05 account-entry occurs 0 to 999 times
        depending on account-count.
        10 acc-client pic 9(3).
        10 acc-rec-id pic x(10).
        10 acc-type pic x.
        10 acc-years pic 99.
        10 acc-principal pic 9(7)v99.
        10 acc-contrib pic 9(7)v99.
        10 acc-future pic s9(7)v99.
        10 acc-tax pic 9(7)v99.
        10 acc-after pic s9(7)v99.
01 account-count pic 9(3) value 0.
01 account-idx pic 9(3).
01 account-full-warned pic x value "N".
01 count-unassigned pic 9(5) value 0.
01 count-statements pic 9(5) value 0.

*> The figures of the future-value record just reported, carried to
*> its client
01 proj-future pic s9(7)v99.
01 proj-contrib pic 9(7)v99.
01 proj-tax pic 9(7)v99.
01 proj-after pic s9(7)v99.

*> Statement and adviser summary fields
01 client-statement-name pic x(40).
01 statement-line pic x(120).
01 summary-line pic x(120).
01 acct-type-o pic x(10).
01 stmt-principal-o pic -Z(8)9.99.
01 stmt-contrib-o pic -Z(8)9.99.
01 stmt-future-o pic -Z(8)9.99.
01 stmt-tax-o pic -Z(8)9.99.
01 stmt-after-o pic -Z(8)9.99.
01 cur-adviser pic x(10).
01 adviser-clients pic 9(3).
01 adviser-future pic s9(11)v99.
01 adviser-after pic s9(11)v99.
01 grand-future pic s9(11)v99.
01 grand-after pic s9(11)v99.
01 adviser-future-o pic -Z(10)9.99.
01 adviser-after-o pic -Z(10)9.99.
01 client-idx2 pic 9(3).

*> Working fields for the dated report generation
01 report-gen-name pic x(40).
01 gens-file-name pic x(25) value "money-report-gens.txt".
        perform resolve-tax-rate

        move "Y" to valid-rate
        if calc-mode = "C" or calc-mode = "c"
            move "C" to valid-rate
            perform compare-products
        else
            perform validate-rate
        end-if

        if valid-rate = "Y"
            compute rate-per-period = interest / periods
                        move contrib-total to contrib-total-o
                        move gross-value to gross-value-o
                        move tax-paid to tax-paid-o
                        move gross-value to proj-future
                        move contrib-total to proj-contrib
                        move tax-paid to proj-tax
                        move total to proj-after
                        display "Record " rec-id " gross value: "
                            gross-value-o "  tax paid: " tax-paid-o
                            "  after-tax value: " total-o
                        move total to total-o
                        move contrib-total to contrib-total-o
                        move interest-earned to interest-earned-o
                        move total to proj-future
                        move contrib-total to proj-contrib
                        move 0 to proj-tax
                        move total to proj-after
                        display "Record " rec-id " future value: "
                            total-o "  contributed: " contrib-total-o
                            "  interest earned: " interest-earned-o
                    else
                        compute total = valuea * growth-factor
                        move total to total-o
                        move total to proj-future
                        move 0 to proj-contrib
                        move 0 to proj-tax
                        move total to proj-after
                        display "Record " rec-id " future value: " total-o

                        string "Record " delimited by size

            perform write-result

            if calc-mode is not = "R" and calc-mode is not = "r"
                and calc-mode is not = "G" and calc-mode is not = "g"
                perform record-client-account
            end-if

            if (rec-schedule = "Y" or rec-schedule = "y")
                and calc-mode is not = "R" and calc-mode is not = "r"
                and calc-mode is not = "G" and calc-mode is not = "g"
                perform write-growth-schedule
            end-if
        end-if

        if valid-rate = "N"
            add 1 to ops-rejected
            display "Record " rec-id " skipped - interest rate or periods invalid"

        end-if
    end-if.

*> Prices the comparison record's principal over its horizon on every
*> product it qualifies for - the minimum deposit met and the term
*> within the horizon, renewed at the same rate to the horizon - ranks
*> them by after-tax ending value, and writes the customer's rate
*> comparison sheet with the best product recommended
compare-products.

    if product-count = 0 or years = 0
        add 1 to ops-rejected
        display "Record " rec-id " skipped - no product rate sheet or"
            " no horizon"

        string "Record " delimited by size
            rec-id delimited by size
            "  SKIPPED - no product rate sheet or no horizon"
                delimited by size
            into result-line
        end-string
        perform write-result
    else
        move 0 to contrib
        move 0 to escalation
        move 0 to product-priced
        move 1 to product-idx
        perform price-one-product
            until product-idx > product-count

        move "Y" to product-swapped
        perform product-sort-pass
            until product-swapped = "N"

        perform write-rate-sheet
    end-if.

*> Prices the principal on one product when it is eligible
price-one-product.

    if valuea >= pt-min-deposit(product-idx)
        and pt-term(product-idx) <= years
        and pt-periods(product-idx) > 0
        move "Y" to pt-eligible(product-idx)
        add 1 to product-priced
        move pt-periods(product-idx) to periods
        compute rate-per-period = pt-rate(product-idx) / periods
        compute total-periods = periods * years
        perform compute-future-with-contrib
        compute pt-ear(product-idx) rounded =
            (((1 + rate-per-period) ** periods) - 1) * 100
        move gross-value to pt-gross(product-idx)
        move tax-paid to pt-tax(product-idx)
        move total to pt-after(product-idx)
    else
        move "N" to pt-eligible(product-idx)
        move 0 to pt-ear(product-idx)
        move 0 to pt-gross(product-idx)
        move 0 to pt-tax(product-idx)
        move 0 to pt-after(product-idx)
    end-if.
    add 1 to product-idx.

*> One pass of the product ranking sort: eligible products first,
*> highest after-tax ending value first
product-sort-pass.

    move "N" to product-swapped.
    move 1 to product-idx.
    perform product-sort-compare
        until product-idx >= product-count.

*> Compares one adjacent pair of products and swaps an out-of-order
*> pair
product-sort-compare.

    if (pt-eligible(product-idx) = "N"
            and pt-eligible(product-idx + 1) = "Y")
        or (pt-eligible(product-idx) = pt-eligible(product-idx + 1)
            and pt-after(product-idx) < pt-after(product-idx + 1))
        move product-entry(product-idx) to hold-product-entry
        move product-entry(product-idx + 1) to product-entry(product-idx)
        move hold-product-entry to product-entry(product-idx + 1)
        move "Y" to product-swapped
    end-if.

    add 1 to product-idx.

*> Writes the customer's rate comparison sheet and the record's line
*> on the run report
write-rate-sheet.

    move spaces to rate-sheet-name.
    string function trim (rec-id) delimited by size
        "-rate-sheet.txt" delimited by size
        into rate-sheet-name
    end-string.
    open output rate-sheet.

    move "Savings and GIC Rate Comparison" to sheet-line.
    perform write-sheet-line.
    move valuea to valuea-o.
    string "Prepared for: " delimited by size
        rec-id delimited by size
        "  Deposit: " delimited by size
        valuea-o delimited by size
        "  Horizon: " delimited by size
        years delimited by size
        " years  Prepared: " delimited by size
        gen-date-time(1:8) delimited by size
        into sheet-line
    end-string.
    perform write-sheet-line.
    if taxable = "Y"
        compute sheet-tax-pct-o = tax-rate * 100
        string "Taxable account - interest taxed at " delimited by size
            sheet-tax-pct-o delimited by size
            "% as it is earned" delimited by size
            into sheet-line
        end-string
    else
        move "Registered account - interest grows tax-sheltered"
            to sheet-line
    end-if.
    perform write-sheet-line.
    perform write-sheet-line.

    string "     Product                               Term  Rate"
        delimited by size
        "       EAR %   Ending value     Tax paid    After-tax"
        delimited by size
        into sheet-line
    end-string.
    perform write-sheet-line.

    move 0 to product-rank.
    move 1 to product-idx.
    perform write-sheet-product
        until product-idx > product-count.

    if product-priced = 0
        move "  No product on the rate sheet suits this deposit and"
            to sheet-line
        perform write-sheet-line
        move "  horizon." to sheet-line
        perform write-sheet-line
    end-if.

    perform write-sheet-line.
    move "Ending values assume each product is renewed at today's rate"
        to sheet-line.
    perform write-sheet-line.
    move "until the end of the horizon. Rates are subject to change."
        to sheet-line.
    perform write-sheet-line.

    close rate-sheet.

    if product-priced > 0
        move pt-after(1) to total-o
        display "Record " rec-id " recommended product: " pt-code(1)
            "  after-tax value: " total-o
        string "Record " delimited by size
            rec-id delimited by size
            "  Deposit: " delimited by size
            valuea-o delimited by size
            "  Horizon: " delimited by size
            years delimited by size
            "  Products priced: " delimited by size
            product-priced delimited by size
            "  Recommended: " delimited by size
            pt-code(1) delimited by size
            " " delimited by size
            pt-name(1) delimited by size
            "  After-tax value: " delimited by size
            total-o delimited by size
            into result-line
        end-string
    else
        display "Record " rec-id " no eligible product"
        string "Record " delimited by size
            rec-id delimited by size
            "  Deposit: " delimited by size
            valuea-o delimited by size
            "  Horizon: " delimited by size
            years delimited by size
            "  NO ELIGIBLE PRODUCT" delimited by size
            into result-line
        end-string
    end-if.
    perform write-result.

*> Writes one product's line of the comparison sheet: ranked when it
*> is eligible, with the reason when it is not
write-sheet-product.

    move pt-rate(product-idx) to product-rate-o.

    if pt-eligible(product-idx) = "Y"
        add 1 to product-rank
        move pt-ear(product-idx) to ear-o
        move pt-gross(product-idx) to gross-value-o
        move pt-tax(product-idx) to tax-paid-o
        move pt-after(product-idx) to total-o
        if product-rank = 1
            move "  <- RECOMMENDED" to sheet-flag
        else
            move spaces to sheet-flag
        end-if
        string "  " delimited by size
            product-rank delimited by size
            ". " delimited by size
            pt-code(product-idx) delimited by size
            " " delimited by size
            pt-name(product-idx) delimited by size
            "  " delimited by size
            pt-term(product-idx) delimited by size
            "  " delimited by size
            product-rate-o delimited by size
            "  " delimited by size
            ear-o delimited by size
            gross-value-o delimited by size
            tax-paid-o delimited by size
            total-o delimited by size
            sheet-flag delimited by size
            into sheet-line
        end-string
    else
        move pt-min-deposit(product-idx) to product-min-o
        if valuea < pt-min-deposit(product-idx)
            string "     " delimited by size
                pt-code(product-idx) delimited by size
                " " delimited by size
                pt-name(product-idx) delimited by size
                "  " delimited by size
                pt-term(product-idx) delimited by size
                "  " delimited by size
                product-rate-o delimited by size
                "  not available - minimum deposit " delimited by size
                product-min-o delimited by size
                into sheet-line
            end-string
        else
            string "     " delimited by size
                pt-code(product-idx) delimited by size
                " " delimited by size
                pt-name(product-idx) delimited by size
                "  " delimited by size
                pt-term(product-idx) delimited by size
                "  " delimited by size
                product-rate-o delimited by size
                "  not available - term longer than the horizon"
                    delimited by size
                into sheet-line
            end-string
        end-if
    end-if.
    perform write-sheet-line.
    add 1 to product-idx.

*> Writes one line of the current rate comparison sheet
write-sheet-line.

    move sheet-line to rate-sheet-record.
    write rate-sheet-record.
    move spaces to sheet-line.

*> Loads the product rate sheet; a missing sheet just means
*> comparison records are skipped
load-product-table.

    call "CBL_CHECK_FILE_EXIST" using product-file-name product-record.
    if return-code = 0
        open input product-file
        move 1 to product-eof
        perform load-product-entry
            until product-eof = 0
        close product-file
    end-if.

*> Reads one product into the product table
load-product-entry.

    read product-file
        at end move 0 to product-eof
    end-read.

    if product-eof is not = 0
        if pf-term is not numeric or pf-rate is not numeric
            or pf-periods is not numeric
            or pf-min-deposit is not numeric
            or pf-rate > max-rate
            display "Warning: product " pf-code
                " unreadable on the rate sheet - ignored"
        else
            if product-count >= 50
                display "Warning: product table full - further"
                    " products ignored"
                move 0 to product-eof
            else
                add 1 to product-count
                move pf-code to pt-code(product-count)
                move pf-name to pt-name(product-count)
                move pf-term to pt-term(product-count)
                move pf-rate to pt-rate(product-count)
                move pf-periods to pt-periods(product-count)
                move pf-min-deposit to pt-min-deposit(product-count)
            end-if
        end-if
    end-if.

*> Carries the future-value record just reported to its client's
*> accounts for the consolidated statement
record-client-account.

    if client-loaded = "Y"
        move 0 to client-found
        move 1 to client-idx
        perform find-client-compare
            until client-idx > client-count or client-found > 0

        if client-found = 0
            add 1 to count-unassigned
            display "Warning: record " rec-id " client '" rec-client-id
                "' not on the client master - left off the statements"
        else
            if account-count >= 999
                if account-full-warned = "N"
                    display "Warning: account table full - further"
                        " accounts left off the statements"
                    move "Y" to account-full-warned
                end-if
            else
                add 1 to account-count
                move client-found to acc-client(account-count)
                move rec-id to acc-rec-id(account-count)
                move taxable to acc-type(account-count)
                move years to acc-years(account-count)
                move valuea to acc-principal(account-count)
                move proj-contrib to acc-contrib(account-count)
                move proj-future to acc-future(account-count)
                move proj-tax to acc-tax(account-count)
                move proj-after to acc-after(account-count)

                add 1 to cli-accounts(client-found)
                add valuea to cli-principal(client-found)
                add proj-contrib to cli-contrib(client-found)
                add proj-future to cli-future(client-found)
                add proj-tax to cli-tax(client-found)
                add proj-after to cli-after(client-found)
            end-if
        end-if
    end-if.

*> Compares one client master entry against the record's client
find-client-compare.

    if cli-id(client-idx) = rec-client-id
        move client-idx to client-found
    else
        add 1 to client-idx
    end-if.

*> Loads the client master; a missing master just means no
*> consolidated statements are written
load-client-master.

    call "CBL_CHECK_FILE_EXIST" using client-file-name client-record.
    if return-code is not = 0
        display "Warning: money-clients.txt not found - no consolidated"
            " client statements this run"
    else
        move "Y" to client-loaded
        open input client-file
        move 1 to client-eof
        perform load-client-entry
            until client-eof = 0
        close client-file
    end-if.

*> Reads one client into the client table
load-client-entry.

    read client-file
        at end move 0 to client-eof
    end-read.

    if client-eof is not = 0
        if client-count >= 500
            display "Warning: client table full - further clients"
                " ignored"
            move 0 to client-eof
        else
            add 1 to client-count
            move cm-id to cli-id(client-count)
            move cm-name to cli-name(client-count)
            move cm-adviser to cli-adviser(client-count)
            move 0 to cli-accounts(client-count)
            move 0 to cli-principal(client-count)
            move 0 to cli-contrib(client-count)
            move 0 to cli-future(client-count)
            move 0 to cli-tax(client-count)
            move 0 to cli-after(client-count)
            move "N" to cli-listed(client-count)
        end-if
    end-if.

*> Writes one consolidated projection statement file per client with
*> accounts this run
write-client-statements.

    if client-loaded = "Y"
        move 1 to client-idx
        perform write-one-statement
            until client-idx > client-count

        move spaces to result-line
        perform write-result
        string "Client statements written: " delimited by size
            count-statements delimited by size
            "  records with no client: " delimited by size
            count-unassigned delimited by size
            into result-line
        end-string
        display result-line
        perform write-result
    end-if.

*> Writes one client's statement: each account's projection and the
*> household total
write-one-statement.

    if cli-accounts(client-idx) > 0
        add 1 to count-statements
        move spaces to client-statement-name
        string function trim (cli-id(client-idx)) delimited by size
            "-projection.txt" delimited by size
            into client-statement-name
        end-string
        open output client-statement

        move "Consolidated Projection Statement" to statement-line
        perform write-statement-line
        string "Client: " delimited by size
            cli-id(client-idx) delimited by size
            "  " delimited by size
            cli-name(client-idx) delimited by size
            "  Adviser: " delimited by size
            cli-adviser(client-idx) delimited by size
            "  Prepared: " delimited by size
            gen-date-time(1:8) delimited by size
            into statement-line
        end-string
        perform write-statement-line
        perform write-statement-line
        string "  Account     Type        Yrs    Principal"
            delimited by size
            "  Contributed Future value     Tax paid"
            delimited by size
            "    After-tax" delimited by size
            into statement-line
        end-string
        perform write-statement-line

        move 1 to account-idx
        perform write-statement-account
            until account-idx > account-count

        move cli-principal(client-idx) to stmt-principal-o
        move cli-contrib(client-idx) to stmt-contrib-o
        move cli-future(client-idx) to stmt-future-o
        move cli-tax(client-idx) to stmt-tax-o
        move cli-after(client-idx) to stmt-after-o
        perform write-statement-line
        string "  Household total            " delimited by size
            stmt-principal-o delimited by size
            stmt-contrib-o delimited by size
            stmt-future-o delimited by size
            stmt-tax-o delimited by size
            stmt-after-o delimited by size
            into statement-line
        end-string
        perform write-statement-line

        close client-statement
    end-if.
    add 1 to client-idx.

*> Writes one account line when the account belongs to the client
*> being stated
write-statement-account.

    if acc-client(account-idx) = client-idx
        if acc-type(account-idx) = "Y"
            move "Taxable" to acct-type-o
        else
            move "Registered" to acct-type-o
        end-if
        move acc-principal(account-idx) to stmt-principal-o
        move acc-contrib(account-idx) to stmt-contrib-o
        move acc-future(account-idx) to stmt-future-o
        move acc-tax(account-idx) to stmt-tax-o
        move acc-after(account-idx) to stmt-after-o

        string "  " delimited by size
            acc-rec-id(account-idx) delimited by size
            "  " delimited by size
            acct-type-o delimited by size
            "  " delimited by size
            acc-years(account-idx) delimited by size
            " " delimited by size
            stmt-principal-o delimited by size
            stmt-contrib-o delimited by size
            stmt-future-o delimited by size
            stmt-tax-o delimited by size
            stmt-after-o delimited by size
            into statement-line
        end-string
        perform write-statement-line
    end-if.
    add 1 to account-idx.

*> Writes one line of the current client statement
write-statement-line.

    move statement-line to client-statement-record.
    write client-statement-record.
    move spaces to statement-line.

*> Writes the adviser summary: every client on the master under its
*> adviser, in the order each adviser first appears, with the
*> projected totals, adviser subtotals, and the grand total
write-adviser-summary.

    if client-loaded = "Y"
        open output adviser-summary

        string "Adviser Summary - projected client totals  Prepared: "
            delimited by size
            gen-date-time(1:8) delimited by size
            into summary-line
        end-string
        perform write-summary-line

        move 0 to grand-future
        move 0 to grand-after
        move 1 to client-idx
        perform write-adviser-clients
            until client-idx > client-count

        move grand-future to adviser-future-o
        move grand-after to adviser-after-o
        perform write-summary-line
        string "All advisers  Clients: " delimited by size
            client-count delimited by size
            "  Future value: " delimited by size
            adviser-future-o delimited by size
            "  After-tax: " delimited by size
            adviser-after-o delimited by size
            into summary-line
        end-string
        perform write-summary-line

        close adviser-summary
    end-if.

*> Lists every client of the next adviser not yet listed, with the
*> adviser's subtotal
write-adviser-clients.

    if cli-listed(client-idx) = "N"
        move cli-adviser(client-idx) to cur-adviser
        move 0 to adviser-clients
        move 0 to adviser-future
        move 0 to adviser-after

        perform write-summary-line
        string "Adviser: " delimited by size
            cur-adviser delimited by size
            into summary-line
        end-string
        perform write-summary-line

        move client-idx to client-idx2
        perform write-adviser-client
            until client-idx2 > client-count

        move adviser-future to adviser-future-o
        move adviser-after to adviser-after-o
        string "  Adviser total  Clients: " delimited by size
            adviser-clients delimited by size
            "  Future value: " delimited by size
            adviser-future-o delimited by size
            "  After-tax: " delimited by size
            adviser-after-o delimited by size
            into summary-line
        end-string
        perform write-summary-line

        add adviser-future to grand-future
        add adviser-after to grand-after
    end-if.
    add 1 to client-idx.

*> Lists one client when it belongs to the adviser being written
write-adviser-client.

    if cli-listed(client-idx2) = "N"
        and cli-adviser(client-idx2) = cur-adviser
        move "Y" to cli-listed(client-idx2)
        add 1 to adviser-clients
        add cli-future(client-idx2) to adviser-future
        add cli-after(client-idx2) to adviser-after
        move cli-future(client-idx2) to stmt-future-o
        move cli-after(client-idx2) to stmt-after-o

        string "  " delimited by size
            cli-id(client-idx2) delimited by size
            "  " delimited by size
            cli-name(client-idx2) delimited by size
            "  Accounts: " delimited by size
            cli-accounts(client-idx2) delimited by size
            "  Future value: " delimited by size
            stmt-future-o delimited by size
            "  After-tax: " delimited by size
            stmt-after-o delimited by size
            into summary-line
        end-string
        perform write-summary-line
    end-if.
    add 1 to client-idx2.

*> Writes one line of the adviser summary
write-summary-line.

    move summary-line to adviser-summary-record.
    write adviser-summary-record.
    move spaces to summary-line.

*> Flags a record whose interest rate falls outside a plausible range,
*> or whose compounding periods or years is zero (either of which
*> would divide by zero)
    move "(pending)" to ops-input.
    perform write-ops-start.
    perform init-tax-config.
    perform load-client-master.
    perform load-product-table.
    perform file-check.

    display " ".
        until eof-check = 0.

    perform write-ear-ranking.
    perform write-client-statements.
    perform write-adviser-summary.

    close ifile.
    close report-file.
