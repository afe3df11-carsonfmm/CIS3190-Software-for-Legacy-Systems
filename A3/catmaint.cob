*>                 legacy catalog record whose isbn predates the
*>                 validation can still be maintained instead of
*>                 bouncing off the nightly feed forever.
*> 2026-10-15  CM  Add a price-change action (P) to the menu and the
*>                 batch feed, carrying an effective date: a change
*>                 due today or earlier is applied at once, a
*>                 future-dated one waits in price-pending.txt and is
*>                 applied by the first session on or after its date.
*>                 Every applied change is appended to
*>                 price-history.txt with the old price, new price,
*>                 and effective date.
*> 2026-10-15  CM  Verify the batch transaction feed's header and
*>                 trailer (source, date, sequence, record count, and
*>                 price total) through the inbound-check subprogram
*>                 before any transaction is applied; a feed that
*>                 fails, or whose sequence repeats or skips one, is
*>                 refused with return code 12 and the reason on the
*>                 operations log.
*> 2026-10-15  CM  Require operator sign-on for the maintenance menu
*>                 through the operator-security subprogram: three
*>                 failed attempts end the session (and lock the id),
*>                 each menu function is refused unless the operator's
*>                 authority covers it, and a menu session now writes
*>                 its own report, catalog-menu-report.txt, alongside
*>                 the batch feed's update report, every line of both
*>                 carrying the operator id (BATCH for the batch feed).

identification division.
program-id. catalog-maintenance.
    organization is line sequential
    file status is trx-status.

select update-report assign to update-report-name
    organization is line sequential.

select param-file assign to param-file-name
    organization is line sequential.

select history-file assign to "price-history.txt"
    organization is line sequential.

select pending-file assign to "price-pending.txt"
    organization is line sequential.

select ops-file assign to "operations-log.txt"
    organization is line sequential.

fd trx-file.

*> One head-office catalog transaction: A-add, C-correct, R-retire,
*> P-price change, followed by the catalog fields the action needs;
*> a price change carries its effective date (blank for today)
01 trx-record.
    05 trx-action pic x.
    05 filler pic x.
    05 trx-author pic x(30).
    05 trx-publisher pic x(30).
    05 trx-price pic 9(4)v99.
    05 trx-effective-date pic x(8).

fd update-report.

*> Output record for the update report - the batch feed's or a menu
*> session's, as update-report-name says
01 update-report-record pic x(120).

fd ops-file.
*> One prompt answer per line of the run-control parameter file
01 param-record pic x(100).

fd history-file.

*> One applied list-price change: the isbn, the price it replaced,
*> the new price, the date it took effect, the date it was entered,
*> and where it came from (M menu, B batch feed)
01 history-record.
    05 ph-isbn pic x(13).
    05 filler pic x(2).
    05 ph-old-price pic 9(4)v99.
    05 filler pic x(2).
    05 ph-new-price pic 9(4)v99.
    05 filler pic x(2).
    05 ph-effective-date pic x(8).
    05 filler pic x(2).
    05 ph-entered-date pic x(8).
    05 filler pic x(2).
    05 ph-source pic x.

fd pending-file.

*> One future-dated list-price change waiting for its effective date:
*> the isbn, the new price, the effective date, the date it was
*> entered, and where it came from
01 pending-record.
    05 pp-isbn pic x(13).
    05 filler pic x(2).
    05 pp-new-price pic 9(4)v99.
    05 filler pic x(2).
    05 pp-effective-date pic x(8).
    05 filler pic x(2).
    05 pp-entered-date pic x(8).
    05 filler pic x(2).
    05 pp-source pic x.

working-storage section.

*> Shared operations log support: one start and one end line per
*> Working fields for the batch transaction maintenance mode
01 maint-mode pic x value "M".
01 trx-file-name pic x(100).

*> The inbound file control check request: the transaction feed must
*> carry the CATALOGHQ header and a trailer whose control total is
*> the sum of the prices carried
01 inbound-request.
    05 ib-function pic x.
    05 ib-file-name pic x(100).
    05 ib-source pic x(10) value "CATALOGHQ".
    05 ib-total-start pic 999 value 164.
    05 ib-total-length pic 99 value 6.
    05 ib-result pic x.
    05 ib-reason pic x(30).
    05 ib-seq pic 9(6).
    05 ib-records pic 9(8).
01 trx-eof pic 9 value 1.
01 trx-applied pic x value "Y".
01 trx-reason pic x(40).
01 trx-count-applied pic 9(5) value 0.
01 trx-count-rejected pic 9(5) value 0.
01 update-line pic x(120).
01 update-report-name pic x(30) value "catalog-update-report.txt".
01 report-action pic x.

*> Operator sign-on for the maintenance menu: the request passed to
*> the operator-security subprogram (sr-function S sign on, A check a
*> function's authority, O sign off), the operator the update report
*> lines carry, and the sign-on attempt count
01 security-request.
    05 sr-function pic x.
    05 sr-program pic x(15) value "catalog-maint".
    05 sr-operator pic x(8).
    05 sr-password pic x(20).
    05 sr-action pic x.
    05 sr-detail pic x(30).
    05 sr-result pic x.
    05 sr-message pic x(40).
01 operator-id pic x(8) value "BATCH".
01 signon-status pic x value "N".
01 signon-attempts pic 9 value 0.
01 menu-allowed pic x value "Y".
01 answer-secret pic x value "N".

01 catalog-file-name pic x(100).
01 catalog-eof pic 9 value 0.
01 work-price pic 9(4)v99.
01 retired-file-name pic x(20) value "retired-titles.txt".

*> Effective-dated price changes: the change being applied, and the
*> future-dated changes still waiting for their date
01 work-effective-date pic x(8).
01 work-source pic x value "M".
01 today-date pic x(8).
01 price-old pic 9(4)v99.
01 price-deferred pic x value "N".
01 price-o pic Z,ZZ9.99.
01 history-file-name pic x(20) value "price-history.txt".
01 pending-file-name pic x(20) value "price-pending.txt".
01 pending-eof pic 9 value 1.
01 pending-table.
    05 pending-entry occurs 0 to 999 times
        depending on pending-count.
        10 pt-isbn pic x(13).
        10 pt-new-price pic 9(4)v99.
        10 pt-effective-date pic x(8).
        10 pt-entered-date pic x(8).
        10 pt-source pic x.
        10 pt-done pic x.
01 pending-count pic 9(3) value 0.
01 pending-idx pic 9(3).
01 count-pending-applied pic 9(4) value 0.

*> Working fields for the isbn check-sum validation, matching the
*> algorithm the validation program applies to vendor files
01 isbn-ok pic x value "Y".

    perform build-master.

    move function current-date to current-date-time.
    move current-date-time(1:8) to today-date.
    perform apply-due-prices.

    display "Maintenance mode - M menu, B batch transaction file: ".
    perform get-run-answer.
    move run-answer to maint-mode.
    end-if.

    perform save-catalog-to-file.
    perform save-pending-prices.
    perform write-catalog-stamp.

    close catalog-master.

    if param-mode = "Y"
        move param-record to run-answer
        if answer-secret = "Y"
            display "********"
        else
            display run-answer
        end-if
    else
        accept run-answer
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
            until return-code = 0
    end-if.

*> Signs the operator on and drives the maintenance menu until the
*> user chooses to quit, reporting each function in the update report
maintain-catalog.

    perform operator-sign-on.

    if signon-status = "Y"
        move "catalog-menu-report.txt" to update-report-name
        open output update-report
        move "Catalog Menu Update Report" to update-line
        perform write-update-line
        move spaces to update-line
        perform write-update-line

        move "Y" to maint-again
        perform maintain-menu
            until maint-again = "N"

        close update-report

        move "O" to sr-function
        call "operator-security" using security-request
        move "BATCH" to operator-id
    end-if.

*> Asks for the operator id and password until the operator is signed
*> on with view authority, the id is refused outright (unknown,
*> locked, or no security file), or three attempts have failed
operator-sign-on.

    move "N" to signon-status.
    move 0 to signon-attempts.
    perform sign-on-attempt
        until signon-status is not = "N".

    if signon-status = "Y"
        move "V" to sr-action
        move "catalog maintenance menu" to sr-detail
        move "A" to sr-function
        call "operator-security" using security-request
        if sr-result is not = "Y"
            display "Refused: operator " function trim (operator-id)
                " has no view authority - maintenance refused"
            move "X" to signon-status
        end-if
    end-if.

    if signon-status is not = "Y"
        move "BATCH" to operator-id
    end-if.

*> Makes one sign-on attempt through the operator-security subprogram
sign-on-attempt.

    display "Operator id: ".
    perform get-run-answer.
    move run-answer to sr-operator.
    display "Password: ".
    move "Y" to answer-secret.
    perform get-run-answer.
    move "N" to answer-secret.
    move run-answer to sr-password.

    move "S" to sr-function.
    call "operator-security" using security-request.
    move spaces to sr-password.
    move spaces to run-answer.
    add 1 to signon-attempts.

    evaluate true
        when sr-result = "Y"
            display "Signed on: " sr-operator " - " sr-message
            move sr-operator to operator-id
            move "Y" to signon-status
        when sr-result = "N" and signon-attempts < 3
            display "Sign-on refused: " sr-message
        when other
            display "Sign-on refused: " sr-message
            display "Maintenance refused - sign-on failed"
            move "X" to signon-status
    end-evaluate.

*> Presents the add/correct/retire/quit menu for the catalog master
maintain-menu.

    display "A-Add title  C-Correct title  P-Price change  R-Retire isbn  Q-Quit: ".
    perform get-run-answer.
    move run-answer to maint-choice.
    perform check-menu-authority.

    move "Y" to trx-applied.
    move "N" to price-deferred.
    move spaces to trx-reason.
    move spaces to work-isbn.

    if menu-allowed = "Y"
        evaluate true
            when maint-choice = "A" or maint-choice = "a"
                perform add-catalog-title
            when maint-choice = "C" or maint-choice = "c"
                perform correct-catalog-title
            when maint-choice = "R" or maint-choice = "r"
                perform retire-catalog-isbn
            when maint-choice = "P" or maint-choice = "p"
                perform change-catalog-price
            when maint-choice = "Q" or maint-choice = "q"
                move "N" to maint-again
            when other
                display "Invalid choice, please try again"
        end-evaluate
    end-if.

    if sr-action is not = space
        move maint-choice to report-action
        perform report-transaction-outcome
    end-if.

*> Checks the menu choice against the signed-on operator's authority:
*> add needs add, a title correction or price change needs change,
*> and a retirement needs retire/delete
check-menu-authority.

    move "Y" to menu-allowed.
    move space to sr-action.

    evaluate true
        when maint-choice = "A" or maint-choice = "a"
            move "A" to sr-action
            move "add title" to sr-detail
        when maint-choice = "C" or maint-choice = "c"
            move "C" to sr-action
            move "correct title" to sr-detail
        when maint-choice = "P" or maint-choice = "p"
            move "C" to sr-action
            move "price change" to sr-detail
        when maint-choice = "R" or maint-choice = "r"
            move "R" to sr-action
            move "retire isbn" to sr-detail
        when other
            continue
    end-evaluate.

    if sr-action is not = space
        move "A" to sr-function
        call "operator-security" using security-request
        if sr-result is not = "Y"
            move "N" to menu-allowed
            display "Refused: operator " function trim (operator-id)
                " is not authorised to " function trim (sr-detail)
        end-if
    end-if.

*> Prompts for a new title's fields and applies the add through the
*> same paragraph the batch feed uses
add-catalog-title.
    read catalog-master
        invalid key
            display "Error: isbn " cm-isbn " not found in the catalog"
            move "N" to trx-applied
            move "isbn not found in the catalog" to trx-reason
        not invalid key
            display "Current title: " cm-title
            display "Enter new title: "
batch-maintain-catalog.

    perform trx-file-check.
    perform verify-inbound-file.

    open input trx-file.
    move trx-status to io-fail-status.
    move trx-file-name(1:30) to io-fail-file.
    perform check-open-status.
    move "catalog-update-report.txt" to update-report-name.
    open output update-report.

    move "Catalog Batch Update Report" to update-line.
    close trx-file.
    close update-report.

    move "A" to ib-function.
    call "inbound-check" using inbound-request.

*> Verifies the transaction feed's header and trailer before any
*> transaction is applied, and refuses the run when the feed is
*> incomplete or out of sequence
verify-inbound-file.

    move "V" to ib-function.
    move trx-file-name to ib-file-name.
    call "inbound-check" using inbound-request.

    if ib-result is not = "Y"
        display "File refused: " function trim (trx-file-name)
            " - " ib-reason
        move "REFUSED" to ops-status
        string "  Refused: " delimited by size
            ib-reason delimited by size
            into ops-fail-detail
        end-string
        perform write-ops-end
        stop run
    end-if.

*> Reads one transaction record and applies it through the same
*> paragraphs the maintenance menu uses, reporting the outcome
process-catalog-transaction.
        at end move 0 to trx-eof
    end-read.

    if trx-eof is not = zero and trx-record(1:3) is not = "HDR"
        and trx-record(1:3) is not = "TRL"
        add 1 to ops-read
        move "Y" to trx-applied
        move "N" to price-deferred
        move spaces to trx-reason
        move trx-isbn to work-isbn

                perform apply-correct-title
            when trx-action = "R" or trx-action = "r"
                perform apply-retire-isbn
            when trx-action = "P" or trx-action = "p"
                if trx-price is numeric
                    move trx-price to work-price
                else
                    move 0 to work-price
                end-if
                move trx-effective-date to work-effective-date
                move "B" to work-source
                perform apply-price-change
            when other
                move "N" to trx-applied
                move "unknown action code" to trx-reason

        if trx-applied = "Y"
            add 1 to trx-count-applied
        else
            add 1 to trx-count-rejected
        end-if

        move trx-action to report-action
        perform report-transaction-outcome
    end-if.

*> Writes one transaction's outcome to the update report - applied
*> (or pending until its effective date), rejected with the reason,
*> or refused for want of authority - with the operator id.
*> report-action is the action code and work-isbn the title
report-transaction-outcome.

    evaluate true
        when menu-allowed = "N"
            string report-action delimited by size
                " " delimited by size
                work-isbn delimited by size
                "  REFUSED - not within the operator's authority"
                    delimited by size
                into update-line
            end-string
        when trx-applied = "Y" and price-deferred = "Y"
            string report-action delimited by size
                " " delimited by size
                work-isbn delimited by size
                "  APPLIED - pending until " delimited by size
                work-effective-date delimited by size
                into update-line
            end-string
        when trx-applied = "Y"
            string report-action delimited by size
                " " delimited by size
                work-isbn delimited by size
                "  APPLIED" delimited by size
                into update-line
            end-string
        when other
            string report-action delimited by size
                " " delimited by size
                work-isbn delimited by size
                "  REJECTED - " delimited by size
                trx-reason delimited by size
                into update-line
            end-string
    end-evaluate.

    move "  Operator: " to update-line(91:12).
    move operator-id to update-line(103:8).
    perform write-update-line.

*> Writes one line of the batch update report and echoes it to the
*> terminal so the two outputs never drift apart
        move cm-status-date to catalog-rec-status-date
        write catalog-record
    end-if.

*> Prompts for the isbn, new list price, and effective date and
*> applies the change through the same paragraph the batch feed uses
change-catalog-price.

    display "Enter isbn to reprice: ".
    perform get-run-answer.
    move run-answer to work-isbn.

    move work-isbn to cm-isbn.
    read catalog-master
        invalid key
            display "Error: isbn " cm-isbn " not found in the catalog"
            move "N" to trx-applied
            move "isbn not found in the catalog" to trx-reason
        not invalid key
            move cm-price to price-o
            display "Current list price: " price-o
            display "Enter new list price (e.g. 24.99): "
            perform get-run-answer
            compute work-price = function numval (run-answer)
            display "Enter effective date (YYYYMMDD, blank for today): "
            perform get-run-answer
            move run-answer to work-effective-date
            move "M" to work-source
            perform apply-price-change
            if trx-applied = "N"
                display "Error: " trx-reason
            else
                if price-deferred = "Y"
                    display "Price change for " work-isbn
                        " pending until " work-effective-date
                else
                    display "Price change applied to " work-isbn
                end-if
            end-if
    end-read.

*> Applies a list-price change. work-isbn selects the title,
*> work-price carries the new price, work-effective-date the date it
*> takes effect (blank for today), and work-source where it came
*> from. A change due today or earlier is applied to the master and
*> recorded in the price history; a future-dated change is held in
*> the pending table until a session on or after its date
apply-price-change.

    move "Y" to trx-applied.
    move "N" to price-deferred.
    move spaces to trx-reason.

    if work-effective-date = spaces
        move today-date to work-effective-date
    end-if.

    move work-isbn to cm-isbn.
    read catalog-master
        invalid key
            move "N" to trx-applied
            move "isbn not found in the catalog" to trx-reason
    end-read.

    if trx-applied = "Y"
        evaluate true
            when cm-status = "R"
                move "N" to trx-applied
                move "isbn is retired" to trx-reason
            when work-price = 0
                move "N" to trx-applied
                move "new list price must be above zero" to trx-reason
            when work-effective-date is not numeric
                move "N" to trx-applied
                move "effective date is not YYYYMMDD" to trx-reason
            when function test-date-yyyymmdd
                    (function numval (work-effective-date)) is not = 0
                move "N" to trx-applied
                move "effective date is not a valid date" to trx-reason
            when work-effective-date > today-date
                perform hold-pending-price
            when other
                perform post-price-change
        end-evaluate
    end-if.

*> Applies the price change to the catalog master record just read
*> and appends it to the price history
post-price-change.

    move cm-price to price-old.
    move work-price to cm-price.
    rewrite catalog-master-record.
    move catmaster-status to io-fail-status.
    move catalog-master-name to io-fail-file.
    perform check-io-status.

    call "CBL_CHECK_FILE_EXIST" using history-file-name history-record.
    if return-code is not = 0
        open output history-file
        close history-file
    end-if.
    open extend history-file.

    move spaces to history-record.
    move cm-isbn to ph-isbn.
    move price-old to ph-old-price.
    move work-price to ph-new-price.
    move work-effective-date to ph-effective-date.
    move today-date to ph-entered-date.
    move work-source to ph-source.
    write history-record.

    close history-file.

*> Holds a future-dated price change until its effective date
hold-pending-price.

    if pending-count >= 999
        move "N" to trx-applied
        move "pending price table is full" to trx-reason
    else
        add 1 to pending-count
        move work-isbn to pt-isbn(pending-count)
        move work-price to pt-new-price(pending-count)
        move work-effective-date to pt-effective-date(pending-count)
        move today-date to pt-entered-date(pending-count)
        move work-source to pt-source(pending-count)
        move "N" to pt-done(pending-count)
        move "Y" to price-deferred
    end-if.

*> Loads the pending price changes and applies every one whose
*> effective date has arrived; the rest stay pending
apply-due-prices.

    call "CBL_CHECK_FILE_EXIST" using pending-file-name pending-record.
    if return-code = 0
        open input pending-file
        move 1 to pending-eof
        perform load-pending-entry
            until pending-eof = 0
        close pending-file
    end-if.

    move 1 to pending-idx.
    perform apply-one-pending
        until pending-idx > pending-count.

    if count-pending-applied > 0
        display "Pending price changes applied this session: "
            count-pending-applied
    end-if.

*> Reads one pending price change into the table
load-pending-entry.

    read pending-file
        at end move 0 to pending-eof
    end-read.

    if pending-eof is not = 0
        if pending-count >= 999
            display "Warning: pending price table full - further"
                " pending changes dropped"
            move 0 to pending-eof
        else
            add 1 to pending-count
            move pp-isbn to pt-isbn(pending-count)
            move pp-new-price to pt-new-price(pending-count)
            move pp-effective-date to pt-effective-date(pending-count)
            move pp-entered-date to pt-entered-date(pending-count)
            move pp-source to pt-source(pending-count)
            move "N" to pt-done(pending-count)
        end-if
    end-if.

*> Applies one pending price change whose date has arrived; a title
*> that has since been retired or removed drops its pending change
apply-one-pending.

    if pt-effective-date(pending-idx) <= today-date
        move "Y" to pt-done(pending-idx)
        move pt-isbn(pending-idx) to cm-isbn
        read catalog-master
            invalid key
                display "Warning: pending price change for "
                    pt-isbn(pending-idx) " dropped - isbn not in catalog"
            not invalid key
                if cm-status = "R"
                    display "Warning: pending price change for "
                        pt-isbn(pending-idx) " dropped - isbn is retired"
                else
                    move pt-new-price(pending-idx) to work-price
                    move pt-effective-date(pending-idx)
                        to work-effective-date
                    move pt-source(pending-idx) to work-source
                    perform post-price-change
                    add 1 to count-pending-applied
                end-if
        end-read
    end-if.

    add 1 to pending-idx.

*> Writes back the price changes still waiting for their date
save-pending-prices.

    open output pending-file.
    move 1 to pending-idx.
    perform save-pending-entry
        until pending-idx > pending-count.
    close pending-file.

*> Writes one still-pending price change
save-pending-entry.

    if pt-done(pending-idx) = "N"
        move spaces to pending-record
        move pt-isbn(pending-idx) to pp-isbn
        move pt-new-price(pending-idx) to pp-new-price
        move pt-effective-date(pending-idx) to pp-effective-date
        move pt-entered-date(pending-idx) to pp-entered-date
        move pt-source(pending-idx) to pp-source
        write pending-record
    end-if.

    add 1 to pending-idx.
