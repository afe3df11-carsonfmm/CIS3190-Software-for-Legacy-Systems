*>                 re-recording the crashed run's tail and raising
*>                 false VELOCITY flags, the same false-duplicate
*>                 class the isbn run's seen file already fixed.
*> 2026-10-15  CM  Carry a transaction type on each record - S sale
*>                 (the default when blank), R refund, V reversal -
*>                 and net refunds and reversals against the merchant
*>                 and issuer settlement totals and the settlement
*>                 interface, which gains credit and net amounts after
*>                 the existing fields. A reversal must match an open
*>                 sale of the same card and amount, found in the new
*>                 card-sale-history.idx or earlier in the batch, or
*>                 it is rejected NOSALE; an unknown type is rejected
*>                 BADTYPE.
*> 2026-10-15  CM  Append each run's per-merchant sales count and
*>                 gross, and refund/reversal count and amount, to
*>                 merchant-activity.txt under the settlement month,
*>                 for the month-end merchant invoicing.
*> 2026-10-15  CM  Look every card up in the hot-card negative file
*>                 the risk desk maintains; a card listed and not yet
*>                 expired is rejected HOTCARD even when the mod-10
*>                 check passes, and an alert line goes to
*>                 hot-card-alerts.txt for the risk desk.
*> 2026-10-15  CM  Load the merchant status the merchant maintenance
*>                 now keeps and reject a transaction from a closed
*>                 merchant with a MERCHCLSD reason code.
*> 2026-10-15  CM  Stop storing card numbers in the clear: every card
*>                 is turned into its surrogate token through the card
*>                 vault, and card-history.idx, card-sale-history.idx,
*>                 and the hot-card lookup carry the token instead of
*>                 the number. The checkpoint carries counts only and
*>                 the reject, audit, and alert files only masked
*>                 numbers, so nothing else on disk holds a card.
*> 2026-10-15  CM  Write each merchant's settlement - sales, refunds
*>                 and reversals, and the fee withheld - to the GL
*>                 interface through the gl-post subprogram, mapped to
*>                 accounts by gl-chart.txt.
*> 2026-10-15  CM  Verify the card batch's header and trailer (source,
*>                 date, sequence, record count, and amount total)
*>                 through the inbound-check subprogram before any
*>                 card is processed; a batch that fails, or whose
*>                 sequence repeats or skips one, is refused with
*>                 return code 12 and the reason on the operations log.

environment division.
input-output section.
    record key is ch-card
    file status is cardhist-status.

select sale-history-file assign to "card-sale-history.idx"
    organization is indexed
    access mode is dynamic
    record key is sh-key
    file status is salehist-status.

select hot-file assign to "hot-card.idx"
    organization is indexed
    access mode is dynamic
    record key is hc-card
    file status is hotcard-status.

select alert-file assign to "hot-card-alerts.txt"
    organization is line sequential
    file status is alert-status.

select velocity-config assign to "velocity-config.txt"
    organization is line sequential.

select settle-file assign to "settlement-interface.txt"
    organization is line sequential.

select activity-file assign to "merchant-activity.txt"
    organization is line sequential
    file status is activity-status.

select param-file assign to param-file-name
    organization is line sequential.

fd ifile.

*> One merchant transaction per line: card number, expiry (MMYY),
*> transaction amount, the capturing merchant's id, and the
*> transaction type - S sale (or blank), R refund, V reversal
01 card-record.
    05 card-num pic x(19).
    05 card-expiry.
        10 exp-yy pic 99.
    05 card-amount pic 9(6)v99.
    05 card-merchant pic x(8).
    05 card-tran-type pic x.

fd audit-file.


fd merchant-file.

*> One merchant in the merchant master file: id, name, the fee rate
*> withheld from that merchant's settlement, and the status (blank or
*> A active, C closed) with the date it last changed
01 merchant-record.
    05 mm-id pic x(8).
    05 mm-name pic x(20).
    05 mm-fee-rate pic 9v9999.
    05 mm-status pic x.
    05 mm-status-date pic x(8).

fd history-file.

*> One card's appearance history across batches, keyed by the card's
*> vault token: total appearances, the date last seen, and the count
*> and start date of the current velocity window
01 history-record.
    05 ch-card pic x(19).
    05 ch-total pic 9(6).
    05 ch-window-count pic 9(4).
    05 ch-window-start pic 9(8).

fd sale-history-file.

*> The approved sales a reversal can be matched against, keyed by
*> card token and amount: how many such sales are still open
*> (not yet reversed) and the date the last one settled
01 sale-history-record.
    05 sh-key.
        10 sh-card pic x(19).
        10 sh-amount pic 9(6)v99.
    05 sh-open-count pic 9(4).
    05 sh-last-date pic 9(8).

fd hot-file.

*> One card on the hot-card negative file, keyed by the card's token:
*> why it is listed, the date it was listed, the date it stops
*> blocking (zero for never), and the issuer or desk that listed it
01 hot-card-record.
    05 hc-card pic x(19).
    05 hc-reason pic x(10).
    05 hc-listed-date pic 9(8).
    05 hc-expire-date pic 9(8).
    05 hc-source pic x(8).

fd alert-file.

*> Output record for the risk desk's hot-card alerts
01 alert-record pic x(132).

fd checkpoint-file.

*> Checkpoint header: the last batch line fully processed, plus the
        10 cp-iss-pass pic 9(5).
        10 cp-iss-fail pic 9(5).
        10 cp-iss-amount pic 9(9)v99.
        10 cp-iss-credit-count pic 9(5).
        10 cp-iss-credit-amount pic 9(9)v99.
    05 cp-credit-count pic 9(6).
    05 cp-credit-total pic 9(9)v99.
    05 cp-count-hot pic 9(5).

*> One per-merchant settlement entry carried in the checkpoint, one
*> line per merchant after the header
    05 cpm-id pic x(8).
    05 cpm-count pic 9(6).
    05 cpm-gross pic 9(9)v99.
    05 cpm-credit-count pic 9(6).
    05 cpm-credit-gross pic 9(9)v99.

fd settle-file.

*> The settlement interface records the acquirer's intake consumes:
*> one D record per issuer network and one T trailer with hash totals;
*> the count and gross are sales, the credit fields the refunds and
*> reversals, and the net what the acquirer funds
01 settle-detail-record.
    05 sd-rec-type pic x.
    05 sd-date pic 9(8).
    05 sd-network pic x(10).
    05 sd-count pic 9(6).
    05 sd-gross pic 9(11)v99.
    05 sd-credit-count pic 9(6).
    05 sd-credit-gross pic 9(11)v99.
    05 sd-net pic s9(11)v99 sign leading separate.

01 settle-trailer-record.
    05 tr-rec-type pic x.
    05 tr-records pic 9(4).
    05 tr-hash-count pic 9(8).
    05 tr-hash-gross pic 9(13)v99.
    05 tr-hash-credit pic 9(13)v99.
    05 tr-hash-net pic s9(13)v99 sign leading separate.

fd activity-file.

*> One run's settlement for one merchant, filed under the settlement
*> month: sales count and gross, refund and reversal count and
*> amount, and the run's date and time
01 activity-record.
    05 ma-month pic 9(6).
    05 filler pic x(2).
    05 ma-merchant pic x(8).
    05 filler pic x(2).
    05 ma-count pic 9(6).
    05 filler pic x(2).
    05 ma-gross pic 9(9)v99.
    05 filler pic x(2).
    05 ma-credit-count pic 9(6).
    05 filler pic x(2).
    05 ma-credit-gross pic 9(9)v99.
    05 filler pic x(2).
    05 ma-run-stamp pic x(14).

fd bin-file.

01 ifile-status pic xx value "00".
01 audit-status pic xx value "00".
01 cardhist-status pic xx value "00".
01 salehist-status pic xx value "00".
01 activity-status pic xx value "00".
01 hotcard-status pic xx value "00".
01 alert-status pic xx value "00".

*> Run-control support: when the parameter file is present, every
*> prompt reads its answer from it, so the run needs no operator
        10 iss-pass pic 9(5).
        10 iss-fail pic 9(5).
        10 iss-amount pic 9(9)v99.
        10 iss-credit-count pic 9(5).
        10 iss-credit-amount pic 9(9)v99.
01 issuer-count pic 99 value 0.
01 issuer-idx pic 99.
01 issuer-found pic 99.
        10 mdef-id pic x(8).
        10 mdef-name pic x(20).
        10 mdef-rate pic 9v9999.
        10 mdef-status pic x.
01 merchant-def-count pic 99 value 0.
01 merchant-def-idx pic 99.
01 merchant-def-found pic 99.
        10 stl-id pic x(8).
        10 stl-count pic 9(6).
        10 stl-gross pic 9(9)v99.
        10 stl-credit-count pic 9(6).
        10 stl-credit-gross pic 9(9)v99.
01 settle-merchants pic 99 value 0.
01 settle-idx pic 99.
01 settle-found pic 99.
01 settle-full-warned pic x value "N".
01 settle-fee pic s9(9)v99.
01 settle-net pic s9(9)v99.
01 settle-volume pic s9(9)v99.
01 settle-rate pic 9v9999.
01 settle-name pic x(20).
01 settle-fee-o pic ZZZ,ZZZ,ZZ9.99-.
01 settle-net-o pic ZZZ,ZZZ,ZZ9.99-.
01 settle-credit-o pic ZZZ,ZZZ,ZZ9.99.

*> Working fields for the settlement interface file
01 settle-date pic 9(8).
01 activity-file-name pic x(25) value "merchant-activity.txt".
01 si-records pic 9(4).
01 si-hash-count pic 9(8).
01 si-hash-gross pic 9(13)v99.
01 si-hash-credit pic 9(13)v99.
01 si-hash-net pic s9(13)v99.

*> Working fields for the checkpoint/restart support
01 checkpoint-file-name pic x(25) value "banking-checkpoint.txt".
    05 pending-history-entry occurs 0 to 200 times
        depending on pending-count.
        10 pnd-card pic x(19).
        10 pnd-type pic x.
        10 pnd-amount pic 9(6)v99.
01 pending-count pic 9(3) value 0.
01 pending-idx pic 9(3).

*> Working fields for the transaction types and reversal matching
01 sale-history-name pic x(25) value "card-sale-history.idx".
01 tran-type pic x.
01 tran-word pic x(8).
01 reversal-matched pic x value "N".
01 reversal-open pic s9(4).
01 settle-credit-count pic 9(6) value 0.
01 settle-credit-total pic 9(9)v99 value 0.

*> The card vault request: the current card's number goes in, its
*> surrogate token comes back, and only the token is ever stored
01 card-token pic x(19).
01 vault-request.
    05 vr-function pic x.
    05 vr-caller pic x(15) value "card-validator".
    05 vr-card pic x(19).
    05 vr-token pic x(19).
    05 vr-result pic x.

*> The inbound file control check request: the card batch must carry
*> the CARDBATCH header and a trailer whose control total is the sum
*> of the transaction amounts
01 inbound-request.
    05 ib-function pic x.
    05 ib-file-name pic x(100).
    05 ib-source pic x(10) value "CARDBATCH".
    05 ib-total-start pic 999 value 24.
    05 ib-total-length pic 99 value 8.
    05 ib-result pic x.
    05 ib-reason pic x(30).
    05 ib-seq pic 9(6).
    05 ib-records pic 9(8).

*> The general-ledger posting request: gq-function P post or C close
*> the run's batch, the event the chart of accounts maps, its amount
*> and merchant, and the result gl-post returns
01 gl-request.
    05 gq-function pic x.
    05 gq-source pic x(10) value "CARDS".
    05 gq-event pic x(10).
    05 gq-amount pic s9(9)v99.
    05 gq-reference pic x(12).
    05 gq-result pic x.

*> Working fields for the hot-card negative file check
01 hot-file-name pic x(20) value "hot-card.idx".
01 alert-file-name pic x(25) value "hot-card-alerts.txt".
01 hot-loaded pic x value "N".
01 hot-flag pic x value "N".
01 count-hot pic 9(5) value 0.
01 alert-line pic x(132).

*> Working fields for the expiry check and the settlement totals
01 expired-flag pic x value "N".
01 expiry-num pic 9(6).
    perform load-merchant-master.
    perform init-velocity-config.
    perform open-card-history.
    perform open-hot-card-file.
    perform read-cards.
    move "C" to vr-function.
    call "card-vault" using vault-request.
    close history-file.
    close sale-history-file.
    if hot-loaded = "Y"
        close hot-file
        close alert-file
    end-if.
    perform write-settlement-block.
    perform write-merchant-activity.
    perform write-settlement-interface.
    perform post-settlement-journal.
    perform write-issuer-summary.

    move line-num to ops-read.
    display " ".
    display "Settlement totals:".
    display "  Approved transactions: " settle-count.
    display "  Total sales: " settle-total-o.
    move settle-credit-total to settle-credit-o.
    display "  Refunds and reversals: " settle-credit-count
        "  Amount: " settle-credit-o.
    compute settle-net = settle-total - settle-credit-total.
    move settle-net to settle-net-o.
    display "  Net amount: " settle-net-o.
    display " ".
    display "Settlement by merchant:".

        move 0 to settle-rate
    end-if.

    compute settle-volume =
        stl-gross(settle-idx) - stl-credit-gross(settle-idx).
    compute settle-fee rounded = settle-volume * settle-rate.
    compute settle-net = settle-volume - settle-fee.

    move stl-gross(settle-idx) to settle-total-o.
    move stl-credit-gross(settle-idx) to settle-credit-o.
    move settle-fee to settle-fee-o.
    move settle-net to settle-net-o.

    display "  " stl-id(settle-idx) " " settle-name
        "  Approved: " stl-count(settle-idx)
        "  Gross: " settle-total-o
        "  Credits: " settle-credit-o
        "  Fee: " settle-fee-o
        "  Net: " settle-net-o.

    add 1 to settle-idx.

*> Appends this run's per-merchant settlement to the merchant
*> activity file under the settlement month, creating it on first use
write-merchant-activity.

    call "CBL_CHECK_FILE_EXIST" using activity-file-name activity-record.
    if return-code is not = 0
        open output activity-file
        close activity-file
    end-if.
    open extend activity-file.
    move activity-status to io-fail-status.
    move activity-file-name to io-fail-file.
    perform check-open-status.

    perform capture-timestamp.

    move 1 to settle-idx.
    perform write-activity-entry
        until settle-idx > settle-merchants.

    close activity-file.

*> Writes one merchant's activity line for this run
write-activity-entry.

    move spaces to activity-record.
    compute ma-month = (run-date-yyyy * 100) + run-date-mm.
    move stl-id(settle-idx) to ma-merchant.
    move stl-count(settle-idx) to ma-count.
    move stl-gross(settle-idx) to ma-gross.
    move stl-credit-count(settle-idx) to ma-credit-count.
    move stl-credit-gross(settle-idx) to ma-credit-gross.
    move current-date-time(1:14) to ma-run-stamp.
    write activity-record.
    move activity-status to io-fail-status.
    perform check-io-status.

    add 1 to settle-idx.

*> Writes the fixed-format settlement interface file the acquirer's
*> intake consumes: one D record per issuer network that settled
*> anything, then the T trailer with the hash totals
    move 0 to si-records.
    move 0 to si-hash-count.
    move 0 to si-hash-gross.
    move 0 to si-hash-credit.
    move 0 to si-hash-net.

    move 1 to issuer-idx.
    perform write-settle-detail
    move si-records to tr-records.
    move si-hash-count to tr-hash-count.
    move si-hash-gross to tr-hash-gross.
    move si-hash-credit to tr-hash-credit.
    move si-hash-net to tr-hash-net.
    write settle-trailer-record.

    close settle-file.
        move iss-name(issuer-idx) to sd-network
        move iss-pass(issuer-idx) to sd-count
        move iss-amount(issuer-idx) to sd-gross
        move iss-credit-count(issuer-idx) to sd-credit-count
        move iss-credit-amount(issuer-idx) to sd-credit-gross
        compute sd-net = iss-amount(issuer-idx)
            - iss-credit-amount(issuer-idx)
        write settle-detail-record

        add 1 to si-records
        add iss-pass(issuer-idx) to si-hash-count
        add iss-amount(issuer-idx) to si-hash-gross
        add iss-credit-amount(issuer-idx) to si-hash-credit
        add sd-net to si-hash-net
    end-if.
    add 1 to issuer-idx.

*> Writes each merchant's settlement to the GL interface - sales,
*> refunds and reversals, and the fee withheld at the merchant's
*> rate - and closes the run's batch
post-settlement-journal.

    move 1 to settle-idx.
    perform post-merchant-settlement
        until settle-idx > settle-merchants.

    move "C" to gq-function.
    call "gl-post" using gl-request.

*> Hands one merchant's settlement events to the GL interface
post-merchant-settlement.

    perform find-merchant-def.
    if merchant-def-found > 0
        move mdef-rate(merchant-def-found) to settle-rate
    else
        move 0 to settle-rate
    end-if.
    compute settle-volume =
        stl-gross(settle-idx) - stl-credit-gross(settle-idx).
    compute settle-fee rounded = settle-volume * settle-rate.

    move "P" to gq-function.
    move stl-id(settle-idx) to gq-reference.
    move "SALES" to gq-event.
    move stl-gross(settle-idx) to gq-amount.
    call "gl-post" using gl-request.
    move "CREDITS" to gq-event.
    move stl-credit-gross(settle-idx) to gq-amount.
    call "gl-post" using gl-request.
    move "FEE" to gq-event.
    move settle-fee to gq-amount.
    call "gl-post" using gl-request.

    add 1 to settle-idx.

*> Searches the merchant master table for the merchant of the current
*> settlement entry
find-merchant-def.
        add 1 to merchant-def-idx
    end-if.

*> Searches the merchant master table for the current transaction's
*> merchant
find-card-merchant.

    move 0 to merchant-def-found.
    move 1 to merchant-def-idx.
    perform find-card-merchant-compare
        until merchant-def-idx > merchant-def-count
            or merchant-def-found > 0.

*> Compares one merchant master entry against the transaction's
*> merchant
find-card-merchant-compare.

    if mdef-id(merchant-def-idx) = card-merchant
        move merchant-def-idx to merchant-def-found
    else
        add 1 to merchant-def-idx
    end-if.

*> Loads the merchant master file of ids, names, and fee rates; a
*> missing master is not fatal, the settlement lines just go out
*> unnamed with no fee withheld
            move mm-id to mdef-id(merchant-def-count)
            move mm-name to mdef-name(merchant-def-count)
            move mm-fee-rate to mdef-rate(merchant-def-count)
            move mm-status to mdef-status(merchant-def-count)
        end-if
    end-if.

*> Accumulates the approved transaction just settled into its
*> merchant's settlement entry - a sale into the gross, a refund or
*> reversal into the credits netted against it
tally-merchant-settlement.

    move 0 to settle-found.
            move card-merchant to stl-id(settle-found)
            move 0 to stl-count(settle-found)
            move 0 to stl-gross(settle-found)
            move 0 to stl-credit-count(settle-found)
            move 0 to stl-credit-gross(settle-found)
        end-if
    end-if.

    if settle-found > 0
        if tran-type = "S"
            add 1 to stl-count(settle-found)
            add card-amount to stl-gross(settle-found)
        else
            add 1 to stl-credit-count(settle-found)
            add card-amount to stl-credit-gross(settle-found)
        end-if
    end-if.

*> Compares one settlement entry against the current merchant id
    move 0 to iss-pass(issuer-idx).
    move 0 to iss-fail(issuer-idx).
    move 0 to iss-amount(issuer-idx).
    move 0 to iss-credit-count(issuer-idx).
    move 0 to iss-credit-amount(issuer-idx).
    add 1 to issuer-idx.

*> Loads the built-in BIN ranges used when no table file is present
    display " ".
    display "Duplicate submissions in batch: " count-dup.
    display "Velocity-flagged submissions:   " count-velocity.
    display "Hot-card rejections:            " count-hot.
    display " ".
    display "Summary by issuer network:".

            "  Seen: " iss-seen(issuer-idx)
            "  Passed: " iss-pass(issuer-idx)
            "  Failed: " iss-fail(issuer-idx)
            "  Credits: " iss-credit-count(issuer-idx)
    end-if.
    add 1 to issuer-idx.


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
        at end move zero to eof-check
    end-read.

    if eof-check is not = zero and card-record(1:3) is not = "HDR"
        and card-record(1:3) is not = "TRL"
        add 1 to line-num

        if card-num > spaces
                move all "X" to masked-card
                move card-num(card-len - 3:4) to masked-card(card-len - 3:4)

                perform tokenise-current-card

                perform check-duplicate

                perform check-velocity

                perform check-hot-card

                perform classify-issuer
                add 1 to iss-seen(issuer-idx)

                move card-amount to amount-o
                perform set-transaction-type
                display "Card number: " masked-card(1:card-len)
                    "  Network: " iss-name(issuer-idx)
                    "  Expiry: " exp-mm "/" exp-yy
                    "  Amount: " amount-o
                    "  Merchant: " card-merchant
                    "  Type: " tran-word

                if dup-flag = "Y"
                    display "  ** DUPLICATE SUBMISSION IN THIS BATCH **"
    move count-dup to cp-count-dup.
    move count-velocity to cp-count-velocity.
    move ops-rejected to cp-rejected.
    move settle-credit-count to cp-credit-count.
    move settle-credit-total to cp-credit-total.
    move count-hot to cp-count-hot.

    move 1 to issuer-idx.
    perform save-issuer-checkpoint
    move iss-pass(issuer-idx) to cp-iss-pass(issuer-idx).
    move iss-fail(issuer-idx) to cp-iss-fail(issuer-idx).
    move iss-amount(issuer-idx) to cp-iss-amount(issuer-idx).
    move iss-credit-count(issuer-idx) to cp-iss-credit-count(issuer-idx).
    move iss-credit-amount(issuer-idx) to cp-iss-credit-amount(issuer-idx).
    add 1 to issuer-idx.

*> Writes one per-merchant settlement entry after the checkpoint header
    move stl-id(settle-idx) to cpm-id.
    move stl-count(settle-idx) to cpm-count.
    move stl-gross(settle-idx) to cpm-gross.
    move stl-credit-count(settle-idx) to cpm-credit-count.
    move stl-credit-gross(settle-idx) to cpm-credit-gross.
    write checkpoint-merchant-record.
    add 1 to settle-idx.

        move cp-count-dup to count-dup
        move cp-count-velocity to count-velocity
        move cp-rejected to ops-rejected
        move cp-credit-count to settle-credit-count
        move cp-credit-total to settle-credit-total
        move cp-count-hot to count-hot

        move 1 to issuer-idx
        perform restore-issuer-checkpoint
    move cp-iss-pass(issuer-idx) to iss-pass(issuer-idx).
    move cp-iss-fail(issuer-idx) to iss-fail(issuer-idx).
    move cp-iss-amount(issuer-idx) to iss-amount(issuer-idx).
    move cp-iss-credit-count(issuer-idx) to iss-credit-count(issuer-idx).
    move cp-iss-credit-amount(issuer-idx) to iss-credit-amount(issuer-idx).
    add 1 to issuer-idx.

*> Restores one per-merchant settlement entry from the checkpoint
            move cpm-id to stl-id(settle-merchants)
            move cpm-count to stl-count(settle-merchants)
            move cpm-gross to stl-gross(settle-merchants)
            move cpm-credit-count to stl-credit-count(settle-merchants)
            move cpm-credit-gross to stl-credit-gross(settle-merchants)
        end-if
    end-if.

        at end move zero to eof-check
    end-read.

    if eof-check is not = zero and card-record(1:3) is not = "HDR"
        and card-record(1:3) is not = "TRL"
        add 1 to line-num

        if card-num > spaces
        move card-num to seen-card(seen-count)
    end-if.

*> Sets the transaction type of the current record, a blank type
*> being the sale every record was before types were carried
set-transaction-type.

    move card-tran-type to tran-type.
    if tran-type = space
        move "S" to tran-type
    end-if.

    evaluate tran-type
        when "S"
            move "SALE" to tran-word
        when "R"
            move "REFUND" to tran-word
        when "V"
            move "REVERSAL" to tran-word
        when other
            move "UNKNOWN" to tran-word
    end-evaluate.

*> Decides the final outcome of the current transaction: a mod-10
*> failure, an unreadable or past expiry date, an unknown type, a
*> reversal with no open sale to reverse, or an approval that joins
*> the settlement totals - a sale into the gross, a refund or
*> reversal into the credits netted against it
evaluate-transaction.

    move "N" to expired-flag.
        move "M" to expired-flag
    end-if.

    move "N" to reversal-matched.
    if tran-type = "V"
        perform match-reversal
    end-if.

    perform find-card-merchant.

    evaluate true
        when valid-flag is not = "Y"
            display "Result: FAIL (invalid mod-10 check digit)"
            move "FAIL" to result-word
            move "LUHNFAIL" to rej-reason
            perform reject-masked
        when hot-flag = "Y"
            display "Result: REJECTED (card on the hot-card file - "
                function trim (hc-reason) ")"
            move "HOTC" to result-word
            move "HOTCARD" to rej-reason
            perform reject-masked
            perform write-hot-card-alert
        when merchant-def-found > 0
            and mdef-status(merchant-def-found) = "C"
            display "Result: REJECTED (merchant " card-merchant " is closed)"
            move "CLSD" to result-word
            move "MERCHCLSD" to rej-reason
            perform reject-masked
        when expired-flag = "M"
            display "Result: REJECTED (unreadable expiry date)"
            move "MALF" to result-word
            move "EXPD" to result-word
            move "EXPIRED" to rej-reason
            perform reject-masked
        when tran-type is not = "S" and tran-type is not = "R"
            and tran-type is not = "V"
            display "Result: REJECTED (unknown transaction type "
                card-tran-type ")"
            move "TYPE" to result-word
            move "BADTYPE" to rej-reason
            perform reject-masked
        when tran-type = "V" and reversal-matched = "N"
            display "Result: REJECTED (no open sale of this card and"
                " amount to reverse)"
            move "NOSL" to result-word
            move "NOSALE" to rej-reason
            perform reject-masked
        when other
            display "Result: PASS (valid mod-10 check digit)"
            move "PASS" to result-word
            add 1 to settle-count
            if tran-type = "S"
                add card-amount to settle-total
                add card-amount to iss-amount(issuer-idx)
            else
                add 1 to settle-credit-count
                add card-amount to settle-credit-total
                add 1 to iss-credit-count(issuer-idx)
                add card-amount to iss-credit-amount(issuer-idx)
            end-if
            perform tally-merchant-settlement
            move tran-type to pnd-type(pending-count)
            move card-amount to pnd-amount(pending-count)
    end-evaluate.

*> Looks for an open sale of the current card for the same amount: the
*> sales recorded in card-sale-history.idx, plus this batch's sales
*> not yet flushed, less this batch's reversals already matched
match-reversal.

    move 0 to reversal-open.
    move card-token to sh-card.
    move card-amount to sh-amount.
    read sale-history-file
        invalid key
            continue
        not invalid key
            move sh-open-count to reversal-open
    end-read.

    move 1 to pending-idx.
    perform match-reversal-pending
        until pending-idx > pending-count.

    if reversal-open > 0
        move "Y" to reversal-matched
    end-if.

*> Nets one held-back settled transaction into the open sale count
*> when it is the same card and amount
match-reversal-pending.

    if pnd-card(pending-idx) = card-token
        and pnd-amount(pending-idx) = card-amount
        if pnd-type(pending-idx) = "S"
            add 1 to reversal-open
        end-if
        if pnd-type(pending-idx) = "V"
            subtract 1 from reversal-open
        end-if
    end-if.
    add 1 to pending-idx.

*> Flags a card whose expiry month has already passed; a card stays
*> good through the end of its expiry month
check-expiry.
        close velocity-config
    end-if.

*> Turns the current card number into its vault token, issuing one on
*> first sight; a vault that cannot answer stops the run, since
*> nothing may be stored under the clear number instead
tokenise-current-card.

    move "T" to vr-function.
    move card-num to vr-card.
    move spaces to vr-token.
    call "card-vault" using vault-request.

    if vr-result is not = "Y"
        move "card-token-vault.idx" to io-fail-file
        move "9V" to io-fail-status
        perform io-abort
    end-if.
    move vr-token to card-token.

*> Opens the hot-card negative file and the risk desk's alert file;
*> without a hot-card file no card is screened against it
open-hot-card-file.

    call "CBL_CHECK_FILE_EXIST" using hot-file-name hot-card-record.
    if return-code is not = 0
        display "Warning: hot-card.idx not found - cards will not be"
            " screened against the hot-card file"
    else
        open input hot-file
        move hotcard-status to io-fail-status
        move hot-file-name to io-fail-file
        perform check-open-status
        move "Y" to hot-loaded

        call "CBL_CHECK_FILE_EXIST" using alert-file-name alert-record
        if return-code is not = 0
            open output alert-file
            close alert-file
        end-if
        open extend alert-file
        move alert-status to io-fail-status
        move alert-file-name to io-fail-file
        perform check-open-status
    end-if.

*> Looks the current card up in the hot-card file; a listing counts
*> until its expiry date, or for good when it has none
check-hot-card.

    move "N" to hot-flag.
    if hot-loaded = "Y"
        move card-token to hc-card
        read hot-file
            invalid key
                continue
            not invalid key
                perform capture-timestamp
                compute today-num = (run-date-yyyy * 10000)
                    + (run-date-mm * 100) + run-date-dd
                if hc-expire-date = 0 or hc-expire-date > today-num
                    move "Y" to hot-flag
                end-if
        end-read
    end-if.

*> Writes the risk desk's alert line for a hot-card hit: when, where
*> in the batch, the masked card, merchant, amount, and the listing
write-hot-card-alert.

    add 1 to count-hot.
    perform capture-timestamp.
    move spaces to alert-line.
    string run-date-yyyy delimited by size
        "-" delimited by size
        run-date-mm delimited by size
        "-" delimited by size
        run-date-dd delimited by size
        " " delimited by size
        run-date-hh delimited by size
        ":" delimited by size
        run-date-mi delimited by size
        "  HOTCARD  line " delimited by size
        line-num delimited by size
        "  " delimited by size
        masked-card(1:card-len) delimited by size
        "  Merchant: " delimited by size
        card-merchant delimited by size
        "  Amount: " delimited by size
        amount-o delimited by size
        "  Listed " delimited by size
        hc-listed-date delimited by size
        " " delimited by size
        hc-reason delimited by size
        hc-source delimited by size
        into alert-line
    end-string.
    move alert-line to alert-record.
    write alert-record.
    move alert-status to io-fail-status.
    move alert-file-name to io-fail-file.
    perform check-io-status.

*> Opens the persistent card-history file, creating it on first use
open-card-history.

    move history-file-name to io-fail-file.
    perform check-open-status.

    call "CBL_CHECK_FILE_EXIST" using sale-history-name sale-history-record.
    if return-code is not = 0
        open output sale-history-file
        close sale-history-file
    end-if.
    open i-o sale-history-file.
    move salehist-status to io-fail-status.
    move sale-history-name to io-fail-file.
    perform check-open-status.

*> Records the current card's appearance in the cross-batch history
*> and flags it when its appearances within the velocity window
*> exceed the threshold
        + (run-date-mm * 100) + run-date-dd.
    compute today-int = function integer-of-date (today-num).

    move card-token to ch-card.
    read history-file
        invalid key
            continue
*> Compares one pending appearance against the current card
count-one-pending.

    if pnd-card(pending-idx) = card-token
        add 1 to pending-hits
    end-if.
    add 1 to pending-idx.
    end-if.

    add 1 to pending-count.
    move card-token to pnd-card(pending-count).
    move space to pnd-type(pending-count).
    move 0 to pnd-amount(pending-count).

*> Writes the held-back appearances through to the history file; the
*> checkpoint is only written after this flush, so a restarted run
        end-write
    end-if.

    if pnd-type(pending-idx) = "S" or pnd-type(pending-idx) = "V"
        perform record-sale-history
    end-if.

    add 1 to pending-idx.

*> Records one held-back settled sale as open in the sale history, or
*> closes one open sale for a reversal matched against it
record-sale-history.

    move "N" to history-found.
    move pnd-card(pending-idx) to sh-card.
    move pnd-amount(pending-idx) to sh-amount.
    read sale-history-file
        invalid key
            continue
        not invalid key
            move "Y" to history-found
    end-read.

    if history-found = "Y"
        if pnd-type(pending-idx) = "S"
            add 1 to sh-open-count
            move today-num to sh-last-date
        else
            if sh-open-count > 0
                subtract 1 from sh-open-count
            end-if
        end-if
        rewrite sale-history-record
        move salehist-status to io-fail-status
        move sale-history-name to io-fail-file
        perform check-io-status
    else
        if pnd-type(pending-idx) = "S"
            move pnd-card(pending-idx) to sh-card
            move pnd-amount(pending-idx) to sh-amount
            move 1 to sh-open-count
            move today-num to sh-last-date
            write sale-history-record
                invalid key
                    continue
            end-write
        end-if
    end-if.

*> Checks whether the current card number already appeared earlier in
*> this batch, recording it for later records if not
check-duplicate.
read-cards.

    perform file-check.
    perform verify-inbound-file.

    display " ".
    open input ifile.
    close audit-file.
    close reject-file.

    move "A" to ib-function.
    call "inbound-check" using inbound-request.

    if param-open = "Y"
        close param-file
    end-if.

*> Verifies the card batch's header and trailer before any card is
*> processed, and refuses the run when the batch is incomplete or out
*> of sequence
verify-inbound-file.

    move "V" to ib-function.
    move ascii-file to ib-file-name.
    call "inbound-check" using inbound-request.

    if ib-result is not = "Y"
        display "File refused: " function trim (ascii-file)
            " - " ib-reason
        move "REFUSED" to ops-status
        string "  Refused: " delimited by size
            ib-reason delimited by size
            into ops-fail-detail
        end-string
        perform write-ops-end
        stop run
    end-if.

*> Prompt the user for the name of a card-number file until it exists
file-check.

