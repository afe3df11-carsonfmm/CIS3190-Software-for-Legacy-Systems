*>                 the open-PO file and write the reconciliation
*>                 report of unordered receipts, missing titles, and
*>                 shortfalls.
*> 2026-10-15  CM  Describe the unit cost, vendor id, and receipt date
*>                 the validation run now carries on each accepted
*>                 line; the match itself still uses isbn and quantity.

identification division.
program-id. po-reconciliation.
    05 acc-isbn pic x(13).
    05 filler pic x(2).
    05 acc-qty pic 9(5).
    05 filler pic x(2).
    05 acc-unit-cost pic 9(5)v99.
    05 filler pic x(2).
    05 acc-vendor-id pic x(6).
    05 filler pic x(2).
    05 acc-date pic x(8).

fd recon-report.

