identification division.
program-id. invoice-run.
*> nightly customer invoicing: sweeps the ORDMAST order master top to
*> bottom and, for every order the SHP handler has moved to shipped
*> and not yet invoiced, writes one invoice line per shipped ORDLINE
*> line to the dated INVOICE.yyyymmdd file finance loads -- customer,
*> the line's item and quantity, the order's ship reference and ship
*> date, the unit price in effect on the ship date (PRICEMST, see
*> price-load), the extended amount and the line number -- then sets
*> the order's invoiced flag in place so no later run bills it again.
*> an order is invoiced whole or not at all: if any shipped line's
*> item has no price in effect on the ship date, the order is NOT
*> invoiced at zero -- each unpriced line is held on the dated
*> exceptions file INVEXCP.yyyymmdd (and displayed), the order is left
*> unflagged, and it is invoiced by the first run after pricing loads
*> the missing price. orders shipped before ship dates
*> were recorded carry no ship date and are left alone -- finance
*> billed those by hand. each order flagged gets an INV event on
*> ORDHIST, so a forward recovery of ORDMAST (ordmast-verify) keeps
*> the flag and never bills the order twice. run after price-load.
*> NOTE: run only with the listener quiesced (listenctl-set DRAIN=Y,
*> or the jvm down) -- the rewrite of the invoiced flag would otherwise
*> race the live handlers' own rewrites of the same records.
environment division.
configuration section.
input-output section.
file-control.
    select order-master assign to "ORDMAST"
        organization is indexed
        access mode is dynamic
        record key is ordm-order-no
        file status is ws-order-file-status.
    select order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    select price-master assign to "PRICEMST"
        organization is indexed
        access mode is dynamic
        record key is price-key
        file status is ws-price-file-status.
    *> ASSIGN USING: one dated file per night, the same shape as
    *> pick-extract's PICKFILE.yyyymmdd.
    select invoice-file assign using ws-invoice-file-name
        organization is line sequential
        file status is ws-invoice-file-status.
    select invoice-exception-file assign using ws-exception-file-name
        organization is line sequential
        file status is ws-exception-file-status.
    select invoice-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
data division.
file section.
fd order-master.
    copy ORDMREC.
fd order-line.
    copy ORDLREC.
fd price-master.
    copy PRICREC.
fd invoice-file.
*> fixed positions agreed with finance's loader -- do not reorder.
*> prices and amounts carry two implied decimals.
01 invoice-record.
    05 inv-order-no pic x(9).
    05 filler pic x.
    05 inv-customer-id pic x(8).
    05 filler pic x.
    05 inv-item-code pic x(8).
    05 filler pic x.
    05 inv-quantity pic 9(5).
    05 filler pic x.
    05 inv-ship-ref pic x(10).
    05 filler pic x.
    05 inv-ship-date pic x(8).
    05 filler pic x.
    05 inv-unit-price pic 9(7)v99.
    05 filler pic x.
    05 inv-amount pic 9(12)v99.
    05 filler pic x.
    05 inv-line-no pic 9(3).
fd invoice-exception-file.
01 invoice-exception-record.
    05 invx-order-no pic x(9).
    05 filler pic x.
    05 invx-customer-id pic x(8).
    05 filler pic x.
    05 invx-item-code pic x(8).
    05 filler pic x.
    05 invx-quantity pic 9(5).
    05 filler pic x.
    05 invx-ship-date pic x(8).
    05 filler pic x.
    05 invx-reason pic x(20).
    05 filler pic x.
    05 invx-line-no pic 9(3).
fd invoice-history-file.
    copy OHISTREC.
working-storage section.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-price-file-status pic xx.
01 ws-invoice-file-status pic xx.
01 ws-exception-file-status pic xx.
01 ws-history-file-status pic xx.
01 ws-invoice-file-name pic x(16).
01 ws-exception-file-name pic x(16).
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-price-eof-flag pic x.
    88 ws-price-eof value "Y".
01 ws-price-found-flag pic x.
    88 ws-price-found value "Y".
01 ws-unit-price pic 9(7)v99.
01 ws-line-scan-eof-flag pic x.
    88 ws-line-scan-eof value "Y".
01 ws-order-held-flag pic x.
    88 ws-order-held value "Y".
01 ws-invoice-pass-flag pic x.
    88 ws-invoice-pass value "Y".
*> invoice lines written for the order in hand, and the order left on
*> the invoice file unflagged if the run stops part way through one.
01 ws-order-lines-written pic 9(3).
01 ws-void-order-no pic x(9) value spaces.
01 ws-count-read pic 9(9) value 0.
01 ws-count-invoiced pic 9(9) value 0.
01 ws-count-lines-invoiced pic 9(9) value 0.
01 ws-count-no-lines pic 9(9) value 0.
01 ws-count-held pic 9(9) value 0.
01 ws-count-already-invoiced pic 9(9) value 0.
01 ws-count-undated pic 9(9) value 0.
01 ws-total-amount pic 9(13)v99 value 0.
01 ws-total-amount-display pic z(12)9.99.
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
procedure division.
main-line section.
    move function current-date to ws-current-date-time
    string "INVOICE." ws-current-date-time(1:8)
        into ws-invoice-file-name
    end-string
    string "INVEXCP." ws-current-date-time(1:8)
        into ws-exception-file-name
    end-string
    string
        ws-current-date-time(1:4) "-" ws-current-date-time(5:2) "-"
        ws-current-date-time(7:2) " " ws-current-date-time(9:2) ":"
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string
    perform open-all-files
    if not ws-abort-run
        perform until ws-eof
            perform read-next-order-record
            if not ws-eof
                add 1 to ws-count-read
                perform invoice-one-order
            end-if
        end-perform
        perform close-all-files
    end-if
    perform display-summary
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

open-all-files.
    open i-o order-master
    if ws-order-file-status not = "00"
        display "invoice-run: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    open input order-line
    if ws-line-file-status not = "00"
        display "invoice-run: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    end-if
    *> no price master at all would hold every order; stop instead and
    *> let price-load create it first.
    open input price-master
    if ws-price-file-status not = "00"
        display "invoice-run: unable to open PRICEMST, status "
            ws-price-file-status
        move "Y" to ws-abort-flag
    end-if
    *> extend, not output: a rerun after a partial failure (or a
    *> second run the same day) adds to the night's files rather than
    *> destroying invoices already written.
    open extend invoice-file
    if ws-invoice-file-status not = "00"
        open output invoice-file
    end-if
    if ws-invoice-file-status not = "00"
        display "invoice-run: unable to open " ws-invoice-file-name
            ", status " ws-invoice-file-status
        move "Y" to ws-abort-flag
    end-if
    open extend invoice-exception-file
    if ws-exception-file-status not = "00"
        open output invoice-exception-file
    end-if
    if ws-exception-file-status not = "00"
        display "invoice-run: unable to open " ws-exception-file-name
            ", status " ws-exception-file-status
        move "Y" to ws-abort-flag
    end-if
    open extend invoice-history-file
    if ws-history-file-status not = "00"
        open output invoice-history-file
    end-if
    if ws-history-file-status not = "00"
        display "invoice-run: unable to open ORDHIST, status "
            ws-history-file-status
        move "Y" to ws-abort-flag
    end-if.

read-next-order-record.
    read order-master next record
        at end move "Y" to ws-eof-flag
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so
    *> without this check the loop would spin forever (the same
    *> guard every other read loop in the suite carries).
    if not ws-eof and ws-order-file-status not = "00"
        display "invoice-run: read failed, status "
            ws-order-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

invoice-one-order.
    *> a return does not unbill a shipment: an order sent back before
    *> it was invoiced is still invoiced at what shipped, and the
    *> return comes off as a credit (see billing-summary).
    if ordm-status-shipped or ordm-status-returned
        evaluate true
            when ordm-invoiced
                add 1 to ws-count-already-invoiced
            when ordm-ship-date = spaces
                add 1 to ws-count-undated
            when ordm-line-count = 0
                *> shipped before ORDLINE and not yet converted by
                *> ordline-build: nothing to bill from, so it waits.
                add 1 to ws-count-no-lines
                display "invoice-run: order " ordm-order-no
                    " has no ORDLINE lines -- run ordline-build"
            when other
                *> price every shipped line first; only an order whose
                *> lines are all priced is billed.
                move "N" to ws-order-held-flag
                move "N" to ws-invoice-pass-flag
                perform walk-shipped-lines
                if not ws-abort-run
                    if ws-order-held
                        add 1 to ws-count-held
                    else
                        move "Y" to ws-invoice-pass-flag
                        move 0 to ws-order-lines-written
                        perform walk-shipped-lines
                        if ws-abort-run
                            if ws-order-lines-written > 0
                                perform report-part-invoiced
                            end-if
                        else
                            perform flag-order-invoiced
                        end-if
                    end-if
                end-if
        end-evaluate
    end-if.

walk-shipped-lines.
    *> first walk (ws-invoice-pass-flag "N"): hold every unpriced
    *> line. second walk ("Y"): every line is priced, so invoice each.
    move "N" to ws-line-scan-eof-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start order-line key is >= ordl-key
        invalid key
            move "Y" to ws-line-scan-eof-flag
    end-start
    perform until ws-line-scan-eof
        read order-line next record
            at end
                move "Y" to ws-line-scan-eof-flag
            not at end
                if ordl-order-no not = ordm-order-no
                    move "Y" to ws-line-scan-eof-flag
                else
                    if ordl-status-shipped or ordl-status-returned
                        perform price-one-line
                    end-if
                end-if
        end-read
        if not ws-line-scan-eof and ws-line-file-status not = "00"
            display "invoice-run: line read failed, status "
                ws-line-file-status
            move "Y" to ws-line-scan-eof-flag
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
        if ws-abort-run
            move "Y" to ws-line-scan-eof-flag
        end-if
    end-perform.

price-one-line.
    perform find-price-in-effect
    if not ws-abort-run
        if ws-price-found
            if ws-invoice-pass
                perform write-invoice-record
            end-if
        else
            move "Y" to ws-order-held-flag
            perform hold-line-unpriced
        end-if
    end-if.

find-price-in-effect.
    *> an item's prices read back oldest-first; the one in effect is
    *> the last whose effective date is not after the ship date.
    move "N" to ws-price-found-flag
    move "N" to ws-price-eof-flag
    move ordl-item-code to price-item-code
    move low-values to price-effective-date
    start price-master key is >= price-key
        invalid key
            move "Y" to ws-price-eof-flag
    end-start
    perform until ws-price-eof
        read price-master next record
            at end move "Y" to ws-price-eof-flag
            not at end
                if price-item-code not = ordl-item-code or
                        price-effective-date > ordm-ship-date
                    move "Y" to ws-price-eof-flag
                else
                    move "Y" to ws-price-found-flag
                    move price-unit-price to ws-unit-price
                end-if
        end-read
        if not ws-price-eof and ws-price-file-status not = "00"
            display "invoice-run: price read failed, status "
                ws-price-file-status
            move "Y" to ws-price-eof-flag
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-perform.

write-invoice-record.
    move spaces to invoice-record
    move ordm-order-no to inv-order-no
    move ordm-customer-id to inv-customer-id
    move ordl-item-code to inv-item-code
    move ordl-quantity to inv-quantity
    move ordm-ship-ref to inv-ship-ref
    move ordm-ship-date to inv-ship-date
    move ws-unit-price to inv-unit-price
    compute inv-amount = ordl-quantity * ws-unit-price
    move ordl-line-no to inv-line-no
    write invoice-record
    if ws-invoice-file-status not = "00"
        display "invoice-run: invoice write failed, status "
            ws-invoice-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    else
        add inv-amount to ws-total-amount
        add 1 to ws-count-lines-invoiced
        add 1 to ws-order-lines-written
    end-if.

report-part-invoiced.
    *> the run stopped with some of the order's lines already on the
    *> invoice file and the order unflagged: the next run bills the
    *> whole order, so those lines must be voided first.
    move ordm-order-no to ws-void-order-no
    display "invoice-run: order " ordm-order-no " stopped part way -- "
        ws-order-lines-written " line(s) on " ws-invoice-file-name
        " but not flagged; void them before rerunning".

flag-order-invoiced.
    *> the invoice lines are safely on the file, so mark the order
    *> billed; flag only after the writes, so a failure leaves the
    *> order for the next run instead of silently losing the charge.
    set ordm-invoiced to true
    rewrite order-master-record
    if ws-order-file-status = "00"
        add 1 to ws-count-invoiced
        perform append-history-record
    else
        *> the invoice went out but the flag did not stick: the next
        *> run would bill it again, so say which order to void.
        display "invoice-run: flag rewrite failed, status "
            ws-order-file-status " -- order " ordm-order-no
            " is on " ws-invoice-file-name " but not flagged"
        move ordm-order-no to ws-void-order-no
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

append-history-record.
    *> the flag is on ORDHIST too, with the order as it now stands.
    move spaces to order-history-record
    move ordm-order-no to ohist-order-no
    move "INV" to ohist-event-type
    move ordm-status to ohist-before-status
    move ordm-status to ohist-after-status
    move ordm-quantity to ohist-before-quantity
    move ordm-quantity to ohist-after-quantity
    move 0 to ohist-line-no
    move ordm-returned-quantity to ohist-returned-quantity
    move order-master-record to ohist-order-image
    move ws-timestamp-display to ohist-timestamp
    *> no driving message, so the audit sequence is zero (the same
    *> convention order-correct uses for its hand changes).
    move zeroes to ohist-audit-seq-no
    write order-history-record
    *> without the INV event a forward recovery would bring the order
    *> back unflagged and it would be billed again: stop here.
    if ws-history-file-status not = "00"
        display "invoice-run: history write failed, status "
            ws-history-file-status " -- order " ordm-order-no
            " is flagged but has no INV event on ORDHIST"
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

hold-line-unpriced.
    display "invoice-run: order " ordm-order-no " held -- no price"
        " for item " ordl-item-code " (line " ordl-line-no ") on "
        ordm-ship-date
    move spaces to invoice-exception-record
    move ordm-order-no to invx-order-no
    move ordm-customer-id to invx-customer-id
    move ordl-item-code to invx-item-code
    move ordl-quantity to invx-quantity
    move ordm-ship-date to invx-ship-date
    move "NO-PRICE" to invx-reason
    move ordl-line-no to invx-line-no
    write invoice-exception-record
    if ws-exception-file-status not = "00"
        display "invoice-run: exception write failed, status "
            ws-exception-file-status
    end-if.

close-all-files.
    close order-master
    close order-line
    close price-master
    close invoice-file
    close invoice-exception-file
    close invoice-history-file.

display-summary.
    move ws-total-amount to ws-total-amount-display
    display "===== invoice-run summary ====="
    display "order records read      : " ws-count-read
    display "orders invoiced         : " ws-count-invoiced
    display "lines invoiced          : " ws-count-lines-invoiced
    display "amount invoiced         : " ws-total-amount-display
    display "held -- no price        : " ws-count-held
    display "already invoiced        : " ws-count-already-invoiced
    display "shipped before dating   : " ws-count-undated
    display "waiting on ordline-build: " ws-count-no-lines
    if ws-abort-run
        if ws-void-order-no = spaces
            display "invoice-run: run aborted -- rerun is safe, flagged"
                " orders are not billed again"
        else
            display "invoice-run: run aborted -- void order "
                ws-void-order-no "'s lines on " ws-invoice-file-name
                " before rerunning, or it is billed twice"
        end-if
    else
        display "invoice file            : " ws-invoice-file-name
        display "exceptions file         : " ws-exception-file-name
    end-if.
