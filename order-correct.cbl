*> the upstream system sent wrong data or an order was cancelled in
*> error -- the alternative to the hand-editing that terrifies audit:
*>   1 - correct the customer id (the new id must be on CUSTMAST)
*>   2 - correct one line's item code (stock is re-pointed for an open
*>       line)
*>   3 - correct one line's quantity (stock is adjusted for an open
*>       line)
*>   4 - reopen a cancelled order (every line its cancellation took
*>       with it -- those carrying the order's cancel reason -- gets
*>       its stock re-allocated, all or none, and goes back out on the
*>       next pick-extract run)
*> item and quantity changes are made to an ORDLINE line (a blank line
*> number means line 001) and the ORDMAST header is then re-stated
*> from the lines (see ORDLSUM). every change requires an operator id
*> and a reason code, writes the
*> full before/after ORDMREC image to the MANCHLOG manual-change log,
*> and leaves an ORDHIST lifecycle event (COR, or REO for a reopen) so
*> a dispute replay shows the hand touch alongside the message-driven
*> ones. any stock a change moves is written to the ITEMLEDG stock
*> ledger as COR. plain console dialog (display/accept), the same
*> surface listener-inquiry uses. run with the listener quiesced --
*> the rewrite would otherwise race the live handlers.
environment division.
configuration section.
input-output section.
        access mode is random
        record key is ordm-order-no
        file status is ws-order-file-status.
    select correct-order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    select correct-customer-master assign to "CUSTMAST"
        organization is indexed
        access mode is random
    select correct-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
    select correct-ledger-file assign to "ITEMLEDG"
        organization is line sequential
        file status is ws-ledger-file-status.
data division.
file section.
fd correct-order-master.
    copy ORDMREC.
fd correct-order-line.
    copy ORDLREC.
fd correct-customer-master.
    copy CUSTREC.
fd correct-item-master.
    copy MCHGREC.
fd correct-history-file.
    copy OHISTREC.
fd correct-ledger-file.
    copy ILEDREC.
working-storage section.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-customer-file-status pic xx.
01 ws-item-file-status pic xx.
01 ws-change-log-status pic xx.
01 ws-history-file-status pic xx.
01 ws-ledger-file-status pic xx.
01 ws-menu-choice pic x(1).
01 ws-seq-input pic x(9).
01 ws-seq-value pic 9(9).
01 ws-new-item pic x(8).
01 ws-new-qty-input pic x(5).
01 ws-new-qty pic 9(5).
01 ws-line-no-input pic x(3).
01 ws-line-no pic 9(3).
*> the line a change was made to, for MANCHLOG and ORDHIST; zero for
*> a change to the order as a whole.
01 ws-change-line-no pic 9(3).
01 ws-line-fetched-flag pic x.
    88 ws-line-fetched value "Y".
01 ws-line-scan-eof-flag pic x.
    88 ws-line-scan-eof value "Y".
01 ws-reopen-line-count pic 9(3).
*> the line whose stock could not be reclaimed; the lines before it
*> already took theirs and must give it back.
01 ws-reclaim-stop-line pic 9(3).
01 ws-order-total-check pic 9(6).
*> header roll-up work fields for the ORDLSUM paragraphs.
01 ws-line-total pic 9(6).
01 ws-live-line-count pic 9(3).
01 ws-first-live-item pic x(8).
01 ws-line-backordered-flag pic x.
    88 ws-some-line-backordered value "Y".
01 ws-input-ok-flag pic x.
    88 ws-input-ok value "Y".
01 ws-order-open-flag pic x.
    88 ws-order-file-open value "Y".
01 ws-line-open-flag pic x.
    88 ws-line-file-open value "Y".
01 ws-order-fetched-flag pic x.
    88 ws-order-fetched value "Y".
01 ws-stock-ok-flag pic x.
    88 ws-stock-ok value "Y".
01 ws-change-type pic x(3).
01 ws-before-image pic x(111).
01 ws-hist-before-status pic x(3).
01 ws-hist-before-quantity pic 9(5).
*> which item and how many units the stock paragraphs below work on;
*> set by the caller before take-item-stock / give-item-stock.
01 ws-stock-item-code pic x(8).
01 ws-stock-quantity pic 9(5).
*> the item's on-hand before a stock change, for the ITEMLEDG record.
01 ws-ledger-before-on-hand pic 9(7).
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
procedure division.
    display " "
    display "===== order correction ====="
    display "  1 = correct customer id"
    display "  2 = correct item code of an order line"
    display "  3 = correct quantity of an order line"
    display "  4 = reopen cancelled order"
    display "  0 = exit"
    display "choice: " with no advancing
        move "Y" to ws-seq-valid-flag
    end-if.

get-target-line-number.
    *> a blank line number is line 001, the same default the ORD/MOD
    *> payloads take.
    display "line number (blank = 001): " with no advancing
    move spaces to ws-line-no-input
    accept ws-line-no-input
    if ws-line-no-input = spaces
        move 1 to ws-line-no
    else
        move ws-line-no-input to ws-seq-input(1:3)
        move spaces to ws-seq-input(4:6)
        perform edit-seq-input
        if not ws-seq-valid or ws-seq-value = 0
            display "order-correct: line number must be 1-999"
            move "N" to ws-input-ok-flag
        else
            move ws-seq-value to ws-line-no
        end-if
    end-if.

fetch-target-line.
    *> the order is already fetched; bring its line into the ORDLINE
    *> record area.
    move "N" to ws-line-fetched-flag
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read correct-order-line
        invalid key
            display "order-correct: order " ws-order-no-input
                " has no line " ws-line-no
        not invalid key
            move "Y" to ws-line-fetched-flag
    end-read.

fetch-target-order.
    *> leaves ORDMAST and ORDLINE open i-o with the order in the
    *> record area and the before-image captured; release-target-order
    *> must run whether or not the change goes ahead.
    move "N" to ws-order-fetched-flag
    move "N" to ws-order-open-flag
    move "N" to ws-line-open-flag
    move 0 to ws-change-line-no
    open i-o correct-order-line
    if ws-line-file-status not = "00"
        display "order-correct: unable to open ORDLINE, status "
            ws-line-file-status
    else
        move "Y" to ws-line-open-flag
        open i-o correct-order-master
        if ws-order-file-status not = "00"
            display "order-correct: unable to open ORDMAST, status "
                ws-order-file-status
        end-if
    end-if
    if ws-line-file-open and ws-order-file-status = "00"
        move "Y" to ws-order-open-flag
        move ws-order-no-input to ordm-order-no
        read correct-order-master
    if ws-order-file-open
        close correct-order-master
        move "N" to ws-order-open-flag
    end-if
    if ws-line-file-open
        close correct-order-line
        move "N" to ws-line-open-flag
    end-if.

correct-customer-id.

correct-item-code.
    perform get-change-credentials
    if ws-input-ok
        perform get-target-line-number
    end-if
    if ws-input-ok
        display "new item code: " with no advancing
        move spaces to ws-new-item
        else
            perform fetch-target-order
            if ws-order-fetched
                perform fetch-target-line
            end-if
            if ws-order-fetched and ws-line-fetched
                perform repoint-item-stock
                if ws-stock-ok
                    move ws-new-item to ordl-item-code
                    move "ITM" to ws-change-type
                    perform apply-line-change
                end-if
            end-if
            perform release-target-order
    end-if.

repoint-item-stock.
    *> an open line holds stock: the new item must cover the line's
    *> quantity before the old item gets its units back. cancelled,
    *> shipped and backordered lines hold nothing, so only the item's
    *> existence is checked for them (backorder-alloc moves a
    *> backorder's queue entry to the new item when it next runs).
    move "N" to ws-stock-ok-flag
    open i-o correct-item-master
    if ws-item-file-status not = "00"
                display "order-correct: item " ws-new-item
                    " not on ITEMMAST -- change refused"
            not invalid key
                if not ordl-status-open
                    move "Y" to ws-stock-ok-flag
                else
                    if item-on-hand < ordl-quantity
                        display "order-correct: item " ws-new-item
                            " has only " item-on-hand
                            " on hand -- change refused"
                    else
                        move "Y" to ws-stock-ok-flag
                        move item-on-hand to ws-ledger-before-on-hand
                        subtract ordl-quantity from item-on-hand
                        rewrite item-master-record
                        perform append-ledger-record
                        move ordl-item-code to ws-stock-item-code
                        move ordl-quantity to ws-stock-quantity
                        perform give-item-stock
                    end-if
                end-if

correct-quantity.
    perform get-change-credentials
    if ws-input-ok
        perform get-target-line-number
    end-if
    if ws-input-ok
        display "new quantity (1-99999): " with no advancing
        move spaces to ws-new-qty-input
            move ws-seq-value to ws-new-qty
            perform fetch-target-order
            if ws-order-fetched
                perform fetch-target-line
            end-if
            if ws-order-fetched and ws-line-fetched
                perform check-order-total
            end-if
            if ws-order-fetched and ws-line-fetched and ws-input-ok
                perform adjust-quantity-stock
                if ws-stock-ok
                    move ws-new-qty to ordl-quantity
                    move "QTY" to ws-change-type
                    perform apply-line-change
                end-if
            end-if
            perform release-target-order
        end-if
    end-if.

check-order-total.
    *> the header quantity is the sum of the live lines and has to
    *> stay within its picture, the same ORDER-TOO-LARGE rule the MOD
    *> handler applies. a cancelled line is not in the total.
    if not ordl-status-cancelled
        compute ws-order-total-check = ordm-quantity - ordl-quantity
            + ws-new-qty
        if ws-order-total-check > 99999
            display "order-correct: order total would exceed 99999"
                " -- change refused"
            move "N" to ws-input-ok-flag
        end-if
    end-if.

adjust-quantity-stock.
    *> only an open line holds stock; the units already promised to
    *> this line count as available, the same rule the MOD handler
    *> applies.
    move "N" to ws-stock-ok-flag
    if not ordl-status-open
        move "Y" to ws-stock-ok-flag
    else
        open i-o correct-item-master
            display "order-correct: unable to open ITEMMAST, status "
                ws-item-file-status
        else
            move ordl-item-code to item-code
            read correct-item-master
                invalid key
                    display "order-correct: item " ordl-item-code
                        " gone from ITEMMAST -- change refused"
                not invalid key
                    if item-on-hand + ordl-quantity < ws-new-qty
                        display "order-correct: item " ordl-item-code
                            " has only " item-on-hand
                            " on hand -- change refused"
                    else
                        move "Y" to ws-stock-ok-flag
                        move item-on-hand to ws-ledger-before-on-hand
                        compute item-on-hand = item-on-hand
                            + ordl-quantity - ws-new-qty
                        rewrite item-master-record
                        perform append-ledger-record
                    end-if
            end-read
            close correct-item-master
                display "order-correct: order " ws-order-no-input
                    " is not cancelled (status " ordm-status ")"
            else
                perform reopen-order-lines
                if ws-stock-ok
                    perform derive-order-header
                    move spaces to ordm-cancel-reason
                    *> clear the pick flag so the reopened order goes
                    *> back out on the next pick-extract run.
        perform release-target-order
    end-if.

reopen-order-lines.
    *> the cancel gave the stock back, so reopening must promise it
    *> again -- and can fail like any ORD would. it is all or none:
    *> every line the cancellation took with it reclaims its stock
    *> first, and if one cannot, the lines before it give theirs back
    *> and the order stays cancelled.
    move "N" to ws-stock-ok-flag
    open i-o correct-item-master
    if ws-item-file-status not = "00"
        display "order-correct: unable to open ITEMMAST, status "
            ws-item-file-status
    else
        move "Y" to ws-stock-ok-flag
        move 0 to ws-reopen-line-count
        move 999 to ws-reclaim-stop-line
        perform start-order-lines
        perform until ws-line-scan-eof or not ws-stock-ok
            perform read-next-order-line
            if not ws-line-scan-eof and ordl-status-cancelled and
                    ordl-cancel-reason = ordm-cancel-reason
                add 1 to ws-reopen-line-count
                move ordl-item-code to ws-stock-item-code
                move ordl-quantity to ws-stock-quantity
                perform reclaim-item-stock
                if not ws-stock-ok
                    move ordl-line-no to ws-reclaim-stop-line
                end-if
            end-if
        end-perform
        if ws-stock-ok and ws-reopen-line-count = 0
            display "order-correct: order " ws-order-no-input
                " has no lines cancelled with it -- reopen refused"
            move "N" to ws-stock-ok-flag
        end-if
        if ws-stock-ok
            perform reopen-reclaimed-lines
        else
            perform return-reclaimed-stock
        end-if
        close correct-item-master
    end-if.

reopen-reclaimed-lines.
    perform start-order-lines
    perform until ws-line-scan-eof
        perform read-next-order-line
        if not ws-line-scan-eof and ordl-status-cancelled and
                ordl-cancel-reason = ordm-cancel-reason
            set ordl-status-open to true
            move spaces to ordl-cancel-reason
            move space to ordl-extract-flag
            move ws-timestamp-display to ordl-activity-timestamp
            rewrite order-line-record
            if ws-line-file-status not = "00"
                display "order-correct: line rewrite failed, status "
                    ws-line-file-status " -- order " ordm-order-no
                    " line " ordl-line-no
            end-if
        end-if
    end-perform.

return-reclaimed-stock.
    perform start-order-lines
    perform until ws-line-scan-eof
        perform read-next-order-line
        if not ws-line-scan-eof and ordl-status-cancelled and
                ordl-cancel-reason = ordm-cancel-reason and
                ordl-line-no < ws-reclaim-stop-line
            move ordl-item-code to ws-stock-item-code
            move ordl-quantity to ws-stock-quantity
            perform give-item-stock
        end-if
    end-perform.

reclaim-item-stock.
    *> take ws-stock-quantity of ws-stock-item-code off on-hand, or
    *> clear ws-stock-ok-flag. the item file is already open i-o.
    move ws-stock-item-code to item-code
    read correct-item-master
        invalid key
            display "order-correct: item " ws-stock-item-code
                " not on ITEMMAST -- reopen refused"
            move "N" to ws-stock-ok-flag
        not invalid key
            if item-on-hand < ws-stock-quantity
                display "order-correct: item " ws-stock-item-code
                    " has only " item-on-hand
                    " on hand -- reopen refused"
                move "N" to ws-stock-ok-flag
            else
                move item-on-hand to ws-ledger-before-on-hand
                subtract ws-stock-quantity from item-on-hand
                rewrite item-master-record
                perform append-ledger-record
            end-if
    end-read.

derive-order-header.
    *> re-state the header in the ORDMAST record area from its lines.
    perform reset-order-line-totals
    perform start-order-lines
    perform until ws-line-scan-eof
        perform read-next-order-line
        if not ws-line-scan-eof
            perform tally-order-line
        end-if
    end-perform
    perform settle-order-header.

start-order-lines.
    move "N" to ws-line-scan-eof-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start correct-order-line key is >= ordl-key
        invalid key
            move "Y" to ws-line-scan-eof-flag
    end-start.

read-next-order-line.
    read correct-order-line next record
        at end
            move "Y" to ws-line-scan-eof-flag
        not at end
            if ordl-order-no not = ordm-order-no
                move "Y" to ws-line-scan-eof-flag
            end-if
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so stop
    *> the walk here rather than spin on it.
    if not ws-line-scan-eof and ws-line-file-status not = "00"
        display "order-correct: line read failed, status "
            ws-line-file-status
        move "Y" to ws-line-scan-eof-flag
    end-if.

give-item-stock.
    *> add ws-stock-quantity of ws-stock-item-code back to on-hand.
    *> the item file is already open i-o when this runs.
            display "order-correct: item " ws-stock-item-code
                " gone from ITEMMAST, stock not adjusted"
        not invalid key
            move item-on-hand to ws-ledger-before-on-hand
            add ws-stock-quantity to item-on-hand
            rewrite item-master-record
            perform append-ledger-record
    end-read.

apply-line-change.
    *> the line first, then the header re-stated from it.
    move ws-timestamp-display to ordl-activity-timestamp
    rewrite order-line-record
    if ws-line-file-status not = "00"
        display "order-correct: line rewrite failed, status "
            ws-line-file-status
    else
        move ws-line-no to ws-change-line-no
        perform derive-order-header
        perform apply-change
    end-if.

apply-change.
    move ws-timestamp-display to ordm-activity-timestamp
    rewrite order-master-record
        move ws-change-type to mchg-change-type
        move ws-before-image to mchg-before-image
        move order-master-record to mchg-after-image
        move ws-change-line-no to mchg-line-no
        write manual-change-record
        if ws-change-log-status not = "00"
            display "order-correct: change-log write failed, status "
        close manual-change-log
    end-if.

append-ledger-record.
    *> the stock the hand change just rewrote to the item in the
    *> ITEMMAST record area, against the order line in the ORDLINE
    *> record area; no driving message, so the audit sequence is zero.
    if ws-item-file-status = "00" and
            item-on-hand not = ws-ledger-before-on-hand
        open extend correct-ledger-file
        if ws-ledger-file-status not = "00"
            open output correct-ledger-file
        end-if
        if ws-ledger-file-status not = "00"
            display "order-correct: unable to open ITEMLEDG, status "
                ws-ledger-file-status
        else
            move spaces to item-ledger-record
            move item-code to ilg-item-code
            compute ilg-quantity = item-on-hand
                - ws-ledger-before-on-hand
            set ilg-reason-correct to true
            move ordl-order-no to ilg-order-no
            move zeroes to ilg-audit-seq-no
            move item-on-hand to ilg-on-hand-after
            move ws-timestamp-display to ilg-timestamp
            write item-ledger-record
            if ws-ledger-file-status not = "00"
                display "order-correct: ledger write failed, status "
                    ws-ledger-file-status
            end-if
            close correct-ledger-file
        end-if
    end-if.

append-history-record.
    *> the lifecycle replay should show the hand touch alongside the
    *> message-driven events; there is no driving message, so the
        move ordm-quantity to ohist-after-quantity
        move ws-timestamp-display to ohist-timestamp
        move zeroes to ohist-audit-seq-no
        move ws-change-line-no to ohist-line-no
        move ordm-returned-quantity to ohist-returned-quantity
        move order-master-record to ohist-order-image
        write order-history-record
        if ws-history-file-status not = "00"
            display "order-correct: history write failed, status "
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string.

copy ORDLSUM.
