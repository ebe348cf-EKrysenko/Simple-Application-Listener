*> actually owns.
*> status-reply-buffer is likewise a java-allocated pic x(200): the STA
*> handler formats the synchronous answer (order found/not-found, state,
*> last-activity timestamp, then the order's lines) into it,
*> space-padded, and it is cleared to spaces on every call -- the java
*> side must always pass it.
environment division.
configuration section.
input-output section.
    select listener-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
    *> line sequential for the same reason -- one record per change
    *> the stock paragraphs make to an item's on-hand.
    select listener-ledger-file assign to "ITEMLEDG"
        organization is line sequential
        file status is ws-ledger-file-status.
    *> outbound notifications for the java caller: one line per order
    *> command that reached the order master, appended here and polled
    *> (then truncated) by the java side. line sequential is safe --
        access mode is dynamic
        record key is item-code
        file status is ws-item-file-status.
    *> orders accepted short of stock wait here, keyed item/time/order
    *> so backorder-alloc can fill each item's queue oldest-first; the
    *> ORD handler writes, CAN drops and MOD re-files (dynamic access).
    select listener-backorder-file assign to "BACKORD"
        organization is indexed
        access mode is dynamic
        record key is bkor-key
        file status is ws-backorder-file-status.
    *> one record per line of an order, keyed order + line so a
    *> handler can go straight to the line a message names or walk all
    *> of one order's lines in turn (dynamic access).
    select listener-order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
data division.
file section.
fd listener-audit-log.
    copy DEADREC.
fd listener-history-file.
    copy OHISTREC.
fd listener-ledger-file.
    copy ILEDREC.
fd listener-customer-master.
    copy CUSTREC.
fd listener-item-master.
    copy ITEMREC.
fd listener-event-file.
    copy EVNTREC.
fd listener-backorder-file.
    copy BKORREC.
fd listener-order-line.
    copy ORDLREC.
fd listener-reject-file.
01 message-reject-record.
    05 mrej-audit-seq-no pic 9(9).
*> set by the caller before take-item-stock / give-item-stock.
01 ws-stock-item-code pic x(8).
01 ws-stock-quantity pic 9(5).
*> why the stock moved, for the ITEMLEDG record the stock paragraphs
*> write (ALC/REL/AMD/RTN); set by the caller alongside the above. the
*> on-hand before the change is kept to work out what actually moved.
01 ws-ledger-reason pic x(3).
01 ws-ledger-before-on-hand pic 9(7).
01 ws-ledger-file-status pic xx.
01 ws-ledger-file-open pic x value "N".
01 ws-ledger-file-ok pic x value "N".
    88 ws-ledger-file-ready value "Y".
01 ws-backorder-file-status pic xx.
01 ws-backorder-file-open pic x value "N".
01 ws-backorder-file-ok pic x value "N".
    88 ws-backorder-file-ready value "Y".
*> set by check-order-item when the item is on file but short of the
*> ordered quantity: the ORD is taken as a backorder, not rejected.
01 ws-backorder-flag pic x value "N".
    88 ws-order-backordered value "Y".
*> which item's queue the BACKORD paragraphs below file under or drop
*> from; set by the caller (the order's item may be changing).
01 ws-backorder-item-code pic x(8).
01 ws-line-file-status pic xx.
01 ws-line-file-open pic x value "N".
01 ws-line-file-ok pic x value "N".
    88 ws-line-file-ready value "Y".
*> the order line an ORD/MOD/CAN names (spaces on the wire mean line
*> 001), and whether a CAN is for the whole order instead.
01 ws-line-no pic 9(3).
01 ws-whole-order-flag pic x.
    88 ws-whole-order value "Y".
01 ws-line-before-status pic x(3).
01 ws-line-scan-eof-flag pic x.
    88 ws-line-scan-eof value "Y".
*> header roll-up work fields for the ORDLSUM paragraphs.
01 ws-line-total pic 9(6).
01 ws-live-line-count pic 9(3).
01 ws-first-live-item pic x(8).
01 ws-line-backordered-flag pic x.
    88 ws-some-line-backordered value "Y".
*> what the order's quantity would come to after an ORD/MOD; the
*> header carries pic 9(5).
01 ws-order-total-check pic 9(6).
01 ws-history-file-status pic xx.
01 ws-history-file-open pic x value "N".
01 ws-history-file-ok pic x value "N".
01 ws-hist-event-type pic x(3).
01 ws-hist-before-status pic x(3).
01 ws-hist-before-quantity pic 9(5).
01 ws-hist-line-no pic 9(3).
01 ws-message-accepted-flag pic x value "Y".
    88 ws-message-rejected value "N".
01 ws-reject-file-status pic xx.
01 ws-control-check-counter pic 9(9) value 0.
01 ws-control-check-interval pic 9(9) value 50.
01 ws-ctl-digit-count pic 9(2).
*> next free byte of status-reply-buffer while the STA reply is built.
01 ws-reply-pointer pic 9(3).
copy EBCXLT.
copy ORDPAY.
copy CANPAY.
copy STAPAY.
copy MODPAY.
copy SHPPAY.
copy RTNPAY.
linkage section.
01 string-from-java pic x(200).
01 proc-cob-return-code pic s9(9) comp.
    *> runs; a message that fails edit goes to MSGREJ and nowhere
    *> else, so the downstream jobs only ever see clean records.
    move spaces to ws-invalid-field
    move "N" to ws-backorder-flag
    move 0 to ws-hist-line-no
    evaluate my-string(1:3)
        when "ORD"
            move my-string(4:197) to ord-payload
            if ws-invalid-field = spaces
                perform handle-ship-message
            end-if
        when "RTN"
            move my-string(4:197) to rtn-payload
            perform validate-return-payload
            if ws-invalid-field = spaces
                perform handle-return-message
            end-if
        when other
            perform handle-unrecognized-message
    end-evaluate

copy VALEDITS.

copy ORDLSUM.

reject-invalid-message.
    move "N" to ws-message-accepted-flag
    if rc-success
    if ws-debug-on
        display "proc-cob: routed to order handler: " my-string
    end-if
    if ord-line-no = spaces
        move 1 to ws-line-no
    else
        move ord-line-no-num to ws-line-no
    end-if
    perform open-order-file-if-needed
    perform open-line-file-if-needed
    if ws-order-file-ready and ws-line-file-ready
        move ord-order-no to ordm-order-no
        read listener-order-master
            invalid key
                perform insert-new-order
            not invalid key
                *> an ORD for an order already on file adds a line to
                *> it -- or is a resend of a line it already has.
                perform check-added-order-line
                if ws-invalid-field = spaces
                    perform add-line-to-order
                end-if
        end-read
        *> notify only on a business outcome ("00" applied, "22"/"23"
        *> refused with ws-invalid-field naming why); a hard i/o
        *> failure leaves ws-invalid-field as spaces, and an APPLIED
        perform check-order-file-status
    end-if.

insert-new-order.
    *> the first line of a new order: the header goes on first, then
    *> the line it carries.
    move spaces to order-master-record
    move ord-order-no to ordm-order-no
    if ws-order-backordered
        set ordm-status-backordered to true
    else
        set ordm-status-open to true
    end-if
    move ord-customer-id to ordm-customer-id
    move ord-item-code to ordm-item-code
    move ord-quantity to ordm-quantity
    move ord-order-date to ordm-order-date
    move spaces to ordm-cancel-reason
    move spaces to ordm-ship-ref
    move 1 to ordm-line-count
    move 0 to ordm-returned-quantity
    move ws-timestamp-display to ordm-created-timestamp
    move ws-timestamp-display to ordm-activity-timestamp
    write order-master-record
        invalid key
            *> an ORD for an order number already on file is a
            *> duplicate from the sending system, not a new order.
            move "DUPLICATE-ORDER" to ws-invalid-field
    end-write
    if ws-invalid-field = spaces and ws-order-file-status = "00"
        *> the order did not exist before this event, so the
        *> before-image is empty by definition.
        move spaces to ws-hist-before-status
        move zeroes to ws-hist-before-quantity
        perform write-new-order-line
    end-if.

check-added-order-line.
    *> a line number the order already has is a resend from the
    *> sending system, the same duplicate a repeated single-item ORD
    *> always was; otherwise the new line must belong to the same
    *> customer, join an order still being filled, and keep the order
    *> inside what the header can carry.
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read listener-order-line
        invalid key
            continue
        not invalid key
            move "DUPLICATE-ORDER" to ws-invalid-field
    end-read
    perform check-line-file-status
    if ws-invalid-field = spaces
        compute ws-order-total-check = ordm-quantity + ord-quantity-num
        evaluate true
            when ordm-customer-id not = ord-customer-id
                move "CUSTOMER-MISMATCH" to ws-invalid-field
            when not ordm-status-open and not ordm-status-backordered
                move "ORDER-NOT-OPEN" to ws-invalid-field
            when ordm-line-count >= 999
                move "ORDER-TOO-LARGE" to ws-invalid-field
            when ws-order-total-check > 99999
                move "ORDER-TOO-LARGE" to ws-invalid-field
        end-evaluate
    end-if.

add-line-to-order.
    move ordm-status to ws-hist-before-status
    move ordm-quantity to ws-hist-before-quantity
    add 1 to ordm-line-count
    add ord-quantity-num to ordm-quantity
    *> a short line holds the whole order back: it ships complete.
    if ws-order-backordered
        set ordm-status-backordered to true
    end-if
    *> the new line still has to go to the warehouse, even when the
    *> rest of the order already has.
    move space to ordm-extract-flag
    move ws-timestamp-display to ordm-activity-timestamp
    rewrite order-master-record
    if ws-order-file-status = "00"
        perform write-new-order-line
    end-if.

write-new-order-line.
    *> put the line this ORD carries on ORDLINE for the order in the
    *> ORDMAST record area (already written or rewritten), then
    *> promise its stock -- or queue it when the item is short. the
    *> caller has set the history before-image.
    move spaces to order-line-record
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    if ws-order-backordered
        set ordl-status-backordered to true
    else
        set ordl-status-open to true
    end-if
    move ord-item-code to ordl-item-code
    move ord-quantity-num to ordl-quantity
    move spaces to ordl-cancel-reason
    move 0 to ordl-returned-quantity
    move ws-timestamp-display to ordl-created-timestamp
    move ws-timestamp-display to ordl-activity-timestamp
    write order-line-record
        invalid key
            display "proc-cob: order " ordm-order-no " line "
                ws-line-no " already on ORDLINE"
    end-write
    if ws-line-file-status = "00"
        move "ORD" to ws-hist-event-type
        move ws-line-no to ws-hist-line-no
        perform write-history-record
        if ws-order-backordered
            *> nothing can be promised yet: queue the line for
            *> backorder-alloc instead of taking stock.
            move ordl-item-code to ws-backorder-item-code
            perform write-backorder-entry
        else
            *> the line is on file, so its quantity is now promised:
            *> take it off the item's on-hand.
            move ordl-item-code to ws-stock-item-code
            move ordl-quantity to ws-stock-quantity
            move "ALC" to ws-ledger-reason
            perform take-item-stock
        end-if
    end-if
    perform check-line-file-status.

handle-cancel-message.
    if ws-debug-on
        display "proc-cob: routed to cancel handler: " my-string
    end-if
    *> no line number cancels the whole order.
    if can-line-no = spaces
        move "Y" to ws-whole-order-flag
        move 0 to ws-line-no
    else
        move "N" to ws-whole-order-flag
        move can-line-no-num to ws-line-no
    end-if
    perform open-order-file-if-needed
    perform open-line-file-if-needed
    if ws-order-file-ready and ws-line-file-ready
        move can-order-no to ordm-order-no
        read listener-order-master
            invalid key
                *> a CAN naming an order we never saw cannot be applied.
                move "ORDER-NOT-FOUND" to ws-invalid-field
            not invalid key
                if ordm-status-shipped or ordm-status-returned
                    *> goods already left the building -- a CAN after
                    *> the SHP confirmation cannot be honoured.
                    move "ORDER-SHIPPED" to ws-invalid-field
                else
                    if ws-whole-order
                        perform cancel-whole-order
                    else
                        perform cancel-one-line
                    end-if
                end-if
        end-read
        perform check-order-file-status
    end-if.

cancel-whole-order.
    move ordm-status to ws-hist-before-status
    move ordm-quantity to ws-hist-before-quantity
    set ordm-status-cancelled to true
    move can-reason-code to ordm-cancel-reason
    move ws-timestamp-display to ordm-activity-timestamp
    rewrite order-master-record
    if ws-order-file-status = "00"
        move "CAN" to ws-hist-event-type
        move 0 to ws-hist-line-no
        perform write-history-record
        *> every line still live goes with the order, each releasing
        *> whatever it held.
        perform start-order-lines
        perform until ws-line-scan-eof
            perform read-next-order-line
            if not ws-line-scan-eof and not ordl-status-cancelled
                perform cancel-line-in-area
            end-if
        end-perform
    end-if.

cancel-one-line.
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read listener-order-line
        invalid key
            move "LINE-NOT-FOUND" to ws-invalid-field
        not invalid key
            if ordl-status-cancelled
                move "LINE-NOT-OPEN" to ws-invalid-field
            end-if
    end-read
    perform check-line-file-status
    if ws-invalid-field = spaces and ws-line-file-status = "00"
        move ordm-status to ws-hist-before-status
        move ordm-quantity to ws-hist-before-quantity
        perform cancel-line-in-area
        if ws-line-file-status = "00"
            perform derive-order-header
            if ordm-status-cancelled
                *> the last live line went, and the order with it.
                move can-reason-code to ordm-cancel-reason
            end-if
            move ws-timestamp-display to ordm-activity-timestamp
            rewrite order-master-record
            if ws-order-file-status = "00"
                move "CAN" to ws-hist-event-type
                move ws-line-no to ws-hist-line-no
                perform write-history-record
            end-if
        end-if
    end-if.

cancel-line-in-area.
    *> cancel the ORDLINE line in the record area and release what it
    *> held: an open line gives its quantity back to the item's
    *> on-hand, a backordered one held none and just leaves the item's
    *> queue.
    move ordl-status to ws-line-before-status
    set ordl-status-cancelled to true
    move can-reason-code to ordl-cancel-reason
    move ws-timestamp-display to ordl-activity-timestamp
    rewrite order-line-record
    if ws-line-file-status = "00"
        evaluate ws-line-before-status
            when "OPN"
                move ordl-item-code to ws-stock-item-code
                move ordl-quantity to ws-stock-quantity
                move "REL" to ws-ledger-reason
                perform give-item-stock
            when "BKO"
                move ordl-item-code to ws-backorder-item-code
                perform delete-backorder-entry
        end-evaluate
    end-if
    perform check-line-file-status.

handle-modify-message.
    if ws-debug-on
        display "proc-cob: routed to modify handler: " my-string
    end-if
    if mod-line-no = spaces
        move 1 to ws-line-no
    else
        move mod-line-no-num to ws-line-no
    end-if
    perform open-order-file-if-needed
    perform open-line-file-if-needed
    if ws-order-file-ready and ws-line-file-ready
        move mod-order-no to ordm-order-no
        read listener-order-master
            invalid key
                *> a MOD naming an order we never saw cannot be applied.
                move "ORDER-NOT-FOUND" to ws-invalid-field
            not invalid key
                if not ordm-status-open and not ordm-status-backordered
                    *> only an open or backordered order can be
                    *> amended; cancelled and shipped orders are past
                    *> the point of change.
                    move "ORDER-NOT-OPEN" to ws-invalid-field
                else
                    perform modify-one-line
                end-if
        end-read
        *> same business-outcome-only guard as the ORD handler's event.
        perform check-order-file-status
    end-if.

modify-one-line.
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read listener-order-line
        invalid key
            move "LINE-NOT-FOUND" to ws-invalid-field
        not invalid key
            if ordl-status-cancelled
                move "LINE-NOT-OPEN" to ws-invalid-field
            else
                compute ws-order-total-check = ordm-quantity
                    - ordl-quantity + mod-quantity-num
                if ws-order-total-check > 99999
                    move "ORDER-TOO-LARGE" to ws-invalid-field
                end-if
            end-if
    end-read
    perform check-line-file-status
    if ws-invalid-field = spaces and ws-line-file-status = "00"
        if ordl-status-backordered
            *> a backordered line holds no stock, so there is nothing
            *> to re-point -- only a new item must exist.
            perform check-modify-backorder-item
        else
            *> re-point the promised stock first -- an amendment that
            *> would oversell is refused before the line changes.
            move "AMD" to ws-ledger-reason
            perform adjust-modify-stock
        end-if
        if ws-invalid-field = spaces
            move ordm-status to ws-hist-before-status
            move ordm-quantity to ws-hist-before-quantity
            move ordl-item-code to ws-backorder-item-code
            if mod-item-code not = spaces
                move mod-item-code to ordl-item-code
            end-if
            move mod-quantity-num to ordl-quantity
            move ws-timestamp-display to ordl-activity-timestamp
            rewrite order-line-record
            if ws-line-file-status = "00"
                *> a backordered line re-pointed to another item moves
                *> to that item's queue, keeping its place in time.
                if ordl-status-backordered and
                        ordl-item-code not = ws-backorder-item-code
                    perform delete-backorder-entry
                    move ordl-item-code to ws-backorder-item-code
                    perform write-backorder-entry
                end-if
                perform derive-order-header
                move ws-timestamp-display to ordm-activity-timestamp
                rewrite order-master-record
                if ws-order-file-status = "00"
                    move "MOD" to ws-hist-event-type
                    move ws-line-no to ws-hist-line-no
                    perform write-history-record
                end-if
            end-if
            perform check-line-file-status
        end-if
    end-if.

handle-ship-message.
    if ws-debug-on
        display "proc-cob: routed to ship handler: " my-string
    end-if
    perform open-order-file-if-needed
    perform open-line-file-if-needed
    if ws-order-file-ready and ws-line-file-ready
        move shp-order-no to ordm-order-no
        read listener-order-master
            invalid key
                move "ORDER-NOT-FOUND" to ws-invalid-field
            not invalid key
                if not ordm-status-open
                    *> a cancelled order must not ship, a second SHP
                    *> for the same order is a duplicate, and a
                    *> backordered one has no stock behind it yet.
                    move "ORDER-NOT-OPEN" to ws-invalid-field
                else
                    move ordm-status to ws-hist-before-status
                    move ordm-quantity to ws-hist-before-quantity
                    set ordm-status-shipped to true
                    move shp-ship-ref to ordm-ship-ref
                    move ws-current-date-time(1:8) to ordm-ship-date
                    move ws-timestamp-display to ordm-activity-timestamp
                    rewrite order-master-record
                    if ws-order-file-status = "00"
                        move "SHP" to ws-hist-event-type
                        move 0 to ws-hist-line-no
                        perform write-history-record
                        perform ship-order-lines
                    end-if
                end-if
        end-read
        perform check-order-file-status
    end-if.

ship-order-lines.
    *> the order ships complete: every live line goes with it.
    perform start-order-lines
    perform until ws-line-scan-eof
        perform read-next-order-line
        if not ws-line-scan-eof and ordl-status-open
            set ordl-status-shipped to true
            move ws-timestamp-display to ordl-activity-timestamp
            rewrite order-line-record
            perform check-line-file-status
        end-if
    end-perform.

handle-return-message.
    *> a customer return against a shipped order: the units go back
    *> on the item's on-hand and are counted on the line and the
    *> header. a line every shipped unit of which has come back goes
    *> RTN, and so does the order once all of it has.
    if ws-debug-on
        display "proc-cob: routed to return handler: " my-string
    end-if
    if rtn-line-no = spaces
        move 1 to ws-line-no
    else
        move rtn-line-no-num to ws-line-no
    end-if
    perform open-order-file-if-needed
    perform open-line-file-if-needed
    if ws-order-file-ready and ws-line-file-ready
        move rtn-order-no to ordm-order-no
        read listener-order-master
            invalid key
                move "ORDER-NOT-FOUND" to ws-invalid-field
            not invalid key
                if not ordm-status-shipped and not ordm-status-returned
                    *> nothing has left the warehouse to come back.
                    move "ORDER-NOT-SHIPPED" to ws-invalid-field
                else
                    perform return-one-line
                end-if
        end-read
        *> same business-outcome-only guard as the ORD handler's event.
        if ws-order-file-status = "00" or "22" or "23"
            move rtn-order-no to ws-event-order-no
            move "RTN" to ws-event-code
            perform write-order-event
        end-if
        perform check-order-file-status
    end-if.

return-one-line.
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read listener-order-line
        invalid key
            move "LINE-NOT-FOUND" to ws-invalid-field
        not invalid key
            if not ordl-status-shipped and not ordl-status-returned
                move "LINE-NOT-SHIPPED" to ws-invalid-field
            else
                *> never more back than went out, across every return
                *> taken against the line so far.
                compute ws-order-total-check = ordl-returned-quantity
                    + rtn-quantity-num
                if ws-order-total-check > ordl-quantity
                    move "RETURN-OVER-SHIPPED" to ws-invalid-field
                end-if
            end-if
    end-read
    perform check-line-file-status
    if ws-invalid-field = spaces and ws-line-file-status = "00"
        move ordm-status to ws-hist-before-status
        move ordm-quantity to ws-hist-before-quantity
        add rtn-quantity-num to ordl-returned-quantity
        move rtn-reason-code to ordl-return-reason
        if ordl-returned-quantity >= ordl-quantity
            set ordl-status-returned to true
        end-if
        move ws-timestamp-display to ordl-activity-timestamp
        rewrite order-line-record
        if ws-line-file-status = "00"
            move ordl-item-code to ws-stock-item-code
            move rtn-quantity-num to ws-stock-quantity
            move "RTN" to ws-ledger-reason
            perform give-item-stock
            add rtn-quantity-num to ordm-returned-quantity
            if ordm-returned-quantity >= ordm-quantity
                set ordm-status-returned to true
            end-if
            move ws-timestamp-display to ordm-activity-timestamp
            rewrite order-master-record
            if ws-order-file-status = "00"
                move "RTN" to ws-hist-event-type
                move ws-line-no to ws-hist-line-no
                perform write-history-record
            end-if
        end-if
        perform check-line-file-status
    end-if.

handle-status-message.
    if ws-debug-on
        display "proc-cob: routed to status handler: " my-string
    end-if
    perform open-order-file-if-needed
    perform open-line-file-if-needed
    if ws-order-file-ready
        move sta-order-no to ordm-order-no
        read listener-order-master
                        sta-order-no
                end-if
            not invalid key
                move 1 to ws-reply-pointer
                string "STA " sta-order-no " FOUND " ordm-status
                    " QTY " ordm-quantity
                    " LAST " ordm-activity-timestamp
                    delimited by size into status-reply-buffer
                    with pointer ws-reply-pointer
                end-string
                *> spelled out after the fixed fields, so a caller
                *> parsing by position is unaffected.
                if ordm-status-backordered
                    string " BACKORDERED" delimited by size
                        into status-reply-buffer
                        with pointer ws-reply-pointer
                    end-string
                end-if
                if ordm-returned-quantity > 0
                    string " RETURNED " ordm-returned-quantity
                        delimited by size into status-reply-buffer
                        with pointer ws-reply-pointer
                    end-string
                end-if
                if ws-line-file-ready
                    perform append-status-lines
                end-if
                if ws-debug-on
                    display "proc-cob: STA order " sta-order-no
                        " status " ordm-status
        perform check-order-file-status
    end-if.

append-status-lines.
    *> then the order's lines, each as line/item/quantity/status, for
    *> as many as the buffer holds; a trailing " MORE" says the rest
    *> did not fit and the caller should look the order up instead.
    string " LINES " ordm-line-count delimited by size
        into status-reply-buffer
        with pointer ws-reply-pointer
    end-string
    perform start-order-lines
    perform until ws-line-scan-eof
        perform read-next-order-line
        if not ws-line-scan-eof
            if ws-reply-pointer > 172
                string " MORE" delimited by size
                    into status-reply-buffer
                    with pointer ws-reply-pointer
                end-string
                move "Y" to ws-line-scan-eof-flag
            else
                string " " ordl-line-no "/" ordl-item-code "/"
                    ordl-quantity "/" ordl-status
                    delimited by size into status-reply-buffer
                    with pointer ws-reply-pointer
                end-string
            end-if
        end-if
    end-perform.

handle-unrecognized-message.
    *> an unrecognized prefix is usually a fat-fingered feed from the
    *> upstream system: divert the full raw payload to DEADLTR, keep it
        move ws-event-order-no to evnt-order-no
        move ws-event-code to evnt-event-code
        if ws-invalid-field = spaces
            if ws-order-backordered
                move "BACKORDERED" to evnt-result
            else
                move "APPLIED" to evnt-result
            end-if
        else
            move ws-invalid-field to evnt-result
        end-if
    end-if.

check-order-item.
    *> the item must be on the master; an unknown item fails the edit
    *> like any other bad field, before anything is written. an item
    *> short of the ordered quantity does not: the ORD is taken as a
    *> backorder and waits on BACKORD for new stock.
    perform open-item-file-if-needed
    if ws-item-file-ready
        move ord-item-code to item-code
                move "ITEM-NOT-FOUND" to ws-invalid-field
            not invalid key
                if item-on-hand < ord-quantity-num
                    move "Y" to ws-backorder-flag
                end-if
        end-read
        perform check-item-file-status
    end-if.

check-modify-backorder-item.
    *> a backordered line amended onto another item only needs that
    *> item to exist; its stock is backorder-alloc's business.
    if mod-item-code not = spaces and mod-item-code not = ordl-item-code
        perform open-item-file-if-needed
        if ws-item-file-ready
            move mod-item-code to item-code
            read listener-item-master
                invalid key
                    move "ITEM-NOT-FOUND" to ws-invalid-field
            end-read
            perform check-item-file-status
        end-if
    end-if.

take-item-stock.
    *> subtract ws-stock-quantity of ws-stock-item-code from on-hand.
    *> the edit above already proved availability for an ORD; the
                display "proc-cob: item " ws-stock-item-code
                    " gone from ITEMMAST, stock not adjusted"
            not invalid key
                move item-on-hand to ws-ledger-before-on-hand
                if item-on-hand < ws-stock-quantity
                    display "proc-cob: item " ws-stock-item-code
                        " on-hand underflow, floored at zero"
                        item-on-hand
                end-if
                rewrite item-master-record
                perform write-ledger-record
        end-read
        perform check-item-file-status
    end-if.
                display "proc-cob: item " ws-stock-item-code
                    " gone from ITEMMAST, stock not adjusted"
            not invalid key
                move item-on-hand to ws-ledger-before-on-hand
                add ws-stock-quantity to item-on-hand
                rewrite item-master-record
                perform write-ledger-record
        end-read
        perform check-item-file-status
    end-if.

adjust-modify-stock.
    *> the ORDLINE record for the line is in the record area; the
    *> amendment wants mod-quantity of either the same item
    *> (mod-item-code spaces or unchanged) or a different one. the
    *> quantity already promised to this line counts as available
    *> when the item stays the same.
    perform open-item-file-if-needed
    if ws-item-file-ready
        if mod-item-code = spaces or mod-item-code = ordl-item-code
            move ordl-item-code to item-code
            read listener-item-master
                invalid key
                    move "ITEM-NOT-FOUND" to ws-invalid-field
                not invalid key
                    if item-on-hand + ordl-quantity < mod-quantity-num
                        move "INSUFFICIENT-STOCK" to ws-invalid-field
                    else
                        move item-on-hand to ws-ledger-before-on-hand
                        compute item-on-hand = item-on-hand
                            + ordl-quantity - mod-quantity-num
                        rewrite item-master-record
                        perform write-ledger-record
                    end-if
            end-read
            perform check-item-file-status
                move mod-item-code to ws-stock-item-code
                move mod-quantity to ws-stock-quantity
                perform take-item-stock
                move ordl-item-code to ws-stock-item-code
                move ordl-quantity to ws-stock-quantity
                perform give-item-stock
            end-if
        end-if
    end-if.

write-ledger-record.
    *> one ITEMLEDG record for the change just rewritten to the item
    *> in the ITEMMAST record area, against the order line in the
    *> ORDLINE record area. a failed rewrite moved nothing, and a
    *> change that nets to nothing (an amendment to the same quantity)
    *> leaves no trace either.
    if ws-item-file-status = "00" and
            item-on-hand not = ws-ledger-before-on-hand
        perform open-ledger-file-if-needed
        if ws-ledger-file-ready
            move spaces to item-ledger-record
            move item-code to ilg-item-code
            compute ilg-quantity = item-on-hand
                - ws-ledger-before-on-hand
            move ws-ledger-reason to ilg-reason-code
            move ordl-order-no to ilg-order-no
            move ws-message-seq-no to ilg-audit-seq-no
            move item-on-hand to ilg-on-hand-after
            move ws-timestamp-display to ilg-timestamp
            write item-ledger-record
            if ws-ledger-file-status not = "00"
                close listener-ledger-file
                move "N" to ws-ledger-file-ok
                move "N" to ws-ledger-file-open
                if rc-success
                    set rc-general-error to true
                end-if
                display "proc-cob: ledger write failed, status "
                    ws-ledger-file-status
            end-if
        end-if
    end-if.

open-ledger-file-if-needed.
    if ws-ledger-file-open = "N"
        move "Y" to ws-ledger-file-open
        open extend listener-ledger-file
        if ws-ledger-file-status not = "00"
            open output listener-ledger-file
        end-if
        if ws-ledger-file-status = "00"
            move "Y" to ws-ledger-file-ok
        else
            move "N" to ws-ledger-file-open
            if rc-success
                set rc-general-error to true
            end-if
            display "proc-cob: unable to open ITEMLEDG, status "
                ws-ledger-file-status
        end-if
    end-if.

check-item-file-status.
    *> "23" (record not found) is a business outcome the invalid-key
    *> paths deal with; anything else is an i/o failure, so close and
        end-if
    end-if.

write-backorder-entry.
    *> queue the order line still in the ORDLINE record area on BACKORD
    *> under ws-backorder-item-code, stamped with the time the line was
    *> taken so it keeps its place in the queue across a re-file.
    perform open-backorder-file-if-needed
    if ws-backorder-file-ready
        move spaces to backorder-record
        move ws-backorder-item-code to bkor-item-code
        move ordl-created-timestamp to bkor-queued-timestamp
        move ordl-order-no to bkor-order-no
        move ordl-line-no to bkor-line-no
        move ws-message-seq-no to bkor-audit-seq-no
        write backorder-record
            invalid key
                display "proc-cob: order " ordl-order-no " line "
                    ordl-line-no " already queued on BACKORD"
        end-write
        perform check-backorder-file-status
    end-if.

delete-backorder-entry.
    *> drop the order line still in the ORDLINE record area from the
    *> queue of ws-backorder-item-code.
    perform open-backorder-file-if-needed
    if ws-backorder-file-ready
        move ws-backorder-item-code to bkor-item-code
        move ordl-created-timestamp to bkor-queued-timestamp
        move ordl-order-no to bkor-order-no
        move ordl-line-no to bkor-line-no
        delete listener-backorder-file record
            invalid key
                display "proc-cob: order " ordl-order-no " line "
                    ordl-line-no
                    " not queued on BACKORD, nothing to drop"
        end-delete
        perform check-backorder-file-status
    end-if.

check-backorder-file-status.
    *> "22"/"23" are the duplicate/not-queued cases displayed above;
    *> anything else is an i/o failure, so close and re-arm.
    if ws-backorder-file-status not = "00" and
            ws-backorder-file-status not = "22" and
            ws-backorder-file-status not = "23"
        close listener-backorder-file
        move "N" to ws-backorder-file-ok
        move "N" to ws-backorder-file-open
        if rc-success
            set rc-general-error to true
        end-if
        display "proc-cob: backorder file i-o failed, status "
            ws-backorder-file-status
    end-if.

open-backorder-file-if-needed.
    if ws-backorder-file-open = "N"
        move "Y" to ws-backorder-file-open
        open i-o listener-backorder-file
        if ws-backorder-file-status not = "00"
            open output listener-backorder-file
            if ws-backorder-file-status = "00"
                close listener-backorder-file
                open i-o listener-backorder-file
            end-if
        end-if
        if ws-backorder-file-status = "00"
            move "Y" to ws-backorder-file-ok
        else
            move "N" to ws-backorder-file-open
            if rc-success
                set rc-general-error to true
            end-if
            display "proc-cob: unable to open BACKORD, status "
                ws-backorder-file-status
        end-if
    end-if.

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
    *> position ORDLINE ahead of the first line of the order in the
    *> ORDMAST record area; read-next-order-line then walks its lines.
    move "N" to ws-line-scan-eof-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start listener-order-line key is >= ordl-key
        invalid key
            move "Y" to ws-line-scan-eof-flag
    end-start
    perform check-line-file-status.

read-next-order-line.
    read listener-order-line next record
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
        move "Y" to ws-line-scan-eof-flag
    end-if
    perform check-line-file-status.

check-line-file-status.
    *> "10" ends a walk of an order's lines and "22"/"23" are the
    *> duplicate/not-found cases the handlers deal with; anything else
    *> is an i/o failure, so close and re-arm like the other files.
    if ws-line-file-status not = "00" and
            ws-line-file-status not = "10" and
            ws-line-file-status not = "22" and
            ws-line-file-status not = "23"
        close listener-order-line
        move "N" to ws-line-file-ok
        move "N" to ws-line-file-open
        move "Y" to ws-line-scan-eof-flag
        if rc-success
            set rc-general-error to true
        end-if
        display "proc-cob: order line file i-o failed, status "
            ws-line-file-status
    end-if.

open-line-file-if-needed.
    if ws-line-file-open = "N"
        move "Y" to ws-line-file-open
        open i-o listener-order-line
        if ws-line-file-status not = "00"
            open output listener-order-line
            if ws-line-file-status = "00"
                close listener-order-line
                open i-o listener-order-line
            end-if
        end-if
        if ws-line-file-status = "00"
            move "Y" to ws-line-file-ok
        else
            move "N" to ws-line-file-open
            if rc-success
                set rc-general-error to true
            end-if
            display "proc-cob: unable to open ORDLINE, status "
                ws-line-file-status
        end-if
    end-if.

check-order-customer.
    *> the customer must be on the master, active and not on credit
    *> hold before an ORD is accepted; a failed lookup names the rule
        move ordm-quantity to ohist-after-quantity
        move ws-timestamp-display to ohist-timestamp
        move ws-message-seq-no to ohist-audit-seq-no
        move ws-hist-line-no to ohist-line-no
        move ordm-returned-quantity to ohist-returned-quantity
        move order-master-record to ohist-order-image
        write order-history-record
        if ws-history-file-status not = "00"
            close listener-history-file
