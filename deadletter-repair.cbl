*>     deadletter-repair SEQ=nnnnnnnnn PREFIX=XXX
*> finds the DEADLTR record whose dl-audit-seq-no matches SEQ, corrects
*> the first three bytes of the raw payload to the given PREFIX (which
*> must be one of the recognized commands ORD/CAN/STA/MOD/SHP/RTN), and
*> puts the message through the same path a clean arrival takes: the
*> payload body is edited with the field checks sub-cob applies on
*> receipt, a repaired ORD is inserted into the ORDMAST order master
*> (a CAN/MOD/SHP/RTN is applied to it), line by line on ORDLINE,
*> exactly as the live handlers
*> would have done, and only then is the corrected message appended to
*> QUEUEOUT under its original sequence number and removed from
*> DEADLTR. a record whose body fails the edits -- or whose order is a
        access mode is random
        record key is cust-customer-id
        file status is ws-customer-file-status.
    *> item master view, so a repaired ORD/CAN/MOD/RTN moves stock
    *> exactly as the live handlers would have.
    select repair-item-master assign to "ITEMMAST"
        organization is indexed
        access mode is dynamic
    select repair-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
    *> and the same ITEMLEDG stock ledger for every on-hand change.
    select repair-ledger-file assign to "ITEMLEDG"
        organization is line sequential
        file status is ws-ledger-file-status.
    *> and the same BACKORD queue, so a repaired ORD taken short of
    *> stock waits for backorder-alloc exactly as a live one does.
    select repair-backorder-file assign to "BACKORD"
        organization is indexed
        access mode is dynamic
        record key is bkor-key
        file status is ws-backorder-file-status.
    *> and the same outbound ORDEVENT notification, so the java caller
    *> hears about a repaired order the same way it hears about a
    *> live one.
    select repair-event-file assign to "ORDEVENT"
        organization is line sequential
        file status is ws-event-file-status.
    *> and the same ORDLINE order lines, so a repaired ORD/CAN/MOD/SHP/
    *> RTN works line by line exactly as the live handlers do.
    select repair-order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
data division.
file section.
fd dead-letter-file.
    copy ITEMREC.
fd repair-history-file.
    copy OHISTREC.
fd repair-ledger-file.
    copy ILEDREC.
fd repair-backorder-file.
    copy BKORREC.
fd repair-event-file.
    copy EVNTREC.
fd repair-order-line.
    copy ORDLREC.
fd dead-work-file.
01 work-record pic x(230).
fd listener-queue-file.
*> set by the caller before take-item-stock / give-item-stock.
01 ws-stock-item-code pic x(8).
01 ws-stock-quantity pic 9(5).
*> why the stock moved (ALC/REL/AMD/RTN) and the on-hand before the
*> change, for the ITEMLEDG record the stock paragraphs write.
01 ws-ledger-reason pic x(3).
01 ws-ledger-before-on-hand pic 9(7).
01 ws-ledger-file-status pic xx.
01 ws-backorder-file-status pic xx.
01 ws-backorder-flag pic x value "N".
    88 ws-order-backordered value "Y".
01 ws-backorder-item-code pic x(8).
01 ws-line-file-status pic xx.
01 ws-line-file-ok pic x value "N".
    88 ws-line-file-ready value "Y".
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
01 ws-order-total-check pic 9(6).
01 ws-history-file-status pic xx.
01 ws-event-file-status pic xx.
01 ws-event-order-no pic x(9).
01 ws-hist-event-type pic x(3).
01 ws-hist-before-status pic x(3).
01 ws-hist-before-quantity pic 9(5).
01 ws-hist-line-no pic 9(3) value 0.
01 ws-invalid-field pic x(20).
01 ws-edit-date.
    05 ws-edit-date-yyyy pic 9(4).
copy STAPAY.
copy MODPAY.
copy SHPPAY.
copy RTNPAY.
procedure division.
main-line section.
    perform parse-command-arguments
            end-if
        when ws-parm(1:7) = "PREFIX="
            if (ws-parm(8:3) = "ORD" or "CAN" or "STA" or "MOD"
                    or "SHP" or "RTN")
                    and ws-parm(11:1) = space
                move ws-parm(8:3) to ws-new-prefix
                move "Y" to ws-new-prefix-set
    *> the same edits sub-cob applies in dispatch-by-command-prefix,
    *> against the body as it will be queued under the new prefix.
    move spaces to ws-invalid-field
    move "N" to ws-backorder-flag
    evaluate ws-new-prefix
        when "ORD"
            move dl-raw-message(4:197) to ord-payload
        when "SHP"
            move dl-raw-message(4:197) to shp-payload
            perform validate-ship-payload
        when "RTN"
            move dl-raw-message(4:197) to rtn-payload
            perform validate-return-payload
    end-evaluate.

copy VALEDITS.

copy ORDLSUM.

apply-repair-to-order-master.
    *> keep ORDMAST -- the system of record the live handlers maintain
    *> -- in step with the repair: a repaired ORD is inserted, a
            perform modify-repaired-order
        when "SHP"
            perform ship-repaired-order
        when "RTN"
            perform return-repaired-order
        when other
            continue
    end-evaluate
                move mod-order-no to ws-event-order-no
            when "SHP"
                move shp-order-no to ws-event-order-no
            when "RTN"
                move rtn-order-no to ws-event-order-no
        end-evaluate
        perform append-order-event
    end-if.

check-order-item.
    *> the same availability check sub-cob applies on receipt: on the
    *> master, and taken as a backorder when short of the quantity.
    perform open-item-master
    if ws-item-file-ready
        move ord-item-code to item-code
                move "ITEM-NOT-FOUND" to ws-invalid-field
            not invalid key
                if item-on-hand < ord-quantity-num
                    move "Y" to ws-backorder-flag
                end-if
        end-read
        close repair-item-master
    end-if.

check-modify-backorder-item.
    *> mirrors sub-cob: a backordered line amended onto another item
    *> only needs that item to exist.
    if mod-item-code not = spaces and mod-item-code not = ordl-item-code
        perform open-item-master
        if ws-item-file-ready
            move mod-item-code to item-code
            read repair-item-master
                invalid key
                    move "ITEM-NOT-FOUND" to ws-invalid-field
            end-read
            close repair-item-master
        end-if
    end-if.

open-backorder-file.
    open i-o repair-backorder-file
    if ws-backorder-file-status not = "00"
        open output repair-backorder-file
        if ws-backorder-file-status = "00"
            close repair-backorder-file
            open i-o repair-backorder-file
        end-if
    end-if
    if ws-backorder-file-status not = "00"
        display "deadletter-repair: unable to open BACKORD, status "
            ws-backorder-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

write-backorder-entry.
    *> queue the order line in the ORDLINE record area under
    *> ws-backorder-item-code, the same entry sub-cob would write.
    perform open-backorder-file
    if not ws-abort-run
        move spaces to backorder-record
        move ws-backorder-item-code to bkor-item-code
        move ordl-created-timestamp to bkor-queued-timestamp
        move ordl-order-no to bkor-order-no
        move ordl-line-no to bkor-line-no
        move dl-audit-seq-no to bkor-audit-seq-no
        write backorder-record
            invalid key
                display "deadletter-repair: order " ordl-order-no
                    " line " ordl-line-no " already queued on BACKORD"
        end-write
        close repair-backorder-file
    end-if.

delete-backorder-entry.
    perform open-backorder-file
    if not ws-abort-run
        move ws-backorder-item-code to bkor-item-code
        move ordl-created-timestamp to bkor-queued-timestamp
        move ordl-order-no to bkor-order-no
        move ordl-line-no to bkor-line-no
        delete repair-backorder-file record
            invalid key
                display "deadletter-repair: order " ordl-order-no
                    " line " ordl-line-no
                    " not queued on BACKORD, nothing to drop"
        end-delete
        close repair-backorder-file
    end-if.

take-item-stock.
    perform open-item-master
    if ws-item-file-ready
                display "deadletter-repair: item " ws-stock-item-code
                    " gone from ITEMMAST, stock not adjusted"
            not invalid key
                move item-on-hand to ws-ledger-before-on-hand
                if item-on-hand < ws-stock-quantity
                    display "deadletter-repair: item "
                        ws-stock-item-code
                    subtract ws-stock-quantity from item-on-hand
                end-if
                rewrite item-master-record
                perform append-ledger-record
        end-read
        close repair-item-master
    end-if.
                display "deadletter-repair: item " ws-stock-item-code
                    " gone from ITEMMAST, stock not adjusted"
            not invalid key
                move item-on-hand to ws-ledger-before-on-hand
                add ws-stock-quantity to item-on-hand
                rewrite item-master-record
                perform append-ledger-record
        end-read
        close repair-item-master
    end-if.

adjust-modify-stock.
    *> mirrors sub-cob's MOD stock handling: the quantity already
    *> promised to this line counts as available when the item stays
    *> the same; a different item must cover the new quantity outright.
    perform open-item-master
    if ws-item-file-ready
        if mod-item-code = spaces or mod-item-code = ordl-item-code
            move ordl-item-code to item-code
            read repair-item-master
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
                        perform append-ledger-record
                    end-if
            end-read
            close repair-item-master
                move mod-item-code to ws-stock-item-code
                move mod-quantity to ws-stock-quantity
                perform take-item-stock
                move ordl-item-code to ws-stock-item-code
                move ordl-quantity to ws-stock-quantity
                perform give-item-stock
            end-if
        end-if
    end-if.

insert-repaired-order.
    if ord-line-no = spaces
        move 1 to ws-line-no
    else
        move ord-line-no-num to ws-line-no
    end-if
    perform open-order-master
    if ws-order-file-ready
        perform open-order-line-file
        if ws-line-file-ready
            move ord-order-no to ordm-order-no
            read repair-order-master
                invalid key
                    perform insert-new-order
                not invalid key
                    *> same as live: an ORD for an order on file adds a
                    *> line to it, or is a resend of one it has.
                    perform check-added-order-line
                    if ws-invalid-field = spaces
                        perform add-line-to-order
                    end-if
            end-read
            if ws-order-file-status not = "00" and
                    ws-order-file-status not = "22" and
                    ws-order-file-status not = "23"
                display "deadletter-repair: order master write failed, "
                    "status " ws-order-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
            close repair-order-line
        end-if
        close repair-order-master
    end-if.

insert-new-order.
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
            move "DUPLICATE-ORDER" to ws-invalid-field
    end-write
    if ws-invalid-field = spaces and ws-order-file-status = "00"
        move spaces to ws-hist-before-status
        move zeroes to ws-hist-before-quantity
        perform write-new-order-line
    end-if.

check-added-order-line.
    *> the same refusals the live ORD handler applies to a line added
    *> to an order already on file.
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read repair-order-line
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
    if ws-order-backordered
        set ordm-status-backordered to true
    end-if
    move space to ordm-extract-flag
    move ws-timestamp-display to ordm-activity-timestamp
    rewrite order-master-record
    if ws-order-file-status = "00"
        perform write-new-order-line
    end-if.

write-new-order-line.
    *> the line, its history event and its stock (or queue entry),
    *> exactly as the live ORD handler writes them.
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
            display "deadletter-repair: order " ordm-order-no " line "
                ws-line-no " already on ORDLINE"
    end-write
    if ws-line-file-status = "00"
        move "ORD" to ws-hist-event-type
        move ws-line-no to ws-hist-line-no
        perform append-history-record
        if ws-order-backordered
            move ordl-item-code to ws-backorder-item-code
            perform write-backorder-entry
        else
            move ordl-item-code to ws-stock-item-code
            move ordl-quantity to ws-stock-quantity
            move "ALC" to ws-ledger-reason
            perform take-item-stock
        end-if
    end-if
    perform check-line-file-status.

cancel-repaired-order.
    if can-line-no = spaces
        move "Y" to ws-whole-order-flag
        move 0 to ws-line-no
    else
        move "N" to ws-whole-order-flag
        move can-line-no-num to ws-line-no
    end-if
    perform open-order-master
    if ws-order-file-ready
        perform open-order-line-file
        if ws-line-file-ready
            move can-order-no to ordm-order-no
            read repair-order-master
                invalid key
                    move "ORDER-NOT-FOUND" to ws-invalid-field
                not invalid key
                    if ordm-status-shipped or ordm-status-returned
                        *> same refusal the live CAN handler applies:
                        *> the goods already left the building.
                        move "ORDER-SHIPPED" to ws-invalid-field
                    else
                        if ws-whole-order
                            perform cancel-whole-order
                        else
                            perform cancel-one-line
                        end-if
                    end-if
            end-read
            if ws-order-file-status not = "00" and
                    ws-order-file-status not = "23"
                display "deadletter-repair: order master update "
                    "failed, status " ws-order-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
            close repair-order-line
        end-if
        close repair-order-master
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
        perform append-history-record
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
    read repair-order-line
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
                move can-reason-code to ordm-cancel-reason
            end-if
            move ws-timestamp-display to ordm-activity-timestamp
            rewrite order-master-record
            if ws-order-file-status = "00"
                move "CAN" to ws-hist-event-type
                move ws-line-no to ws-hist-line-no
                perform append-history-record
            end-if
        end-if
    end-if.

cancel-line-in-area.
    *> same split as the live CAN handler: an open line gives its
    *> stock back, a backordered one just leaves the item's queue.
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

modify-repaired-order.
    if mod-line-no = spaces
        move 1 to ws-line-no
    else
        move mod-line-no-num to ws-line-no
    end-if
    perform open-order-master
    if ws-order-file-ready
        perform open-order-line-file
        if ws-line-file-ready
            move mod-order-no to ordm-order-no
            read repair-order-master
                invalid key
                    move "ORDER-NOT-FOUND" to ws-invalid-field
                not invalid key
                    if not ordm-status-open and
                            not ordm-status-backordered
                        move "ORDER-NOT-OPEN" to ws-invalid-field
                    else
                        perform modify-one-line
                    end-if
            end-read
            if ws-order-file-status not = "00" and
                    ws-order-file-status not = "23"
                display "deadletter-repair: order master update "
                    "failed, status " ws-order-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
            close repair-order-line
        end-if
        close repair-order-master
    end-if.

modify-one-line.
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read repair-order-line
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
        *> re-point the promised stock first, exactly as the live MOD
        *> handler does; a backordered line holds none, so only a new
        *> item is checked.
        if ordl-status-backordered
            perform check-modify-backorder-item
        else
            move "AMD" to ws-ledger-reason
            perform adjust-modify-stock
        end-if
        if ws-invalid-field = spaces and not ws-abort-run
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
                    perform append-history-record
                end-if
            end-if
            perform check-line-file-status
        end-if
    end-if.

ship-repaired-order.
    perform open-order-master
    if ws-order-file-ready
        perform open-order-line-file
        if ws-line-file-ready
            move shp-order-no to ordm-order-no
            read repair-order-master
                invalid key
                    move "ORDER-NOT-FOUND" to ws-invalid-field
                not invalid key
                    if not ordm-status-open
                        move "ORDER-NOT-OPEN" to ws-invalid-field
                    else
                        move ordm-status to ws-hist-before-status
                        move ordm-quantity to ws-hist-before-quantity
                        set ordm-status-shipped to true
                        move shp-ship-ref to ordm-ship-ref
                        move ws-current-date-time(1:8)
                            to ordm-ship-date
                        move ws-timestamp-display
                            to ordm-activity-timestamp
                        rewrite order-master-record
                        if ws-order-file-status = "00"
                            move "SHP" to ws-hist-event-type
                            move 0 to ws-hist-line-no
                            perform append-history-record
                            perform ship-order-lines
                        end-if
                    end-if
            end-read
            if ws-order-file-status not = "00" and
                    ws-order-file-status not = "23"
                display "deadletter-repair: order master update "
                    "failed, status " ws-order-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
            close repair-order-line
        end-if
        close repair-order-master
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

return-repaired-order.
    if rtn-line-no = spaces
        move 1 to ws-line-no
    else
        move rtn-line-no-num to ws-line-no
    end-if
    perform open-order-master
    if ws-order-file-ready
        perform open-order-line-file
        if ws-line-file-ready
            move rtn-order-no to ordm-order-no
            read repair-order-master
                invalid key
                    move "ORDER-NOT-FOUND" to ws-invalid-field
                not invalid key
                    if not ordm-status-shipped and
                            not ordm-status-returned
                        move "ORDER-NOT-SHIPPED" to ws-invalid-field
                    else
                        perform return-one-line
                    end-if
            end-read
            if ws-order-file-status not = "00" and
                    ws-order-file-status not = "23"
                display "deadletter-repair: order master update "
                    "failed, status " ws-order-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
            close repair-order-line
        end-if
        close repair-order-master
    end-if.

return-one-line.
    *> the same checks and effects as the live RTN handler.
    move ordm-order-no to ordl-order-no
    move ws-line-no to ordl-line-no
    read repair-order-line
        invalid key
            move "LINE-NOT-FOUND" to ws-invalid-field
        not invalid key
            if not ordl-status-shipped and not ordl-status-returned
                move "LINE-NOT-SHIPPED" to ws-invalid-field
            else
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
                perform append-history-record
            end-if
        end-if
        perform check-line-file-status
    end-if.

open-order-line-file.
    move "N" to ws-line-file-ok
    open i-o repair-order-line
    if ws-line-file-status not = "00"
        open output repair-order-line
        if ws-line-file-status = "00"
            close repair-order-line
            open i-o repair-order-line
        end-if
    end-if
    if ws-line-file-status = "00"
        move "Y" to ws-line-file-ok
    else
        display "deadletter-repair: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
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
    move "N" to ws-line-scan-eof-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start repair-order-line key is >= ordl-key
        invalid key
            move "Y" to ws-line-scan-eof-flag
    end-start
    perform check-line-file-status.

read-next-order-line.
    read repair-order-line next record
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
    *> business outcomes handled above; anything else stops the run.
    if ws-line-file-status not = "00" and
            ws-line-file-status not = "10" and
            ws-line-file-status not = "22" and
            ws-line-file-status not = "23"
        display "deadletter-repair: order line file i-o failed, "
            "status " ws-line-file-status
        move "Y" to ws-line-scan-eof-flag
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

append-order-event.
    *> open/close around the single append for the same reason sub-cob
    *> does: the java side truncates ORDEVENT after each poll.
        move ws-event-order-no to evnt-order-no
        move ws-new-prefix to evnt-event-code
        if ws-invalid-field = spaces
            if ws-order-backordered
                move "BACKORDERED" to evnt-result
            else
                move "APPLIED" to evnt-result
            end-if
        else
            move ws-invalid-field to evnt-result
        end-if
        close repair-event-file
    end-if.

append-ledger-record.
    *> the ITEMLEDG record for the change just rewritten to the item in
    *> the ITEMMAST record area, exactly as sub-cob writes it; opened
    *> and closed around the append like the history file.
    if ws-item-file-status = "00" and
            item-on-hand not = ws-ledger-before-on-hand
        open extend repair-ledger-file
        if ws-ledger-file-status not = "00"
            open output repair-ledger-file
        end-if
        if ws-ledger-file-status not = "00"
            display "deadletter-repair: unable to open ITEMLEDG, "
                "status " ws-ledger-file-status
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        else
            move spaces to item-ledger-record
            move item-code to ilg-item-code
            compute ilg-quantity = item-on-hand
                - ws-ledger-before-on-hand
            move ws-ledger-reason to ilg-reason-code
            move ordl-order-no to ilg-order-no
            move dl-audit-seq-no to ilg-audit-seq-no
            move item-on-hand to ilg-on-hand-after
            move ws-timestamp-display to ilg-timestamp
            write item-ledger-record
            if ws-ledger-file-status not = "00"
                display "deadletter-repair: ledger write failed, "
                    "status " ws-ledger-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
            close repair-ledger-file
        end-if
    end-if.

append-history-record.
    *> one repair touches at most one order, so open/close around the
    *> single append instead of sub-cob's keep-open pattern.
        move ordm-quantity to ohist-after-quantity
        move ws-timestamp-display to ohist-timestamp
        move dl-audit-seq-no to ohist-audit-seq-no
        move ws-hist-line-no to ohist-line-no
        move ordm-returned-quantity to ohist-returned-quantity
        move order-master-record to ohist-order-image
        write order-history-record
        if ws-history-file-status not = "00"
            display "deadletter-repair: history write failed, status "
    display "  SEQ    = 9-digit audit sequence number of the"
    display "           dead-letter record to repair"
    display "  PREFIX = corrected command prefix (ORD, CAN, STA,"
    display "           MOD, SHP or RTN)".
