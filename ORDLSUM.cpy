*> shared roll-up of an order's ORDLINE lines into its ORDMAST header,
*> performed by sub-cob, deadletter-repair, backorder-alloc and
*> order-correct so every program re-states the header the same way
*> after a line changes. the caller performs reset-order-line-totals,
*> then tally-order-line once for each ORDLINE record of the order
*> (record in the ORDLREC area, lines in key order), then
*> settle-order-header with the order's ORDMAST record in its area.
*> requires ws-line-total pic 9(6), ws-live-line-count pic 9(3),
*> ws-first-live-item pic x(8) and ws-line-backordered-flag pic x
*> (88 ws-some-line-backordered) in working-storage.
reset-order-line-totals.
    move 0 to ws-line-total
    move 0 to ws-live-line-count
    move spaces to ws-first-live-item
    move "N" to ws-line-backordered-flag.

tally-order-line.
    if not ordl-status-cancelled
        add 1 to ws-live-line-count
        add ordl-quantity to ws-line-total
        if ws-first-live-item = spaces
            move ordl-item-code to ws-first-live-item
        end-if
        if ordl-status-backordered
            move "Y" to ws-line-backordered-flag
        end-if
    end-if.

settle-order-header.
    *> the header quantity is the sum of the live (not cancelled)
    *> lines and its item the first live line's. the order waits as
    *> backordered while any live line is short of stock, and is
    *> cancelled once no line is live -- its quantity then left as the
    *> order last stood, the same as a whole-order CAN leaves it. a
    *> shipped (or returned) order keeps its status.
    if ws-live-line-count = 0
        set ordm-status-cancelled to true
    else
        move ws-line-total to ordm-quantity
        move ws-first-live-item to ordm-item-code
        if not ordm-status-shipped and not ordm-status-returned
            if ws-some-line-backordered
                set ordm-status-backordered to true
            else
                set ordm-status-open to true
            end-if
        end-if
    end-if.
