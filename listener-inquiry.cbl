*>       backward (page arithmetic on the dense sequence keys)
*>   3 - list QUEUEOUT records, optionally filtered by sequence
*>       number and/or command type
*>   4 - fetch an order from the ORDMAST order master by order number,
*>       with its ORDLINE lines (a backordered order or line is called
*>       out as waiting on stock)
*>   5 - replay one order's full lifecycle from the ORDHIST history
*>       file the handlers append to (before/after image per event,
*>       and the line it concerned)
*> plain console dialog (display/accept), the same surface the rest of
*> the listener suite uses.
environment division.
        access mode is random
        record key is ordm-order-no
        file status is ws-order-file-status.
    select inquiry-order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    select inquiry-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
    copy QUEUEREC.
fd inquiry-order-master.
    copy ORDMREC.
fd inquiry-order-line.
    copy ORDLREC.
fd inquiry-history-file.
    copy OHISTREC.
working-storage section.
01 ws-audit-file-status pic xx.
01 ws-queue-file-status pic xx.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-line-eof-flag pic x.
    88 ws-line-eof value "Y".
01 ws-history-file-status pic xx.
01 ws-history-eof-flag pic x.
    88 ws-history-eof value "Y".
                    ohist-after-status
                    " qty " ohist-before-quantity "->"
                    ohist-after-quantity
                    " line " ohist-line-no
                    " returned " ohist-returned-quantity
                    " (audit seq " ohist-audit-seq-no ")"
            end-if
    end-read

display-order-detail.
    display "  order no      : " ordm-order-no
    if ordm-status-backordered
        display "  status        : " ordm-status
            " (backordered -- waiting on stock)"
    else
        display "  status        : " ordm-status
    end-if
    display "  customer      : " ordm-customer-id
    display "  item          : " ordm-item-code
    display "  quantity      : " ordm-quantity
    display "  order date    : " ordm-order-date
    display "  cancel reason : " ordm-cancel-reason
    display "  ship ref      : " ordm-ship-ref
    display "  ship date     : " ordm-ship-date
    display "  returned qty  : " ordm-returned-quantity
    if ordm-invoiced
        display "  invoiced      : yes"
    else
        display "  invoiced      : no"
    end-if
    display "  created       : " ordm-created-timestamp
    display "  last activity : " ordm-activity-timestamp
    display "  lines         : " ordm-line-count
    perform display-order-lines.

display-order-lines.
    *> the header's item and quantity are a roll-up; the lines are
    *> what the customer actually ordered.
    open input inquiry-order-line
    if ws-line-file-status not = "00"
        display "listener-inquiry: unable to open ORDLINE, status "
            ws-line-file-status
    else
        move "N" to ws-line-eof-flag
        move ordm-order-no to ordl-order-no
        move 0 to ordl-line-no
        start inquiry-order-line key is >= ordl-key
            invalid key
                move "Y" to ws-line-eof-flag
        end-start
        perform display-one-order-line until ws-line-eof
        close inquiry-order-line
    end-if.

display-one-order-line.
    read inquiry-order-line next record
        at end
            move "Y" to ws-line-eof-flag
        not at end
            if ordl-order-no not = ordm-order-no
                move "Y" to ws-line-eof-flag
            else
                if ordl-status-backordered
                    display "    line " ordl-line-no " " ordl-status
                        " item " ordl-item-code " qty " ordl-quantity
                        " (waiting on stock)"
                else
                    if ordl-returned-quantity > 0
                        display "    line " ordl-line-no " "
                            ordl-status " item " ordl-item-code
                            " qty " ordl-quantity " returned "
                            ordl-returned-quantity " "
                            ordl-return-reason
                    else
                        display "    line " ordl-line-no " "
                            ordl-status " item " ordl-item-code
                            " qty " ordl-quantity " "
                            ordl-cancel-reason
                    end-if
                end-if
            end-if
    end-read
    if not ws-line-eof and ws-line-file-status not = "00"
        display "listener-inquiry: line read failed, status "
            ws-line-file-status
        move "Y" to ws-line-eof-flag
    end-if.
