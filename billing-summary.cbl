*> month-end billing summary over the dated QUEDONE.yyyymmdd done-files
*> queue-drain leaves behind: for every calendar day of the target
*> month, each ORD record is paired with its ORDMAST order and rolled
*> up per customer -- orders placed, order lines and units ordered (at
*> the quantity on the original ORD payload), and how many of those
*> orders have since been cancelled. every ORD is one order line; the
*> order itself is counted once, on the ORD for its first line, and a
*> line since cancelled on its own (see ORDLINE) adds neither a line
*> nor units. each RTN record is a credit against the customer whose
*> order the goods came back on: the returns and units returned are
*> rolled up alongside, for finance to net off the month's billing.
*> the per-customer lines go to a BILLSUM.yyyymm
*> summary file finance's tooling ingests, and the same figures print
*> as a report. a done-file missing for a day is normal (weekend, no
*> drain run) and is skipped. the target month defaults to last month
        access mode is random
        record key is ordm-order-no
        file status is ws-order-file-status.
    select billing-order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    select billing-summary-file assign using ws-summary-file-name
        organization is line sequential
        file status is ws-summary-file-status.
    05 done-timestamp pic x(19).
fd billing-order-master.
    copy ORDMREC.
fd billing-order-line.
    copy ORDLREC.
fd billing-summary-file.
01 summary-record.
    05 sum-customer-id pic x(8).
    05 sum-units-ordered pic 9(9).
    05 filler pic x.
    05 sum-orders-cancelled pic 9(9).
    05 filler pic x.
    05 sum-lines-ordered pic 9(9).
    *> credits: customer returns taken in the month.
    05 filler pic x.
    05 sum-returns pic 9(9).
    05 filler pic x.
    05 sum-units-returned pic 9(9).
working-storage section.
01 ws-done-file-status pic xx.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-summary-file-status pic xx.
01 ws-done-file-name pic x(16).
01 ws-summary-file-name pic x(14).
01 ws-current-date-raw pic x(21).
01 ws-count-files-read pic 9(9) value 0.
01 ws-count-ord-records pic 9(9) value 0.
01 ws-count-rtn-records pic 9(9) value 0.
01 ws-count-unmatched pic 9(9) value 0.
01 ws-ord-line-no pic 9(3).
01 ws-first-line-flag pic x.
    88 ws-first-line value "Y".
01 ws-line-live-flag pic x.
    88 ws-line-live value "Y".
*> one roll-up line per customer seen in the month; 500 customers is
*> several times the live book, and an overflow is reported loudly
*> rather than silently dropped.
        10 ws-ct-orders-placed pic 9(9).
        10 ws-ct-units-ordered pic 9(9).
        10 ws-ct-orders-cancelled pic 9(9).
        10 ws-ct-lines-ordered pic 9(9).
        10 ws-ct-returns pic 9(9).
        10 ws-ct-units-returned pic 9(9).
01 ws-cust-count pic 9(3) value 0.
01 ws-cust-ix pic 9(3).
01 ws-cust-found-ix pic 9(3).
01 ws-table-full-flag pic x value "N".
    88 ws-table-full value "Y".
copy ORDPAY.
copy RTNPAY.
procedure division.
main-line section.
    perform compute-target-month
            varying ws-file-day from 1 by 1 until ws-file-day > 31
            or ws-abort-run
        close billing-order-master
        close billing-order-line
    end-if
    if not ws-abort-run
        perform write-summary-file
    end-if
    perform display-report
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

compute-target-month.
        display "billing-summary: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    open input billing-order-line
    if ws-line-file-status not = "00"
        display "billing-summary: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    end-if.

process-one-day.
        at end
            move "Y" to ws-eof-flag
        not at end
            evaluate done-command-type
                when "ORD"
                    add 1 to ws-count-ord-records
                    perform pair-order-with-master
                when "RTN"
                    add 1 to ws-count-rtn-records
                    perform pair-return-with-master
            end-evaluate
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so
    *> without this check the loop would spin forever (the same
            display "billing-summary: order " ord-order-no
                " on " ws-done-file-name " not on ORDMAST -- skipped"
        not invalid key
            perform classify-order-line
            perform accumulate-customer-line
    end-read.

pair-return-with-master.
    *> only an accepted return reaches QUEUEOUT, so every RTN on the
    *> done-file is a credit at the quantity it names.
    move done-message(4:197) to rtn-payload
    move rtn-order-no to ordm-order-no
    read billing-order-master
        invalid key
            add 1 to ws-count-unmatched
            display "billing-summary: order " rtn-order-no
                " on " ws-done-file-name " not on ORDMAST -- skipped"
        not invalid key
            perform find-customer-entry
            if not ws-table-full
                add 1 to ws-ct-returns(ws-cust-found-ix)
                add rtn-quantity-num
                    to ws-ct-units-returned(ws-cust-found-ix)
            end-if
    end-read.

classify-order-line.
    *> a blank line number is line 001, as the ORD handler reads it.
    *> the order's first line is the lowest-numbered one on ORDLINE;
    *> a line no longer there (archived with its order) counts live.
    if ord-line-no = spaces
        move 1 to ws-ord-line-no
    else
        move ord-line-no-num to ws-ord-line-no
    end-if
    move "N" to ws-first-line-flag
    move "Y" to ws-line-live-flag
    move ord-order-no to ordl-order-no
    move 0 to ordl-line-no
    start billing-order-line key is >= ordl-key
        invalid key
            move 1 to ordl-line-no
            move ord-order-no to ordl-order-no
    end-start
    if ws-line-file-status = "00"
        read billing-order-line next record
            at end
                move ord-order-no to ordl-order-no
                move 1 to ordl-line-no
        end-read
    end-if
    if ordl-order-no not = ord-order-no
        *> an order with no lines yet on ORDLINE (not converted by
        *> ordline-build) is its line 001.
        move 1 to ordl-line-no
    end-if
    if ordl-line-no = ws-ord-line-no
        move "Y" to ws-first-line-flag
    end-if
    move ord-order-no to ordl-order-no
    move ws-ord-line-no to ordl-line-no
    read billing-order-line
        invalid key
            continue
        not invalid key
            if ordl-status-cancelled
                move "N" to ws-line-live-flag
            end-if
    end-read.

accumulate-customer-line.
    perform find-customer-entry
    if not ws-table-full
        if ws-first-line
            if ordm-status-cancelled
                add 1 to ws-ct-orders-cancelled(ws-cust-found-ix)
            else
                add 1 to ws-ct-orders-placed(ws-cust-found-ix)
            end-if
        end-if
        if ws-line-live and not ordm-status-cancelled
            add 1 to ws-ct-lines-ordered(ws-cust-found-ix)
            add ord-quantity-num
                to ws-ct-units-ordered(ws-cust-found-ix)
        end-if
            move 0 to ws-ct-orders-placed(ws-cust-found-ix)
            move 0 to ws-ct-units-ordered(ws-cust-found-ix)
            move 0 to ws-ct-orders-cancelled(ws-cust-found-ix)
            move 0 to ws-ct-lines-ordered(ws-cust-found-ix)
            move 0 to ws-ct-returns(ws-cust-found-ix)
            move 0 to ws-ct-units-returned(ws-cust-found-ix)
        end-if
    end-if.

    move ws-ct-orders-placed(ws-cust-ix) to sum-orders-placed
    move ws-ct-units-ordered(ws-cust-ix) to sum-units-ordered
    move ws-ct-orders-cancelled(ws-cust-ix) to sum-orders-cancelled
    move ws-ct-lines-ordered(ws-cust-ix) to sum-lines-ordered
    move ws-ct-returns(ws-cust-ix) to sum-returns
    move ws-ct-units-returned(ws-cust-ix) to sum-units-returned
    write summary-record
    if ws-summary-file-status not = "00"
        display "billing-summary: summary write failed, status "
    display "target month            : " ws-target-month
    display "done-files read         : " ws-count-files-read
    display "ORD records seen        : " ws-count-ord-records
    display "RTN records seen        : " ws-count-rtn-records
    display "unmatched (not on file) : " ws-count-unmatched
    display "customer   placed    units      cancelled lines     "
        "returns   units rtnd"
    perform display-one-customer-line
        varying ws-cust-ix from 1 by 1 until ws-cust-ix > ws-cust-count
    if ws-abort-run
    display ws-ct-customer-id(ws-cust-ix) "   "
        ws-ct-orders-placed(ws-cust-ix) " "
        ws-ct-units-ordered(ws-cust-ix) " "
        ws-ct-orders-cancelled(ws-cust-ix) " "
        ws-ct-lines-ordered(ws-cust-ix) " "
        ws-ct-returns(ws-cust-ix) " "
        ws-ct-units-returned(ws-cust-ix).
