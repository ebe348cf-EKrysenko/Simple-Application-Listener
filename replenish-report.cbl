identification division.
program-id. replenish-report.
*> nightly replenishment suggestions for the buying team: compares
*> every ITEMMAST item's on-hand against its item-reorder-point and
*> against the open demand still sitting on the ORDLINE order lines,
*> and writes a
*> dated suggested-purchase file REPLSUG.yyyymmdd (item, on-hand, open
*> demand, reorder point, suggested quantity) purchasing loads, plus a
*> printed exception list of the items that are already below zero
*> available. open demand counts both kinds of unshipped order line
*> (an order's lines can be for different items, so demand is summed
*> line by line, never from the order header):
*>   - OPN lines, whose quantity the ORD handler has already taken
*>     off item-on-hand (promised, still to ship), and
*>   - BKO lines, which were taken short and hold nothing yet,
*> so what is really left to sell is on-hand less the backordered
*> quantity. an item is suggested for purchase when that available
*> figure has fallen to or below its reorder point; the suggestion
*> brings it back up to the reorder point times a cover multiple
*> (default 2, override with LISTENER_REPLEN_COVER). run after
*> itemmast-load and backorder-alloc, so tonight's stock and fills are
*> already reflected. read-only against ITEMMAST and ORDLINE.
environment division.
configuration section.
input-output section.
file-control.
    select replen-item-master assign to "ITEMMAST"
        organization is indexed
        access mode is sequential
        record key is item-code
        file status is ws-item-file-status.
    select replen-order-line assign to "ORDLINE"
        organization is indexed
        access mode is sequential
        record key is ordl-key
        file status is ws-line-file-status.
    *> ASSIGN USING: one dated file per night, the same shape as
    *> pick-extract's PICKFILE.yyyymmdd.
    select suggestion-file assign using ws-suggestion-file-name
        organization is line sequential
        file status is ws-suggestion-file-status.
data division.
file section.
fd replen-item-master.
    copy ITEMREC.
fd replen-order-line.
    copy ORDLREC.
fd suggestion-file.
*> fixed positions agreed with the buying team's loader.
01 suggestion-record.
    05 sug-item-code pic x(8).
    05 filler pic x.
    05 sug-on-hand pic 9(7).
    05 filler pic x.
    05 sug-open-demand pic 9(7).
    05 filler pic x.
    05 sug-reorder-point pic 9(7).
    05 filler pic x.
    05 sug-suggested-quantity pic 9(7).
working-storage section.
01 ws-item-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-suggestion-file-status pic xx.
01 ws-suggestion-file-name pic x(16).
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-cover-env pic x(2).
01 ws-env-digit-count pic 9(1).
01 ws-cover-multiple pic 9(2) value 2.
01 ws-current-date-raw pic x(21).
*> every item on the master, loaded in key order so an order's item
*> can be found with a binary search; 5000 is several times the live
*> catalogue, and an overflow is reported loudly rather than silently
*> dropped.
01 ws-item-table.
    05 ws-item-entry occurs 1 to 5000 times
            depending on ws-item-count
            ascending key is ws-it-item-code
            indexed by ws-it-ix.
        10 ws-it-item-code pic x(8).
        10 ws-it-on-hand pic 9(7).
        10 ws-it-reorder-point pic 9(7).
        10 ws-it-allocated pic 9(9).
        10 ws-it-backordered pic 9(9).
01 ws-item-count pic 9(4) value 0.
01 ws-table-full-flag pic x value "N".
    88 ws-table-full value "Y".
01 ws-available pic s9(9).
01 ws-available-display pic -(8)9.
01 ws-order-up-to pic 9(9).
01 ws-suggested pic 9(9).
01 ws-open-demand pic 9(9).
01 ws-count-items pic 9(9) value 0.
01 ws-count-lines pic 9(9) value 0.
01 ws-count-unknown-item pic 9(9) value 0.
01 ws-count-suggested pic 9(9) value 0.
01 ws-count-exceptions pic 9(9) value 0.
procedure division.
main-line section.
    perform compute-run-settings
    perform load-item-table
    if not ws-abort-run
        perform accumulate-open-demand
    end-if
    if not ws-abort-run
        perform write-suggestion-file
    end-if
    perform display-summary
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

compute-run-settings.
    *> the override is usually a single digit ("3"), so edit only the
    *> digits ahead of the space padding.
    move spaces to ws-cover-env
    accept ws-cover-env from environment "LISTENER_REPLEN_COVER"
    move 0 to ws-env-digit-count
    inspect ws-cover-env tallying ws-env-digit-count
        for characters before initial space
    if ws-env-digit-count > 0 and
            ws-cover-env(1:ws-env-digit-count) is numeric
        compute ws-cover-multiple =
            function numval(ws-cover-env(1:ws-env-digit-count))
    end-if
    if ws-cover-multiple = 0
        move 1 to ws-cover-multiple
    end-if
    move function current-date to ws-current-date-raw
    string "REPLSUG." ws-current-date-raw(1:8)
        into ws-suggestion-file-name
    end-string.

load-item-table.
    open input replen-item-master
    if ws-item-file-status not = "00"
        display "replenish-report: unable to open ITEMMAST, status "
            ws-item-file-status
        move "Y" to ws-abort-flag
    else
        move "N" to ws-eof-flag
        perform until ws-eof
            read replen-item-master next record
                at end move "Y" to ws-eof-flag
                not at end
                    add 1 to ws-count-items
                    perform add-item-entry
            end-read
            *> a hard read error runs neither at-end nor not-at-end,
            *> so without this check the loop would spin forever (the
            *> same guard every other read loop in the suite carries).
            if not ws-eof and ws-item-file-status not = "00"
                display "replenish-report: item read failed, status "
                    ws-item-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
        end-perform
        close replen-item-master
    end-if.

add-item-entry.
    if ws-item-count >= 5000
        if not ws-table-full
            move "Y" to ws-table-full-flag
            display "replenish-report: item table full -- figures"
                " are incomplete, raise the table size"
        end-if
    else
        add 1 to ws-item-count
        move item-code to ws-it-item-code(ws-item-count)
        move item-on-hand to ws-it-on-hand(ws-item-count)
        move item-reorder-point to ws-it-reorder-point(ws-item-count)
        move 0 to ws-it-allocated(ws-item-count)
        move 0 to ws-it-backordered(ws-item-count)
    end-if.

accumulate-open-demand.
    open input replen-order-line
    if ws-line-file-status not = "00"
        display "replenish-report: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    else
        move "N" to ws-eof-flag
        perform until ws-eof
            read replen-order-line next record
                at end move "Y" to ws-eof-flag
                not at end
                    perform add-line-demand
            end-read
            if not ws-eof and ws-line-file-status not = "00"
                display "replenish-report: line read failed, status "
                    ws-line-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
        end-perform
        close replen-order-line
    end-if.

add-line-demand.
    *> cancelled and shipped lines are no longer demand.
    if ordl-status-open or ordl-status-backordered
        add 1 to ws-count-lines
        search all ws-item-entry
            at end
                add 1 to ws-count-unknown-item
                display "replenish-report: order " ordl-order-no
                    " line " ordl-line-no " names item "
                    ordl-item-code " not on ITEMMAST -- not counted"
            when ws-it-item-code(ws-it-ix) = ordl-item-code
                if ordl-status-open
                    add ordl-quantity to ws-it-allocated(ws-it-ix)
                else
                    add ordl-quantity to ws-it-backordered(ws-it-ix)
                end-if
        end-search
    end-if.

write-suggestion-file.
    open output suggestion-file
    if ws-suggestion-file-status not = "00"
        display "replenish-report: unable to open "
            ws-suggestion-file-name ", status "
            ws-suggestion-file-status
        move "Y" to ws-abort-flag
    else
        display "===== items below zero available ====="
        display "item       on-hand  backordered  available"
        perform assess-one-item
            varying ws-it-ix from 1 by 1
            until ws-it-ix > ws-item-count or ws-abort-run
        close suggestion-file
    end-if.

assess-one-item.
    compute ws-available = ws-it-on-hand(ws-it-ix)
        - ws-it-backordered(ws-it-ix)
    compute ws-open-demand = ws-it-allocated(ws-it-ix)
        + ws-it-backordered(ws-it-ix)
    if ws-available < 0
        add 1 to ws-count-exceptions
        move ws-available to ws-available-display
        display ws-it-item-code(ws-it-ix) "   "
            ws-it-on-hand(ws-it-ix) "  "
            ws-it-backordered(ws-it-ix) "  " ws-available-display
    end-if
    if ws-available <= ws-it-reorder-point(ws-it-ix)
        compute ws-order-up-to =
            ws-it-reorder-point(ws-it-ix) * ws-cover-multiple
        *> an item with no reorder point set is still suggested when it
        *> is oversold: enough to clear the backorders.
        compute ws-suggested = ws-order-up-to - ws-available
        if ws-suggested > 0
            perform write-suggestion-record
        end-if
    end-if.

write-suggestion-record.
    move spaces to suggestion-record
    move ws-it-item-code(ws-it-ix) to sug-item-code
    move ws-it-on-hand(ws-it-ix) to sug-on-hand
    move ws-open-demand to sug-open-demand
    move ws-it-reorder-point(ws-it-ix) to sug-reorder-point
    move ws-suggested to sug-suggested-quantity
    write suggestion-record
    if ws-suggestion-file-status not = "00"
        display "replenish-report: suggestion write failed, status "
            ws-suggestion-file-status
        move "Y" to ws-abort-flag
    else
        add 1 to ws-count-suggested
    end-if.

display-summary.
    display "===== replenish-report summary ====="
    display "cover multiple          : " ws-cover-multiple
    display "items on ITEMMAST       : " ws-count-items
    display "open/backordered lines  : " ws-count-lines
    display "lines for unknown items : " ws-count-unknown-item
    display "items below zero avail  : " ws-count-exceptions
    display "purchases suggested     : " ws-count-suggested
    if ws-abort-run
        display "replenish-report: run aborted -- suggestions are"
            " incomplete, rerun is safe"
    else
        display "suggestion file         : " ws-suggestion-file-name
    end-if.
