identification division.
program-id. inventory-recon.
*> nightly stock reconciliation, run against tonight's warehouse
*> extract BEFORE itemmast-load applies it: for every ITEMMAST item it
*> lines up four views of the same stock --
*>   - item-on-hand, what ITEMMAST says can still be promised;
*>   - the ITEMLEDG stock ledger every stock mover appends to: the
*>     item's last ledger record says what on-hand should be now, and
*>     each record must carry on from the one before it (previous
*>     on-hand-after plus this quantity), so a change made without a
*>     ledger record shows as a break in the chain;
*>   - open order demand, the units promised to OPN ORDLINE lines
*>     (already off item-on-hand, still on the warehouse's shelves);
*>   - the ITEMWHS warehouse extract, whose count should equal
*>     on-hand plus open demand.
*> one line per item goes to the dated INVRECN.yyyymmdd file (the
*> figures above, the on-hand itemmast-load would set -- warehouse
*> less open demand -- and the change that makes), and the exceptions
*> are displayed: an item whose ledger disagrees with ITEMMAST or
*> whose chain breaks (LEDGER), one the warehouse holds less of than
*> is promised (OVERSOLD), one on ITEMMAST but missing from the
*> extract (NOT-IN-WH), and an extract line for an item not on
*> ITEMMAST (NEW-ITEM). no extract tonight is reported and the
*> warehouse columns are left zero. read-only against every file.
*> NOTE: run with the listener quiesced (listenctl-set DRAIN=Y), the
*> same window itemmast-load needs -- a live ORD between this report
*> and the load would move the figures underneath it.
environment division.
configuration section.
input-output section.
file-control.
    select recon-item-master assign to "ITEMMAST"
        organization is indexed
        access mode is sequential
        record key is item-code
        file status is ws-item-file-status.
    select recon-order-line assign to "ORDLINE"
        organization is indexed
        access mode is sequential
        record key is ordl-key
        file status is ws-line-file-status.
    select recon-ledger-file assign to "ITEMLEDG"
        organization is line sequential
        file status is ws-ledger-file-status.
    *> the same extract itemmast-load reads.
    select warehouse-extract-file assign to "ITEMWHS"
        organization is line sequential
        file status is ws-extract-file-status.
    *> ASSIGN USING: one dated file per night, the same shape as
    *> replenish-report's REPLSUG.yyyymmdd.
    select recon-output-file assign using ws-recon-file-name
        organization is line sequential
        file status is ws-recon-file-status.
data division.
file section.
fd recon-item-master.
    copy ITEMREC.
fd recon-order-line.
    copy ORDLREC.
fd recon-ledger-file.
    copy ILEDREC.
fd warehouse-extract-file.
*> must match itemmast-load's extract layout exactly.
01 warehouse-extract-record.
    05 whs-item-code pic x(8).
    05 filler pic x.
    05 whs-on-hand pic x(7).
    05 whs-on-hand-num redefines whs-on-hand pic 9(7).
    05 filler pic x.
    05 whs-reorder-point pic x(7).
    05 whs-reorder-point-num redefines whs-reorder-point pic 9(7).
fd recon-output-file.
01 recon-record.
    05 irc-item-code pic x(8).
    05 filler pic x.
    05 irc-on-hand pic 9(7).
    05 filler pic x.
    05 irc-ledger-on-hand pic 9(7).
    05 filler pic x.
    05 irc-ledger-breaks pic 9(5).
    05 filler pic x.
    05 irc-open-demand pic 9(9).
    05 filler pic x.
    05 irc-warehouse pic 9(7).
    05 filler pic x.
    05 irc-load-on-hand pic 9(7).
    05 filler pic x.
    05 irc-load-change pic s9(9) sign leading separate.
    05 filler pic x.
    05 irc-exception pic x(9).
working-storage section.
01 ws-item-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-ledger-file-status pic xx.
01 ws-extract-file-status pic xx.
01 ws-recon-file-status pic xx.
01 ws-recon-file-name pic x(16).
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-extract-present-flag pic x value "N".
    88 ws-extract-present value "Y".
01 ws-current-date-raw pic x(21).
*> every item on the master, loaded in key order so a line's, a
*> ledger record's or an extract line's item can be found with a
*> binary search; 5000 is several times the live catalogue, and an
*> overflow is reported loudly rather than silently dropped.
01 ws-item-table.
    05 ws-item-entry occurs 1 to 5000 times
            depending on ws-item-count
            ascending key is ws-it-item-code
            indexed by ws-it-ix.
        10 ws-it-item-code pic x(8).
        10 ws-it-on-hand pic 9(7).
        10 ws-it-open-demand pic 9(9).
        10 ws-it-ledger-seen-flag pic x.
            88 ws-it-ledger-seen value "Y".
        10 ws-it-ledger-on-hand pic 9(7).
        10 ws-it-ledger-breaks pic 9(5).
        10 ws-it-warehouse-seen-flag pic x.
            88 ws-it-warehouse-seen value "Y".
        10 ws-it-warehouse pic 9(7).
01 ws-item-count pic 9(4) value 0.
01 ws-table-full-flag pic x value "N".
    88 ws-table-full value "Y".
01 ws-chain-check pic s9(9).
01 ws-load-on-hand pic 9(7).
01 ws-load-change pic s9(9).
01 ws-load-change-display pic -(8)9.
01 ws-count-items pic 9(9) value 0.
01 ws-count-open-lines pic 9(9) value 0.
01 ws-count-ledger pic 9(9) value 0.
01 ws-count-extract pic 9(9) value 0.
01 ws-count-rejected pic 9(9) value 0.
01 ws-count-unknown pic 9(9) value 0.
01 ws-count-ledger-exceptions pic 9(9) value 0.
01 ws-count-oversold pic 9(9) value 0.
01 ws-count-not-in-wh pic 9(9) value 0.
01 ws-count-new-item pic 9(9) value 0.
01 ws-count-changing pic 9(9) value 0.
procedure division.
main-line section.
    move function current-date to ws-current-date-raw
    string "INVRECN." ws-current-date-raw(1:8)
        into ws-recon-file-name
    end-string
    perform load-item-table
    if not ws-abort-run
        perform accumulate-open-demand
    end-if
    if not ws-abort-run
        perform replay-stock-ledger
    end-if
    if not ws-abort-run
        perform open-recon-file
    end-if
    if not ws-abort-run
        display "===== inventory exceptions ====="
        perform match-warehouse-extract
    end-if
    if not ws-abort-run
        perform reconcile-one-item
            varying ws-it-ix from 1 by 1
            until ws-it-ix > ws-item-count or ws-abort-run
        close recon-output-file
    end-if
    perform display-summary
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

load-item-table.
    open input recon-item-master
    if ws-item-file-status not = "00"
        display "inventory-recon: unable to open ITEMMAST, status "
            ws-item-file-status
        move "Y" to ws-abort-flag
    else
        move "N" to ws-eof-flag
        perform until ws-eof
            read recon-item-master next record
                at end move "Y" to ws-eof-flag
                not at end
                    add 1 to ws-count-items
                    perform add-item-entry
            end-read
            *> a hard read error runs neither at-end nor not-at-end,
            *> so without this check the loop would spin forever (the
            *> same guard every other read loop in the suite carries).
            if not ws-eof and ws-item-file-status not = "00"
                display "inventory-recon: item read failed, status "
                    ws-item-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
        end-perform
        close recon-item-master
    end-if.

add-item-entry.
    if ws-item-count >= 5000
        if not ws-table-full
            move "Y" to ws-table-full-flag
            display "inventory-recon: item table full -- figures"
                " are incomplete, raise the table size"
        end-if
    else
        add 1 to ws-item-count
        move item-code to ws-it-item-code(ws-item-count)
        move item-on-hand to ws-it-on-hand(ws-item-count)
        move 0 to ws-it-open-demand(ws-item-count)
        move "N" to ws-it-ledger-seen-flag(ws-item-count)
        move 0 to ws-it-ledger-on-hand(ws-item-count)
        move 0 to ws-it-ledger-breaks(ws-item-count)
        move "N" to ws-it-warehouse-seen-flag(ws-item-count)
        move 0 to ws-it-warehouse(ws-item-count)
    end-if.

accumulate-open-demand.
    open input recon-order-line
    if ws-line-file-status not = "00"
        display "inventory-recon: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    else
        move "N" to ws-eof-flag
        perform until ws-eof
            read recon-order-line next record
                at end move "Y" to ws-eof-flag
                not at end
                    perform add-line-demand
            end-read
            if not ws-eof and ws-line-file-status not = "00"
                display "inventory-recon: line read failed, status "
                    ws-line-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
        end-perform
        close recon-order-line
    end-if.

add-line-demand.
    *> only an OPN line holds stock off on-hand: a BKO line holds none,
    *> and a shipped one has left the warehouse.
    if ordl-status-open
        add 1 to ws-count-open-lines
        search all ws-item-entry
            at end
                add 1 to ws-count-unknown
                display "inventory-recon: order " ordl-order-no
                    " line " ordl-line-no " names item "
                    ordl-item-code " not on ITEMMAST -- not counted"
            when ws-it-item-code(ws-it-ix) = ordl-item-code
                add ordl-quantity to ws-it-open-demand(ws-it-ix)
        end-search
    end-if.

replay-stock-ledger.
    *> no ledger yet is normal on the first night after it came in:
    *> every item simply has no ledger figure to compare.
    open input recon-ledger-file
    if ws-ledger-file-status = "35"
        display "inventory-recon: no ITEMLEDG file -- ledger not"
            " compared"
    else
        if ws-ledger-file-status not = "00"
            display "inventory-recon: unable to open ITEMLEDG, status "
                ws-ledger-file-status
            move "Y" to ws-abort-flag
        else
            move "N" to ws-eof-flag
            perform until ws-eof
                read recon-ledger-file
                    at end move "Y" to ws-eof-flag
                    not at end
                        add 1 to ws-count-ledger
                        perform apply-ledger-record
                end-read
                if not ws-eof and ws-ledger-file-status not = "00"
                    display "inventory-recon: ledger read failed, "
                        "status " ws-ledger-file-status
                    move "Y" to ws-eof-flag
                    move "Y" to ws-abort-flag
                end-if
            end-perform
            close recon-ledger-file
        end-if
    end-if.

apply-ledger-record.
    search all ws-item-entry
        at end
            add 1 to ws-count-unknown
            display "inventory-recon: ledger record for item "
                ilg-item-code " not on ITEMMAST -- not counted"
        when ws-it-item-code(ws-it-ix) = ilg-item-code
            if ws-it-ledger-seen(ws-it-ix)
                compute ws-chain-check = ws-it-ledger-on-hand(ws-it-ix)
                    + ilg-quantity
                if ws-chain-check not = ilg-on-hand-after
                    add 1 to ws-it-ledger-breaks(ws-it-ix)
                    display "inventory-recon: item " ilg-item-code
                        " ledger break at " ilg-timestamp " "
                        ilg-reason-code " -- expected on-hand "
                        ws-chain-check " found " ilg-on-hand-after
                end-if
            end-if
            move "Y" to ws-it-ledger-seen-flag(ws-it-ix)
            move ilg-on-hand-after to ws-it-ledger-on-hand(ws-it-ix)
    end-search.

open-recon-file.
    open output recon-output-file
    if ws-recon-file-status not = "00"
        display "inventory-recon: unable to open "
            ws-recon-file-name ", status " ws-recon-file-status
        move "Y" to ws-abort-flag
    end-if.

match-warehouse-extract.
    open input warehouse-extract-file
    if ws-extract-file-status not = "00"
        display "inventory-recon: no ITEMWHS extract (status "
            ws-extract-file-status ") -- warehouse not compared"
    else
        move "Y" to ws-extract-present-flag
        move "N" to ws-eof-flag
        perform until ws-eof
            read warehouse-extract-file
                at end move "Y" to ws-eof-flag
                not at end
                    add 1 to ws-count-extract
                    perform apply-extract-record
            end-read
            if not ws-eof and ws-extract-file-status not = "00"
                display "inventory-recon: extract read failed, status "
                    ws-extract-file-status
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
        end-perform
        close warehouse-extract-file
    end-if.

apply-extract-record.
    *> the same edits itemmast-load applies: a line it would reject
    *> changes nothing, so it is not compared either.
    if whs-item-code = spaces or whs-on-hand not numeric or
            whs-reorder-point not numeric
        add 1 to ws-count-rejected
        display "inventory-recon: extract line rejected: "
            warehouse-extract-record(1:24)
    else
        search all ws-item-entry
            at end
                perform write-new-item-record
            when ws-it-item-code(ws-it-ix) = whs-item-code
                move "Y" to ws-it-warehouse-seen-flag(ws-it-ix)
                move whs-on-hand-num to ws-it-warehouse(ws-it-ix)
        end-search
    end-if.

write-new-item-record.
    *> itemmast-load will add it with the whole warehouse figure --
    *> nothing can be promised against an item not yet on file.
    add 1 to ws-count-new-item
    display whs-item-code " NEW-ITEM  warehouse " whs-on-hand-num
        " -- not on ITEMMAST"
    move spaces to recon-record
    move whs-item-code to irc-item-code
    move 0 to irc-on-hand
    move 0 to irc-ledger-on-hand
    move 0 to irc-ledger-breaks
    move 0 to irc-open-demand
    move whs-on-hand-num to irc-warehouse
    move whs-on-hand-num to irc-load-on-hand
    move whs-on-hand-num to irc-load-change
    move "NEW-ITEM" to irc-exception
    perform write-recon-record.

reconcile-one-item.
    move spaces to recon-record
    move ws-it-item-code(ws-it-ix) to irc-item-code
    move ws-it-on-hand(ws-it-ix) to irc-on-hand
    move ws-it-ledger-on-hand(ws-it-ix) to irc-ledger-on-hand
    move ws-it-ledger-breaks(ws-it-ix) to irc-ledger-breaks
    move ws-it-open-demand(ws-it-ix) to irc-open-demand
    move ws-it-warehouse(ws-it-ix) to irc-warehouse
    *> what itemmast-load would set: the warehouse less what is
    *> promised, floored at zero; an item missing from the extract is
    *> left alone by the load.
    move ws-it-on-hand(ws-it-ix) to ws-load-on-hand
    if ws-it-warehouse-seen(ws-it-ix)
        if ws-it-warehouse(ws-it-ix) < ws-it-open-demand(ws-it-ix)
            move 0 to ws-load-on-hand
        else
            compute ws-load-on-hand = ws-it-warehouse(ws-it-ix)
                - ws-it-open-demand(ws-it-ix)
        end-if
    end-if
    compute ws-load-change = ws-load-on-hand - ws-it-on-hand(ws-it-ix)
    move ws-load-on-hand to irc-load-on-hand
    move ws-load-change to irc-load-change
    if ws-load-change not = 0
        add 1 to ws-count-changing
    end-if
    *> the most pressing exception names the line.
    evaluate true
        when ws-it-ledger-seen(ws-it-ix) and
                (ws-it-ledger-on-hand(ws-it-ix) not =
                    ws-it-on-hand(ws-it-ix)
                or ws-it-ledger-breaks(ws-it-ix) > 0)
            move "LEDGER" to irc-exception
            add 1 to ws-count-ledger-exceptions
        when ws-it-warehouse-seen(ws-it-ix) and
                ws-it-warehouse(ws-it-ix) < ws-it-open-demand(ws-it-ix)
            move "OVERSOLD" to irc-exception
            add 1 to ws-count-oversold
        when ws-extract-present and not ws-it-warehouse-seen(ws-it-ix)
            move "NOT-IN-WH" to irc-exception
            add 1 to ws-count-not-in-wh
        when other
            move spaces to irc-exception
    end-evaluate
    if irc-exception not = spaces
        move ws-load-change to ws-load-change-display
        display irc-item-code " " irc-exception " on-hand "
            irc-on-hand " ledger " irc-ledger-on-hand " breaks "
            irc-ledger-breaks " open " irc-open-demand " whs "
            irc-warehouse " load " ws-load-change-display
    end-if
    perform write-recon-record.

write-recon-record.
    write recon-record
    if ws-recon-file-status not = "00"
        display "inventory-recon: recon write failed, status "
            ws-recon-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

display-summary.
    display "===== inventory-recon summary ====="
    display "items on ITEMMAST       : " ws-count-items
    display "open order lines        : " ws-count-open-lines
    display "ledger records read     : " ws-count-ledger
    display "extract lines read      : " ws-count-extract
    display "extract lines rejected  : " ws-count-rejected
    display "unknown-item records    : " ws-count-unknown
    display "ledger disagreements    : " ws-count-ledger-exceptions
    display "items oversold          : " ws-count-oversold
    display "items not in extract    : " ws-count-not-in-wh
    display "new items in extract    : " ws-count-new-item
    display "items the load changes  : " ws-count-changing
    if ws-abort-run
        display "inventory-recon: run aborted -- figures are"
            " incomplete, rerun is safe"
    else
        display "recon file              : " ws-recon-file-name
    end-if.
