*> already on the master is updated in place, a new one is added, and
*> a line that fails the field edits is counted and displayed but
*> never applied, so a bad extract cannot poison the stock checks the
*> ORD handler runs. the warehouse counts what is on its shelves, and
*> that still includes the units promised to OPN order lines that have
*> not shipped -- the ORD handler already took those off item-on-hand.
*> so the load sets item-on-hand to the warehouse figure less the open
*> allocations on ORDLINE, never the raw figure; an item the warehouse
*> holds less of than is promised is floored at zero and displayed as
*> oversold. every change the load makes to an item's on-hand is
*> written to the ITEMLEDG stock ledger as LOD. run inventory-recon
*> against the same extract first to see what the load will change.
*> ITEMMAST is created on first run; reruns of the same extract are
*> harmless (same values rewrite, nothing new on the ledger). NOTE:
*> run only with the listener quiesced (listenctl-set DRAIN=Y) -- a
*> rewrite here would otherwise race the handlers' own stock
*> adjustments.
*> run backorder-alloc after this load, still quiesced, so orders
*> waiting on the new stock are filled before pick-extract runs.
environment division.
configuration section.
input-output section.
        access mode is dynamic
        record key is item-code
        file status is ws-item-file-status.
    select load-order-line assign to "ORDLINE"
        organization is indexed
        access mode is sequential
        record key is ordl-key
        file status is ws-line-file-status.
    select load-ledger-file assign to "ITEMLEDG"
        organization is line sequential
        file status is ws-ledger-file-status.
data division.
file section.
fd warehouse-extract-file.
    05 whs-reorder-point-num redefines whs-reorder-point pic 9(7).
fd item-master.
    copy ITEMREC.
fd load-order-line.
    copy ORDLREC.
fd load-ledger-file.
    copy ILEDREC.
working-storage section.
01 ws-extract-file-status pic xx.
01 ws-item-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-ledger-file-status pic xx.
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
01 ws-count-added pic 9(9) value 0.
01 ws-count-updated pic 9(9) value 0.
01 ws-count-rejected pic 9(9) value 0.
01 ws-count-oversold pic 9(9) value 0.
01 ws-count-ledger pic 9(9) value 0.
*> units promised to OPN order lines, per item, summed off ORDLINE
*> before the load starts; 5000 items is several times the live
*> catalogue, and an overflow stops the run rather than load a figure
*> that ignores some of the promises.
01 ws-alloc-table.
    05 ws-alloc-entry occurs 5000 times.
        10 ws-at-item-code pic x(8).
        10 ws-at-allocated pic 9(9).
01 ws-alloc-count pic 9(4) value 0.
01 ws-alloc-ix pic 9(4).
01 ws-alloc-found-ix pic 9(4).
01 ws-line-eof-flag pic x value "N".
    88 ws-line-eof value "Y".
01 ws-item-allocated pic 9(9).
01 ws-old-on-hand pic 9(7).
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
procedure division.
main-line section.
    perform build-timestamp
    perform open-all-files
    if not ws-abort-run
        perform load-allocations
    end-if
    if not ws-abort-run
        perform until ws-eof
            perform read-next-extract-record
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
        display "itemmast-load: unable to open ITEMMAST, status "
            ws-item-file-status
        move "Y" to ws-abort-flag
    end-if
    open extend load-ledger-file
    if ws-ledger-file-status not = "00"
        open output load-ledger-file
    end-if
    if ws-ledger-file-status not = "00"
        display "itemmast-load: unable to open ITEMLEDG, status "
            ws-ledger-file-status
        move "Y" to ws-abort-flag
    end-if.

load-allocations.
    *> no ORDLINE yet (a brand-new install) means nothing is promised.
    open input load-order-line
    if ws-line-file-status = "35"
        display "itemmast-load: no ORDLINE file -- no open"
            " allocations to net off"
    else
        if ws-line-file-status not = "00"
            display "itemmast-load: unable to open ORDLINE, status "
                ws-line-file-status
            move "Y" to ws-abort-flag
        else
            perform until ws-line-eof
                read load-order-line next record
                    at end move "Y" to ws-line-eof-flag
                    not at end
                        if ordl-status-open
                            perform add-line-allocation
                        end-if
                end-read
                *> a hard read error runs neither at-end nor
                *> not-at-end, so without this check the loop would
                *> spin forever (the same guard every other read loop
                *> in the suite carries).
                if not ws-line-eof and ws-line-file-status not = "00"
                    display "itemmast-load: line read failed, status "
                        ws-line-file-status
                    move "Y" to ws-line-eof-flag
                    move "Y" to ws-abort-flag
                end-if
            end-perform
            close load-order-line
        end-if
    end-if.

add-line-allocation.
    move ordl-item-code to item-code
    perform find-allocation-entry
    if ws-alloc-found-ix = 0
        if ws-alloc-count >= 5000
            display "itemmast-load: allocation table full --"
                " raise the table size; nothing loaded"
            move "Y" to ws-line-eof-flag
            move "Y" to ws-abort-flag
        else
            add 1 to ws-alloc-count
            move ws-alloc-count to ws-alloc-found-ix
            move ordl-item-code to ws-at-item-code(ws-alloc-found-ix)
            move 0 to ws-at-allocated(ws-alloc-found-ix)
        end-if
    end-if
    if ws-alloc-found-ix > 0
        add ordl-quantity to ws-at-allocated(ws-alloc-found-ix)
    end-if.

find-allocation-entry.
    *> serial lookup of item-code, the same shape as billing-summary's
    *> customer table.
    move 0 to ws-alloc-found-ix
    perform varying ws-alloc-ix from 1 by 1
            until ws-alloc-ix > ws-alloc-count
            or ws-alloc-found-ix > 0
        if ws-at-item-code(ws-alloc-ix) = item-code
            move ws-alloc-ix to ws-alloc-found-ix
        end-if
    end-perform.

read-next-extract-record.
    read warehouse-extract-file
        at end move "Y" to ws-eof-flag
        perform lookup-existing-item
        if not ws-abort-run
            move whs-item-code to item-code
            perform set-available-on-hand
            move whs-reorder-point-num to item-reorder-point
            if ws-record-exists
                perform rewrite-item-record
            else
                perform write-item-record
            end-if
            if not ws-abort-run
                perform write-ledger-record
            end-if
        end-if
    end-if.

    display "itemmast-load: extract line rejected: "
        warehouse-extract-record(1:24).

set-available-on-hand.
    *> what the warehouse holds less what is already promised.
    perform find-allocation-entry
    if ws-alloc-found-ix = 0
        move 0 to ws-item-allocated
    else
        move ws-at-allocated(ws-alloc-found-ix) to ws-item-allocated
    end-if
    if whs-on-hand-num < ws-item-allocated
        add 1 to ws-count-oversold
        display "itemmast-load: item " whs-item-code " oversold --"
            " warehouse " whs-on-hand-num " open allocations "
            ws-item-allocated ", on-hand set to zero"
        move 0 to item-on-hand
    else
        compute item-on-hand = whs-on-hand-num - ws-item-allocated
    end-if.

write-ledger-record.
    *> a LOD record for whatever the load changed; no order and no
    *> driving message.
    if item-on-hand not = ws-old-on-hand
        move spaces to item-ledger-record
        move item-code to ilg-item-code
        compute ilg-quantity = item-on-hand - ws-old-on-hand
        set ilg-reason-load to true
        move spaces to ilg-order-no
        move zeroes to ilg-audit-seq-no
        move item-on-hand to ilg-on-hand-after
        move ws-timestamp-display to ilg-timestamp
        write item-ledger-record
        if ws-ledger-file-status = "00"
            add 1 to ws-count-ledger
        else
            display "itemmast-load: ledger write failed, status "
                ws-ledger-file-status
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-if.

lookup-existing-item.
    move "N" to ws-record-exists-flag
    move 0 to ws-old-on-hand
    move whs-item-code to item-code
    read item-master
        invalid key
            continue
        not invalid key
            move "Y" to ws-record-exists-flag
            move item-on-hand to ws-old-on-hand
    end-read
    if ws-item-file-status not = "00" and
            ws-item-file-status not = "23"

close-all-files.
    close warehouse-extract-file
    close item-master
    close load-ledger-file.

build-timestamp.
    move function current-date to ws-current-date-time
    string
        ws-current-date-time(1:4) "-" ws-current-date-time(5:2) "-"
        ws-current-date-time(7:2) " " ws-current-date-time(9:2) ":"
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string.

display-summary.
    display "===== itemmast-load summary ====="
    display "items added             : " ws-count-added
    display "items updated           : " ws-count-updated
    display "lines rejected          : " ws-count-rejected
    display "items oversold          : " ws-count-oversold
    display "ledger records written  : " ws-count-ledger
    if ws-abort-run
        display "itemmast-load: run aborted -- rerun after fixing"
            " the fault; reapplying the extract is safe"
