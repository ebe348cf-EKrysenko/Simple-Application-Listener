identification division.
program-id. backorder-alloc.
*> nightly backorder allocation, run after itemmast-load has brought in
*> the warehouse's new stock: walks the BACKORD queue the ORD handler
*> fills with order lines taken short of stock -- item by item, oldest
*> line first within each item -- and fills every backordered line the
*> item's on-hand now covers. a filled line takes its quantity off
*> ITEMMAST exactly as an ORD with stock would have and moves from BKO
*> to OPN on ORDLINE; the order's ORDMAST header is then re-stated from
*> its lines (see ORDLSUM), so the order itself goes OPN -- and
*> tonight's pick-extract sends it to the warehouse -- once its last
*> short line is filled. each fill leaves an ALC lifecycle event on
*> ORDHIST (with the line number) plus an ALC notification on ORDEVENT
*> so the java side hears of it: APPLIED when the order is now live,
*> BACKORDERED while other lines still wait -- and an ALC record on
*> the ITEMLEDG stock ledger for the units the fill took. a line
*> whose quantity the item cannot cover holds the item's queue: the
*> younger lines behind it wait too, so a large old order is never
*> starved by a stream of small new ones. queue entries that no
*> longer match their line (cancelled, or re-pointed to another item
*> by order-correct) are dropped or re-filed as they are met. a rerun
*> is harmless -- filled lines have already left the queue.
*> NOTE: run only with the listener quiesced (listenctl-set DRAIN=Y,
*> or the jvm down) -- the stock and order rewrites would otherwise
*> race the live handlers' own.
environment division.
configuration section.
input-output section.
file-control.
    select backorder-file assign to "BACKORD"
        organization is indexed
        access mode is dynamic
        record key is bkor-key
        file status is ws-backorder-file-status.
    select alloc-order-master assign to "ORDMAST"
        organization is indexed
        access mode is random
        record key is ordm-order-no
        file status is ws-order-file-status.
    *> dynamic: a fill walks the order's lines to re-state the header.
    select alloc-order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    select alloc-item-master assign to "ITEMMAST"
        organization is indexed
        access mode is random
        record key is item-code
        file status is ws-item-file-status.
    select alloc-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
    select alloc-event-file assign to "ORDEVENT"
        organization is line sequential
        file status is ws-event-file-status.
    select alloc-ledger-file assign to "ITEMLEDG"
        organization is line sequential
        file status is ws-ledger-file-status.
data division.
file section.
fd backorder-file.
    copy BKORREC.
fd alloc-order-master.
    copy ORDMREC.
fd alloc-order-line.
    copy ORDLREC.
fd alloc-item-master.
    copy ITEMREC.
fd alloc-history-file.
    copy OHISTREC.
fd alloc-event-file.
    copy EVNTREC.
fd alloc-ledger-file.
    copy ILEDREC.
working-storage section.
01 ws-backorder-file-status pic xx.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-item-file-status pic xx.
01 ws-history-file-status pic xx.
01 ws-event-file-status pic xx.
01 ws-ledger-file-status pic xx.
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
*> the entry just read, kept so the browse can be re-positioned past
*> it after the queue has been changed underneath the read.
01 ws-current-key pic x(39).
*> the item whose oldest waiting line could not be filled: every
*> later entry for the same item waits its turn behind it.
01 ws-held-item-code pic x(8) value spaces.
01 ws-hist-before-status pic x(3).
01 ws-hist-before-quantity pic 9(5).
01 ws-hist-line-no pic 9(3).
01 ws-line-scan-eof-flag pic x.
    88 ws-line-scan-eof value "Y".
*> header roll-up work fields for the ORDLSUM paragraphs.
01 ws-line-total pic 9(6).
01 ws-live-line-count pic 9(3).
01 ws-first-live-item pic x(8).
01 ws-line-backordered-flag pic x.
    88 ws-some-line-backordered value "Y".
01 ws-count-read pic 9(9) value 0.
01 ws-count-filled pic 9(9) value 0.
01 ws-count-units pic 9(9) value 0.
01 ws-count-waiting pic 9(9) value 0.
01 ws-count-dropped pic 9(9) value 0.
01 ws-count-refiled pic 9(9) value 0.
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
procedure division.
main-line section.
    perform build-timestamp
    perform open-all-files
    if not ws-abort-run
        perform until ws-eof
            perform read-next-backorder
            if not ws-eof
                add 1 to ws-count-read
                perform allocate-one-backorder
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
    open i-o backorder-file
    if ws-backorder-file-status not = "00"
        *> no queue at all just means nothing has ever been
        *> backordered -- a clean, empty run.
        display "backorder-alloc: no BACKORD queue present, status "
            ws-backorder-file-status
        move "Y" to ws-eof-flag
    end-if
    open i-o alloc-order-master
    if ws-order-file-status not = "00"
        display "backorder-alloc: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    open i-o alloc-order-line
    if ws-line-file-status not = "00"
        display "backorder-alloc: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    end-if
    open i-o alloc-item-master
    if ws-item-file-status not = "00"
        display "backorder-alloc: unable to open ITEMMAST, status "
            ws-item-file-status
        move "Y" to ws-abort-flag
    end-if
    open extend alloc-history-file
    if ws-history-file-status not = "00"
        open output alloc-history-file
    end-if
    if ws-history-file-status not = "00"
        display "backorder-alloc: unable to open ORDHIST, status "
            ws-history-file-status
        move "Y" to ws-abort-flag
    end-if
    open extend alloc-ledger-file
    if ws-ledger-file-status not = "00"
        open output alloc-ledger-file
    end-if
    if ws-ledger-file-status not = "00"
        display "backorder-alloc: unable to open ITEMLEDG, status "
            ws-ledger-file-status
        move "Y" to ws-abort-flag
    end-if.

read-next-backorder.
    read backorder-file next record
        at end move "Y" to ws-eof-flag
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so
    *> without this check the loop would spin forever (the same
    *> guard every other read loop in the suite carries).
    if not ws-eof and ws-backorder-file-status not = "00"
        display "backorder-alloc: read failed, status "
            ws-backorder-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if
    if not ws-eof
        move bkor-key to ws-current-key
    end-if.

allocate-one-backorder.
    move bkor-order-no to ordm-order-no
    read alloc-order-master
        invalid key
            *> the order is gone (archived, or never landed): nothing
            *> is waiting any more.
            display "backorder-alloc: order " bkor-order-no
                " not on ORDMAST -- queue entry dropped"
            perform drop-stale-entry
        not invalid key
            perform allocate-order-line
    end-read
    if ws-order-file-status not = "00" and
            ws-order-file-status not = "23"
        display "backorder-alloc: order master i-o failed, status "
            ws-order-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

allocate-order-line.
    move bkor-order-no to ordl-order-no
    move bkor-line-no to ordl-line-no
    read alloc-order-line
        invalid key
            display "backorder-alloc: order " bkor-order-no " line "
                bkor-line-no " not on ORDLINE -- queue entry dropped"
            perform drop-stale-entry
        not invalid key
            evaluate true
                when not ordl-status-backordered
                    *> cancelled, or filled some other way since it
                    *> was queued.
                    perform drop-stale-entry
                when ordl-item-code not = bkor-item-code
                    *> re-pointed to another item by a hand
                    *> correction: move it to that item's queue,
                    *> keeping its place in time.
                    perform refile-backorder-entry
                when bkor-item-code = ws-held-item-code
                    add 1 to ws-count-waiting
                when other
                    perform fill-if-stock-covers
            end-evaluate
    end-read
    perform check-line-file-status.

fill-if-stock-covers.
    move ordl-item-code to item-code
    read alloc-item-master
        invalid key
            display "backorder-alloc: item " ordl-item-code
                " not on ITEMMAST -- order " ordl-order-no " line "
                ordl-line-no " waits"
            move ordl-item-code to ws-held-item-code
            add 1 to ws-count-waiting
        not invalid key
            if item-on-hand < ordl-quantity
                move ordl-item-code to ws-held-item-code
                add 1 to ws-count-waiting
            else
                perform fill-backorder
            end-if
    end-read
    if ws-item-file-status not = "00" and
            ws-item-file-status not = "23"
        display "backorder-alloc: item master i-o failed, status "
            ws-item-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

fill-backorder.
    *> stock first, then the line, then the header: a failure part way
    *> leaves the units taken and the line still queued, which the
    *> next run reports rather than filling twice.
    subtract ordl-quantity from item-on-hand
    if item-on-hand <= item-reorder-point
        display "backorder-alloc: item " item-code
            " at/below reorder point, on-hand " item-on-hand
    end-if
    rewrite item-master-record
    if ws-item-file-status = "00"
        perform append-ledger-record
        set ordl-status-open to true
        move ws-timestamp-display to ordl-activity-timestamp
        rewrite order-line-record
        if ws-line-file-status = "00"
            add 1 to ws-count-filled
            add ordl-quantity to ws-count-units
            move ordl-line-no to ws-hist-line-no
            move ordm-status to ws-hist-before-status
            move ordm-quantity to ws-hist-before-quantity
            perform derive-order-header
            move ws-timestamp-display to ordm-activity-timestamp
            rewrite order-master-record
            if ws-order-file-status = "00"
                perform append-history-record
                perform append-order-event
            else
                display "backorder-alloc: order rewrite failed, "
                    "status " ws-order-file-status " -- order "
                    ordm-order-no " line " ws-hist-line-no
                    " is OPN, header not re-stated"
                move "Y" to ws-eof-flag
                move "Y" to ws-abort-flag
            end-if
            *> the line is live whatever became of the header rewrite,
            *> so it leaves the queue either way.
            perform remove-backorder-entry
        end-if
        perform check-line-file-status
    end-if.

drop-stale-entry.
    perform remove-backorder-entry
    add 1 to ws-count-dropped.

remove-backorder-entry.
    delete backorder-file record
        invalid key
            continue
    end-delete
    perform reposition-after-change.

refile-backorder-entry.
    delete backorder-file record
        invalid key
            continue
    end-delete
    move ordl-item-code to bkor-item-code
    write backorder-record
        invalid key
            continue
    end-write
    if ws-backorder-file-status = "00"
        add 1 to ws-count-refiled
    end-if
    perform reposition-after-change.

reposition-after-change.
    *> a delete or write moves the browse underneath us; pick up again
    *> just past the entry that was being worked on. a re-filed entry
    *> that sorts later is simply met again under its new item.
    move ws-current-key to bkor-key
    start backorder-file key is > bkor-key
        invalid key
            move "Y" to ws-eof-flag
    end-start
    if not ws-eof and ws-backorder-file-status not = "00"
        display "backorder-alloc: reposition failed, status "
            ws-backorder-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

append-ledger-record.
    *> the units the fill took, on the same stock ledger the live
    *> handlers write.
    move spaces to item-ledger-record
    move item-code to ilg-item-code
    compute ilg-quantity = 0 - ordl-quantity
    set ilg-reason-allocate to true
    move ordl-order-no to ilg-order-no
    move zeroes to ilg-audit-seq-no
    move item-on-hand to ilg-on-hand-after
    move ws-timestamp-display to ilg-timestamp
    write item-ledger-record
    *> a missing movement would show as a false break in the ledger
    *> chain inventory-recon checks: stop here, the fill in hand is
    *> still finished.
    if ws-ledger-file-status not = "00"
        display "backorder-alloc: ledger write failed, status "
            ws-ledger-file-status " -- item " item-code " order "
            ordl-order-no " has no ALC movement on ITEMLEDG"
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

append-history-record.
    move spaces to order-history-record
    move ordm-order-no to ohist-order-no
    move "ALC" to ohist-event-type
    move ws-hist-before-status to ohist-before-status
    move ordm-status to ohist-after-status
    move ws-hist-before-quantity to ohist-before-quantity
    move ordm-quantity to ohist-after-quantity
    move ws-hist-line-no to ohist-line-no
    move ordm-returned-quantity to ohist-returned-quantity
    move order-master-record to ohist-order-image
    move ws-timestamp-display to ohist-timestamp
    *> no driving message, so the audit sequence is zero (the same
    *> convention order-correct uses for its hand changes).
    move zeroes to ohist-audit-seq-no
    write order-history-record
    *> without the ALC event a forward recovery would roll the order
    *> back to what it was before the fill: stop here.
    if ws-history-file-status not = "00"
        display "backorder-alloc: history write failed, status "
            ws-history-file-status " -- order " ordm-order-no
            " has no ALC event on ORDHIST"
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

append-order-event.
    *> open/close around each append for the same reason sub-cob does:
    *> the java side truncates ORDEVENT after each poll.
    open extend alloc-event-file
    if ws-event-file-status not = "00"
        open output alloc-event-file
    end-if
    if ws-event-file-status not = "00"
        display "backorder-alloc: unable to open ORDEVENT, status "
            ws-event-file-status
    else
        move spaces to order-event-record
        move ordm-order-no to evnt-order-no
        move "ALC" to evnt-event-code
        *> the order only goes live with its last short line.
        if ordm-status-open
            move "APPLIED" to evnt-result
        else
            move "BACKORDERED" to evnt-result
        end-if
        move ws-timestamp-display to evnt-timestamp
        move zeroes to evnt-audit-seq-no
        write order-event-record
        if ws-event-file-status not = "00"
            display "backorder-alloc: event write failed, status "
                ws-event-file-status
        end-if
        close alloc-event-file
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
    start alloc-order-line key is >= ordl-key
        invalid key
            move "Y" to ws-line-scan-eof-flag
    end-start
    perform check-line-file-status.

read-next-order-line.
    read alloc-order-line next record
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
    *> "10" ends a walk of an order's lines and "23" is a line gone
    *> from under its queue entry; anything else stops the run.
    if ws-line-file-status not = "00" and
            ws-line-file-status not = "10" and
            ws-line-file-status not = "23"
        display "backorder-alloc: order line i-o failed, status "
            ws-line-file-status
        move "Y" to ws-line-scan-eof-flag
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

close-all-files.
    close backorder-file
    close alloc-order-master
    close alloc-order-line
    close alloc-item-master
    close alloc-history-file
    close alloc-ledger-file.

build-timestamp.
    move function current-date to ws-current-date-time
    string
        ws-current-date-time(1:4) "-" ws-current-date-time(5:2) "-"
        ws-current-date-time(7:2) " " ws-current-date-time(9:2) ":"
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string.

display-summary.
    display "===== backorder-alloc summary ====="
    display "queue entries read      : " ws-count-read
    display "backorder lines filled  : " ws-count-filled
    display "units allocated         : " ws-count-units
    display "still waiting on stock  : " ws-count-waiting
    display "stale entries dropped   : " ws-count-dropped
    display "entries re-filed        : " ws-count-refiled
    if ws-abort-run
        display "backorder-alloc: run aborted -- rerun is safe,"
            " filled lines have left the queue"
    end-if.

copy ORDLSUM.
