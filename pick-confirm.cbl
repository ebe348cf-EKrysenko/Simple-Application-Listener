identification division.
program-id. pick-confirm.
*> nightly warehouse pick confirmation, the return leg of pick-extract:
*> reads the warehouse's dated PICKCONF.yyyymmdd (one record per order
*> picked -- order number, quantity picked, ship reference, short-pick
*> reason) and closes the loop on the orders sent out on PICKFILE.
*>   the quantity picked is checked against what went out on the
*>   pick files -- the order's open lines flagged sent -- not the
*>   order's quantity: a line added after the order went out is sent
*>   on its own, later;
*>   a full pick (quantity picked = the quantity sent, no short
*>   reason) ships the order exactly as an SHP message would: header
*>   and every open line to SHP, ship reference and ship date stamped,
*>   an SHP lifecycle event on ORDHIST and an SHP notification on
*>   ORDEVENT so the java side hears of it;
*>   a full pick of an order with a line not yet sent is held
*>   (PART-SENT) -- the order ships complete, so it cannot go until
*>   that line has been picked too -- and nothing is re-sent;
*>   a short pick is reported and the order and its open lines are
*>   un-flagged, with an SHT event on ORDHIST, so tomorrow's
*>   pick-extract sends the whole order out again;
*>   a confirmation for an order that is not on file, not open, or
*>   picked over its quantity is reported and left for customer
*>   service; one already shipped (an SHP beat it in, or this is a
*>   rerun) is counted and passed over.
*> then every order still sent-but-unconfirmed longer than
*> LISTENER_CONFIRM_WAIT_DAYS (default 3) since pick-extract stamped
*> it is listed. everything reported goes to PCNFEXCP.yyyymmdd as
*> well as the display. the confirmation date defaults to today and
*> can be overridden with LISTENER_CONFIRM_DATE (format YYYY-MM-DD);
*> no confirmation file for the date just means nothing came back.
*> NOTE: run only with the listener quiesced (listenctl-set DRAIN=Y,
*> or the jvm down) -- the order rewrites would otherwise race the
*> live handlers' own rewrites of the same records.
environment division.
configuration section.
input-output section.
file-control.
    select confirm-order-master assign to "ORDMAST"
        organization is indexed
        access mode is dynamic
        record key is ordm-order-no
        file status is ws-order-file-status.
    select confirm-order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    select confirm-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
    select confirm-event-file assign to "ORDEVENT"
        organization is line sequential
        file status is ws-event-file-status.
    *> ASSIGN USING: both dated names are built at run time, the same
    *> shape as pick-extract's PICKFILE.yyyymmdd.
    select warehouse-confirm-file assign using ws-confirm-file-name
        organization is line sequential
        file status is ws-confirm-file-status.
    select confirm-exception-file assign using ws-exception-file-name
        organization is line sequential
        file status is ws-exception-file-status.
data division.
file section.
fd confirm-order-master.
    copy ORDMREC.
fd confirm-order-line.
    copy ORDLREC.
fd confirm-history-file.
    copy OHISTREC.
fd confirm-event-file.
    copy EVNTREC.
fd warehouse-confirm-file.
*> fixed positions agreed with the warehouse system -- do not reorder.
*> the short-pick reason is blank on a full pick.
01 confirm-record.
    05 pcf-order-no pic x(9).
    05 filler pic x.
    05 pcf-quantity-picked pic x(5).
    05 pcf-quantity-picked-num redefines pcf-quantity-picked
        pic 9(5).
    05 filler pic x.
    05 pcf-ship-ref pic x(10).
    05 filler pic x.
    05 pcf-short-reason pic x(4).
fd confirm-exception-file.
01 confirm-exception-record.
    05 pcx-order-no pic x(9).
    05 filler pic x.
    05 pcx-exception pic x(12).
    05 filler pic x.
    05 pcx-customer-id pic x(8).
    05 filler pic x.
    05 pcx-status pic x(3).
    05 filler pic x.
    05 pcx-quantity-ordered pic 9(5).
    05 filler pic x.
    05 pcx-quantity-picked pic 9(5).
    05 filler pic x.
    05 pcx-ship-ref pic x(10).
    05 filler pic x.
    05 pcx-short-reason pic x(4).
    05 filler pic x.
    05 pcx-activity-timestamp pic x(19).
    05 filler pic x.
    05 pcx-age-days pic 9(5).
working-storage section.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-history-file-status pic xx.
01 ws-event-file-status pic xx.
01 ws-confirm-file-status pic xx.
01 ws-exception-file-status pic xx.
01 ws-confirm-file-name pic x(17).
01 ws-exception-file-name pic x(17).
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-confirm-present-flag pic x value "N".
    88 ws-confirm-present value "Y".
01 ws-line-scan-eof-flag pic x.
    88 ws-line-scan-eof value "Y".
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
01 ws-today-yyyymmdd pic 9(8).
01 ws-today-day-no pic 9(9).
01 ws-confirm-date-env pic x(10).
01 ws-confirm-yyyymmdd pic x(8).
*> how long a sent order may wait on its confirmation, in whole days;
*> the override is plain digits ("5"), edited only ahead of the
*> space padding.
01 ws-wait-days-env pic x(3).
01 ws-env-digit-count pic 9(1).
01 ws-wait-days pic 9(3) value 3.
01 ws-age-yyyymmdd-x pic x(8).
01 ws-age-yyyymmdd redefines ws-age-yyyymmdd-x pic 9(8).
01 ws-age-days pic 9(5).
01 ws-exception-type pic x(12).
01 ws-hist-before-status pic x(3).
01 ws-hist-before-quantity pic 9(5).
01 ws-hist-event-type pic x(3).
*> what went out on the pick files: the open lines flagged sent, and
*> how many open lines have not gone yet.
01 ws-sent-quantity pic 9(6).
01 ws-unsent-line-count pic 9(3).
01 ws-count-read pic 9(9) value 0.
01 ws-count-shipped pic 9(9) value 0.
01 ws-count-lines-shipped pic 9(9) value 0.
01 ws-count-short pic 9(9) value 0.
01 ws-count-part-sent pic 9(9) value 0.
01 ws-count-already-shipped pic 9(9) value 0.
01 ws-count-refused pic 9(9) value 0.
01 ws-count-bad-records pic 9(9) value 0.
01 ws-count-unconfirmed pic 9(9) value 0.
procedure division.
main-line section.
    perform compute-run-settings
    perform open-all-files
    if not ws-abort-run
        if ws-confirm-present
            perform until ws-eof
                perform read-next-confirm-record
                if not ws-eof
                    add 1 to ws-count-read
                    perform confirm-one-order
                end-if
            end-perform
        end-if
        if not ws-abort-run
            perform list-unconfirmed-orders
        end-if
        perform close-all-files
    end-if
    perform display-summary
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

compute-run-settings.
    move function current-date to ws-current-date-time
    move ws-current-date-time(1:8) to ws-today-yyyymmdd
    compute ws-today-day-no =
        function integer-of-date(ws-today-yyyymmdd)
    string
        ws-current-date-time(1:4) "-" ws-current-date-time(5:2) "-"
        ws-current-date-time(7:2) " " ws-current-date-time(9:2) ":"
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string
    move spaces to ws-confirm-date-env
    accept ws-confirm-date-env from environment "LISTENER_CONFIRM_DATE"
    if ws-confirm-date-env(5:1) = "-" and ws-confirm-date-env(8:1) = "-"
        string ws-confirm-date-env(1:4) ws-confirm-date-env(6:2)
            ws-confirm-date-env(9:2) delimited by size
            into ws-confirm-yyyymmdd
        end-string
    else
        move ws-current-date-time(1:8) to ws-confirm-yyyymmdd
    end-if
    string "PICKCONF." ws-confirm-yyyymmdd
        into ws-confirm-file-name
    end-string
    string "PCNFEXCP." ws-current-date-time(1:8)
        into ws-exception-file-name
    end-string
    move spaces to ws-wait-days-env
    accept ws-wait-days-env
        from environment "LISTENER_CONFIRM_WAIT_DAYS"
    move 0 to ws-env-digit-count
    inspect ws-wait-days-env tallying ws-env-digit-count
        for characters before initial space
    if ws-env-digit-count > 0 and
            ws-wait-days-env(1:ws-env-digit-count) is numeric
        compute ws-wait-days =
            function numval(ws-wait-days-env(1:ws-env-digit-count))
    end-if.

open-all-files.
    open input warehouse-confirm-file
    evaluate ws-confirm-file-status
        when "00"
            move "Y" to ws-confirm-present-flag
        when "35"
            *> nothing came back for the date: no confirmations to
            *> apply, but the unconfirmed listing still runs.
            display "pick-confirm: no " ws-confirm-file-name
                " present -- no confirmations applied"
        when other
            display "pick-confirm: unable to open "
                ws-confirm-file-name ", status "
                ws-confirm-file-status
            move "Y" to ws-abort-flag
    end-evaluate
    open i-o confirm-order-master
    if ws-order-file-status not = "00"
        display "pick-confirm: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    open i-o confirm-order-line
    if ws-line-file-status not = "00"
        display "pick-confirm: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    end-if
    open extend confirm-history-file
    if ws-history-file-status not = "00"
        open output confirm-history-file
    end-if
    if ws-history-file-status not = "00"
        display "pick-confirm: unable to open ORDHIST, status "
            ws-history-file-status
        move "Y" to ws-abort-flag
    end-if
    *> extend, not output: a rerun adds to the night's exceptions
    *> rather than destroying what was already reported.
    open extend confirm-exception-file
    if ws-exception-file-status not = "00"
        open output confirm-exception-file
    end-if
    if ws-exception-file-status not = "00"
        display "pick-confirm: unable to open " ws-exception-file-name
            ", status " ws-exception-file-status
        move "Y" to ws-abort-flag
    end-if.

read-next-confirm-record.
    read warehouse-confirm-file
        at end move "Y" to ws-eof-flag
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so
    *> without this check the loop would spin forever (the same
    *> guard every other read loop in the suite carries).
    if not ws-eof and ws-confirm-file-status not = "00"
        display "pick-confirm: read failed, status "
            ws-confirm-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

confirm-one-order.
    if pcf-order-no is not numeric or
            pcf-quantity-picked is not numeric
        add 1 to ws-count-bad-records
        display "pick-confirm: unreadable confirmation record "
            confirm-record
    else
        move pcf-order-no to ordm-order-no
        read confirm-order-master
            invalid key
                move spaces to order-master-record
                move pcf-order-no to ordm-order-no
                move "NOT-ON-FILE" to ws-exception-type
                perform refuse-confirmation
            not invalid key
                perform apply-confirmation
        end-read
        if ws-order-file-status not = "00" and
                ws-order-file-status not = "23"
            display "pick-confirm: order master i-o failed, status "
                ws-order-file-status
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-if.

apply-confirmation.
    move 0 to ws-sent-quantity
    move 0 to ws-unsent-line-count
    if ordm-status-open
        perform tally-sent-lines
    end-if
    if not ws-abort-run
        evaluate true
            when ordm-status-shipped or ordm-status-returned
                add 1 to ws-count-already-shipped
            when not ordm-status-open
                *> cancelled (or backordered again) after it went out:
                *> the goods on the dock must not leave.
                move "NOT-OPEN" to ws-exception-type
                perform refuse-confirmation
            when pcf-short-reason not = spaces or
                    pcf-quantity-picked-num < ws-sent-quantity
                perform handle-short-pick
            when pcf-quantity-picked-num > ws-sent-quantity
                move "OVER-PICKED" to ws-exception-type
                perform refuse-confirmation
            when ws-unsent-line-count > 0
                perform hold-part-sent-order
            when other
                perform ship-confirmed-order
        end-evaluate
    end-if.

tally-sent-lines.
    perform start-order-lines
    perform until ws-line-scan-eof
        perform read-next-order-line
        if not ws-line-scan-eof and ordl-status-open
            if ordl-extracted
                add ordl-quantity to ws-sent-quantity
            else
                add 1 to ws-unsent-line-count
            end-if
        end-if
    end-perform.

hold-part-sent-order.
    *> everything sent was picked, but a line added since has not gone
    *> out yet. the order ships complete, so it waits; the picked lines
    *> stay flagged sent and are not picked again.
    add 1 to ws-count-part-sent
    display "pick-confirm: order " ordm-order-no " PART-SENT, "
        ws-unsent-line-count " line(s) not yet sent -- held"
    move "PART-SENT" to ws-exception-type
    move 0 to ws-age-days
    perform write-exception-record.

refuse-confirmation.
    add 1 to ws-count-refused
    display "pick-confirm: order " pcf-order-no " "
        ws-exception-type " -- confirmation not applied"
    move 0 to ws-age-days
    perform write-exception-record.

ship-confirmed-order.
    *> the SHP handler's logic: header first, then its lines.
    move ordm-status to ws-hist-before-status
    move ordm-quantity to ws-hist-before-quantity
    set ordm-status-shipped to true
    move pcf-ship-ref to ordm-ship-ref
    *> the day the warehouse picked it -- the confirmation file's
    *> date, not the run's -- is what prices the invoice.
    move ws-confirm-yyyymmdd to ordm-ship-date
    move ws-timestamp-display to ordm-activity-timestamp
    rewrite order-master-record
    if ws-order-file-status = "00"
        add 1 to ws-count-shipped
        move "SHP" to ws-hist-event-type
        perform append-history-record
        perform ship-order-lines
        perform append-order-event
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
            if ws-line-file-status = "00"
                add 1 to ws-count-lines-shipped
            end-if
            perform check-line-file-status
        end-if
    end-perform.

handle-short-pick.
    *> report it, then un-flag the order and its open lines so the
    *> whole order goes out on tomorrow's pick file.
    add 1 to ws-count-short
    display "pick-confirm: order " ordm-order-no " short picked, "
        pcf-quantity-picked " of " ws-sent-quantity " reason "
        pcf-short-reason
    move "SHORT-PICK" to ws-exception-type
    move 0 to ws-age-days
    perform write-exception-record
    perform start-order-lines
    perform until ws-line-scan-eof
        perform read-next-order-line
        if not ws-line-scan-eof and ordl-status-open
                and ordl-extracted
            move "N" to ordl-extract-flag
            move ws-timestamp-display to ordl-activity-timestamp
            rewrite order-line-record
            perform check-line-file-status
        end-if
    end-perform
    if not ws-abort-run
        move "N" to ordm-extract-flag
        move ws-timestamp-display to ordm-activity-timestamp
        rewrite order-master-record
        if ws-order-file-status = "00"
            move ordm-status to ws-hist-before-status
            move ordm-quantity to ws-hist-before-quantity
            move "SHT" to ws-hist-event-type
            perform append-history-record
        else
            display "pick-confirm: flag reset failed, status "
                ws-order-file-status " -- order " ordm-order-no
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-if.

list-unconfirmed-orders.
    *> every order still out at the warehouse: open and flagged sent.
    *> pick-extract stamped its activity timestamp when it went out.
    move "N" to ws-eof-flag
    move low-values to ordm-order-no
    start confirm-order-master key is >= ordm-order-no
        invalid key
            move "Y" to ws-eof-flag
    end-start
    perform until ws-eof
        read confirm-order-master next record
            at end
                move "Y" to ws-eof-flag
            not at end
                if ordm-status-open and ordm-extracted
                    perform check-confirm-wait
                end-if
        end-read
        if not ws-eof and ws-order-file-status not = "00"
            display "pick-confirm: read failed, status "
                ws-order-file-status
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-perform.

check-confirm-wait.
    string ordm-activity-timestamp(1:4) ordm-activity-timestamp(6:2)
        ordm-activity-timestamp(9:2) delimited by size
        into ws-age-yyyymmdd-x
    end-string
    if ws-age-yyyymmdd-x is numeric and
            function test-date-yyyymmdd(ws-age-yyyymmdd) = 0
        if ws-age-yyyymmdd > ws-today-yyyymmdd
            move 0 to ws-age-days
        else
            compute ws-age-days = ws-today-day-no
                - function integer-of-date(ws-age-yyyymmdd)
        end-if
    else
        *> no usable stamp: it cannot be aged, so it is listed.
        move 99999 to ws-age-days
    end-if
    if ws-age-days > ws-wait-days
        add 1 to ws-count-unconfirmed
        display "pick-confirm: order " ordm-order-no
            " sent " ordm-activity-timestamp " -- no confirmation"
            " after " ws-age-days " days"
        move "UNCONFIRMED" to ws-exception-type
        perform write-exception-record
    end-if.

write-exception-record.
    move spaces to confirm-exception-record
    move ordm-order-no to pcx-order-no
    move ws-exception-type to pcx-exception
    move ordm-customer-id to pcx-customer-id
    move ordm-status to pcx-status
    if ordm-quantity is numeric
        move ordm-quantity to pcx-quantity-ordered
    else
        move 0 to pcx-quantity-ordered
    end-if
    *> an unconfirmed order has no confirmation record behind it.
    move 0 to pcx-quantity-picked
    if ws-exception-type not = "UNCONFIRMED"
        if pcf-quantity-picked is numeric
            move pcf-quantity-picked-num to pcx-quantity-picked
        end-if
        move pcf-ship-ref to pcx-ship-ref
        move pcf-short-reason to pcx-short-reason
    end-if
    move ordm-activity-timestamp to pcx-activity-timestamp
    move ws-age-days to pcx-age-days
    write confirm-exception-record
    if ws-exception-file-status not = "00"
        display "pick-confirm: exception write failed, status "
            ws-exception-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

append-history-record.
    move spaces to order-history-record
    move ordm-order-no to ohist-order-no
    move ws-hist-event-type to ohist-event-type
    move ws-hist-before-status to ohist-before-status
    move ordm-status to ohist-after-status
    move ws-hist-before-quantity to ohist-before-quantity
    move ordm-quantity to ohist-after-quantity
    *> both events are on the whole order: it ships complete, as for
    *> an SHP message, and a short pick re-sends all of it.
    move 0 to ohist-line-no
    move ordm-returned-quantity to ohist-returned-quantity
    move order-master-record to ohist-order-image
    move ws-timestamp-display to ohist-timestamp
    *> no driving message, so the audit sequence is zero (the same
    *> convention order-correct uses for its hand changes).
    move zeroes to ohist-audit-seq-no
    write order-history-record
    *> without the event a forward recovery would roll the order back
    *> to what it was before: stop here.
    if ws-history-file-status not = "00"
        display "pick-confirm: history write failed, status "
            ws-history-file-status " -- order " ordm-order-no
            " has no " ws-hist-event-type " event on ORDHIST"
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

append-order-event.
    *> open/close around each append for the same reason sub-cob does:
    *> the java side truncates ORDEVENT after each poll.
    open extend confirm-event-file
    if ws-event-file-status not = "00"
        open output confirm-event-file
    end-if
    if ws-event-file-status not = "00"
        display "pick-confirm: unable to open ORDEVENT, status "
            ws-event-file-status
    else
        move spaces to order-event-record
        move ordm-order-no to evnt-order-no
        move "SHP" to evnt-event-code
        move "APPLIED" to evnt-result
        move ws-timestamp-display to evnt-timestamp
        move zeroes to evnt-audit-seq-no
        write order-event-record
        if ws-event-file-status not = "00"
            display "pick-confirm: event write failed, status "
                ws-event-file-status
        end-if
        close confirm-event-file
    end-if.

start-order-lines.
    move "N" to ws-line-scan-eof-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start confirm-order-line key is >= ordl-key
        invalid key
            move "Y" to ws-line-scan-eof-flag
    end-start
    perform check-line-file-status.

read-next-order-line.
    read confirm-order-line next record
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
    *> "10" ends a walk of an order's lines and "23" an order with no
    *> lines at all; anything else stops the run.
    if ws-line-file-status not = "00" and
            ws-line-file-status not = "10" and
            ws-line-file-status not = "23"
        display "pick-confirm: order line i-o failed, status "
            ws-line-file-status
        move "Y" to ws-line-scan-eof-flag
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

close-all-files.
    if ws-confirm-present
        close warehouse-confirm-file
    end-if
    close confirm-order-master
    close confirm-order-line
    close confirm-history-file
    close confirm-exception-file.

display-summary.
    display "===== pick-confirm summary ====="
    display "confirmations read      : " ws-count-read
    display "orders shipped          : " ws-count-shipped
    display "lines shipped           : " ws-count-lines-shipped
    display "short picks (re-sent)   : " ws-count-short
    display "held -- lines not sent  : " ws-count-part-sent
    display "already shipped         : " ws-count-already-shipped
    display "refused                 : " ws-count-refused
    display "unreadable records      : " ws-count-bad-records
    display "unconfirmed past wait   : " ws-count-unconfirmed
    if ws-abort-run
        display "pick-confirm: run aborted -- rerun is safe, shipped"
            " orders are passed over"
    else
        display "exception file          : " ws-exception-file-name
    end-if.
