identification division.
program-id. pick-extract.
*> nightly warehouse extract: sweeps the ORDMAST order master top to
*> bottom and, for every open order not yet sent to the warehouse
*> (ordm-extract-flag not "Y"), writes one pick record per open ORDLINE
*> line not yet sent to a dated fixed-layout pick file
*> PICKFILE.yyyymmdd the warehouse system ingests. each line, then the
*> order, is flagged in place so tomorrow's run does not send it
*> again; a line added to an order already sent un-flags the order, so
*> only that new line goes out next time. flagging stamps the line's
*> and the order's last-activity timestamp with the run time, so
*> order-aging can tell how long a sent order has waited on its SHP.
*> each order flagged gets an EXT event on ORDHIST, so a forward
*> recovery of ORDMAST (ordmast-verify) keeps the flag and the order
*> is not picked twice.
*> orders that arrive after tonight's sweep simply go out tomorrow.
*> NOTE: run only with the listener quiesced (listenctl-set DRAIN=Y,
*> or the jvm down) -- the rewrite of the extract flag would otherwise
        access mode is dynamic
        record key is ordm-order-no
        file status is ws-order-file-status.
    select order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    *> ASSIGN USING: the pick-file name is built at run time so each
    *> night leaves its own dated PICKFILE.yyyymmdd behind, the same
    *> shape as queue-drain's done-files.
    select warehouse-pick-file assign using ws-pick-file-name
        organization is line sequential
        file status is ws-pick-file-status.
    select extract-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
data division.
file section.
fd order-master.
    copy ORDMREC.
fd order-line.
    copy ORDLREC.
fd warehouse-pick-file.
*> fixed positions agreed with the warehouse system -- do not reorder.
01 pick-record.
    05 pick-quantity pic 9(5).
    05 filler pic x.
    05 pick-order-date pic x(8).
    05 filler pic x.
    05 pick-line-no pic 9(3).
fd extract-history-file.
    copy OHISTREC.
working-storage section.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-pick-file-status pic xx.
01 ws-history-file-status pic xx.
01 ws-pick-file-name pic x(17).
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-line-scan-eof-flag pic x.
    88 ws-line-scan-eof value "Y".
01 ws-count-read pic 9(9) value 0.
01 ws-count-extracted pic 9(9) value 0.
01 ws-count-lines-picked pic 9(9) value 0.
01 ws-count-no-lines pic 9(9) value 0.
01 ws-count-already-sent pic 9(9) value 0.
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
procedure division.
main-line section.
    move function current-date to ws-current-date-time
    string "PICKFILE." ws-current-date-time(1:8)
        into ws-pick-file-name
    end-string
    string
        ws-current-date-time(1:4) "-" ws-current-date-time(5:2) "-"
        ws-current-date-time(7:2) " " ws-current-date-time(9:2) ":"
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string
    perform open-all-files
    if not ws-abort-run
        perform until ws-eof
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
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    open i-o order-line
    if ws-line-file-status not = "00"
        display "pick-extract: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    end-if
    *> extend, not output: a rerun after a partial failure adds to the
    *> night's file rather than destroying what already went out.
    open extend warehouse-pick-file
        display "pick-extract: unable to open " ws-pick-file-name
            ", status " ws-pick-file-status
        move "Y" to ws-abort-flag
    end-if
    open extend extract-history-file
    if ws-history-file-status not = "00"
        open output extract-history-file
    end-if
    if ws-history-file-status not = "00"
        display "pick-extract: unable to open ORDHIST, status "
            ws-history-file-status
        move "Y" to ws-abort-flag
    end-if.

read-next-order-record.

extract-one-order.
    if ordm-status-open
        evaluate true
            when ordm-extracted
                add 1 to ws-count-already-sent
            when ordm-line-count = 0
                *> an order from before ORDLINE that ordline-build has
                *> not yet converted: nothing to pick from, so it waits
                *> unflagged.
                add 1 to ws-count-no-lines
                display "pick-extract: order " ordm-order-no
                    " has no ORDLINE lines -- run ordline-build"
            when other
                perform extract-order-lines
                if not ws-abort-run
                    perform flag-order-extracted
                end-if
        end-evaluate
    end-if.

extract-order-lines.
    *> every open line not yet sent goes out; a cancelled line never
    *> does and a line already sent is not sent twice.
    move "N" to ws-line-scan-eof-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start order-line key is >= ordl-key
        invalid key
            move "Y" to ws-line-scan-eof-flag
    end-start
    perform until ws-line-scan-eof
        read order-line next record
            at end
                move "Y" to ws-line-scan-eof-flag
            not at end
                if ordl-order-no not = ordm-order-no
                    move "Y" to ws-line-scan-eof-flag
                else
                    if ordl-status-open and not ordl-extracted
                        perform write-pick-record
                        if not ws-abort-run
                            perform flag-line-extracted
                        end-if
                    end-if
                end-if
        end-read
        if not ws-line-scan-eof and ws-line-file-status not = "00"
            display "pick-extract: line read failed, status "
                ws-line-file-status
            move "Y" to ws-line-scan-eof-flag
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
        if ws-abort-run
            move "Y" to ws-line-scan-eof-flag
        end-if
    end-perform.

write-pick-record.
    move spaces to pick-record
    move ordm-order-no to pick-order-no
    move ordm-customer-id to pick-customer-id
    move ordl-item-code to pick-item-code
    move ordl-quantity to pick-quantity
    move ordm-order-date to pick-order-date
    move ordl-line-no to pick-line-no
    write pick-record
    if ws-pick-file-status not = "00"
        display "pick-extract: pick write failed, status "
        move "Y" to ws-abort-flag
    end-if.

flag-line-extracted.
    *> the same write-then-flag order as the header below.
    set ordl-extracted to true
    move ws-timestamp-display to ordl-activity-timestamp
    rewrite order-line-record
    if ws-line-file-status = "00"
        add 1 to ws-count-lines-picked
    else
        display "pick-extract: line flag rewrite failed, status "
            ws-line-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

flag-order-extracted.
    *> the pick records are safely on the file, so mark the order
    *> sent; flag only after the write, so a failure leaves the order
    *> for tomorrow's run instead of silently losing it.
    set ordm-extracted to true
    move ws-timestamp-display to ordm-activity-timestamp
    rewrite order-master-record
    if ws-order-file-status = "00"
        add 1 to ws-count-extracted
        perform append-history-record
    else
        display "pick-extract: flag rewrite failed, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if.

append-history-record.
    *> the flag is on ORDHIST too, with the order as it now stands.
    move spaces to order-history-record
    move ordm-order-no to ohist-order-no
    move "EXT" to ohist-event-type
    move ordm-status to ohist-before-status
    move ordm-status to ohist-after-status
    move ordm-quantity to ohist-before-quantity
    move ordm-quantity to ohist-after-quantity
    move 0 to ohist-line-no
    move ordm-returned-quantity to ohist-returned-quantity
    move order-master-record to ohist-order-image
    move ws-timestamp-display to ohist-timestamp
    *> no driving message, so the audit sequence is zero (the same
    *> convention order-correct uses for its hand changes).
    move zeroes to ohist-audit-seq-no
    write order-history-record
    *> without the EXT event a forward recovery would bring the order
    *> back unflagged and it would be picked again: stop here.
    if ws-history-file-status not = "00"
        display "pick-extract: history write failed, status "
            ws-history-file-status " -- order " ordm-order-no
            " is flagged but has no EXT event on ORDHIST"
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

close-all-files.
    close order-master
    close order-line
    close warehouse-pick-file
    close extract-history-file.

display-summary.
    display "===== pick-extract summary ====="
    display "order records read      : " ws-count-read
    display "orders extracted        : " ws-count-extracted
    display "lines picked            : " ws-count-lines-picked
    display "waiting on ordline-build: " ws-count-no-lines
    display "already sent (skipped)  : " ws-count-already-sent
    if ws-abort-run
        display "pick-extract: run aborted -- rerun is safe, flagged"
