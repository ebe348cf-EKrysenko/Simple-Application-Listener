identification division.
program-id. ordline-build.
*> one-off conversion that gives every order taken before orders had
*> lines its ORDLINE line: sweeps the ORDMAST order master and, for
*> each order with no line on ORDLINE yet, writes line 001 from the
*> header exactly as it stands -- status, item, quantity, cancel
*> reason, pick flag and timestamps -- and sets the header's line
*> count to 1. orders that already have lines are left alone, so a
*> rerun (or a run after the listener has taken multi-line orders) is
*> harmless. ORDLINE is created if it does not exist yet. run it once,
*> before the first pick-extract / invoice-run / backorder-alloc on
*> the new layout; pick-extract and invoice-run pass over unconverted
*> orders and say so until it has.
*> NOTE: run only with the listener quiesced (listenctl-set DRAIN=Y,
*> or the jvm down) -- the header rewrite would otherwise race the
*> live handlers' own rewrites of the same records.
environment division.
configuration section.
input-output section.
file-control.
    select order-master assign to "ORDMAST"
        organization is indexed
        access mode is dynamic
        record key is ordm-order-no
        file status is ws-order-file-status.
    select order-line assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
data division.
file section.
fd order-master.
    copy ORDMREC.
fd order-line.
    copy ORDLREC.
working-storage section.
01 ws-order-file-status pic xx.
01 ws-line-file-status pic xx.
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-has-lines-flag pic x.
    88 ws-has-lines value "Y".
01 ws-count-read pic 9(9) value 0.
01 ws-count-converted pic 9(9) value 0.
01 ws-count-already-lined pic 9(9) value 0.
procedure division.
main-line section.
    perform open-all-files
    if not ws-abort-run
        perform until ws-eof
            perform read-next-order-record
            if not ws-eof
                add 1 to ws-count-read
                perform convert-one-order
            end-if
        end-perform
        perform close-all-files
    end-if
    perform display-summary
    *> a non-zero return code tells whoever ran it that the
    *> conversion stopped part way.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

open-all-files.
    open i-o order-master
    if ws-order-file-status not = "00"
        display "ordline-build: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    *> create the line file on first run, the same open-output
    *> fallback the handlers use.
    open i-o order-line
    if ws-line-file-status not = "00"
        open output order-line
        if ws-line-file-status = "00"
            close order-line
            open i-o order-line
        end-if
    end-if
    if ws-line-file-status not = "00"
        display "ordline-build: unable to open ORDLINE, status "
            ws-line-file-status
        move "Y" to ws-abort-flag
    end-if.

read-next-order-record.
    read order-master next record
        at end move "Y" to ws-eof-flag
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so
    *> without this check the loop would spin forever (the same
    *> guard every other read loop in the suite carries).
    if not ws-eof and ws-order-file-status not = "00"
        display "ordline-build: read failed, status "
            ws-order-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

convert-one-order.
    perform check-for-lines
    if not ws-abort-run
        if ws-has-lines
            add 1 to ws-count-already-lined
            *> a rerun after the header rewrite failed: the line is
            *> there, only the count is missing.
            if ordm-line-count = 0
                perform set-line-count
            end-if
        else
            perform write-first-line
            if not ws-abort-run
                perform set-line-count
            end-if
        end-if
    end-if.

check-for-lines.
    move "N" to ws-has-lines-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start order-line key is >= ordl-key
        invalid key
            continue
        not invalid key
            read order-line next record
                at end
                    continue
                not at end
                    if ordl-order-no = ordm-order-no
                        move "Y" to ws-has-lines-flag
                    end-if
            end-read
    end-start
    if ws-line-file-status not = "00" and
            ws-line-file-status not = "10" and
            ws-line-file-status not = "23"
        display "ordline-build: line lookup failed, status "
            ws-line-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

write-first-line.
    move spaces to order-line-record
    move ordm-order-no to ordl-order-no
    move 1 to ordl-line-no
    move ordm-status to ordl-status
    move ordm-item-code to ordl-item-code
    move ordm-quantity to ordl-quantity
    move ordm-cancel-reason to ordl-cancel-reason
    move ordm-extract-flag to ordl-extract-flag
    move ordm-created-timestamp to ordl-created-timestamp
    move ordm-activity-timestamp to ordl-activity-timestamp
    move 0 to ordl-returned-quantity
    write order-line-record
    if ws-line-file-status not = "00"
        display "ordline-build: line write failed, status "
            ws-line-file-status " -- order " ordm-order-no
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

set-line-count.
    *> the line is safely written, so the header can say so; a failure
    *> here leaves the line in place for the rerun to count.
    move 1 to ordm-line-count
    rewrite order-master-record
    if ws-order-file-status = "00"
        add 1 to ws-count-converted
    else
        display "ordline-build: header rewrite failed, status "
            ws-order-file-status " -- order " ordm-order-no
            " has line 001 but no line count"
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

close-all-files.
    close order-master
    close order-line.

display-summary.
    display "===== ordline-build summary ====="
    display "order records read      : " ws-count-read
    display "orders given line 001   : " ws-count-converted
    display "already had lines       : " ws-count-already-lined
    if ws-abort-run
        display "ordline-build: run aborted -- rerun is safe,"
            " converted orders are skipped"
    end-if.
