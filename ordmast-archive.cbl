*> ordmast-restore can fetch one order straight back by key -- and
*> everything else is carried into a rebuilt, compact ORDMAST.
*> open and shipped orders are never archived, whatever their age.
*> an archived order's ORDLINE lines go with it, into a dated
*> ORDLARC.yyyymmdd (indexed, ORDLREC layout) alongside the ORDARCH.
*> each archived order gets an ARC event on ORDHIST, carrying the
*> order as it left, so ordmast-verify knows it was archived rather
*> than lost and a forward recovery does not bring it back.
*> a second run the same day adds to that day's ORDARCH and ORDLARC
*> rather than emptying them.
*>
*> the rebuild is two-pass through a work file, the same shape
*> audit-archive uses: pass 1 splits ORDMAST into ORDARCH (old
*> cancelled) and ORDMNEW (kept); pass 2 rewrites ORDMAST from ORDMNEW
*> and deletes the work file. pass 1 also copies the archived orders'
*> lines to ORDLARC, and only once ORDMAST is rebuilt are those lines
*> deleted from ORDLINE. a failure in pass 1 leaves ORDMAST and
*> ORDLINE untouched; pass 2 only starts after pass 1 completed
*> cleanly. a failure after the rebuild, while the lines are being
*> removed, is finished by a rerun: every line still listed on the
*> day's ORDLARC is deleted then.
*> NOTE: run only with the listener quiesced (listenctl-set DRAIN=Y,
*> or the jvm down) -- the rebuild replaces the file the live
*> handlers hold open.
    select order-work-file assign to "ORDMNEW"
        organization is sequential
        file status is ws-work-file-status.
    *> dynamic, not sequential: a rerun the same day opens the day's
    *> archive i-o and adds to it in whatever key order it comes.
    select order-archive-file assign using ws-archive-file-name
        organization is indexed
        access mode is dynamic
        record key is orda-order-no
        file status is ws-archive-file-status.
    select order-line-file assign to "ORDLINE"
        organization is indexed
        access mode is dynamic
        record key is ordl-key
        file status is ws-line-file-status.
    select line-archive-file assign using ws-line-archive-file-name
        organization is indexed
        access mode is dynamic
        record key is ordla-key
        file status is ws-line-archive-status.
    select archive-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
data division.
file section.
fd order-master-in.
fd order-master-out.
01 order-out-record.
    05 omout-order-no pic x(9).
    05 filler pic x(102).
fd order-work-file.
01 work-record pic x(111).
fd order-archive-file.
*> the full ORDMREC layout travels intact; only the key needs its own
*> name here.
01 order-archive-record.
    05 orda-order-no pic x(9).
    05 filler pic x(102).
fd order-line-file.
    copy ORDLREC.
fd line-archive-file.
*> the full ORDLREC layout, as for the orders above.
01 line-archive-record.
    05 ordla-key pic x(12).
    05 filler pic x(68).
fd archive-history-file.
    copy OHISTREC.
working-storage section.
01 ws-order-in-status pic xx.
01 ws-order-out-status pic xx.
01 ws-work-file-status pic xx.
01 ws-archive-file-status pic xx.
01 ws-archive-file-name pic x(16).
01 ws-line-file-status pic xx.
01 ws-line-archive-status pic xx.
01 ws-line-archive-file-name pic x(16).
01 ws-history-file-status pic xx.
01 ws-line-eof-flag pic x.
    88 ws-line-eof value "Y".
01 ws-delete-file-name pic x(8).
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-cutoff-yyyymmdd pic 9(8).
01 ws-cutoff-yyyymmdd-x redefines ws-cutoff-yyyymmdd pic x(8).
01 ws-cutoff-date pic x(10).
01 ws-timestamp-display pic x(19).
01 ws-count-read pic 9(9) value 0.
01 ws-count-archived pic 9(9) value 0.
01 ws-count-kept pic 9(9) value 0.
01 ws-count-lines-archived pic 9(9) value 0.
01 ws-count-lines-removed pic 9(9) value 0.
procedure division.
main-line section.
    perform compute-cutoff-date
    if not ws-abort-run
        perform rebuild-order-master
    end-if
    if not ws-abort-run
        perform remove-archived-lines
    end-if
    perform display-summary
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

compute-cutoff-date.
    end-string
    string "ORDARCH." ws-current-date-raw(1:8)
        into ws-archive-file-name
    end-string
    string "ORDLARC." ws-current-date-raw(1:8)
        into ws-line-archive-file-name
    end-string
    string
        ws-current-date-raw(1:4) "-" ws-current-date-raw(5:2) "-"
        ws-current-date-raw(7:2) " " ws-current-date-raw(9:2) ":"
        ws-current-date-raw(11:2) ":" ws-current-date-raw(13:2)
        into ws-timestamp-display
    end-string.

split-order-master.
        move "Y" to ws-abort-flag
        move "Y" to ws-eof-flag
    end-if
    *> i-o first: a rerun the same day (say after a failure removing
    *> the lines) keeps what the first run archived. only a day's
    *> first run creates the file.
    if not ws-abort-run
        open i-o order-archive-file
        if ws-archive-file-status = "35"
            open output order-archive-file
        end-if
        if ws-archive-file-status not = "00"
            display "ordmast-archive: unable to open "
                ws-archive-file-name ", status " ws-archive-file-status
            move "Y" to ws-eof-flag
        end-if
    end-if
    if not ws-abort-run
        open input order-line-file
        if ws-line-file-status not = "00"
            display "ordmast-archive: unable to open ORDLINE, status "
                ws-line-file-status
            move "Y" to ws-abort-flag
            move "Y" to ws-eof-flag
        end-if
    end-if
    if not ws-abort-run
        open i-o line-archive-file
        if ws-line-archive-status = "35"
            open output line-archive-file
        end-if
        if ws-line-archive-status not = "00"
            display "ordmast-archive: unable to open "
                ws-line-archive-file-name ", status "
                ws-line-archive-status
            move "Y" to ws-abort-flag
            move "Y" to ws-eof-flag
        end-if
    end-if
    if not ws-abort-run
        open extend archive-history-file
        if ws-history-file-status not = "00"
            open output archive-history-file
        end-if
        if ws-history-file-status not = "00"
            display "ordmast-archive: unable to open ORDHIST, status "
                ws-history-file-status
            move "Y" to ws-abort-flag
            move "Y" to ws-eof-flag
        end-if
    end-if
    if not ws-abort-run
        open output order-work-file
        if ws-work-file-status not = "00"
    end-perform
    close order-master-in
    close order-archive-file
    close order-line-file
    close line-archive-file
    close archive-history-file
    close order-work-file.

split-one-record.
            ordm-activity-timestamp(1:10) < ws-cutoff-date
        move order-master-record to order-archive-record
        write order-archive-record
        *> "22": already archived today by a run that stopped in pass
        *> 1 -- the copy there is this same record, so it stands.
        if ws-archive-file-status not = "00" and
                ws-archive-file-status not = "22"
            display "ordmast-archive: archive write failed, status "
                ws-archive-file-status
            move "Y" to ws-abort-flag
            move "Y" to ws-eof-flag
        else
            add 1 to ws-count-archived
            perform archive-order-lines
            if not ws-abort-run
                perform append-history-record
            end-if
        end-if
    else
        move order-master-record to work-record
        end-if
    end-if.

archive-order-lines.
    *> copy only: the lines stay on ORDLINE until ORDMAST has been
    *> rebuilt without their order (see remove-archived-lines).
    move "N" to ws-line-eof-flag
    move ordm-order-no to ordl-order-no
    move 0 to ordl-line-no
    start order-line-file key is >= ordl-key
        invalid key
            move "Y" to ws-line-eof-flag
    end-start
    perform until ws-line-eof
        read order-line-file next record
            at end
                move "Y" to ws-line-eof-flag
            not at end
                if ordl-order-no not = ordm-order-no
                    move "Y" to ws-line-eof-flag
                else
                    move order-line-record to line-archive-record
                    write line-archive-record
                    if ws-line-archive-status not = "00" and
                            ws-line-archive-status not = "22"
                        display "ordmast-archive: line archive write "
                            "failed, status " ws-line-archive-status
                        move "Y" to ws-line-eof-flag
                        move "Y" to ws-abort-flag
                        move "Y" to ws-eof-flag
                    else
                        add 1 to ws-count-lines-archived
                    end-if
                end-if
        end-read
        if not ws-line-eof and ws-line-file-status not = "00"
            display "ordmast-archive: line read failed, status "
                ws-line-file-status
            move "Y" to ws-line-eof-flag
            move "Y" to ws-abort-flag
            move "Y" to ws-eof-flag
        end-if
    end-perform.

append-history-record.
    *> the order is safe on the archive: record that it left ORDMAST,
    *> with the order as it stood, so a forward recovery drops it.
    move spaces to order-history-record
    move ordm-order-no to ohist-order-no
    move "ARC" to ohist-event-type
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
    if ws-history-file-status not = "00"
        display "ordmast-archive: history write failed, status "
            ws-history-file-status
        move "Y" to ws-abort-flag
        move "Y" to ws-eof-flag
    end-if.

rebuild-order-master.
    *> pass 1 completed cleanly: every record is safe in ORDARCH or
    *> ORDMNEW, so ORDMAST can now be rewritten from the work file.
        call "CBL_DELETE_FILE" using ws-delete-file-name
    end-if.

remove-archived-lines.
    *> ORDMAST no longer holds the archived orders, so their lines
    *> (safe on ORDLARC) can leave ORDLINE. a line already gone is a
    *> rerun of this step and is simply passed over.
    move "N" to ws-line-eof-flag
    open input line-archive-file
    if ws-line-archive-status not = "00"
        display "ordmast-archive: unable to reopen "
            ws-line-archive-file-name ", status " ws-line-archive-status
        move "Y" to ws-abort-flag
        move "Y" to ws-line-eof-flag
    end-if
    if not ws-abort-run
        open i-o order-line-file
        if ws-line-file-status not = "00"
            display "ordmast-archive: unable to open ORDLINE, status "
                ws-line-file-status
            move "Y" to ws-abort-flag
            move "Y" to ws-line-eof-flag
        end-if
    end-if
    perform until ws-line-eof
        read line-archive-file next record
            at end
                move "Y" to ws-line-eof-flag
            not at end
                move ordla-key to ordl-key
                delete order-line-file record
                    invalid key
                        continue
                    not invalid key
                        add 1 to ws-count-lines-removed
                end-delete
                if ws-line-file-status not = "00" and
                        ws-line-file-status not = "23"
                    display "ordmast-archive: line delete failed, "
                        "status " ws-line-file-status
                    move "Y" to ws-abort-flag
                    move "Y" to ws-line-eof-flag
                end-if
        end-read
        if not ws-line-eof and ws-line-archive-status not = "00"
            display "ordmast-archive: line archive read failed, "
                "status " ws-line-archive-status
            move "Y" to ws-abort-flag
            move "Y" to ws-line-eof-flag
        end-if
    end-perform
    close line-archive-file
    close order-line-file.

display-summary.
    display "===== ordmast-archive summary ====="
    display "retention days          : " ws-retention-days
    display "order records read      : " ws-count-read
    display "archived (old cancels)  : " ws-count-archived
    display "kept in ORDMAST         : " ws-count-kept
    display "lines archived          : " ws-count-lines-archived
    display "lines removed (ORDLINE) : " ws-count-lines-removed
    if ws-abort-run
        display "ordmast-archive: run aborted -- check ORDMNEW/"
            "ORDARCH before rerunning"
    else
        display "archive file            : " ws-archive-file-name
        display "line archive file       : " ws-line-archive-file-name
    end-if.
