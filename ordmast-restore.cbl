*> the dispute is worked on the record as it was archived; use the
*> order-correction utility to reopen it if that is the outcome. an
*> order already on ORDMAST is refused rather than overwritten. the
*> order's lines come back with it from the ORDLARC file of the same
*> date (ORDLARC.yyyymmdd for ORDARCH.yyyymmdd) into ORDLINE; an
*> archive written before orders had lines has no line file, and the
*> order is then restored header-only for ordline-build to convert.
*> the restore leaves an ORDHIST lifecycle event so the replay shows
*> the order coming back.
environment division.
configuration section.
input-output section.
        access mode is random
        record key is ordm-order-no
        file status is ws-order-file-status.
    select restore-line-archive assign using ws-line-archive-file-name
        organization is indexed
        access mode is dynamic
        record key is ordla-key
        file status is ws-line-archive-status.
    select restore-order-line assign to "ORDLINE"
        organization is indexed
        access mode is random
        record key is ordl-key
        file status is ws-line-file-status.
    select restore-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
fd restore-archive-file.
01 order-archive-record.
    05 orda-order-no pic x(9).
    05 filler pic x(102).
fd restore-order-master.
    copy ORDMREC.
fd restore-line-archive.
01 line-archive-record.
    05 ordla-key.
        10 ordla-order-no pic x(9).
        10 ordla-line-no pic 9(3).
    05 filler pic x(68).
fd restore-order-line.
    copy ORDLREC.
fd restore-history-file.
    copy OHISTREC.
working-storage section.
01 ws-order-file-status pic xx.
01 ws-history-file-status pic xx.
01 ws-archive-file-name pic x(16).
01 ws-line-archive-status pic xx.
01 ws-line-file-status pic xx.
01 ws-line-archive-file-name pic x(16).
01 ws-line-eof-flag pic x.
    88 ws-line-eof value "Y".
01 ws-count-lines-restored pic 9(3) value 0.
01 ws-command-args pic x(80).
*> x(21), not the x(20) the other utilities get away with: the FILE=
*> keyword plus a dated archive name (FILE=ORDARCH.yyyymmdd) is 21
                move "Y" to ws-restored-flag
                display "ordmast-restore: order " ws-target-order-no
                    " restored from " ws-archive-file-name
                perform restore-order-lines
        end-write
        if ws-order-file-status not = "00" and
                ws-order-file-status not = "22"
        close restore-order-master
    end-if.

restore-order-lines.
    move spaces to ws-line-archive-file-name
    string "ORDLARC." ws-archive-file-name(9:8)
        into ws-line-archive-file-name
    end-string
    open input restore-line-archive
    if ws-line-archive-status not = "00"
        display "ordmast-restore: no line archive "
            ws-line-archive-file-name " (status "
            ws-line-archive-status ") -- order restored without"
            " lines, run ordline-build"
    else
        perform open-order-line-file
        if ws-line-file-status = "00"
            move "N" to ws-line-eof-flag
            move ws-target-order-no to ordla-order-no
            move 0 to ordla-line-no
            start restore-line-archive key is >= ordla-key
                invalid key
                    move "Y" to ws-line-eof-flag
            end-start
            perform restore-one-line until ws-line-eof
            close restore-order-line
            display "ordmast-restore: " ws-count-lines-restored
                " lines restored from " ws-line-archive-file-name
        end-if
        close restore-line-archive
    end-if.

open-order-line-file.
    *> create on first use, as the handlers do.
    open i-o restore-order-line
    if ws-line-file-status not = "00"
        open output restore-order-line
        if ws-line-file-status = "00"
            close restore-order-line
            open i-o restore-order-line
        end-if
    end-if
    if ws-line-file-status not = "00"
        display "ordmast-restore: unable to open ORDLINE, status "
            ws-line-file-status
    end-if.

restore-one-line.
    read restore-line-archive next record
        at end
            move "Y" to ws-line-eof-flag
        not at end
            if ordla-order-no not = ws-target-order-no
                move "Y" to ws-line-eof-flag
            else
                move line-archive-record to order-line-record
                write order-line-record
                    invalid key
                        display "ordmast-restore: order "
                            ws-target-order-no " line " ordl-line-no
                            " already on ORDLINE -- left as it is"
                    not invalid key
                        add 1 to ws-count-lines-restored
                end-write
            end-if
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so stop
    *> here rather than spin on it.
    if not ws-line-eof and ws-line-archive-status not = "00"
        display "ordmast-restore: line archive read failed, status "
            ws-line-archive-status
        move "Y" to ws-line-eof-flag
    end-if.

append-history-record.
    *> the lifecycle replay should show the order leaving the archive:
    *> a RST event whose before-image is empty (the order was not on
        move ordm-quantity to ohist-after-quantity
        move ws-timestamp-display to ohist-timestamp
        move zeroes to ohist-audit-seq-no
        move 0 to ohist-line-no
        move ordm-returned-quantity to ohist-returned-quantity
        move order-master-record to ohist-order-image
        write order-history-record
        if ws-history-file-status not = "00"
            display "ordmast-restore: history write failed, status "
