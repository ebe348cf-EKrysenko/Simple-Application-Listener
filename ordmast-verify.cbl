identification division.
program-id. ordmast-verify.
*> integrity check, backup and forward recovery for the ORDMAST order
*> master against its ORDHIST lifecycle history. usage:
*>     ordmast-verify MODE=VERIFY
*>     ordmast-verify MODE=BACKUP
*>     ordmast-verify MODE=RECOVER FILE=ORDBKUP.yyyymmdd
*> VERIFY replays ORDHIST order by order into the ORDHWRK work file
*> (indexed on the order number, rebuilt from scratch every run) and
*> matches the replay against ORDMAST: an order whose status or
*> quantity disagrees with its last history event (MISMATCH), history
*> with no master record (NO-MASTER -- one whose last event is the ARC
*> ordmast-archive writes is counted as archived instead), a master
*> record with no history (NO-HISTORY), and an order whose
*> events do not chain -- a before-image that is not the previous
*> event's after-image, so an event is missing (HISTORY-GAP). read-
*> only against ORDMAST.
*> BACKUP copies ORDMAST to the dated ORDBKUP.yyyymmdd, between a
*> header record carrying the backup time and a trailer carrying the
*> record count, so a truncated backup is never recovered from.
*> RECOVER rebuilds ORDMAST from the named backup plus every ORDHIST
*> event stamped at or after the backup time -- the message-driven
*> events and the batch ones alike (ALC, SHP and SHT from
*> pick-confirm, EXT from pick-extract, INV from invoice-run, the
*> COR/REO hand corrections, RST restores) -- taking each order's
*> header from its last event's after-image; an order whose last
*> event is ARC has been archived and is left off. it is two-pass
*> through a work file, the same shape ordmast-archive uses: pass 1
*> merges the backup with the replay into ORDMNEW; pass 2 rewrites
*> ORDMAST from ORDMNEW and deletes the work file. a failure in pass 1
*> (or a backup without its trailer) leaves ORDMAST untouched. an
*> event written before history carried the after-image cannot roll
*> an order forward: the order is kept as backed up and reported
*> (NO-IMAGE), or, with no backup copy either, reported as LOST.
*> ORDLINE is not touched -- run VERIFY after a recovery.
*> every exception is displayed and written to ORDVRFY.yyyymmdd.
*> NOTE: run BACKUP and RECOVER only with the listener quiesced
*> (listenctl-set DRAIN=Y, or the jvm down) -- RECOVER replaces the
*> file the live handlers hold open, and a BACKUP taken while they
*> write would not match the history stamped after it.
environment division.
configuration section.
input-output section.
file-control.
    select verify-order-master assign to "ORDMAST"
        organization is indexed
        access mode is sequential
        record key is ordm-order-no
        file status is ws-order-file-status.
    select verify-history-file assign to "ORDHIST"
        organization is line sequential
        file status is ws-history-file-status.
    select verify-replay-file assign to "ORDHWRK"
        organization is indexed
        access mode is dynamic
        record key is rply-order-no
        file status is ws-replay-file-status.
    select verify-backup-file assign using ws-backup-file-name
        organization is sequential
        file status is ws-backup-file-status.
    *> plain sequential is enough for the work file: pass 1 merges in
    *> key order, so pass 2 writes the rebuilt indexed file in
    *> ascending key order straight off it.
    select order-work-file assign to "ORDMNEW"
        organization is sequential
        file status is ws-work-file-status.
    select verify-exception-file assign using ws-exception-file-name
        organization is line sequential
        file status is ws-exception-file-status.
data division.
file section.
fd verify-order-master.
    copy ORDMREC.
fd verify-history-file.
    copy OHISTREC.
fd verify-replay-file.
*> one order's history replayed to its last event.
01 replay-record.
    05 rply-order-no pic x(9).
    05 rply-status pic x(3).
    05 rply-quantity pic 9(5).
    05 rply-event-count pic 9(7).
    05 rply-break-count pic 9(5).
    05 rply-last-event pic x(3).
    05 rply-last-timestamp pic x(19).
    *> "Y" while the latest event carried no after-image.
    05 rply-imageless-flag pic x.
        88 rply-imageless value "Y".
    05 rply-order-image pic x(111).
fd verify-backup-file.
*> the full ORDMREC layout travels intact; only the key needs its own
*> name here.
01 backup-record.
    05 bkup-order-no pic x(9).
    05 filler pic x(102).
*> first and last records of every backup.
01 backup-control-record.
    05 bkpc-tag pic x(9).
        88 bkpc-header value "*HEADER*".
        88 bkpc-trailer value "*TRAILER*".
    05 filler pic x.
    05 bkpc-timestamp pic x(19).
    05 filler pic x.
    05 bkpc-record-count pic 9(9).
    05 filler pic x(72).
fd order-work-file.
01 work-record pic x(111).
fd verify-exception-file.
01 verify-exception-record.
    05 vfx-order-no pic x(9).
    05 filler pic x.
    05 vfx-exception pic x(12).
    05 filler pic x.
    05 vfx-master-status pic x(3).
    05 filler pic x.
    05 vfx-master-quantity pic 9(5).
    05 filler pic x.
    05 vfx-replay-status pic x(3).
    05 filler pic x.
    05 vfx-replay-quantity pic 9(5).
    05 filler pic x.
    05 vfx-event-count pic 9(7).
    05 filler pic x.
    05 vfx-last-event pic x(3).
    05 filler pic x.
    05 vfx-last-timestamp pic x(19).
working-storage section.
01 ws-order-file-status pic xx.
01 ws-history-file-status pic xx.
01 ws-replay-file-status pic xx.
01 ws-backup-file-status pic xx.
01 ws-work-file-status pic xx.
01 ws-exception-file-status pic xx.
01 ws-backup-file-name pic x(16).
01 ws-exception-file-name pic x(16).
01 ws-delete-file-name pic x(8).
01 ws-command-args pic x(80).
*> x(21): FILE= plus a dated backup name (FILE=ORDBKUP.yyyymmdd) is
*> 21 characters, as for ordmast-restore.
01 ws-token-table.
    05 ws-token pic x(21) occurs 2 times.
01 ws-token-ix pic 9(1).
01 ws-parm pic x(21).
01 ws-run-mode pic x(7) value spaces.
    88 ws-mode-verify value "VERIFY".
    88 ws-mode-backup value "BACKUP".
    88 ws-mode-recover value "RECOVER".
01 ws-file-name-set pic x value "N".
    88 ws-file-name-given value "Y".
01 ws-usage-error-flag pic x value "N".
    88 ws-usage-error value "Y".
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-exception-open-flag pic x value "N".
    88 ws-exception-file-ready value "Y".
01 ws-trailer-seen-flag pic x value "N".
    88 ws-trailer-seen value "Y".
01 ws-replay-new-flag pic x.
    88 ws-replay-new value "Y".
*> merge keys; high-values once a side is exhausted.
01 ws-master-key pic x(9).
01 ws-replay-key pic x(9).
01 ws-backup-key pic x(9).
*> history events stamped before this are already in the backup;
*> spaces (every event) for VERIFY.
01 ws-replay-from-timestamp pic x(19) value spaces.
01 ws-exception-type pic x(12).
*> one exception line; each side is blank when the order does not
*> have it.
01 ws-exception-detail.
    05 ws-exc-order-no pic x(9).
    05 ws-exc-master-status pic x(3).
    05 ws-exc-master-quantity pic 9(5).
    05 ws-exc-replay-status pic x(3).
    05 ws-exc-replay-quantity pic 9(5).
    05 ws-exc-event-count pic 9(7).
    05 ws-exc-last-event pic x(3).
    05 ws-exc-last-timestamp pic x(19).
01 ws-have-backup-flag pic x.
    88 ws-have-backup value "Y".
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
01 ws-count-history-read pic 9(9) value 0.
01 ws-count-history-skipped pic 9(9) value 0.
01 ws-count-replayed-orders pic 9(9) value 0.
01 ws-count-master-read pic 9(9) value 0.
01 ws-count-matched pic 9(9) value 0.
01 ws-count-mismatch pic 9(9) value 0.
01 ws-count-no-master pic 9(9) value 0.
01 ws-count-archived pic 9(9) value 0.
01 ws-count-no-history pic 9(9) value 0.
01 ws-count-history-gap pic 9(9) value 0.
01 ws-count-backup-read pic 9(9) value 0.
01 ws-count-backed-up pic 9(9) value 0.
01 ws-count-from-backup pic 9(9) value 0.
01 ws-count-rolled-forward pic 9(9) value 0.
01 ws-count-no-image pic 9(9) value 0.
01 ws-count-lost pic 9(9) value 0.
01 ws-count-rebuilt pic 9(9) value 0.
procedure division.
main-line section.
    perform parse-command-arguments
    if ws-usage-error
        perform display-usage
    else
        perform build-timestamp
        evaluate true
            when ws-mode-verify
                perform build-history-replay
                if not ws-abort-run
                    perform compare-master-with-replay
                end-if
            when ws-mode-backup
                perform backup-order-master
            when ws-mode-recover
                perform open-backup-file
                if not ws-abort-run
                    perform build-history-replay
                end-if
                if not ws-abort-run
                    perform merge-backup-with-replay
                end-if
                if not ws-abort-run
                    perform rebuild-order-master
                end-if
        end-evaluate
        if ws-exception-file-ready
            close verify-exception-file
        end-if
        perform display-summary
    end-if
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-usage-error or ws-abort-run
        move 16 to return-code
    end-if
    stop run.

parse-command-arguments.
    move spaces to ws-command-args
    accept ws-command-args from command-line
    move spaces to ws-token-table
    unstring ws-command-args delimited by all space
        into ws-token(1) ws-token(2)
    end-unstring
    perform apply-one-argument
        varying ws-token-ix from 1 by 1 until ws-token-ix > 2
    evaluate true
        when ws-mode-recover
            if not ws-file-name-given
                move "Y" to ws-usage-error-flag
            end-if
        when ws-mode-verify or ws-mode-backup
            if ws-file-name-given
                move "Y" to ws-usage-error-flag
            end-if
        when other
            move "Y" to ws-usage-error-flag
    end-evaluate.

apply-one-argument.
    move ws-token(ws-token-ix) to ws-parm
    evaluate true
        when ws-parm = spaces
            continue
        when ws-parm(1:5) = "MODE="
            move ws-parm(6:7) to ws-run-mode
            if (not ws-mode-verify and not ws-mode-backup
                    and not ws-mode-recover)
                    or ws-parm(13:1) not = space
                move "Y" to ws-usage-error-flag
            end-if
        when ws-parm(1:5) = "FILE="
            if ws-parm(6:1) not = space
                move ws-parm(6:16) to ws-backup-file-name
                move "Y" to ws-file-name-set
            else
                move "Y" to ws-usage-error-flag
            end-if
        when other
            move "Y" to ws-usage-error-flag
    end-evaluate.

build-timestamp.
    move function current-date to ws-current-date-time
    string
        ws-current-date-time(1:4) "-" ws-current-date-time(5:2) "-"
        ws-current-date-time(7:2) " " ws-current-date-time(9:2) ":"
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string
    string "ORDVRFY." ws-current-date-time(1:8)
        into ws-exception-file-name
    end-string.

build-history-replay.
    *> fold ORDHIST, oldest event first, into one replay record per
    *> order. no history file at all is an empty history.
    open output verify-replay-file
    if ws-replay-file-status = "00"
        close verify-replay-file
        open i-o verify-replay-file
    end-if
    if ws-replay-file-status not = "00"
        display "ordmast-verify: unable to open ORDHWRK, status "
            ws-replay-file-status
        move "Y" to ws-abort-flag
    end-if
    move "N" to ws-eof-flag
    open input verify-history-file
    evaluate ws-history-file-status
        when "00"
            continue
        when "35"
            display "ordmast-verify: no ORDHIST present -- history"
                " is empty"
            move "Y" to ws-eof-flag
        when other
            display "ordmast-verify: unable to open ORDHIST, status "
                ws-history-file-status
            move "Y" to ws-abort-flag
    end-evaluate
    if ws-abort-run
        move "Y" to ws-eof-flag
    end-if
    perform until ws-eof
        read verify-history-file
            at end
                move "Y" to ws-eof-flag
            not at end
                add 1 to ws-count-history-read
                if ohist-timestamp < ws-replay-from-timestamp
                    add 1 to ws-count-history-skipped
                else
                    perform replay-one-history-event
                end-if
        end-read
        *> a hard read error runs neither at-end nor not-at-end, so
        *> without this check the loop would spin forever (the same
        *> guard every other read loop in the suite carries).
        if not ws-eof and ws-history-file-status not = "00"
            display "ordmast-verify: history read failed, status "
                ws-history-file-status
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-perform
    if ws-history-file-status not = "35"
        close verify-history-file
    end-if
    close verify-replay-file.

replay-one-history-event.
    move ohist-order-no to rply-order-no
    read verify-replay-file
        invalid key
            move "Y" to ws-replay-new-flag
            move spaces to replay-record
            move ohist-order-no to rply-order-no
            move 0 to rply-quantity
            move 0 to rply-event-count
            move 0 to rply-break-count
        not invalid key
            move "N" to ws-replay-new-flag
    end-read
    if ws-replay-file-status not = "00" and
            ws-replay-file-status not = "23"
        display "ordmast-verify: replay read failed, status "
            ws-replay-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    else
        *> each event's before-image is the previous event's after-
        *> image; a restore (RST) starts the order afresh.
        if not ws-replay-new and ohist-event-type not = "RST"
            if ohist-before-status not = rply-status or
                    ohist-before-quantity not = rply-quantity
                add 1 to rply-break-count
            end-if
        end-if
        move ohist-after-status to rply-status
        move ohist-after-quantity to rply-quantity
        add 1 to rply-event-count
        move ohist-event-type to rply-last-event
        move ohist-timestamp to rply-last-timestamp
        if ohist-order-image = spaces
            move "Y" to rply-imageless-flag
        else
            move "N" to rply-imageless-flag
            move ohist-order-image to rply-order-image
        end-if
        if ws-replay-new
            write replay-record
            add 1 to ws-count-replayed-orders
        else
            rewrite replay-record
        end-if
        if ws-replay-file-status not = "00"
            display "ordmast-verify: replay write failed, status "
                ws-replay-file-status
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-if.

compare-master-with-replay.
    *> match-merge on the order number, both sides in key order.
    open input verify-order-master
    if ws-order-file-status not = "00"
        display "ordmast-verify: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    open input verify-replay-file
    if ws-replay-file-status not = "00"
        display "ordmast-verify: unable to reopen ORDHWRK, status "
            ws-replay-file-status
        move "Y" to ws-abort-flag
    end-if
    perform open-exception-file
    if not ws-abort-run
        perform read-next-master
        perform read-next-replay
        perform match-one-order
            until ws-master-key = high-values
            and ws-replay-key = high-values
    end-if
    close verify-order-master
    close verify-replay-file.

match-one-order.
    evaluate true
        when ws-master-key < ws-replay-key
            add 1 to ws-count-no-history
            move "NO-HISTORY" to ws-exception-type
            perform take-master-side
            perform clear-replay-side
            perform write-exception-record
            perform read-next-master
        when ws-replay-key < ws-master-key
            if rply-last-event = "ARC"
                add 1 to ws-count-archived
            else
                add 1 to ws-count-no-master
                move "NO-MASTER" to ws-exception-type
                perform clear-master-side
                perform take-replay-side
                perform write-exception-record
            end-if
            perform read-next-replay
        when other
            evaluate true
                when ordm-status not = rply-status or
                        ordm-quantity not = rply-quantity
                    add 1 to ws-count-mismatch
                    move "MISMATCH" to ws-exception-type
                    perform take-master-side
                    perform take-replay-side
                    perform write-exception-record
                when rply-break-count > 0
                    add 1 to ws-count-history-gap
                    move "HISTORY-GAP" to ws-exception-type
                    perform take-master-side
                    perform take-replay-side
                    perform write-exception-record
                when other
                    add 1 to ws-count-matched
            end-evaluate
            perform read-next-master
            perform read-next-replay
    end-evaluate.

read-next-master.
    read verify-order-master next record
        at end
            move high-values to ws-master-key
        not at end
            add 1 to ws-count-master-read
            move ordm-order-no to ws-master-key
    end-read
    if ws-master-key not = high-values and
            ws-order-file-status not = "00"
        display "ordmast-verify: order read failed, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
        move high-values to ws-master-key
        move high-values to ws-replay-key
    end-if.

read-next-replay.
    read verify-replay-file next record
        at end
            move high-values to ws-replay-key
        not at end
            move rply-order-no to ws-replay-key
    end-read
    if ws-replay-key not = high-values and
            ws-replay-file-status not = "00"
        display "ordmast-verify: replay read failed, status "
            ws-replay-file-status
        move "Y" to ws-abort-flag
        move high-values to ws-master-key
        move high-values to ws-replay-key
    end-if.

backup-order-master.
    string "ORDBKUP." ws-current-date-time(1:8)
        into ws-backup-file-name
    end-string
    open input verify-order-master
    if ws-order-file-status not = "00"
        display "ordmast-verify: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    if not ws-abort-run
        open output verify-backup-file
        if ws-backup-file-status not = "00"
            display "ordmast-verify: unable to open "
                ws-backup-file-name ", status " ws-backup-file-status
            move "Y" to ws-abort-flag
        end-if
    end-if
    if not ws-abort-run
        move spaces to backup-control-record
        move "*HEADER*" to bkpc-tag
        move ws-timestamp-display to bkpc-timestamp
        move 0 to bkpc-record-count
        perform write-backup-record
    end-if
    move "N" to ws-eof-flag
    if ws-abort-run
        move "Y" to ws-eof-flag
    end-if
    perform until ws-eof
        read verify-order-master next record
            at end
                move "Y" to ws-eof-flag
            not at end
                add 1 to ws-count-master-read
                move order-master-record to backup-record
                perform write-backup-record
                if not ws-abort-run
                    add 1 to ws-count-backed-up
                end-if
        end-read
        if not ws-eof and ws-order-file-status not = "00"
            display "ordmast-verify: order read failed, status "
                ws-order-file-status
            move "Y" to ws-eof-flag
            move "Y" to ws-abort-flag
        end-if
    end-perform
    *> the trailer goes on last, and only after a clean copy: a
    *> backup without it is never recovered from.
    if not ws-abort-run
        move spaces to backup-control-record
        move "*TRAILER*" to bkpc-tag
        move ws-timestamp-display to bkpc-timestamp
        move ws-count-backed-up to bkpc-record-count
        perform write-backup-record
    end-if
    close verify-order-master
    close verify-backup-file.

write-backup-record.
    write backup-record
    if ws-backup-file-status not = "00"
        display "ordmast-verify: backup write failed, status "
            ws-backup-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

open-backup-file.
    *> the header's time is where the history replay picks up.
    open input verify-backup-file
    if ws-backup-file-status not = "00"
        display "ordmast-verify: unable to open " ws-backup-file-name
            ", status " ws-backup-file-status
        move "Y" to ws-abort-flag
    else
        read verify-backup-file
            at end
                move spaces to backup-control-record
        end-read
        if bkpc-header
            move bkpc-timestamp to ws-replay-from-timestamp
            display "ordmast-verify: recovering from "
                ws-backup-file-name " taken " bkpc-timestamp
        else
            display "ordmast-verify: " ws-backup-file-name
                " has no backup header -- not an ORDMAST backup"
            move "Y" to ws-abort-flag
        end-if
        close verify-backup-file
    end-if.

merge-backup-with-replay.
    *> pass 1: the backup and the replay, both in key order, merge
    *> into ORDMNEW. ORDMAST itself is not touched here.
    open input verify-backup-file
    if ws-backup-file-status not = "00"
        display "ordmast-verify: unable to reopen "
            ws-backup-file-name ", status " ws-backup-file-status
        move "Y" to ws-abort-flag
    end-if
    open input verify-replay-file
    if ws-replay-file-status not = "00"
        display "ordmast-verify: unable to reopen ORDHWRK, status "
            ws-replay-file-status
        move "Y" to ws-abort-flag
    end-if
    open output order-work-file
    if ws-work-file-status not = "00"
        display "ordmast-verify: unable to open ORDMNEW, status "
            ws-work-file-status
        move "Y" to ws-abort-flag
    end-if
    perform open-exception-file
    if not ws-abort-run
        *> skip the header record.
        read verify-backup-file
            at end
                continue
        end-read
        perform read-next-backup
        perform read-next-replay
        perform recover-one-order
            until ws-backup-key = high-values
            and ws-replay-key = high-values
    end-if
    if not ws-abort-run and not ws-trailer-seen
        display "ordmast-verify: " ws-backup-file-name
            " ends without its trailer -- incomplete backup,"
            " ORDMAST not rebuilt"
        move "Y" to ws-abort-flag
    end-if
    close verify-backup-file
    close verify-replay-file
    close order-work-file.

recover-one-order.
    evaluate true
        when ws-backup-key < ws-replay-key
            *> nothing happened to the order since the backup.
            move backup-record to work-record
            add 1 to ws-count-from-backup
            perform write-work-record
            perform read-next-backup
        when ws-replay-key < ws-backup-key
            *> an order taken (or restored) since the backup.
            move "N" to ws-have-backup-flag
            perform roll-order-forward
            perform read-next-replay
        when other
            move "Y" to ws-have-backup-flag
            perform roll-order-forward
            perform read-next-backup
            perform read-next-replay
    end-evaluate.

roll-order-forward.
    *> the last after-image wins; without one the backup copy stands.
    *> an order archived since the backup stays off ORDMAST -- it is
    *> on that day's ORDARCH.
    evaluate true
        when rply-last-event = "ARC"
            add 1 to ws-count-archived
        when rply-order-image not = spaces and not rply-imageless
            move rply-order-image to work-record
            add 1 to ws-count-rolled-forward
            perform write-work-record
        when ws-have-backup
            move backup-record to work-record
            add 1 to ws-count-from-backup
            add 1 to ws-count-no-image
            move "NO-IMAGE" to ws-exception-type
            perform clear-master-side
            perform take-replay-side
            perform write-exception-record
            perform write-work-record
        when rply-order-image not = spaces
            *> a later event without an image: the last image there
            *> is, reported so the order is checked by hand.
            move rply-order-image to work-record
            add 1 to ws-count-rolled-forward
            add 1 to ws-count-no-image
            move "NO-IMAGE" to ws-exception-type
            perform clear-master-side
            perform take-replay-side
            perform write-exception-record
            perform write-work-record
        when other
            add 1 to ws-count-lost
            move "LOST" to ws-exception-type
            perform clear-master-side
            perform take-replay-side
            perform write-exception-record
    end-evaluate.

read-next-backup.
    read verify-backup-file
        at end
            move high-values to ws-backup-key
        not at end
            if bkpc-trailer
                move "Y" to ws-trailer-seen-flag
                move high-values to ws-backup-key
                if bkpc-record-count not = ws-count-backup-read
                    display "ordmast-verify: backup trailer count "
                        bkpc-record-count " but "
                        ws-count-backup-read " records read"
                    move "Y" to ws-abort-flag
                    move high-values to ws-replay-key
                end-if
            else
                add 1 to ws-count-backup-read
                move bkup-order-no to ws-backup-key
            end-if
    end-read
    if ws-backup-key not = high-values and
            ws-backup-file-status not = "00"
        display "ordmast-verify: backup read failed, status "
            ws-backup-file-status
        move "Y" to ws-abort-flag
        move high-values to ws-backup-key
        move high-values to ws-replay-key
    end-if.

write-work-record.
    write work-record
    if ws-work-file-status not = "00"
        display "ordmast-verify: work-file write failed, status "
            ws-work-file-status
        move "Y" to ws-abort-flag
        move high-values to ws-backup-key
        move high-values to ws-replay-key
    end-if.

rebuild-order-master.
    *> pass 1 completed cleanly: every order is safe in ORDMNEW, so
    *> ORDMAST can now be rewritten from the work file.
    move "N" to ws-eof-flag
    open input order-work-file
    if ws-work-file-status not = "00"
        display "ordmast-verify: unable to reopen ORDMNEW, status "
            ws-work-file-status
        move "Y" to ws-abort-flag
        move "Y" to ws-eof-flag
    end-if
    if not ws-abort-run
        open output verify-order-master
        if ws-order-file-status not = "00"
            display "ordmast-verify: unable to rewrite ORDMAST, "
                "status " ws-order-file-status
            move "Y" to ws-abort-flag
            move "Y" to ws-eof-flag
        end-if
    end-if
    perform until ws-eof
        read order-work-file
            at end move "Y" to ws-eof-flag
            not at end
                move work-record to order-master-record
                write order-master-record
                if ws-order-file-status = "00"
                    add 1 to ws-count-rebuilt
                else
                    display "ordmast-verify: rebuild write failed, "
                        "status " ws-order-file-status
                    move "Y" to ws-abort-flag
                    move "Y" to ws-eof-flag
                end-if
        end-read
        *> hard read error: neither at-end nor not-at-end ran -- stop
        *> instead of spinning with ORDMAST already open for output.
        if not ws-eof and ws-work-file-status not = "00"
            display "ordmast-verify: work read failed, status "
                ws-work-file-status
            move "Y" to ws-abort-flag
            move "Y" to ws-eof-flag
        end-if
    end-perform
    close order-work-file
    close verify-order-master
    if not ws-abort-run
        move "ORDMNEW" to ws-delete-file-name
        call "CBL_DELETE_FILE" using ws-delete-file-name
    end-if.

open-exception-file.
    open output verify-exception-file
    if ws-exception-file-status = "00"
        move "Y" to ws-exception-open-flag
    else
        display "ordmast-verify: unable to open "
            ws-exception-file-name ", status "
            ws-exception-file-status
        move "Y" to ws-abort-flag
    end-if.

take-master-side.
    move ordm-order-no to ws-exc-order-no
    move ordm-status to ws-exc-master-status
    move ordm-quantity to ws-exc-master-quantity.

clear-master-side.
    move spaces to ws-exc-master-status
    move 0 to ws-exc-master-quantity.

take-replay-side.
    move rply-order-no to ws-exc-order-no
    move rply-status to ws-exc-replay-status
    move rply-quantity to ws-exc-replay-quantity
    move rply-event-count to ws-exc-event-count
    move rply-last-event to ws-exc-last-event
    move rply-last-timestamp to ws-exc-last-timestamp.

clear-replay-side.
    move spaces to ws-exc-replay-status
    move 0 to ws-exc-replay-quantity
    move 0 to ws-exc-event-count
    move spaces to ws-exc-last-event
    move spaces to ws-exc-last-timestamp.

write-exception-record.
    move spaces to verify-exception-record
    move ws-exc-order-no to vfx-order-no
    move ws-exception-type to vfx-exception
    move ws-exc-master-status to vfx-master-status
    move ws-exc-master-quantity to vfx-master-quantity
    move ws-exc-replay-status to vfx-replay-status
    move ws-exc-replay-quantity to vfx-replay-quantity
    move ws-exc-event-count to vfx-event-count
    move ws-exc-last-event to vfx-last-event
    move ws-exc-last-timestamp to vfx-last-timestamp
    display "ordmast-verify: order " vfx-order-no " " vfx-exception
        " master " vfx-master-status "/" vfx-master-quantity
        " history " vfx-replay-status "/" vfx-replay-quantity
    write verify-exception-record
    if ws-exception-file-status not = "00"
        display "ordmast-verify: exception write failed, status "
            ws-exception-file-status
        move "Y" to ws-abort-flag
        move high-values to ws-master-key
        move high-values to ws-backup-key
        move high-values to ws-replay-key
    end-if.

display-usage.
    display "usage: ordmast-verify MODE=VERIFY"
    display "       ordmast-verify MODE=BACKUP"
    display "       ordmast-verify MODE=RECOVER FILE=ORDBKUP.yyyymmdd".

display-summary.
    display "===== ordmast-verify summary ====="
    display "mode                    : " ws-run-mode
    evaluate true
        when ws-mode-verify
            display "history events read     : " ws-count-history-read
            display "orders with history     : "
                ws-count-replayed-orders
            display "order records read      : " ws-count-master-read
            display "matched                 : " ws-count-matched
            display "status/qty mismatch     : " ws-count-mismatch
            display "history, no master      : " ws-count-no-master
            display "archived (ARC event)    : " ws-count-archived
            display "master, no history      : " ws-count-no-history
            display "history gaps            : " ws-count-history-gap
        when ws-mode-backup
            display "order records read      : " ws-count-master-read
            display "records backed up       : " ws-count-backed-up
        when other
            display "backup records read     : " ws-count-backup-read
            display "history events read     : " ws-count-history-read
            display "before backup (skipped) : "
                ws-count-history-skipped
            display "kept as backed up       : " ws-count-from-backup
            display "rolled forward          : "
                ws-count-rolled-forward
            display "archived (left off)     : " ws-count-archived
            display "no after-image          : " ws-count-no-image
            display "lost (no backup/image)  : " ws-count-lost
            display "ORDMAST records written : " ws-count-rebuilt
    end-evaluate
    if ws-abort-run
        evaluate true
            when ws-mode-recover
                display "ordmast-verify: run aborted -- check ORDMNEW"
                    " before rerunning"
            when other
                display "ordmast-verify: run aborted -- rerun is safe"
        end-evaluate
    else
        evaluate true
            when ws-mode-backup
                display "backup file             : "
                    ws-backup-file-name
            when other
                display "exception file          : "
                    ws-exception-file-name
        end-evaluate
    end-if.
