identification division.
program-id. eod-run.
*> end-of-day run controller: runs the overnight batch suite in the
*> one order it must go in, quiesces the listener around it, and keeps
*> a RUNCTL run-control file of every step's start, end and outcome
*> so a failed night restarts where it stopped. usage:
*>     eod-run            new run, or resume an unfinished one
*>     eod-run SKIP=Y     resume, passing over the step that failed
*>     eod-run FRESH=Y    abandon an unfinished run and start anew
*> the sequence, and why it is in this order:
*>   01 listenctl-set DRAIN=Y   quiesce the listener for the night;
*>   02 recon-report            BEFORE queue-drain -- the drain
*>                              truncates QUEUEOUT, one side of it;
*>   03 queue-drain
*>   04 billing-summary         BEFORE ordmast-archive prunes old
*>                              cancelled orders it pairs against;
*>   05 pick-confirm            ship what the warehouse confirmed,
*>                              before invoice-run bills shipments;
*>   06 price-load              tonight's prices in effect for
*>   07 invoice-run             tonight's invoices;
*>   08 inventory-recon         against the warehouse extract BEFORE
*>   09 itemmast-load           the load applies it;
*>   10 backorder-alloc         fill waiting lines from the new stock,
*>   11 replenish-report        and suggest against the result;
*>   12 pick-extract            send tonight's open orders out;
*>   13 ordmast-archive         prune old cancelled orders;
*>   14 ordmast-verify BACKUP   ORDMAST as tonight's batch left it --
*>                              after every step that rewrites it, so
*>                              a recovery from it only rolls forward
*>                              what the listener takes after it;
*>   15 order-aging             age what is still waiting after all
*>                              of the above;
*>   16 ordmast-verify VERIFY   check ORDMAST against its history;
*>   17 listenctl-set DRAIN=N   release the listener.
*> each step runs as its own program; a non-zero return code is a
*> failed step. the run stops there and leaves the listener drained --
*> a step that stopped part way (an ORDMAST rebuild, a QUEUEOUT
*> truncate) must be looked at before traffic resumes. rerunning
*> eod-run then picks up at the failed step: steps already done are
*> never repeated, since several of them truncate or rebuild files.
*> the drain step alone is always re-run, so a resumed night is
*> quiesced whatever was done by hand in between. a step that cannot
*> succeed tonight (say no price extract arrived) is passed over with
*> SKIP=Y, which is recorded against it. the nightly extracts the
*> steps read (PICKCONF, PRICEXT, ITEMWHS) must be in place first.
environment division.
configuration section.
input-output section.
file-control.
    select run-control-file assign to "RUNCTL"
        organization is line sequential
        file status is ws-runctl-file-status.
data division.
file section.
fd run-control-file.
*> one RUN record for the night, then one STP record per step, in
*> step order; the whole file is rewritten at every change of state.
01 run-header-record.
    05 runh-record-type pic x(3).
    05 filler pic x.
    05 runh-status pic x(8).
    05 filler pic x.
    05 runh-started pic x(19).
    05 filler pic x.
    05 runh-ended pic x(19).
    05 filler pic x.
    05 runh-restart-count pic 9(3).
    05 filler pic x(48).
01 run-step-record.
    05 runs-record-type pic x(3).
    05 filler pic x.
    05 runs-step-no pic 9(2).
    05 filler pic x.
    05 runs-command pic x(30).
    05 filler pic x.
    05 runs-status pic x(8).
    05 filler pic x.
    05 runs-started pic x(19).
    05 filler pic x.
    05 runs-ended pic x(19).
    05 filler pic x.
    05 runs-return-code pic s9(9) sign leading separate.
working-storage section.
01 ws-runctl-file-status pic xx.
01 ws-command-args pic x(80).
01 ws-parm pic x(20).
01 ws-fresh-flag pic x value "N".
    88 ws-fresh-run value "Y".
01 ws-skip-flag pic x value "N".
    88 ws-skip-failed-step value "Y".
01 ws-usage-error-flag pic x value "N".
    88 ws-usage-error value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-resume-flag pic x value "N".
    88 ws-resuming value "Y".
01 ws-runctl-eof-flag pic x.
    88 ws-runctl-eof value "Y".
01 ws-runctl-usable-flag pic x.
    88 ws-runctl-usable value "Y".
*> the nightly sequence -- see the header for why it runs in this
*> order. a change here changes the step numbers, so let the night
*> in progress finish (or FRESH=Y it) first.
01 ws-step-commands.
    05 filler pic x(30) value "listenctl-set DRAIN=Y".
    05 filler pic x(30) value "recon-report".
    05 filler pic x(30) value "queue-drain".
    05 filler pic x(30) value "billing-summary".
    05 filler pic x(30) value "pick-confirm".
    05 filler pic x(30) value "price-load".
    05 filler pic x(30) value "invoice-run".
    05 filler pic x(30) value "inventory-recon".
    05 filler pic x(30) value "itemmast-load".
    05 filler pic x(30) value "backorder-alloc".
    05 filler pic x(30) value "replenish-report".
    05 filler pic x(30) value "pick-extract".
    05 filler pic x(30) value "ordmast-archive".
    05 filler pic x(30) value "ordmast-verify MODE=BACKUP".
    05 filler pic x(30) value "order-aging".
    05 filler pic x(30) value "ordmast-verify MODE=VERIFY".
    05 filler pic x(30) value "listenctl-set DRAIN=N".
01 ws-step-command-table redefines ws-step-commands.
    05 ws-step-command pic x(30) occurs 17 times.
01 ws-step-count pic 9(2) value 17.
01 ws-step-state-table.
    05 ws-step-state occurs 17 times.
        10 ws-ss-status pic x(8).
            88 ws-ss-done value "DONE" "SKIPPED".
        10 ws-ss-started pic x(19).
        10 ws-ss-ended pic x(19).
        10 ws-ss-return-code pic s9(9).
01 ws-step-ix pic 9(2).
*> write-run-control's own subscript: it runs in the middle of the
*> step loop.
01 ws-record-ix pic 9(2).
01 ws-run-status pic x(8).
01 ws-run-started pic x(19).
01 ws-run-ended pic x(19).
01 ws-restart-count pic 9(3) value 0.
01 ws-failed-step-no pic 9(2) value 0.
01 ws-system-command pic x(31).
01 ws-step-return-code pic s9(9).
01 ws-current-date-time pic x(21).
01 ws-timestamp-display pic x(19).
01 ws-count-run pic 9(2) value 0.
01 ws-count-skipped pic 9(2) value 0.
01 ws-count-already-done pic 9(2) value 0.
procedure division.
main-line section.
    perform parse-command-arguments
    if ws-usage-error
        perform display-usage
        move "Y" to ws-abort-flag
    else
        perform build-timestamp
        perform load-run-control
        if not ws-abort-run
            perform start-run
        end-if
        if not ws-abort-run
            perform run-one-step
                varying ws-step-ix from 1 by 1
                until ws-step-ix > ws-step-count or ws-abort-run
            perform finish-run
        end-if
        perform display-summary
    end-if
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

parse-command-arguments.
    move spaces to ws-command-args
    accept ws-command-args from command-line
    move ws-command-args to ws-parm
    evaluate true
        when ws-command-args = spaces
            continue
        when ws-command-args(21:60) not = spaces
            move "Y" to ws-usage-error-flag
        when ws-parm = "FRESH=Y"
            move "Y" to ws-fresh-flag
        when ws-parm = "SKIP=Y"
            move "Y" to ws-skip-flag
        when other
            move "Y" to ws-usage-error-flag
    end-evaluate.

load-run-control.
    *> a previous run that did not end COMPLETE is resumed unless the
    *> operator says FRESH=Y; anything else starts a new night.
    perform reset-step-states
    move "N" to ws-runctl-usable-flag
    open input run-control-file
    if ws-runctl-file-status = "00"
        perform read-run-control
        close run-control-file
    else
        if ws-runctl-file-status not = "35"
            display "eod-run: unable to open RUNCTL, status "
                ws-runctl-file-status
            move "Y" to ws-abort-flag
        end-if
    end-if
    evaluate true
        when ws-abort-run
            continue
        when ws-runctl-usable and ws-run-status not = "COMPLETE"
                and not ws-fresh-run
            move "Y" to ws-resume-flag
        when ws-skip-failed-step
            display "eod-run: SKIP=Y given but there is no unfinished"
                " run to resume"
            move "Y" to ws-abort-flag
        when other
            perform reset-step-states
            move 0 to ws-restart-count
            move ws-timestamp-display to ws-run-started
    end-evaluate.

read-run-control.
    move "N" to ws-runctl-eof-flag
    read run-control-file
        at end
            move "Y" to ws-runctl-eof-flag
    end-read
    if not ws-runctl-eof and ws-runctl-file-status = "00"
            and runh-record-type = "RUN"
        move "Y" to ws-runctl-usable-flag
        move runh-status to ws-run-status
        move runh-started to ws-run-started
        move runh-restart-count to ws-restart-count
    end-if
    perform varying ws-step-ix from 1 by 1
            until ws-step-ix > ws-step-count or not ws-runctl-usable
        read run-control-file
            at end
                move "N" to ws-runctl-usable-flag
        end-read
        if ws-runctl-usable
            *> a file from a different step list cannot be resumed
            *> safely; the operator decides with FRESH=Y.
            if ws-runctl-file-status not = "00"
                    or runs-record-type not = "STP"
                    or runs-step-no not = ws-step-ix
                    or runs-command not = ws-step-command(ws-step-ix)
                move "N" to ws-runctl-usable-flag
            else
                move runs-status to ws-ss-status(ws-step-ix)
                move runs-started to ws-ss-started(ws-step-ix)
                move runs-ended to ws-ss-ended(ws-step-ix)
                move runs-return-code
                    to ws-ss-return-code(ws-step-ix)
            end-if
        end-if
    end-perform
    if not ws-runctl-usable and not ws-fresh-run
        display "eod-run: RUNCTL does not match this step list --"
            " rerun with FRESH=Y to start a new night"
        move "Y" to ws-abort-flag
    end-if.

reset-step-states.
    perform varying ws-step-ix from 1 by 1
            until ws-step-ix > ws-step-count
        move "PENDING" to ws-ss-status(ws-step-ix)
        move spaces to ws-ss-started(ws-step-ix)
        move spaces to ws-ss-ended(ws-step-ix)
        move 0 to ws-ss-return-code(ws-step-ix)
    end-perform.

start-run.
    *> a refused SKIP=Y leaves RUNCTL exactly as it was.
    if ws-resuming and ws-skip-failed-step
        perform skip-failed-step
    end-if
    if not ws-abort-run
        if ws-resuming
            add 1 to ws-restart-count
            display "eod-run: resuming the run started " ws-run-started
        else
            display "eod-run: new run started " ws-run-started
        end-if
        move "RUNNING" to ws-run-status
        move spaces to ws-run-ended
        perform write-run-control
    end-if.

skip-failed-step.
    *> only the step that stopped the run -- FAILED, or RUNNING if the
    *> controller itself died under it -- may be passed over, and
    *> never the drain: nothing after it is safe with traffic live.
    move 0 to ws-failed-step-no
    perform varying ws-step-ix from 1 by 1
            until ws-step-ix > ws-step-count or ws-failed-step-no > 0
        if ws-ss-status(ws-step-ix) = "FAILED" or "RUNNING"
            move ws-step-ix to ws-failed-step-no
        end-if
    end-perform
    evaluate ws-failed-step-no
        when 0
            display "eod-run: SKIP=Y given but there is no failed"
                " step to skip"
            move "Y" to ws-abort-flag
        when 1
            display "eod-run: SKIP=Y refused -- the drain step cannot"
                " be skipped"
            move "Y" to ws-abort-flag
        when other
            move "SKIPPED" to ws-ss-status(ws-failed-step-no)
            move ws-timestamp-display
                to ws-ss-ended(ws-failed-step-no)
            display "eod-run: step " ws-failed-step-no " "
                ws-step-command(ws-failed-step-no)
                " skipped by operator"
    end-evaluate
    move 0 to ws-failed-step-no.

run-one-step.
    *> step 1 is the drain, re-asserted on every run.
    if ws-ss-done(ws-step-ix) and ws-step-ix > 1
        add 1 to ws-count-already-done
        if ws-ss-status(ws-step-ix) = "SKIPPED"
            add 1 to ws-count-skipped
        end-if
        display "eod-run: step " ws-step-ix " "
            ws-step-command(ws-step-ix) " already "
            ws-ss-status(ws-step-ix)
    else
        perform build-timestamp
        move "RUNNING" to ws-ss-status(ws-step-ix)
        move ws-timestamp-display to ws-ss-started(ws-step-ix)
        move spaces to ws-ss-ended(ws-step-ix)
        move 0 to ws-ss-return-code(ws-step-ix)
        perform write-run-control
        if not ws-abort-run
            display "eod-run: step " ws-step-ix " "
                ws-step-command(ws-step-ix) " started "
                ws-timestamp-display
            move ws-step-command(ws-step-ix) to ws-system-command
            call "SYSTEM" using ws-system-command
            move return-code to ws-step-return-code
            move 0 to return-code
            perform build-timestamp
            move ws-timestamp-display to ws-ss-ended(ws-step-ix)
            move ws-step-return-code to ws-ss-return-code(ws-step-ix)
            add 1 to ws-count-run
            if ws-step-return-code = 0
                move "DONE" to ws-ss-status(ws-step-ix)
                display "eod-run: step " ws-step-ix " done "
                    ws-timestamp-display
            else
                move "FAILED" to ws-ss-status(ws-step-ix)
                move ws-step-ix to ws-failed-step-no
                display "eod-run: step " ws-step-ix " "
                    ws-step-command(ws-step-ix) " FAILED, return code "
                    ws-step-return-code
                move "Y" to ws-abort-flag
            end-if
            perform write-run-control
        end-if
    end-if.

finish-run.
    perform build-timestamp
    move ws-timestamp-display to ws-run-ended
    if ws-abort-run
        move "FAILED" to ws-run-status
    else
        move "COMPLETE" to ws-run-status
    end-if
    perform write-run-control.

write-run-control.
    *> rewritten whole, like listenctl-set's LISTENCTL: a handful of
    *> records, and the file always shows the night as it stands.
    open output run-control-file
    if ws-runctl-file-status not = "00"
        display "eod-run: unable to write RUNCTL, status "
            ws-runctl-file-status " -- stopping, the run cannot be"
            " tracked"
        move "Y" to ws-abort-flag
    else
        move spaces to run-header-record
        move "RUN" to runh-record-type
        move ws-run-status to runh-status
        move ws-run-started to runh-started
        move ws-run-ended to runh-ended
        move ws-restart-count to runh-restart-count
        write run-header-record
        perform write-step-record
            varying ws-record-ix from 1 by 1
            until ws-record-ix > ws-step-count
        if ws-runctl-file-status not = "00"
            display "eod-run: RUNCTL write failed, status "
                ws-runctl-file-status
            move "Y" to ws-abort-flag
        end-if
        close run-control-file
    end-if.

write-step-record.
    if ws-runctl-file-status = "00"
        move spaces to run-step-record
        move "STP" to runs-record-type
        move ws-record-ix to runs-step-no
        move ws-step-command(ws-record-ix) to runs-command
        move ws-ss-status(ws-record-ix) to runs-status
        move ws-ss-started(ws-record-ix) to runs-started
        move ws-ss-ended(ws-record-ix) to runs-ended
        move ws-ss-return-code(ws-record-ix) to runs-return-code
        write run-step-record
    end-if.

build-timestamp.
    move function current-date to ws-current-date-time
    string
        ws-current-date-time(1:4) "-" ws-current-date-time(5:2) "-"
        ws-current-date-time(7:2) " " ws-current-date-time(9:2) ":"
        ws-current-date-time(11:2) ":" ws-current-date-time(13:2)
        into ws-timestamp-display
    end-string.

display-usage.
    display "usage: eod-run [SKIP=Y | FRESH=Y]"
    display "  no keyword runs a new night, or resumes an unfinished"
    display "  one at its failed step; SKIP=Y resumes past the failed"
    display "  step; FRESH=Y abandons an unfinished run.".

display-summary.
    display "===== eod-run summary ====="
    display "run started             : " ws-run-started
    display "run status              : " ws-run-status
    display "restarts                : " ws-restart-count
    display "steps run this time     : " ws-count-run
    display "already done (passed)   : " ws-count-already-done
    display "of which skipped        : " ws-count-skipped
    if ws-failed-step-no > 0
        display "failed at step          : " ws-failed-step-no " "
            ws-step-command(ws-failed-step-no)
        display "eod-run: the listener is still drained -- fix the"
            " step, then rerun eod-run to resume there"
    end-if.
