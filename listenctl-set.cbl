main-line section.
    perform load-current-settings
    perform parse-command-arguments
    *> a non-zero return code tells the run controller (eod-run) the
    *> drain was not set.
    if ws-usage-error
        perform display-usage
        move 16 to return-code
    else
        perform write-control-file
    end-if
    if ws-control-file-status not = "00"
        display "listenctl-set: unable to open LISTENCTL, status "
            ws-control-file-status
        move 16 to return-code
    else
        move spaces to control-record
        move ws-new-debug-level to ctl-debug-level
        if ws-control-file-status not = "00"
            display "listenctl-set: write failed, status "
                ws-control-file-status
            move 16 to return-code
        else
            display "listenctl-set: LISTENCTL updated"
            display "  debug level         : " ws-new-debug-level
