        perform truncate-queue-file
    end-if
    perform display-summary
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

open-all-files.
            when "STA"
            when "MOD"
            when "SHP"
            when "RTN"
                continue
            when other
                move "01" to ws-reject-reason
