identification division.
program-id. order-aging.
*> daily order-aging / fulfilment SLA exception report: sweeps the
*> ORDMAST order master and ages every order still waiting to ship,
*> so one stuck in the pipeline is no longer invisible. an order lands
*> in one of three buckets once it has waited past its threshold:
*>   NOT-PICKED  - OPN but not yet sent to the warehouse (extract flag
*>                 not "Y"), aged from ordm-created-timestamp, past
*>                 LISTENER_AGING_EXTRACT_DAYS (default 2);
*>   NOT-SHIPPED - sent on a pick file but no SHP back, aged from
*>                 ordm-activity-timestamp (pick-extract stamps it
*>                 when it sends the order), past
*>                 LISTENER_AGING_SHIP_DAYS (default 5);
*>   BACKORDERED - BKO, still waiting on stock, aged from
*>                 ordm-created-timestamp, past the extract threshold.
*> each exception goes to the dated AGEEXCP.yyyymmdd file customer
*> service works from (order, customer and name, bucket, age in days,
*> timestamps, lines and quantity), and the report breaks them out by
*> customer with the CUSTMAST name. shipped, returned and cancelled
*> orders are finished and never aged. read-only against ORDMAST and
*> CUSTMAST, so it can run at any point in the night.
environment division.
configuration section.
input-output section.
file-control.
    select aging-order-master assign to "ORDMAST"
        organization is indexed
        access mode is sequential
        record key is ordm-order-no
        file status is ws-order-file-status.
    select aging-customer-master assign to "CUSTMAST"
        organization is indexed
        access mode is random
        record key is cust-customer-id
        file status is ws-customer-file-status.
    *> ASSIGN USING: one dated file per day, the same shape as
    *> pick-extract's PICKFILE.yyyymmdd.
    select aging-exception-file assign using ws-exception-file-name
        organization is line sequential
        file status is ws-exception-file-status.
data division.
file section.
fd aging-order-master.
    copy ORDMREC.
fd aging-customer-master.
    copy CUSTREC.
fd aging-exception-file.
01 aging-exception-record.
    05 agex-order-no pic x(9).
    05 filler pic x.
    05 agex-customer-id pic x(8).
    05 filler pic x.
    05 agex-customer-name pic x(30).
    05 filler pic x.
    05 agex-status pic x(3).
    05 filler pic x.
    05 agex-bucket pic x(11).
    05 filler pic x.
    05 agex-age-days pic 9(5).
    05 filler pic x.
    05 agex-created-timestamp pic x(19).
    05 filler pic x.
    05 agex-activity-timestamp pic x(19).
    05 filler pic x.
    05 agex-line-count pic 9(3).
    05 filler pic x.
    05 agex-quantity pic 9(5).
working-storage section.
01 ws-order-file-status pic xx.
01 ws-customer-file-status pic xx.
01 ws-exception-file-status pic xx.
01 ws-exception-file-name pic x(16).
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-current-date-raw pic x(21).
01 ws-today-yyyymmdd pic 9(8).
01 ws-today-day-no pic 9(9).
*> the two SLA thresholds, in whole days; overrides are plain digits
*> ("3"), edited only ahead of the space padding.
01 ws-days-env pic x(3).
01 ws-env-digit-count pic 9(1).
01 ws-extract-days pic 9(3) value 2.
01 ws-ship-days pic 9(3) value 5.
*> the timestamp an order is aged from, as yyyymmdd.
01 ws-age-timestamp pic x(19).
01 ws-age-yyyymmdd-x pic x(8).
01 ws-age-yyyymmdd redefines ws-age-yyyymmdd-x pic 9(8).
01 ws-age-days pic 9(5).
01 ws-age-threshold pic 9(3).
01 ws-bucket pic x(11).
01 ws-customer-name pic x(30).
*> one roll-up line per customer with an exception; 500 customers is
*> several times the live book, and an overflow is reported loudly
*> rather than silently dropped.
01 ws-customer-table.
    05 ws-cust-entry occurs 500 times.
        10 ws-ct-customer-id pic x(8).
        10 ws-ct-customer-name pic x(30).
        10 ws-ct-not-picked pic 9(5).
        10 ws-ct-not-shipped pic 9(5).
        10 ws-ct-backordered pic 9(5).
        10 ws-ct-oldest-days pic 9(5).
01 ws-cust-count pic 9(3) value 0.
01 ws-cust-ix pic 9(3).
01 ws-cust-found-ix pic 9(3).
01 ws-table-full-flag pic x value "N".
    88 ws-table-full value "Y".
01 ws-count-read pic 9(9) value 0.
01 ws-count-waiting pic 9(9) value 0.
01 ws-count-not-picked pic 9(9) value 0.
01 ws-count-not-shipped pic 9(9) value 0.
01 ws-count-backordered pic 9(9) value 0.
01 ws-count-undated pic 9(9) value 0.
procedure division.
main-line section.
    perform compute-run-settings
    display "order-aging: extract threshold " ws-extract-days
        " days, ship threshold " ws-ship-days " days"
    perform open-all-files
    if not ws-abort-run
        perform until ws-eof
            perform read-next-order-record
            if not ws-eof
                add 1 to ws-count-read
                perform age-one-order
            end-if
        end-perform
        perform close-all-files
    end-if
    perform display-report
    *> a non-zero return code is how the run controller (eod-run)
    *> knows the step failed and stops the night there.
    if ws-abort-run
        move 16 to return-code
    end-if
    stop run.

compute-run-settings.
    move spaces to ws-days-env
    accept ws-days-env from environment "LISTENER_AGING_EXTRACT_DAYS"
    move 0 to ws-env-digit-count
    inspect ws-days-env tallying ws-env-digit-count
        for characters before initial space
    if ws-env-digit-count > 0 and
            ws-days-env(1:ws-env-digit-count) is numeric
        compute ws-extract-days =
            function numval(ws-days-env(1:ws-env-digit-count))
    end-if
    move spaces to ws-days-env
    accept ws-days-env from environment "LISTENER_AGING_SHIP_DAYS"
    move 0 to ws-env-digit-count
    inspect ws-days-env tallying ws-env-digit-count
        for characters before initial space
    if ws-env-digit-count > 0 and
            ws-days-env(1:ws-env-digit-count) is numeric
        compute ws-ship-days =
            function numval(ws-days-env(1:ws-env-digit-count))
    end-if
    move function current-date to ws-current-date-raw
    move ws-current-date-raw(1:8) to ws-today-yyyymmdd
    compute ws-today-day-no =
        function integer-of-date(ws-today-yyyymmdd)
    string "AGEEXCP." ws-current-date-raw(1:8)
        into ws-exception-file-name
    end-string.

open-all-files.
    open input aging-order-master
    if ws-order-file-status not = "00"
        display "order-aging: unable to open ORDMAST, status "
            ws-order-file-status
        move "Y" to ws-abort-flag
    end-if
    open input aging-customer-master
    if ws-customer-file-status not = "00"
        display "order-aging: unable to open CUSTMAST, status "
            ws-customer-file-status
        move "Y" to ws-abort-flag
    end-if
    open output aging-exception-file
    if ws-exception-file-status not = "00"
        display "order-aging: unable to open " ws-exception-file-name
            ", status " ws-exception-file-status
        move "Y" to ws-abort-flag
    end-if.

read-next-order-record.
    read aging-order-master next record
        at end move "Y" to ws-eof-flag
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so
    *> without this check the loop would spin forever (the same
    *> guard every other read loop in the suite carries).
    if not ws-eof and ws-order-file-status not = "00"
        display "order-aging: read failed, status "
            ws-order-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

age-one-order.
    move spaces to ws-bucket
    evaluate true
        when ordm-status-open and not ordm-extracted
            move "NOT-PICKED" to ws-bucket
            move ordm-created-timestamp to ws-age-timestamp
            move ws-extract-days to ws-age-threshold
        when ordm-status-open
            move "NOT-SHIPPED" to ws-bucket
            move ordm-activity-timestamp to ws-age-timestamp
            move ws-ship-days to ws-age-threshold
        when ordm-status-backordered
            move "BACKORDERED" to ws-bucket
            move ordm-created-timestamp to ws-age-timestamp
            move ws-extract-days to ws-age-threshold
        when other
            continue
    end-evaluate
    if ws-bucket not = spaces
        add 1 to ws-count-waiting
        perform compute-age-days
        if ws-age-days > ws-age-threshold
            perform report-aged-order
        end-if
    end-if.

compute-age-days.
    *> timestamps are "yyyy-mm-dd hh:mm:ss"; one that is blank or
    *> garbled cannot be aged, so it is counted and shown as its own
    *> exception rather than silently passed over.
    string ws-age-timestamp(1:4) ws-age-timestamp(6:2)
        ws-age-timestamp(9:2) delimited by size
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
        add 1 to ws-count-undated
        display "order-aging: order " ordm-order-no
            " has no usable timestamp (" ws-age-timestamp
            ") -- reported as aged"
        move 99999 to ws-age-days
    end-if.

report-aged-order.
    evaluate ws-bucket
        when "NOT-PICKED"
            add 1 to ws-count-not-picked
        when "NOT-SHIPPED"
            add 1 to ws-count-not-shipped
        when other
            add 1 to ws-count-backordered
    end-evaluate
    perform lookup-customer-name
    perform find-customer-entry
    if not ws-table-full
        evaluate ws-bucket
            when "NOT-PICKED"
                add 1 to ws-ct-not-picked(ws-cust-found-ix)
            when "NOT-SHIPPED"
                add 1 to ws-ct-not-shipped(ws-cust-found-ix)
            when other
                add 1 to ws-ct-backordered(ws-cust-found-ix)
        end-evaluate
        if ws-age-days > ws-ct-oldest-days(ws-cust-found-ix)
            move ws-age-days to ws-ct-oldest-days(ws-cust-found-ix)
        end-if
    end-if
    perform write-exception-record.

lookup-customer-name.
    move ordm-customer-id to cust-customer-id
    read aging-customer-master
        invalid key
            move "** NOT ON CUSTMAST **" to ws-customer-name
        not invalid key
            move cust-name to ws-customer-name
    end-read
    if ws-customer-file-status not = "00" and
            ws-customer-file-status not = "23"
        display "order-aging: customer read failed, status "
            ws-customer-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

find-customer-entry.
    *> serial lookup; adds the customer on first sight, the same shape
    *> as billing-summary's table.
    move 0 to ws-cust-found-ix
    perform varying ws-cust-ix from 1 by 1
            until ws-cust-ix > ws-cust-count
            or ws-cust-found-ix > 0
        if ws-ct-customer-id(ws-cust-ix) = ordm-customer-id
            move ws-cust-ix to ws-cust-found-ix
        end-if
    end-perform
    if ws-cust-found-ix = 0
        if ws-cust-count >= 500
            if not ws-table-full
                move "Y" to ws-table-full-flag
                display "order-aging: customer table full --"
                    " breakdown is incomplete, raise the table size"
            end-if
        else
            add 1 to ws-cust-count
            move ws-cust-count to ws-cust-found-ix
            move ordm-customer-id
                to ws-ct-customer-id(ws-cust-found-ix)
            move ws-customer-name
                to ws-ct-customer-name(ws-cust-found-ix)
            move 0 to ws-ct-not-picked(ws-cust-found-ix)
            move 0 to ws-ct-not-shipped(ws-cust-found-ix)
            move 0 to ws-ct-backordered(ws-cust-found-ix)
            move 0 to ws-ct-oldest-days(ws-cust-found-ix)
        end-if
    end-if.

write-exception-record.
    move spaces to aging-exception-record
    move ordm-order-no to agex-order-no
    move ordm-customer-id to agex-customer-id
    move ws-customer-name to agex-customer-name
    move ordm-status to agex-status
    move ws-bucket to agex-bucket
    move ws-age-days to agex-age-days
    move ordm-created-timestamp to agex-created-timestamp
    move ordm-activity-timestamp to agex-activity-timestamp
    move ordm-line-count to agex-line-count
    move ordm-quantity to agex-quantity
    write aging-exception-record
    if ws-exception-file-status not = "00"
        display "order-aging: exception write failed, status "
            ws-exception-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

close-all-files.
    close aging-order-master
    close aging-customer-master
    close aging-exception-file.

display-report.
    display "===== order aging exceptions by customer ====="
    display "customer name                           not-pick"
        " not-ship backord  oldest"
    perform display-one-customer-line
        varying ws-cust-ix from 1 by 1 until ws-cust-ix > ws-cust-count
    display "===== order-aging summary ====="
    display "order records read      : " ws-count-read
    display "orders still to ship    : " ws-count-waiting
    display "not picked past SLA     : " ws-count-not-picked
    display "not shipped past SLA    : " ws-count-not-shipped
    display "backordered past SLA    : " ws-count-backordered
    display "undated (aged anyway)   : " ws-count-undated
    if ws-abort-run
        display "order-aging: run aborted -- exceptions are"
            " incomplete, rerun is safe"
    else
        display "exception file          : " ws-exception-file-name
    end-if.

display-one-customer-line.
    display ws-ct-customer-id(ws-cust-ix) " "
        ws-ct-customer-name(ws-cust-ix) "    "
        ws-ct-not-picked(ws-cust-ix) "    "
        ws-ct-not-shipped(ws-cust-ix) "   "
        ws-ct-backordered(ws-cust-ix) "   "
        ws-ct-oldest-days(ws-cust-ix).
