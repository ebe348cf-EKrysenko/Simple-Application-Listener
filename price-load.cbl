identification division.
program-id. price-load.
*> load/maintenance of the PRICEMST price master from the pricing
*> extract PRICEXT: one fixed-position line per price (item code,
*> effective date yyyymmdd, unit price in cents with two implied
*> decimals -- see the fd below). a price is keyed on item code plus
*> effective date, so a new price for an item is added alongside the
*> old ones rather than over them, and the price an order is billed at
*> is the one in effect on its ship date (see invoice-run). a line for
*> an item and date already on the master corrects that price in
*> place; a line that fails the field edits is counted and displayed
*> but never applied, so a bad extract cannot put a wrong price on an
*> invoice. PRICEMST is created on first run; reruns of the same
*> extract are harmless (same values rewrite). run before invoice-run
*> so tonight's price changes are in effect for tonight's invoices.
environment division.
configuration section.
input-output section.
file-control.
    select price-extract-file assign to "PRICEXT"
        organization is line sequential
        file status is ws-extract-file-status.
    select price-master assign to "PRICEMST"
        organization is indexed
        access mode is dynamic
        record key is price-key
        file status is ws-price-file-status.
data division.
file section.
fd price-extract-file.
01 price-extract-record.
    05 pext-item-code pic x(8).
    05 filler pic x.
    05 pext-effective-date pic x(8).
    05 pext-effective-date-num redefines pext-effective-date pic 9(8).
    05 filler pic x.
    05 pext-unit-price pic x(9).
    05 pext-unit-price-num redefines pext-unit-price pic 9(7)v99.
fd price-master.
    copy PRICREC.
working-storage section.
01 ws-extract-file-status pic xx.
01 ws-price-file-status pic xx.
01 ws-eof-flag pic x value "N".
    88 ws-eof value "Y".
01 ws-abort-flag pic x value "N".
    88 ws-abort-run value "Y".
01 ws-record-exists-flag pic x.
    88 ws-record-exists value "Y".
01 ws-edit-failed-flag pic x.
    88 ws-edit-failed value "Y".
01 ws-count-read pic 9(9) value 0.
01 ws-count-added pic 9(9) value 0.
01 ws-count-updated pic 9(9) value 0.
01 ws-count-rejected pic 9(9) value 0.
procedure division.
main-line section.
    perform open-all-files
    if not ws-abort-run
        perform until ws-eof
            perform read-next-extract-record
            if not ws-eof
                add 1 to ws-count-read
                perform apply-extract-record
            end-if
        end-perform
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
    open input price-extract-file
    if ws-extract-file-status not = "00"
        display "price-load: unable to open PRICEXT, status "
            ws-extract-file-status
        move "Y" to ws-abort-flag
    end-if
    *> create the master on first run, the same open-output fallback
    *> itemmast-load uses for ITEMMAST.
    open i-o price-master
    if ws-price-file-status not = "00"
        open output price-master
        if ws-price-file-status = "00"
            close price-master
            open i-o price-master
        end-if
    end-if
    if ws-price-file-status not = "00"
        display "price-load: unable to open PRICEMST, status "
            ws-price-file-status
        move "Y" to ws-abort-flag
    end-if.

read-next-extract-record.
    read price-extract-file
        at end move "Y" to ws-eof-flag
    end-read
    *> a hard read error runs neither at-end nor not-at-end, so
    *> without this check the loop would spin forever (the same
    *> guard every other read loop in the suite carries).
    if not ws-eof and ws-extract-file-status not = "00"
        display "price-load: read failed, status "
            ws-extract-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

apply-extract-record.
    perform edit-extract-record
    if not ws-edit-failed
        perform lookup-existing-price
        if not ws-abort-run
            move pext-item-code to price-item-code
            move pext-effective-date to price-effective-date
            move pext-unit-price-num to price-unit-price
            if ws-record-exists
                perform rewrite-price-record
            else
                perform write-price-record
            end-if
        end-if
    end-if.

edit-extract-record.
    move "N" to ws-edit-failed-flag
    evaluate true
        when pext-item-code = spaces
            perform reject-extract-record
        when pext-effective-date not numeric
            perform reject-extract-record
        when function test-date-yyyymmdd(pext-effective-date-num)
                not = 0
            perform reject-extract-record
        when pext-unit-price not numeric
            perform reject-extract-record
        *> a zero price is exactly what the invoicing hold exists to
        *> stop; an item with no price yet simply has no line.
        when pext-unit-price-num = 0
            perform reject-extract-record
    end-evaluate.

reject-extract-record.
    move "Y" to ws-edit-failed-flag
    add 1 to ws-count-rejected
    display "price-load: extract line rejected: "
        price-extract-record(1:27).

lookup-existing-price.
    move "N" to ws-record-exists-flag
    move pext-item-code to price-item-code
    move pext-effective-date to price-effective-date
    read price-master
        invalid key
            continue
        not invalid key
            move "Y" to ws-record-exists-flag
    end-read
    if ws-price-file-status not = "00" and
            ws-price-file-status not = "23"
        display "price-load: master read failed, status "
            ws-price-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

write-price-record.
    write price-master-record
        invalid key
            display "price-load: duplicate on add, item "
                price-item-code " effective " price-effective-date
    end-write
    if ws-price-file-status = "00"
        add 1 to ws-count-added
    else
        display "price-load: master write failed, status "
            ws-price-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

rewrite-price-record.
    rewrite price-master-record
        invalid key
            display "price-load: vanished on update, item "
                price-item-code " effective " price-effective-date
    end-rewrite
    if ws-price-file-status = "00"
        add 1 to ws-count-updated
    else
        display "price-load: master rewrite failed, status "
            ws-price-file-status
        move "Y" to ws-eof-flag
        move "Y" to ws-abort-flag
    end-if.

close-all-files.
    close price-extract-file
    close price-master.

display-summary.
    display "===== price-load summary ====="
    display "extract lines read      : " ws-count-read
    display "prices added            : " ws-count-added
    display "prices updated          : " ws-count-updated
    display "lines rejected          : " ws-count-rejected
    if ws-abort-run
        display "price-load: run aborted -- rerun after fixing"
            " the fault; reapplying the extract is safe"
    end-if.
