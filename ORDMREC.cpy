*> shared order-master record layout (ORDMAST, indexed on
*> ordm-order-no), written by sub-cob's ORD/CAN/MOD/SHP handlers and
*> read back by its STA handler and any batch inquiry, so every
*> program sees the same view of an order's state. this is the order
*> header; the items on the order are its ORDLINE lines (ORDLREC).
*> BKO (backordered) is an accepted order that was short of stock when
*> it arrived: it holds no allocation against ITEMMAST and waits on
*> BACKORD until backorder-alloc fills it and moves it to OPN. RTN
*> (returned) is a shipped order the customer has sent every unit of
*> back; a partly returned order stays SHP with its returned quantity
*> counted below.
01 order-master-record.
    05 ordm-order-no pic x(9).
    05 ordm-status pic x(3).
        88 ordm-status-open value "OPN".
        88 ordm-status-cancelled value "CAN".
        88 ordm-status-shipped value "SHP".
        88 ordm-status-backordered value "BKO".
        88 ordm-status-returned value "RTN".
    05 ordm-customer-id pic x(8).
    05 ordm-item-code pic x(8).
    05 ordm-quantity pic 9(5).
        88 ordm-extracted value "Y".
    05 ordm-created-timestamp pic x(19).
    05 ordm-activity-timestamp pic x(19).
    *> ship date (yyyymmdd) stamped by the SHP handler, which prices the
    *> invoice; invoice-run sets the invoiced flag once the order has
    *> gone out on an INVOICE file, so it is never billed twice.
    05 ordm-ship-date pic x(8).
    05 ordm-invoice-flag pic x.
        88 ordm-invoiced value "Y".
    *> how many ORDLINE lines the order carries (cancelled ones
    *> included); the item and quantity above are the header roll-up
    *> of those lines -- see ORDLREC/ORDLSUM.
    05 ordm-line-count pic 9(3).
    *> units taken back by the RTN handler, across all the lines.
    05 ordm-returned-quantity pic 9(5).
