*> shared order-line record layout (ORDLINE, indexed on ordl-key),
*> written by sub-cob's ORD/CAN/MOD/SHP handlers (and
*> deadletter-repair's mirrored apply paths) and read by every batch
*> job that needs to know what an order is made of. an order is the
*> ORDMAST header plus one ORDLINE record per item on it; the key
*> sorts the lines of one order together in line-number order. each
*> line carries its own status: stock is taken (OPN) or queued on
*> BACKORD (BKO) line by line, a line can be cancelled on its own, and
*> the header's status and quantity are re-stated from the lines
*> (see ORDLSUM) whenever one changes.
01 order-line-record.
    05 ordl-key.
        10 ordl-order-no pic x(9).
        10 ordl-line-no pic 9(3).
    05 ordl-status pic x(3).
        88 ordl-status-open value "OPN".
        88 ordl-status-cancelled value "CAN".
        88 ordl-status-shipped value "SHP".
        88 ordl-status-backordered value "BKO".
        88 ordl-status-returned value "RTN".
    05 ordl-item-code pic x(8).
    05 ordl-quantity pic 9(5).
    05 ordl-cancel-reason pic x(4).
    *> set by pick-extract once the line has gone out on a pick file,
    *> so a line added to an order already sent goes out on its own.
    05 ordl-extract-flag pic x.
        88 ordl-extracted value "Y".
    05 ordl-created-timestamp pic x(19).
    05 ordl-activity-timestamp pic x(19).
    *> units of the shipped line the customer has sent back, and the
    *> reason on the latest return; the line goes RTN once every unit
    *> shipped has come back.
    05 ordl-returned-quantity pic 9(5).
    05 ordl-return-reason pic x(4).
