*> listener-inquiry's lifecycle replay, so the two sides never drift
*> out of sync. the before-image fields answer "what did the order
*> look like just before this event" -- spaces/zeroes on the ORD
*> event that created the record. the status and quantity are always
*> the order header's, whichever line the event touched. an RTN event
*> leaves the ordered quantity alone; what has come back shows in the
*> returned quantity after it. the batch jobs that rewrite ORDMAST
*> append here too, with an audit sequence of zero: ALC
*> (backorder-alloc), COR/REO (order-correct), RST (ordmast-restore),
*> SHP and SHT -- a short pick sent out again -- (pick-confirm), EXT
*> (pick-extract), INV (invoice-run) and ARC, the order archived off
*> ORDMAST (ordmast-archive). EXT, SHT, INV and ARC change no status
*> or quantity; they carry the order image below.
01 order-history-record.
    05 ohist-order-no pic x(9).
    05 filler pic x.
    05 ohist-timestamp pic x(19).
    05 filler pic x.
    05 ohist-audit-seq-no pic 9(9).
    *> the ORDLINE line the event acted on; zero for an event on the
    *> whole order (SHP, a whole-order CAN, ...).
    05 filler pic x.
    05 ohist-line-no pic 9(3).
    *> the order's units returned to date, after the event.
    05 filler pic x.
    05 ohist-returned-quantity pic 9(5).
    *> the order header exactly as it stood after the event (ORDMREC
    *> layout), so ordmast-verify can roll ORDMAST forward from a
    *> backup; spaces on events written before it was carried.
    05 filler pic x.
    05 ohist-order-image pic x(111).
