*> shared item stock-ledger record layout (ITEMLEDG), appended by every
*> program that moves ITEMMAST item-on-hand -- the sub-cob handlers
*> (and deadletter-repair's mirrored apply paths), backorder-alloc,
*> order-correct and itemmast-load -- and read back by inventory-recon,
*> so the two sides never drift out of sync. one record per change to
*> one item's on-hand: ilg-quantity is the signed change actually made
*> (negative takes stock, positive gives it back) and ilg-on-hand-after
*> what the master held once it was made, so an item's ledger chains
*> from one record to the next. the order number is spaces and the
*> audit sequence zero when no order or driving message is involved
*> (an itemmast-load).
01 item-ledger-record.
    05 ilg-item-code pic x(8).
    05 filler pic x.
    05 ilg-quantity pic s9(7) sign leading separate.
    05 filler pic x.
    *> ALC allocate (an order line took stock), REL release (a cancel
    *> gave it back), AMD amend (a MOD re-pointed it), COR correct (an
    *> order-correct hand change), LOD load (itemmast-load set the
    *> warehouse figure), RTN return (a customer return restocked it).
    05 ilg-reason-code pic x(3).
        88 ilg-reason-allocate value "ALC".
        88 ilg-reason-release value "REL".
        88 ilg-reason-amend value "AMD".
        88 ilg-reason-correct value "COR".
        88 ilg-reason-load value "LOD".
        88 ilg-reason-return value "RTN".
    05 filler pic x.
    05 ilg-order-no pic x(9).
    05 filler pic x.
    05 ilg-audit-seq-no pic 9(9).
    05 filler pic x.
    05 ilg-on-hand-after pic 9(7).
    05 filler pic x.
    05 ilg-timestamp pic x(19).
