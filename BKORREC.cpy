*> shared backorder record layout (BACKORD, indexed on bkor-key),
*> written by the ORD handler in sub-cob (and deadletter-repair's
*> mirrored apply path) when an order is accepted short of stock,
*> dropped again by CAN, and worked off by backorder-alloc once new
*> stock arrives, so every program sees the same queue of orders
*> waiting on each item. the key sorts by item, then by the time the
*> order was taken, so a browse of one item's entries is oldest-first;
*> the order and line numbers only break ties within the same second.
*> it is the order line that waits: each short line of a multi-line
*> order is queued on its own. the quantity waited for is not kept
*> here -- ORDLINE holds it, so a later amendment cannot leave the two
*> disagreeing.
01 backorder-record.
    05 bkor-key.
        10 bkor-item-code pic x(8).
        10 bkor-queued-timestamp pic x(19).
        10 bkor-order-no pic x(9).
        10 bkor-line-no pic 9(3).
    05 filler pic x.
    05 bkor-audit-seq-no pic 9(9).
