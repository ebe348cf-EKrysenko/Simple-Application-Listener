*> shared outbound order-event record layout (ORDEVENT), appended by
*> the sub-cob handlers (and deadletter-repair's mirrored apply paths)
*> whenever an ORD/CAN/MOD/SHP/RTN message lands against the order
*> master, and polled -- then truncated -- by the java caller, so the
*> two sides never drift out of sync. evnt-result is APPLIED when the
*> command took effect, otherwise the same failing-field/rule name
*> the MSGREJ record carries (DUPLICATE-ORDER, ORDER-SHIPPED,
*> RETURN-OVER-SHIPPED, ...).
*> an ORD taken short of stock reports BACKORDERED instead of APPLIED,
*> and backorder-alloc appends an ALC event (APPLIED) when it later
*> fills the order and moves it to OPN; pick-confirm appends an SHP
*> event (APPLIED) when the warehouse confirms a full pick.
01 order-event-record.
    05 evnt-order-no pic x(9).
    05 filler pic x.
