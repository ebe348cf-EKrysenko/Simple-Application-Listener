*> CAN and MOD handlers in sub-cob and deadletter-repair: an accepted
*> order takes its quantity off item-on-hand, a cancel gives it back,
*> so every program sees the same view of what can still be promised.
*> every change to item-on-hand is also written to the ITEMLEDG stock
*> ledger (ILEDREC), which inventory-recon checks the master against.
01 item-master-record.
    05 item-code pic x(8).
    05 item-on-hand pic 9(7).
