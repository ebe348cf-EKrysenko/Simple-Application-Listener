*> see it, so the two sides never drift out of sync. the before and
*> after images are the full ORDMREC record as it stood either side
*> of the change; mchg-change-type is CUS (customer id), ITM (item
*> code), QTY (quantity) or REO (reopen cancelled order). the images
*> are the order header; mchg-line-no names the ORDLINE line an ITM
*> or QTY change was made to (zero for a whole-order change).
01 manual-change-record.
    05 mchg-timestamp pic x(19).
    05 filler pic x.
    05 filler pic x.
    05 mchg-change-type pic x(3).
    05 filler pic x.
    05 mchg-before-image pic x(111).
    05 filler pic x.
    05 mchg-after-image pic x(111).
    05 filler pic x.
    05 mchg-line-no pic 9(3).
