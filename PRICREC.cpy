*> shared price-master record layout (PRICEMST, indexed on price-key),
*> loaded and maintained by price-load from the pricing extract and
*> read by invoice-run. an item carries one record per price change,
*> keyed item code then effective date (yyyymmdd), so an item's
*> prices read back oldest-first and the one in effect on a given day
*> is the last one whose effective date is not after that day.
01 price-master-record.
    05 price-key.
        10 price-item-code pic x(8).
        10 price-effective-date pic x(8).
    05 price-unit-price pic 9(7)v99.
