    05 ord-quantity pic x(5).
    05 ord-quantity-num redefines ord-quantity pic 9(5).
    05 ord-order-date pic x(8).
    *> the line of the order this ORD carries; spaces mean line 001, so
    *> a single-item sender need not fill it. an ORD for an order
    *> already on file adds the line to it.
    05 ord-line-no pic x(3).
    05 ord-line-no-num redefines ord-line-no pic 9(3).
    05 filler pic x(156).
