    05 mod-item-code pic x(8).
    05 mod-quantity pic x(5).
    05 mod-quantity-num redefines mod-quantity pic 9(5).
    *> the line amended; spaces mean line 001.
    05 mod-line-no pic x(3).
    05 mod-line-no-num redefines mod-line-no pic 9(3).
    05 filler pic x(172).
