    05 can-order-no pic x(9).
    05 can-order-no-num redefines can-order-no pic 9(9).
    05 can-reason-code pic x(4).
    *> the one line to cancel; spaces cancel the whole order.
    05 can-line-no pic x(3).
    05 can-line-no-num redefines can-line-no pic 9(3).
    05 filler pic x(181).
