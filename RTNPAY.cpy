*> RTN payload body -- the 197 bytes of my-string after the 3-byte
*> command prefix. same fixed-position contract as ORDPAY. a return
*> names the shipped order, how many units the customer is sending
*> back and why; it is taken against one line of the order.
01 rtn-payload.
    05 rtn-order-no pic x(9).
    05 rtn-order-no-num redefines rtn-order-no pic 9(9).
    05 rtn-quantity pic x(5).
    05 rtn-quantity-num redefines rtn-quantity pic 9(5).
    05 rtn-reason-code pic x(4).
    *> the line the goods came back against; spaces mean line 001.
    05 rtn-line-no pic x(3).
    05 rtn-line-no-num redefines rtn-line-no pic 9(3).
    05 filler pic x(176).
