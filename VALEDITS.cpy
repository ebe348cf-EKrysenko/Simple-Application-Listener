*> shared field edits for the ORD/CAN/STA/MOD/SHP/RTN payload bodies,
*> performed by sub-cob on receipt and by deadletter-repair before
*> re-injection so the two programs never drift out of sync. the
*> caller moves the 197-byte body into ord-payload/can-payload/
*> sta-payload/mod-payload/shp-payload/rtn-payload (ORDPAY/CANPAY/
*> STAPAY/MODPAY/SHPPAY/RTNPAY) first; each paragraph leaves
*> ws-invalid-field as spaces when the body is clean, otherwise the
*> name of the field that failed. requires ws-invalid-field pic x(20)
*> and the ws-edit-date yyyy/mm/dd group in working-storage.
validate-order-payload.
    evaluate true
        when ord-order-no not numeric
            move "ORD-QUANTITY" to ws-invalid-field
        when ord-quantity-num = 0
            move "ORD-QUANTITY" to ws-invalid-field
        when ord-line-no not = spaces and
                (ord-line-no not numeric or ord-line-no-num = 0)
            move "ORD-LINE-NO" to ws-invalid-field
        when other
            perform validate-order-date
    end-evaluate.
    end-if.

validate-cancel-payload.
    *> can-line-no = spaces is legal (cancel the whole order).
    evaluate true
        when can-order-no not numeric
            move "CAN-ORDER-NO" to ws-invalid-field
        when can-line-no not = spaces and
                (can-line-no not numeric or can-line-no-num = 0)
            move "CAN-LINE-NO" to ws-invalid-field
    end-evaluate.

validate-status-payload.
    if sta-order-no not numeric
    end-if.

validate-modify-payload.
    *> mod-item-code = spaces is legal (keep the item on the line);
    *> the quantity is always carried and must be a real amendment.
    evaluate true
        when mod-order-no not numeric
            move "MOD-QUANTITY" to ws-invalid-field
        when mod-quantity-num = 0
            move "MOD-QUANTITY" to ws-invalid-field
        when mod-line-no not = spaces and
                (mod-line-no not numeric or mod-line-no-num = 0)
            move "MOD-LINE-NO" to ws-invalid-field
    end-evaluate.

validate-ship-payload.
        when shp-ship-ref = spaces
            move "SHP-SHIP-REF" to ws-invalid-field
    end-evaluate.

validate-return-payload.
    *> the quantity must be a real return; whether the order shipped
    *> that many is the handler's check, against the line on file.
    evaluate true
        when rtn-order-no not numeric
            move "RTN-ORDER-NO" to ws-invalid-field
        when rtn-quantity not numeric
            move "RTN-QUANTITY" to ws-invalid-field
        when rtn-quantity-num = 0
            move "RTN-QUANTITY" to ws-invalid-field
        when rtn-reason-code = spaces
            move "RTN-REASON-CODE" to ws-invalid-field
        when rtn-line-no not = spaces and
                (rtn-line-no not numeric or rtn-line-no-num = 0)
            move "RTN-LINE-NO" to ws-invalid-field
    end-evaluate.
