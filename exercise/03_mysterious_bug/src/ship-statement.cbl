select-return-credit.
    if cr-run-date (1:6) = ws-statement-month
        move cr-account-number to act-account-number
        if cr-void-credit
            move 'V' to act-kind
        else
            move 'C' to act-kind
        end-if
        move cr-rma-key to act-ref-key
        move cr-run-date to act-date
        move cr-shipping-method to act-method
        when sact-credit
            move 'RMA CREDIT' to dl-kind-label
            add sact-amount to ws-credit-total
        when sact-void-credit
            move 'VOID      ' to dl-kind-label
            add sact-amount to ws-credit-total
        when other
            move 'ADJUSTMENT' to dl-kind-label
            add sact-amount to ws-adjust-total
