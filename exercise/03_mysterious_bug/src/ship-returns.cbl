            move 'Y' to ws-orig-found-switch
    end-read

    evaluate true
        when not ws-orig-found
            move 'ORIGINAL ORDER NOT ON FILE' to rexc-reason
            perform write-return-exception
        when hist-voided
            move 'ORIGINAL ORDER WAS VOIDED' to rexc-reason
            perform write-return-exception
        when function test-date-yyyymmdd (rma-return-date) not = 0
            move 'INVALID RETURN-DATE' to rexc-reason
            perform write-return-exception
        when other
            perform rate-return-leg
            if ws-return-rated
                perform write-credit-record
                move 'NO RATE FOR RETURN LEG' to rexc-reason
                perform write-return-exception
            end-if
    end-evaluate

    perform read-return-record.

    compute cr-credit-amount = 0 - ws-return-charge
    move ws-run-date to cr-run-date
    move hist-account-number to cr-account-number
    move 'R' to cr-credit-source
    write credit-record
    add 1 to ws-credit-count.

