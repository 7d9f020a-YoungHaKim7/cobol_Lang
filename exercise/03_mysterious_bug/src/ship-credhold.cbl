    move held-dest-country to ord-dest-country
    move held-account-number to ord-account-number
    move held-quote-id to ord-quote-id
    if held-carton-length numeric
       and held-carton-width numeric
       and held-carton-height numeric
        move held-carton-length to ord-carton-length
        move held-carton-width to ord-carton-width
        move held-carton-height to ord-carton-height
    else
        move 0 to ord-carton-length
        move 0 to ord-carton-width
        move 0 to ord-carton-height
    end-if
    move held-hazard-class to ord-hazard-class
    write order-record
    add 1 to ws-released-count.

