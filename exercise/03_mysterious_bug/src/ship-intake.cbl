identification division.
program-id.
     ship-intake.

environment division.
input-output section.
file-control.
    select orders-file assign to "ORDERS"
        organization is line sequential
        file status is ws-orders-status.

    select new-orders-file assign to "ORDERS-NEW"
        organization is line sequential.

    select processed-log-file assign to "PROCESSED-EXTRACTS"
        organization is line sequential
        file status is ws-processed-log-status.

    select new-processed-log-file assign to "PROCESSED-EXTRACTS-NEW"
        organization is line sequential.

    select intake-file assign to "ORDERS-INTAKE"
        organization is line sequential.

data division.
file section.
fd  orders-file.
    copy "order-record.cpy".
    copy "orders-control-record.cpy".

fd  new-orders-file.
01  new-orders-record              pic x(73).

fd  processed-log-file.
    copy "processed-extract-record.cpy".

fd  new-processed-log-file.
    copy "processed-extract-record.cpy"
        replacing leading ==processed-extract-record== by ==new-processed-extract-record==
                  leading ==pxl==                      by ==npxl==.

fd  intake-file.
    copy "processed-extract-record.cpy"
        replacing leading ==processed-extract-record== by ==intake-extract-record==
                  leading ==pxl==                      by ==ipxl==.

working-storage section.
01 ws-orders-status           pic xx.
01 ws-processed-log-status    pic xx.

01 ws-orders-eof-switch       pic x value 'N'.
    88 ws-orders-eof                 value 'Y'.

01 ws-log-eof-switch          pic x value 'N'.
    88 ws-log-eof                    value 'Y'.

01 ws-trailer-seen-switch     pic x value 'N'.
    88 ws-trailer-seen               value 'Y'.

01 ws-refused-switch          pic x value 'N'.
    88 ws-extract-refused            value 'Y'.

01 ws-refusal-code            pic 9(2) value 0.
01 ws-refusal-reason          pic x(30).

01 ws-current-date-time       pic x(21).

01 ws-extract-id              pic x(12).
01 ws-creation-date           pic 9(8).
01 ws-source-system           pic x(8).

01 ws-prior-accepted          pic x(14).

01 ws-body-order-count        pic 9(7) value 0.
01 ws-body-package-count      pic 9(7) value 0.
01 ws-body-weight-hash        pic 9(9)v99 value 0.
01 ws-unknown-type-count      pic 9(7) value 0.

01 ws-trailer-order-count     pic 9(7) value 0.
01 ws-trailer-package-count   pic 9(7) value 0.
01 ws-trailer-weight-hash     pic 9(9)v99 value 0.

01 ws-display-hash            pic z(8)9.99.

procedure division.
    open input orders-file
    if ws-orders-status not = '00'
        display 'SHIP-INTAKE: ORDERS UNAVAILABLE, STATUS '
            ws-orders-status
        move 8 to return-code
        stop run
    end-if

    perform check-extract-header
    if not ws-extract-refused
        perform check-processed-log
    end-if
    if not ws-extract-refused
        perform check-extract-body
    end-if
    if not ws-extract-refused
        perform check-extract-trailer
    end-if

    if ws-extract-refused
        perform refuse-extract
        stop run
    end-if

    perform record-accepted-extract
    display 'SHIP-INTAKE: EXTRACT ' ws-extract-id
        ' FROM ' ws-source-system
        ' ACCEPTED, ORDERS ' ws-body-order-count
        ' PACKAGES ' ws-body-package-count
    move 0 to return-code
    stop run.

read-orders-record.
    read orders-file
        at end
            move 'Y' to ws-orders-eof-switch
    end-read.

check-extract-header.
    move spaces to ws-extract-id
    perform read-orders-record
    if ws-orders-eof or not ohd-header-line
        move 12 to ws-refusal-code
        move 'NO HEADER RECORD' to ws-refusal-reason
        move 'Y' to ws-refused-switch
    else
        move ohd-extract-id to ws-extract-id
        move ohd-source-system to ws-source-system
        if ohd-extract-id = spaces
           or ohd-creation-date not numeric
            move 12 to ws-refusal-code
            move 'HEADER INCOMPLETE' to ws-refusal-reason
            move 'Y' to ws-refused-switch
        else
            move ohd-creation-date to ws-creation-date
        end-if
    end-if.

check-processed-log.
    open output new-processed-log-file
    open input processed-log-file
    if ws-processed-log-status = '00'
        perform read-processed-log-record
        perform copy-processed-entry until ws-log-eof
        close processed-log-file
    end-if
    if ws-extract-refused
        close new-processed-log-file
    end-if.

read-processed-log-record.
    read processed-log-file
        at end
            move 'Y' to ws-log-eof-switch
    end-read.

copy-processed-entry.
    if pxl-extract-id = ws-extract-id
        move 16 to ws-refusal-code
        move 'EXTRACT ALREADY PROCESSED' to ws-refusal-reason
        move 'Y' to ws-refused-switch
        move pxl-accepted-timestamp to ws-prior-accepted
    end-if
    write new-processed-extract-record from processed-extract-record
    perform read-processed-log-record.

check-extract-body.
    open output new-orders-file
    perform read-orders-record
    perform take-body-record
        until ws-orders-eof or ws-trailer-seen
    if ws-trailer-seen
        perform read-orders-record
    end-if
    close new-orders-file

    evaluate true
        when ws-unknown-type-count > 0
            move 12 to ws-refusal-code
            move 'UNKNOWN RECORD TYPE IN BODY' to ws-refusal-reason
            move 'Y' to ws-refused-switch
        when not ws-trailer-seen
            move 12 to ws-refusal-code
            move 'NO TRAILER RECORD' to ws-refusal-reason
            move 'Y' to ws-refused-switch
        when not ws-orders-eof
            move 12 to ws-refusal-code
            move 'RECORDS AFTER TRAILER' to ws-refusal-reason
            move 'Y' to ws-refused-switch
    end-evaluate
    if ws-extract-refused
        close new-processed-log-file
    end-if.

take-body-record.
    evaluate true
        when ord-order-line
            add 1 to ws-body-order-count
            if ord-order-weight numeric
                add ord-order-weight to ws-body-weight-hash
            end-if
            write new-orders-record from order-record
        when ord-package-line
            add 1 to ws-body-package-count
            write new-orders-record from order-record
        when otr-trailer-line
            move 'Y' to ws-trailer-seen-switch
            if otr-order-count numeric
               and otr-package-count numeric
               and otr-weight-hash numeric
                move otr-order-count to ws-trailer-order-count
                move otr-package-count to ws-trailer-package-count
                move otr-weight-hash to ws-trailer-weight-hash
            else
                move 12 to ws-refusal-code
                move 'TRAILER NOT NUMERIC' to ws-refusal-reason
                move 'Y' to ws-refused-switch
            end-if
        when other
            add 1 to ws-unknown-type-count
    end-evaluate
    if not ws-trailer-seen
        perform read-orders-record
    end-if.

check-extract-trailer.
    evaluate true
        when ws-trailer-order-count not = ws-body-order-count
            move 'ORDER COUNT MISMATCH' to ws-refusal-reason
            move 'Y' to ws-refused-switch
        when ws-trailer-package-count not = ws-body-package-count
            move 'PACKAGE-LINE COUNT MISMATCH' to ws-refusal-reason
            move 'Y' to ws-refused-switch
        when ws-trailer-weight-hash not = ws-body-weight-hash
            move 'WEIGHT HASH MISMATCH' to ws-refusal-reason
            move 'Y' to ws-refused-switch
    end-evaluate
    if ws-extract-refused
        move 12 to ws-refusal-code
        move ws-trailer-weight-hash to ws-display-hash
        display 'SHIP-INTAKE: TRAILER ORDERS ' ws-trailer-order-count
            ' PACKAGES ' ws-trailer-package-count
            ' WEIGHT ' ws-display-hash
        move ws-body-weight-hash to ws-display-hash
        display 'SHIP-INTAKE: BODY    ORDERS ' ws-body-order-count
            ' PACKAGES ' ws-body-package-count
            ' WEIGHT ' ws-display-hash
        close new-processed-log-file
    end-if.

refuse-extract.
    close orders-file
    display 'SHIP-INTAKE: EXTRACT ' ws-extract-id
        ' REFUSED - ' ws-refusal-reason
    if ws-refusal-code = 16
        display 'SHIP-INTAKE: FIRST ACCEPTED ' ws-prior-accepted
    end-if
    move ws-refusal-code to return-code.

record-accepted-extract.
    close orders-file
    move ws-extract-id to npxl-extract-id
    move ws-creation-date to npxl-creation-date
    move ws-source-system to npxl-source-system
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to npxl-accepted-timestamp
    move ws-body-order-count to npxl-order-count
    move ws-body-package-count to npxl-package-count
    move ws-body-weight-hash to npxl-weight-hash
    write new-processed-extract-record
    close new-processed-log-file

    open output intake-file
    write intake-extract-record from new-processed-extract-record
    close intake-file.
