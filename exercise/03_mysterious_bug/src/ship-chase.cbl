    select chase-report-file assign to "SHIP-CHASE-RPT"
        organization is line sequential.

    select overdue-file assign to "CHASE-OVERDUE"
        organization is line sequential.

data division.
file section.
fd  history-file.
fd  chase-report-file.
01  chase-report-record            pic x(80).

fd  overdue-file.
    copy "shipment-event-record.cpy".

working-storage section.
01 ws-history-status          pic xx.


    open output chase-report-file
    write chase-report-record from heading-line-1
    open output overdue-file

    perform read-history-record
    perform chase-one-shipment until ws-history-eof
    perform write-count-lines
    close history-file
    close chase-report-file
    close overdue-file
    display 'SHIP-CHASE: SCANNED ' ws-scanned-count
        ' UNCONFIRMED OVERDUE ' ws-chased-count
    move 0 to return-code
chase-one-shipment.
    add 1 to ws-scanned-count
    if not hist-delivered
       and not hist-voided
       and function test-date-yyyymmdd (hist-expected-ship-date) = 0
        compute ws-expected-integer =
            function integer-of-date (hist-expected-ship-date)
    move hist-expected-ship-date to dl-expected-date
    move ws-days-overdue to dl-days-overdue
    write chase-report-record from detail-line
    add 1 to ws-chased-count

    move hist-order-key to sev-order-key
    move hist-account-number to sev-account-number
    move hist-shipping-method to sev-carr-code
    move hist-piece-count to sev-piece-count
    move hist-expected-ship-date to sev-expected-ship-date
    move 0 to sev-actual-ship-date
    move 0 to sev-actual-delivery-date
    move ws-days-overdue to sev-days-overdue
    write shipment-event-record.

write-count-lines.
    move 'SCANNED   ' to ct-label
