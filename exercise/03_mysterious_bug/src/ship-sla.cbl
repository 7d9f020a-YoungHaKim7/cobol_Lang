    select sla-report-file assign to "SHIP-SLA-RPT"
        organization is line sequential.

    select delivered-file assign to "SLA-DELIVERED"
        organization is line sequential.

data division.
file section.
fd  confirm-file.
fd  sla-report-file.
01  sla-report-record              pic x(80).

fd  delivered-file.
    copy "shipment-event-record.cpy".

working-storage section.
01 ws-confirm-status          pic xx.
01 ws-history-status          pic xx.

    open output sla-report-file
    write sla-report-record from heading-line-1
    open output delivered-file

    perform read-confirm-record
    perform score-confirmation until ws-confirm-eof
    close confirm-file
    close history-file
    close sla-report-file
    close delivered-file
    move 0 to return-code
    stop run.

            dcn-order-key ', STATUS ' ws-history-status
    else
        add 1 to ws-posted-count
        perform write-delivered-event
    end-if.

write-delivered-event.
    move hist-order-key to sev-order-key
    move hist-account-number to sev-account-number
    move hist-shipping-method to sev-carr-code
    move hist-piece-count to sev-piece-count
    move hist-expected-ship-date to sev-expected-ship-date
    move dcn-actual-ship-date to sev-actual-ship-date
    move dcn-actual-delivery-date to sev-actual-delivery-date
    move 0 to sev-days-overdue
    write shipment-event-record.

score-matched-confirmation.
    perform locate-sla-carrier
    if not ws-carrier-slot-ok
