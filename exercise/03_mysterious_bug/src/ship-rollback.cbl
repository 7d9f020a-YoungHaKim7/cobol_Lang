identification division.
program-id.
     ship-rollback.

environment division.
input-output section.
file-control.
    select sign-on-log-file assign to "SIGN-ON-LOG"
        organization is line sequential
        file status is ws-sign-on-status.

    select operator-master-file assign to "OPERATOR-MASTER"
        organization is line sequential
        file status is ws-operator-master-status.

    select auth-reject-file assign to "AUTH-REJECT-LOG"
        organization is line sequential
        file status is ws-auth-reject-status.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

    select audit-file assign to "SHIP-AUDIT-LOG"
        organization is line sequential
        file status is ws-audit-status.

    select rollback-report-file assign to "ROLLBACK-RPT"
        organization is line sequential.

data division.
file section.
fd  sign-on-log-file.
01  sign-on-log-record.
    05  sl-timestamp              pic x(14).
    05  sl-operator-name          pic x(20).

fd  operator-master-file.
    copy "operator-master-record.cpy".

fd  auth-reject-file.
    copy "auth-reject-record.cpy".

fd  run-control-file.
    copy "run-control-record.cpy".

fd  audit-file.
    copy "audit-record.cpy".

fd  rollback-report-file.
01  rollback-report-record         pic x(80).

working-storage section.
01 ws-sign-on-status          pic xx.
01 ws-operator-master-status  pic xx.
01 ws-auth-reject-status      pic xx.
01 ws-run-control-status      pic xx.
01 ws-audit-status            pic xx.

01 ws-operator-eof-switch     pic x value 'N'.
    88 ws-operator-eof               value 'Y'.

01 ws-master-present-switch   pic x value 'N'.
    88 ws-master-present             value 'Y'.

01 ws-authorized-switch       pic x value 'N'.
    88 ws-operator-authorized        value 'Y'.

01 ws-sign-on-eof-switch      pic x value 'N'.
    88 ws-sign-on-eof                value 'Y'.

01 ws-ledger-eof-switch       pic x value 'N'.
    88 ws-ledger-eof                 value 'Y'.

01 ws-audit-eof-switch        pic x value 'N'.
    88 ws-audit-eof                  value 'Y'.

01 ws-operator-name           pic x(20) value 'UNKNOWN'.

01 ws-target-run-id           pic x(8).
01 ws-check-run-id            pic x(8).
01 ws-target-sub              pic 9(4) value 0.

01 run-count                  pic 9(4) value 0.
01 run-table.
    05 run-entry occurs 1 to 5000 times
           depending on run-count
           indexed by run-idx.
        10 run-run-id             pic x(8).
        10 run-rolled-back-switch pic x.
            88 run-rolled-back           value 'Y'.
        10 run-undo-switch        pic x.
            88 run-undone                value 'Y'.
        10 run-shipment-count     pic 9(7).
        10 run-void-count         pic 9(7).

01 ws-run-found-switch        pic x.
    88 ws-run-found                  value 'Y'.

01 ws-current-date-time       pic x(21).
01 ws-rollback-timestamp      pic x(14).

01 ws-undone-count            pic 9(7) value 0.
01 ws-shipment-count          pic 9(7) value 0.
01 ws-void-count              pic 9(7) value 0.

01 run-line.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(16) value 'RUN BACKED OUT'.
    05 rl-run-id               pic x(8).
    05 filler                 pic x(54) value spaces.

01 entry-line.
    05 filler                 pic x(2)  value spaces.
    05 el-order-key            pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 el-run-id               pic x(8).
    05 filler                 pic x(2)  value spaces.
    05 el-entry                pic x(8).
    05 filler                 pic x(2)  value spaces.
    05 el-method               pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 el-charge               pic zz9.99.
    05 filler                 pic x(36) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(20).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(51) value spaces.

01 heading-line-1.
    05 filler                 pic x(23)
        value 'RUN ROLLBACK TO BEFORE'.
    05 hl-run-id               pic x(8).
    05 filler                 pic x(4)  value ' BY '.
    05 hl-operator             pic x(20).
    05 filler                 pic x(25) value spaces.

01 heading-line-2             pic x(80)
    value '  ORDER-KEY   RUN-ID    ENTRY     CC  CHARGE'.

procedure division.
    perform read-operator-from-sign-on
    perform check-release-authority
    if ws-master-present and not ws-operator-authorized
        display 'SHIP-ROLLBACK: OPERATOR ' ws-operator-name
            ' NOT AUTHORIZED TO ROLL BACK A RUN'
        perform log-auth-reject
        move 8 to return-code
        stop run
    end-if

    display 'Run-id to roll back            : ' with no advancing
    accept ws-target-run-id
    if ws-target-run-id = spaces
        display 'SHIP-ROLLBACK: NO RUN-ID GIVEN'
        move 8 to return-code
        stop run
    end-if

    perform load-run-ledger
    move ws-target-run-id to ws-check-run-id
    perform find-run-entry
    if not ws-run-found
        display 'SHIP-ROLLBACK: RUN-ID ' ws-target-run-id
            ' NOT ON RUN-CONTROL'
        move 8 to return-code
        stop run
    end-if
    if run-rolled-back (run-idx)
        display 'SHIP-ROLLBACK: RUN-ID ' ws-target-run-id
            ' ALREADY ROLLED BACK'
        move 8 to return-code
        stop run
    end-if
    set ws-target-sub to run-idx

    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to ws-rollback-timestamp
    open output rollback-report-file
    move ws-target-run-id to hl-run-id
    move ws-operator-name to hl-operator
    write rollback-report-record from heading-line-1
    move spaces to rollback-report-record
    write rollback-report-record

    perform mark-run-undone
        varying run-idx from ws-target-sub by 1
        until run-idx > run-count

    move spaces to rollback-report-record
    write rollback-report-record
    write rollback-report-record from heading-line-2
    perform list-backed-out-entries

    perform write-report-totals
    close rollback-report-file
    perform append-rollback-records

    display 'SHIP-ROLLBACK: ' ws-undone-count
        ' RUN(S) BACKED OUT FROM ' ws-target-run-id
        ' SHIPMENTS ' ws-shipment-count
        ' VOIDS ' ws-void-count
    move 0 to return-code
    stop run.

read-operator-from-sign-on.
    open input sign-on-log-file
    if ws-sign-on-status = '00'
        perform read-sign-on-record
        perform remember-operator until ws-sign-on-eof
        close sign-on-log-file
    end-if.

read-sign-on-record.
    read sign-on-log-file
        at end
            move 'Y' to ws-sign-on-eof-switch
    end-read.

remember-operator.
    move sl-operator-name to ws-operator-name
    perform read-sign-on-record.

check-release-authority.
    open input operator-master-file
    if ws-operator-master-status = '00'
        move 'Y' to ws-master-present-switch
        perform read-operator-record
        perform match-operator-record until ws-operator-eof
        close operator-master-file
    else
        display 'SHIP-ROLLBACK: OPERATOR-MASTER UNAVAILABLE, STATUS '
            ws-operator-master-status ' - RELEASE CHECK WAIVED'
    end-if.

read-operator-record.
    read operator-master-file
        at end
            move 'Y' to ws-operator-eof-switch
    end-read.

match-operator-record.
    if opm-operator-name = ws-operator-name
       and opm-can-release
        move 'Y' to ws-authorized-switch
    end-if
    perform read-operator-record.

log-auth-reject.
    open extend auth-reject-file
    if ws-auth-reject-status not = '00'
        open output auth-reject-file
    end-if
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to arj-timestamp
    move 'SHIP-ROLLBK' to arj-program
    move ws-operator-name to arj-operator
    move 'ROLL BACK RUN' to arj-action
    write auth-reject-record
    close auth-reject-file.

load-run-ledger.
    open input run-control-file
    if ws-run-control-status = '00'
        perform read-ledger-record
        perform remember-ledger-entry until ws-ledger-eof
        close run-control-file
    end-if.

read-ledger-record.
    read run-control-file
        at end
            move 'Y' to ws-ledger-eof-switch
    end-read.

remember-ledger-entry.
    if rc-header
        if run-count < 5000
            add 1 to run-count
            set run-idx to run-count
            move rc-run-id to run-run-id (run-idx)
            move 'N' to run-rolled-back-switch (run-idx)
            move 'N' to run-undo-switch (run-idx)
            move 0 to run-shipment-count (run-idx)
            move 0 to run-void-count (run-idx)
        else
            display 'SHIP-ROLLBACK: RUN TABLE FULL, DROPPING '
                rc-run-id
        end-if
    end-if
    if rc-rollback
        move rc-run-id to ws-check-run-id
        perform find-run-entry
        if ws-run-found
            move 'Y' to run-rolled-back-switch (run-idx)
        end-if
    end-if
    perform read-ledger-record.

find-run-entry.
    move 'N' to ws-run-found-switch
    if run-count > 0
        set run-idx to 1
        search run-entry
            when run-run-id (run-idx) = ws-check-run-id
                move 'Y' to ws-run-found-switch
        end-search
    end-if.

mark-run-undone.
    if not run-rolled-back (run-idx)
        move 'Y' to run-undo-switch (run-idx)
        add 1 to ws-undone-count
        move run-run-id (run-idx) to rl-run-id
        write rollback-report-record from run-line
    end-if.

list-backed-out-entries.
    open input audit-file
    if ws-audit-status = '00'
        perform read-audit-record
        perform check-audit-entry until ws-audit-eof
        close audit-file
    else
        display 'SHIP-ROLLBACK: AUDIT LOG UNAVAILABLE, STATUS '
            ws-audit-status ' - NO SHIPMENT LIST'
    end-if.

read-audit-record.
    read audit-file
        at end
            move 'Y' to ws-audit-eof-switch
    end-read.

check-audit-entry.
    if aud-run-id not = spaces
        move aud-run-id to ws-check-run-id
        perform find-run-entry
        if ws-run-found
            if run-undone (run-idx)
                perform list-audit-entry
            end-if
        end-if
    end-if
    perform read-audit-record.

list-audit-entry.
    move aud-order-key to el-order-key
    move aud-run-id to el-run-id
    move aud-shipping-method to el-method
    if aud-void-entry
        move 'VOID' to el-entry
        move aud-shipping-charge to el-charge
        add 1 to run-void-count (run-idx)
        add 1 to ws-void-count
    else
        move 'SHIPMENT' to el-entry
        compute el-charge =
            aud-base-charge - aud-discount-amount
            + aud-surcharge-amount
        add 1 to run-shipment-count (run-idx)
        add 1 to ws-shipment-count
    end-if
    write rollback-report-record from entry-line.

write-report-totals.
    move spaces to rollback-report-record
    write rollback-report-record
    move 'RUNS BACKED OUT' to ct-label
    move ws-undone-count to ct-count
    write rollback-report-record from count-line
    move 'SHIPMENTS BACKED OUT' to ct-label
    move ws-shipment-count to ct-count
    write rollback-report-record from count-line
    move 'VOIDS BACKED OUT' to ct-label
    move ws-void-count to ct-count
    write rollback-report-record from count-line.

append-rollback-records.
    open extend run-control-file
    if ws-run-control-status not = '00'
        open output run-control-file
    end-if
    perform write-rollback-record
        varying run-idx from ws-target-sub by 1
        until run-idx > run-count
    close run-control-file.

write-rollback-record.
    if run-undone (run-idx)
        move spaces to run-control-record
        move 'RB' to rc-record-type
        move run-run-id (run-idx) to rc-run-id
        move 'ROLLBACK' to rc-step-name
        move ws-rollback-timestamp to rc-start-timestamp
        move function current-date to ws-current-date-time
        move ws-current-date-time (1:14) to rc-end-timestamp
        move run-shipment-count (run-idx) to rc-in-count
        move 0 to rc-out-count
        move run-void-count (run-idx) to rc-exception-count
        move 0 to rc-duplicate-count
        move ws-operator-name to rc-operator
        write run-control-record
    end-if.
