identification division.
program-id.
     account-maint.

environment division.
input-output section.
file-control.
    select account-master-file assign to "ACCOUNT-MASTER"
        organization is line sequential
        file status is ws-account-master-status.

    select trans-file assign to "ACCOUNT-MAINT-TRANS"
        organization is line sequential.

    select new-account-master-file assign to "ACCOUNT-MASTER-NEW"
        organization is line sequential.

    select held-orders-file assign to "HELD-ORDERS"
        organization is line sequential
        file status is ws-held-orders-status.

    select recon-suspense-file assign to "RECON-SUSPENSE"
        organization is line sequential
        file status is ws-recon-suspense-status.

    select account-history-file assign to "ACCOUNT-HISTORY"
        organization is line sequential
        file status is ws-account-history-status.

    select maint-report-file assign to "ACCOUNT-MAINT-RPT"
        organization is line sequential.

    select sign-on-log-file assign to "SIGN-ON-LOG"
        organization is line sequential
        file status is ws-sign-on-status.

    select operator-master-file assign to "OPERATOR-MASTER"
        organization is line sequential
        file status is ws-operator-master-status.

    select auth-reject-file assign to "AUTH-REJECT-LOG"
        organization is line sequential
        file status is ws-auth-reject-status.

data division.
file section.
fd  account-master-file.
    copy "account-master-record.cpy".

fd  trans-file.
    copy "account-maint-trans.cpy".

fd  new-account-master-file.
    copy "account-master-record.cpy"
        replacing leading ==account-master-record== by ==new-account-master-record==
                  leading ==acm==                   by ==nacm==.

fd  held-orders-file.
    copy "held-order-record.cpy".

fd  recon-suspense-file.
    copy "recon-suspense-record.cpy".

fd  account-history-file.
    copy "account-history-record.cpy".

fd  maint-report-file.
01  maint-report-record            pic x(80).

fd  sign-on-log-file.
01  sign-on-log-record.
    05  sl-timestamp              pic x(14).
    05  sl-operator-name          pic x(20).

fd  operator-master-file.
    copy "operator-master-record.cpy".

fd  auth-reject-file.
    copy "auth-reject-record.cpy".

working-storage section.
copy "account-table.cpy".

01 ws-account-master-status   pic xx.
01 ws-held-orders-status      pic xx.
01 ws-recon-suspense-status   pic xx.
01 ws-account-history-status  pic xx.
01 ws-sign-on-status          pic xx.
01 ws-operator-master-status  pic xx.
01 ws-auth-reject-status      pic xx.

01 ws-sign-on-eof-switch      pic x value 'N'.
    88 ws-sign-on-eof                value 'Y'.

01 ws-operator-eof-switch     pic x value 'N'.
    88 ws-operator-eof               value 'Y'.

01 ws-operator-name           pic x(20) value 'UNKNOWN'.

01 ws-master-present-switch   pic x value 'N'.
    88 ws-master-present             value 'Y'.

01 ws-authorized-switch       pic x value 'N'.
    88 ws-operator-authorized        value 'Y'.

01 ws-current-date-time       pic x(21).

01 ws-account-eof-switch      pic x value 'N'.
    88 ws-account-eof                 value 'Y'.

01 ws-held-eof-switch         pic x value 'N'.
    88 ws-held-eof                    value 'Y'.

01 ws-recon-eof-switch        pic x value 'N'.
    88 ws-recon-eof                   value 'Y'.

01 ws-trans-eof-switch        pic x value 'N'.
    88 ws-trans-eof                   value 'Y'.

01 ws-write-sub               pic 9(4).

01 ws-key-found-switch        pic x.
    88 ws-key-found                   value 'Y'.

01 ws-trans-ok-switch         pic x.
    88 ws-trans-ok                    value 'Y'.

01 ws-reject-reason           pic x(30).

01 ws-open-item-account       pic x(8).

01 ws-before-name             pic x(20).
01 ws-before-status           pic x(1).

01 ws-applied-count           pic 9(5) value 0.
01 ws-reject-count            pic 9(5) value 0.

01 open-item-count            pic 9(4) value 0.
01 open-item-table.
    05 open-item-entry occurs 1 to 2000 times
           depending on open-item-count
           indexed by open-item-idx.
        10 oit-account-number     pic x(8).
        10 oit-held-count         pic 9(5).
        10 oit-recon-count        pic 9(5).

01 change-line.
    05 filler                 pic x(2)  value spaces.
    05 cl-label                pic x(9)  value 'APPLIED  '.
    05 cl-trans-code           pic x(1).
    05 filler                 pic x(1)  value spaces.
    05 cl-account-number       pic x(8).
    05 filler                 pic x(1)  value spaces.
    05 cl-before-name          pic x(20).
    05 filler                 pic x(1)  value spaces.
    05 cl-before-status        pic x(1).
    05 filler                 pic x(4)  value ' -> '.
    05 cl-after-name           pic x(20).
    05 filler                 pic x(1)  value spaces.
    05 cl-after-status         pic x(1).
    05 filler                 pic x(10) value spaces.

01 reject-line.
    05 filler                 pic x(2)  value spaces.
    05 rj-label                pic x(9)  value 'REJECTED '.
    05 rj-trans-code           pic x(1).
    05 filler                 pic x(1)  value spaces.
    05 rj-account-number       pic x(8).
    05 filler                 pic x(2)  value spaces.
    05 rj-reason               pic x(30).
    05 filler                 pic x(27) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(10).
    05 ct-count                pic zz,zz9.
    05 filler                 pic x(62) value spaces.

01 heading-line-1.
    05 filler                 pic x(40)
        value 'ACCOUNT-MAINT CHANGE REPORT'.
    05 filler                 pic x(9)  value 'OPERATOR '.
    05 hl-operator             pic x(20).
    05 filler                 pic x(11) value spaces.

procedure division.
    perform read-operator-from-sign-on
    perform check-accounts-authority
    if ws-master-present and not ws-operator-authorized
        display 'ACCOUNT-MAINT: OPERATOR ' ws-operator-name
            ' NOT AUTHORIZED TO MAINTAIN ACCOUNTS'
        perform log-auth-reject
        move 8 to return-code
        stop run
    end-if
    perform open-files
    perform load-account-master
    perform load-held-orders
    perform load-recon-suspense
    perform read-trans-record
    perform apply-trans until ws-trans-eof
    perform write-new-master
    perform write-count-lines
    perform close-files
    move 0 to return-code
    stop run.

open-files.
    open input trans-file
    open output maint-report-file
    move ws-operator-name to hl-operator
    write maint-report-record from heading-line-1
    open extend account-history-file
    if ws-account-history-status not = '00'
        open output account-history-file
    end-if.

close-files.
    close trans-file
    close account-history-file
    close maint-report-file.

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

check-accounts-authority.
    open input operator-master-file
    if ws-operator-master-status = '00'
        move 'Y' to ws-master-present-switch
        perform read-operator-record
        perform match-operator-record until ws-operator-eof
        close operator-master-file
    else
        display 'ACCOUNT-MAINT: OPERATOR-MASTER UNAVAILABLE, STATUS '
            ws-operator-master-status ' - ACCOUNT CHECK WAIVED'
    end-if.

read-operator-record.
    read operator-master-file
        at end
            move 'Y' to ws-operator-eof-switch
    end-read.

match-operator-record.
    if opm-operator-name = ws-operator-name
       and opm-can-maintain-tables
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
    move 'ACCT-MAINT' to arj-program
    move ws-operator-name to arj-operator
    move 'MAINTAIN ACCOUNTS' to arj-action
    write auth-reject-record
    close auth-reject-file.

load-account-master.
    open input account-master-file
    if ws-account-master-status = '00'
        perform read-account-master-record
        perform store-account-entry until ws-account-eof
        close account-master-file
    else
        display 'ACCOUNT-MAINT: ACCOUNT-MASTER UNAVAILABLE, STATUS '
            ws-account-master-status ' - STARTING AN EMPTY MASTER'
    end-if.

read-account-master-record.
    read account-master-file
        at end
            move 'Y' to ws-account-eof-switch
    end-read.

store-account-entry.
    add 1 to account-count
    set account-idx to account-count
    move acm-account-number to acct-number (account-idx)
    move acm-account-name to acct-name (account-idx)
    move acm-status to acct-status (account-idx)
    perform read-account-master-record.

load-held-orders.
    open input held-orders-file
    if ws-held-orders-status = '00'
        perform read-held-order-record
        perform count-held-order until ws-held-eof
        close held-orders-file
    end-if.

read-held-order-record.
    read held-orders-file
        at end
            move 'Y' to ws-held-eof-switch
    end-read.

count-held-order.
    if held-account-number not = spaces
        move held-account-number to ws-open-item-account
        perform find-open-item-entry
        if ws-key-found
            add 1 to oit-held-count (open-item-idx)
        end-if
    end-if
    perform read-held-order-record.

load-recon-suspense.
    open input recon-suspense-file
    if ws-recon-suspense-status = '00'
        perform read-recon-suspense-record
        perform count-recon-item until ws-recon-eof
        close recon-suspense-file
    end-if.

read-recon-suspense-record.
    read recon-suspense-file
        at end
            move 'Y' to ws-recon-eof-switch
    end-read.

count-recon-item.
    if rsus-account-number not = spaces
        move rsus-account-number to ws-open-item-account
        perform find-open-item-entry
        if ws-key-found
            add 1 to oit-recon-count (open-item-idx)
        end-if
    end-if
    perform read-recon-suspense-record.

find-open-item-entry.
    move 'N' to ws-key-found-switch
    if open-item-count > 0
        set open-item-idx to 1
        search open-item-entry
            when oit-account-number (open-item-idx)
                     = ws-open-item-account
                move 'Y' to ws-key-found-switch
        end-search
    end-if
    if not ws-key-found
        if open-item-count < 2000
            add 1 to open-item-count
            set open-item-idx to open-item-count
            move ws-open-item-account
                to oit-account-number (open-item-idx)
            move 0 to oit-held-count (open-item-idx)
            move 0 to oit-recon-count (open-item-idx)
            move 'Y' to ws-key-found-switch
        else
            display 'ACCOUNT-MAINT: OPEN-ITEM TABLE FULL, DROPPING '
                ws-open-item-account
        end-if
    end-if.

read-trans-record.
    read trans-file
        at end
            move 'Y' to ws-trans-eof-switch
    end-read.

apply-trans.
    move 'Y' to ws-trans-ok-switch
    move spaces to ws-reject-reason

    if amt-account-number = spaces
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT NUMBER MISSING' to ws-reject-reason
    else
        perform find-account-entry
        evaluate true
            when amt-add-trans
                perform apply-add-trans
            when amt-change-trans
                perform apply-change-trans
            when amt-close-trans
                perform apply-close-trans
            when other
                move 'N' to ws-trans-ok-switch
                move 'UNKNOWN TRANSACTION CODE' to ws-reject-reason
        end-evaluate
    end-if

    if ws-trans-ok
        add 1 to ws-applied-count
        perform write-change-history
    else
        add 1 to ws-reject-count
        perform write-reject-line
    end-if

    perform read-trans-record.

find-account-entry.
    move 'N' to ws-key-found-switch
    if account-count > 0
        set account-idx to 1
        search account-entry
            when acct-number (account-idx) = amt-account-number
                move 'Y' to ws-key-found-switch
        end-search
    end-if.

apply-add-trans.
    if ws-key-found
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT ALREADY ON MASTER' to ws-reject-reason
    end-if
    if ws-trans-ok and amt-account-name = spaces
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT NAME MISSING' to ws-reject-reason
    end-if
    if ws-trans-ok and amt-status = spaces
        move 'O' to amt-status
    end-if
    if ws-trans-ok
        perform check-trans-status
    end-if
    if ws-trans-ok and account-count >= 1000
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT TABLE FULL' to ws-reject-reason
    end-if
    if ws-trans-ok
        move spaces to ws-before-name
        move spaces to ws-before-status
        add 1 to account-count
        set account-idx to account-count
        move amt-account-number to acct-number (account-idx)
        move amt-account-name to acct-name (account-idx)
        move amt-status to acct-status (account-idx)
    end-if.

apply-change-trans.
    if not ws-key-found
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT NOT ON MASTER' to ws-reject-reason
    end-if
    if ws-trans-ok and amt-status not = spaces
        perform check-trans-status
    end-if
    if ws-trans-ok
       and amt-account-name = spaces and amt-status = spaces
        move 'N' to ws-trans-ok-switch
        move 'NOTHING TO CHANGE' to ws-reject-reason
    end-if
    if ws-trans-ok
        move acct-name (account-idx) to ws-before-name
        move acct-status (account-idx) to ws-before-status
        if amt-account-name not = spaces
            move amt-account-name to acct-name (account-idx)
        end-if
        if amt-status not = spaces
            move amt-status to acct-status (account-idx)
        end-if
    end-if.

check-trans-status.
    evaluate amt-status
        when 'O'
        when 'H'
            continue
        when 'C'
            move 'N' to ws-trans-ok-switch
            move 'USE A CLOSE TRANSACTION' to ws-reject-reason
        when other
            move 'N' to ws-trans-ok-switch
            move 'INVALID STATUS' to ws-reject-reason
    end-evaluate.

apply-close-trans.
    if not ws-key-found
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT NOT ON MASTER' to ws-reject-reason
    end-if
    if ws-trans-ok and acct-closed (account-idx)
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT ALREADY CLOSED' to ws-reject-reason
    end-if
    if ws-trans-ok
        perform check-open-items
    end-if
    if ws-trans-ok
        move acct-name (account-idx) to ws-before-name
        move acct-status (account-idx) to ws-before-status
        move 'C' to acct-status (account-idx)
    end-if.

check-open-items.
    if open-item-count > 0
        set open-item-idx to 1
        search open-item-entry
            when oit-account-number (open-item-idx) = amt-account-number
                if oit-held-count (open-item-idx) > 0
                    move 'N' to ws-trans-ok-switch
                    move 'ORDERS STILL ON HELD-ORDERS'
                        to ws-reject-reason
                else
                    if oit-recon-count (open-item-idx) > 0
                        move 'N' to ws-trans-ok-switch
                        move 'ITEMS STILL ON RECON-SUSPENSE'
                            to ws-reject-reason
                    end-if
                end-if
        end-search
    end-if.

write-change-history.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to ach-timestamp
    move ws-operator-name to ach-operator
    move amt-trans-code to ach-trans-code
    move amt-account-number to ach-account-number
    move ws-before-name to ach-before-name
    move ws-before-status to ach-before-status
    move acct-name (account-idx) to ach-after-name
    move acct-status (account-idx) to ach-after-status
    write account-history-record

    move amt-trans-code to cl-trans-code
    move amt-account-number to cl-account-number
    move ws-before-name to cl-before-name
    move ws-before-status to cl-before-status
    move acct-name (account-idx) to cl-after-name
    move acct-status (account-idx) to cl-after-status
    write maint-report-record from change-line.

write-reject-line.
    move amt-trans-code to rj-trans-code
    move amt-account-number to rj-account-number
    move ws-reject-reason to rj-reason
    write maint-report-record from reject-line.

write-new-master.
    open output new-account-master-file
    perform write-new-account-entry
        varying ws-write-sub from 1 by 1
        until ws-write-sub > account-count
    close new-account-master-file.

write-new-account-entry.
    move acct-number (ws-write-sub) to nacm-account-number
    move acct-name (ws-write-sub) to nacm-account-name
    move acct-status (ws-write-sub) to nacm-status
    write new-account-master-record.

write-count-lines.
    move 'APPLIED   ' to ct-label
    move ws-applied-count to ct-count
    write maint-report-record from count-line

    move 'REJECTED  ' to ct-label
    move ws-reject-count to ct-count
    write maint-report-record from count-line.
