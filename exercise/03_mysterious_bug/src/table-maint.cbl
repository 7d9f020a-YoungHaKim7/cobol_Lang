        organization is line sequential
        file status is ws-surcharge-master-status.

    select contract-rate-file assign to "CONTRACT-RATE"
        organization is line sequential
        file status is ws-contract-rate-status.

    select trans-file assign to "TABLE-MAINT-TRANS"
        organization is line sequential.

    select new-surcharge-master-file assign to "SURCHARGE-MASTER-NEW"
        organization is line sequential.

    select new-contract-rate-file assign to "CONTRACT-RATE-NEW"
        organization is line sequential.

    select maint-report-file assign to "TABLE-MAINT-RPT"
        organization is line sequential.

        organization is line sequential
        file status is ws-auth-reject-status.

    select table-history-file assign to "TABLE-MAINT-HISTORY"
        organization is line sequential
        file status is ws-table-history-status.

data division.
file section.
fd  carrier-master-file.
fd  surcharge-master-file.
    copy "surcharge-master-record.cpy".

fd  contract-rate-file.
    copy "contract-rate-record.cpy".

fd  trans-file.
    copy "table-maint-trans.cpy".

        replacing leading ==surcharge-master-record== by ==new-surcharge-master-record==
                  leading ==srm==                    by ==nsrm==.

fd  new-contract-rate-file.
    copy "contract-rate-record.cpy"
        replacing leading ==contract-rate-record== by ==new-contract-rate-record==
                  leading ==con==                  by ==ncon==.

fd  maint-report-file.
01  maint-report-record            pic x(80).

fd  auth-reject-file.
    copy "auth-reject-record.cpy".

fd  table-history-file.
    copy "table-maint-history-record.cpy".

working-storage section.
copy "carrier-table.cpy".
copy "rate-table.cpy".
copy "custtype-table.cpy".
copy "surcharge-table.cpy".
copy "contract-table.cpy".

01 ws-sign-on-status          pic xx.
01 ws-operator-master-status  pic xx.
01 ws-auth-reject-status      pic xx.
01 ws-table-history-status    pic xx.

01 ws-sign-on-eof-switch      pic x value 'N'.
    88 ws-sign-on-eof                value 'Y'.
    88 ws-operator-authorized        value 'Y'.

01 ws-current-date-time       pic x(21).
01 ws-run-timestamp           pic x(14).

01 ws-carrier-eof-switch      pic x value 'N'.
    88 ws-carrier-eof                 value 'Y'.
01 ws-surcharge-eof-switch    pic x value 'N'.
    88 ws-surcharge-eof               value 'Y'.

01 ws-contract-rate-status   pic xx.

01 ws-contract-eof-switch     pic x value 'N'.
    88 ws-contract-eof                value 'Y'.

01 ws-trans-eof-switch        pic x value 'N'.
    88 ws-trans-eof                   value 'Y'.

    05 rj-eff-from             pic 9(8).
    05 filler                 pic x(2)  value spaces.
    05 rj-reason               pic x(30).
    05 filler                 pic x(1)  value spaces.
    05 rj-account-number       pic x(8).
    05 filler                 pic x(14) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
01 heading-line-1             pic x(80)
    value 'TABLE-MAINT CHANGE REPORT'.

01 operator-line.
    05 filler                 pic x(11) value '  OPERATOR '.
    05 ol-operator-name        pic x(20).
    05 filler                 pic x(5)  value ' RUN '.
    05 ol-run-timestamp        pic x(14).
    05 filler                 pic x(30) value spaces.

procedure division.
    perform read-operator-from-sign-on
    perform check-tables-authority
    perform load-rate-master
    perform load-custtype-master
    perform load-surcharge-master
    perform load-contract-rate
    perform read-trans-record
    perform apply-trans until ws-trans-eof
    perform write-new-masters
    stop run.

open-files.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to ws-run-timestamp
    open input trans-file
    open output maint-report-file
    write maint-report-record from heading-line-1
    move ws-operator-name to ol-operator-name
    move ws-run-timestamp to ol-run-timestamp
    write maint-report-record from operator-line
    open extend table-history-file
    if ws-table-history-status not = '00'
        open output table-history-file
    end-if.

close-files.
    close trans-file
    close maint-report-file
    close table-history-file.

read-operator-from-sign-on.
    open input sign-on-log-file
    else
        move 0 to carr-daily-cap-weight (carrier-idx)
    end-if
    if cam-dim-divisor numeric
        move cam-dim-divisor to carr-dim-divisor (carrier-idx)
    else
        move 0 to carr-dim-divisor (carrier-idx)
    end-if
    if cam-track-from numeric and cam-track-to numeric
        move cam-track-from to carr-track-from (carrier-idx)
        move cam-track-to to carr-track-to (carrier-idx)
    else
        move 0 to carr-track-from (carrier-idx)
        move 0 to carr-track-to (carrier-idx)
    end-if
    perform read-carrier-master-record.

load-rate-master.
    move srm-eff-to to sur-eff-to (surcharge-idx)
    perform read-surcharge-master-record.

load-contract-rate.
    open input contract-rate-file
    if ws-contract-rate-status = '00'
        perform read-contract-rate-record
        perform store-contract-entry until ws-contract-eof
        close contract-rate-file
    end-if.

read-contract-rate-record.
    read contract-rate-file
        at end
            move 'Y' to ws-contract-eof-switch
    end-read.

store-contract-entry.
    add 1 to contract-count
    set contract-idx to contract-count
    move con-account-number to contr-account-number (contract-idx)
    move con-carr-code to contr-carr-code (contract-idx)
    move con-zone to contr-zone (contract-idx)
    move con-eff-from to contr-eff-from (contract-idx)
    move con-eff-to to contr-eff-to (contract-idx)
    move con-contract-id to contr-contract-id (contract-idx)
    move con-pricing-type to contr-pricing-type (contract-idx)
    perform store-contract-break
        varying ws-break-sub from 1 by 1
        until ws-break-sub > 3
    if con-discount-pct numeric
        move con-discount-pct to contr-discount-pct (contract-idx)
    else
        move 0 to contr-discount-pct (contract-idx)
    end-if
    perform read-contract-rate-record.

store-contract-break.
    if con-weight-limit (ws-break-sub) numeric
       and con-charge (ws-break-sub) numeric
        move con-weight-limit (ws-break-sub)
            to contr-weight-limit (contract-count ws-break-sub)
        move con-charge (ws-break-sub)
            to contr-charge (contract-count ws-break-sub)
    else
        move 0 to contr-weight-limit (contract-count ws-break-sub)
        move 0 to contr-charge (contract-count ws-break-sub)
    end-if.

read-trans-record.
    read trans-file
        at end
                perform apply-custtype-trans
            when tmt-surcharge-trans
                perform apply-surcharge-trans
            when tmt-contract-trans
                perform apply-contract-trans
            when other
                move 'N' to ws-trans-ok-switch
                move 'UNKNOWN TABLE-ID' to ws-reject-reason

    if ws-trans-ok
        add 1 to ws-applied-count
        perform write-applied-line
        perform write-table-history
    else
        add 1 to ws-reject-count
        perform write-reject-line
        move 'N' to ws-trans-ok-switch
        move 'NON-NUMERIC PAYLOAD' to ws-reject-reason
    end-if
    if ws-trans-ok
       and tmt-carr-track-from numeric and tmt-carr-track-to numeric
       and tmt-carr-track-from > tmt-carr-track-to
        move 'N' to ws-trans-ok-switch
        move 'TRACKING RANGE OUT OF ORDER' to ws-reject-reason
    end-if
    if ws-trans-ok
        perform find-latest-carrier-entry
        perform check-period-fit
        else
            move 0 to carr-daily-cap-weight (carrier-count)
        end-if
        if tmt-carr-dim-divisor numeric
            move tmt-carr-dim-divisor to carr-dim-divisor (carrier-count)
        else
            move 0 to carr-dim-divisor (carrier-count)
        end-if
        perform set-new-carrier-track-range
        move tmt-eff-from to carr-eff-from (carrier-count)
        move ws-open-eff-to to carr-eff-to (carrier-count)
    end-if.

set-new-carrier-track-range.
    evaluate true
        when tmt-carr-track-from numeric and tmt-carr-track-to numeric
            move tmt-carr-track-from to carr-track-from (carrier-count)
            move tmt-carr-track-to to carr-track-to (carrier-count)
        when ws-key-found
            move carr-track-from (ws-latest-sub)
                to carr-track-from (carrier-count)
            move carr-track-to (ws-latest-sub)
                to carr-track-to (carrier-count)
        when other
            move 0 to carr-track-from (carrier-count)
            move 0 to carr-track-to (carrier-count)
    end-evaluate.

find-latest-carrier-entry.
    move 'N' to ws-key-found-switch
    move 0 to ws-latest-sub
        move ws-open-eff-to to sur-eff-to (surcharge-count)
    end-if.

apply-contract-trans.
    if tmt-key-zone < '1' or tmt-key-zone > '8'
        move 'N' to ws-trans-ok-switch
        move 'INVALID ZONE' to ws-reject-reason
    end-if
    if ws-trans-ok
       and (tmt-con-account-number = spaces
            or tmt-con-contract-id = spaces)
        move 'N' to ws-trans-ok-switch
        move 'ACCOUNT OR CONTRACT ID MISSING' to ws-reject-reason
    end-if
    if ws-trans-ok
        evaluate tmt-con-pricing-type
            when 'B'
                perform check-contract-payload
                    varying ws-break-sub from 1 by 1
                    until ws-break-sub > 3
                move 0 to tmt-con-discount-pct
            when 'P'
                if tmt-con-discount-pct not numeric
                    move 'N' to ws-trans-ok-switch
                    move 'NON-NUMERIC PAYLOAD' to ws-reject-reason
                else
                    if tmt-con-discount-pct = 0
                        move 'N' to ws-trans-ok-switch
                        move 'ZERO PERCENT OFF LIST' to ws-reject-reason
                    end-if
                end-if
                perform clear-contract-break
                    varying ws-break-sub from 1 by 1
                    until ws-break-sub > 3
            when other
                move 'N' to ws-trans-ok-switch
                move 'INVALID PRICING TYPE' to ws-reject-reason
        end-evaluate
    end-if
    if ws-trans-ok
        move tmt-key-zone to ws-trans-zone
        perform find-latest-contract-entry
        perform check-period-fit
    end-if
    if ws-trans-ok
        if ws-key-found
           and contr-eff-to (ws-latest-sub) = ws-open-eff-to
            move ws-new-eff-to to contr-eff-to (ws-latest-sub)
        end-if
        add 1 to contract-count
        move tmt-con-account-number
            to contr-account-number (contract-count)
        move tmt-key-code to contr-carr-code (contract-count)
        move tmt-key-zone to contr-zone (contract-count)
        move tmt-eff-from to contr-eff-from (contract-count)
        move ws-open-eff-to to contr-eff-to (contract-count)
        move tmt-con-contract-id to contr-contract-id (contract-count)
        move tmt-con-pricing-type to contr-pricing-type (contract-count)
        perform store-trans-contract-break
            varying ws-break-sub from 1 by 1
            until ws-break-sub > 3
        move tmt-con-discount-pct to contr-discount-pct (contract-count)
    end-if.

check-contract-payload.
    if tmt-con-weight-limit (ws-break-sub) not numeric
       or tmt-con-charge (ws-break-sub) not numeric
        move 'N' to ws-trans-ok-switch
        move 'NON-NUMERIC PAYLOAD' to ws-reject-reason
    end-if.

clear-contract-break.
    move 0 to tmt-con-weight-limit (ws-break-sub)
    move 0 to tmt-con-charge (ws-break-sub).

store-trans-contract-break.
    move tmt-con-weight-limit (ws-break-sub)
        to contr-weight-limit (contract-count ws-break-sub)
    move tmt-con-charge (ws-break-sub)
        to contr-charge (contract-count ws-break-sub).

find-latest-contract-entry.
    move 'N' to ws-key-found-switch
    move 0 to ws-latest-sub
    move 0 to ws-latest-eff-from
    perform scan-contract-entry
        varying ws-scan-sub from 1 by 1
        until ws-scan-sub > contract-count.

scan-contract-entry.
    if contr-account-number (ws-scan-sub) = tmt-con-account-number
       and contr-carr-code (ws-scan-sub) = tmt-key-code
       and contr-zone (ws-scan-sub) = ws-trans-zone
       and contr-eff-from (ws-scan-sub) >= ws-latest-eff-from
        move 'Y' to ws-key-found-switch
        move ws-scan-sub to ws-latest-sub
        move contr-eff-from (ws-scan-sub) to ws-latest-eff-from
        move contr-eff-to (ws-scan-sub) to ws-latest-eff-to
    end-if.

find-latest-surcharge-entry.
    move 'N' to ws-key-found-switch
    move 0 to ws-latest-sub
        end-if
    end-if.

write-applied-line.
    move 'APPLIED  ' to rj-label
    move tmt-table-id to rj-table-id
    move tmt-key to rj-key
    move tmt-eff-from to rj-eff-from
    move spaces to rj-reason
    if tmt-contract-trans
        move tmt-con-account-number to rj-account-number
    else
        move spaces to rj-account-number
    end-if
    write maint-report-record from reject-line.

write-table-history.
    move ws-run-timestamp to tmh-timestamp
    move ws-operator-name to tmh-operator
    move tmt-table-id to tmh-table-id
    move tmt-key to tmh-key
    move tmt-eff-from to tmh-eff-from
    if tmt-contract-trans
        move tmt-con-account-number to tmh-account-number
    else
        move spaces to tmh-account-number
    end-if
    write table-maint-history-record.

write-reject-line.
    move 'REJECTED ' to rj-label
    move tmt-table-id to rj-table-id
    move tmt-key to rj-key
    move tmt-eff-from to rj-eff-from
    move ws-reject-reason to rj-reason
    if tmt-contract-trans
        move tmt-con-account-number to rj-account-number
    else
        move spaces to rj-account-number
    end-if
    write maint-report-record from reject-line.

write-new-masters.
    perform write-new-surcharge-entry
        varying ws-write-sub from 1 by 1
        until ws-write-sub > surcharge-count
    close new-surcharge-master-file

    open output new-contract-rate-file
    perform write-new-contract-entry
        varying ws-write-sub from 1 by 1
        until ws-write-sub > contract-count
    close new-contract-rate-file.

write-new-carrier-entry.
    move carr-code (ws-write-sub) to ncam-code
    move carr-cutoff-hhmm (ws-write-sub) to ncam-cutoff-hhmm
    move carr-daily-cap-count (ws-write-sub) to ncam-daily-cap-count
    move carr-daily-cap-weight (ws-write-sub) to ncam-daily-cap-weight
    move carr-dim-divisor (ws-write-sub) to ncam-dim-divisor
    move carr-track-from (ws-write-sub) to ncam-track-from
    move carr-track-to (ws-write-sub) to ncam-track-to
    write new-carrier-master-record.

write-new-rate-entry.
    move sur-eff-to (ws-write-sub) to nsrm-eff-to
    write new-surcharge-master-record.

write-new-contract-entry.
    move contr-account-number (ws-write-sub) to ncon-account-number
    move contr-carr-code (ws-write-sub) to ncon-carr-code
    move contr-zone (ws-write-sub) to ncon-zone
    move contr-eff-from (ws-write-sub) to ncon-eff-from
    move contr-eff-to (ws-write-sub) to ncon-eff-to
    move contr-contract-id (ws-write-sub) to ncon-contract-id
    move contr-pricing-type (ws-write-sub) to ncon-pricing-type
    perform write-new-contract-break
        varying ws-break-sub from 1 by 1
        until ws-break-sub > 3
    move contr-discount-pct (ws-write-sub) to ncon-discount-pct
    write new-contract-rate-record.

write-new-contract-break.
    move contr-weight-limit (ws-write-sub ws-break-sub)
        to ncon-weight-limit (ws-break-sub)
    move contr-charge (ws-write-sub ws-break-sub)
        to ncon-charge (ws-break-sub).

write-count-lines.
    move 'APPLIED   ' to ct-label
    move ws-applied-count to ct-count
