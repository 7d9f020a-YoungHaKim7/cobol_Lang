identification division.
program-id.
     operator-review.

environment division.
input-output section.
file-control.
    select operator-master-file assign to "OPERATOR-MASTER"
        organization is line sequential
        file status is ws-operator-master-status.

    select sign-on-log-file assign to "SIGN-ON-LOG"
        organization is line sequential
        file status is ws-sign-on-status.

    select auth-reject-file assign to "AUTH-REJECT-LOG"
        organization is line sequential
        file status is ws-auth-reject-status.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

    select table-history-file assign to "TABLE-MAINT-HISTORY"
        organization is line sequential
        file status is ws-table-history-status.

    select correction-history-file assign to "CORRECTION-HISTORY"
        organization is line sequential
        file status is ws-correction-history-status.

    select account-history-file assign to "ACCOUNT-HISTORY"
        organization is line sequential
        file status is ws-account-history-status.

    select activity-work-file assign to "OPREVIEW-WORK"
        organization is line sequential.

    select sorted-activity-file assign to "OPREVIEW-SRT"
        organization is line sequential.

    select activity-sort-work-file assign to "OPREVIEW-SORTWK".

    select review-report-file assign to "OPERATOR-REVIEW-RPT"
        organization is line sequential.

data division.
file section.
fd  operator-master-file.
    copy "operator-master-record.cpy".

fd  sign-on-log-file.
01  sign-on-log-record.
    05  sl-timestamp              pic x(14).
    05  sl-operator-name          pic x(20).

fd  auth-reject-file.
    copy "auth-reject-record.cpy".

fd  run-control-file.
    copy "run-control-record.cpy".

fd  table-history-file.
    copy "table-maint-history-record.cpy".

fd  correction-history-file.
    copy "correction-history-record.cpy".

fd  account-history-file.
    copy "account-history-record.cpy".

fd  activity-work-file.
    copy "operator-activity-record.cpy".

sd  activity-sort-work-file.
    copy "operator-activity-record.cpy"
        replacing leading ==operator-activity-record== by ==activity-sort-work-record==
                  leading ==oaw==                      by ==woaw==.

fd  sorted-activity-file.
    copy "operator-activity-record.cpy"
        replacing leading ==operator-activity-record== by ==sorted-activity-record==
                  leading ==oaw==                      by ==soaw==.

fd  review-report-file.
01  review-report-record           pic x(80).

working-storage section.
01 ws-operator-master-status  pic xx.
01 ws-sign-on-status          pic xx.
01 ws-auth-reject-status      pic xx.
01 ws-run-control-status      pic xx.
01 ws-table-history-status    pic xx.
01 ws-correction-history-status pic xx.
01 ws-account-history-status  pic xx.

01 ws-file-eof-switch         pic x.
    88 ws-file-eof                   value 'Y'.

01 ws-sorted-eof-switch       pic x value 'N'.
    88 ws-sorted-eof                 value 'Y'.

01 ws-master-present-switch   pic x value 'N'.
    88 ws-master-present             value 'Y'.

01 ws-on-master-switch        pic x.
    88 ws-on-master                  value 'Y'.

01 ws-from-in                 pic x(8).
01 ws-to-in                   pic x(8).
01 ws-from-date               pic 9(8).
01 ws-to-date                 pic 9(8).
01 ws-swap-date               pic 9(8).
01 ws-entered-date            pic 9(8).
01 ws-date-ok-switch          pic x.
    88 ws-date-ok                    value 'Y'.

01 ws-current-date-time       pic x(21).
01 ws-today-yyyymmdd          pic 9(8).
01 ws-today-breakout redefines ws-today-yyyymmdd.
    05 ws-today-yyyy          pic 9(4).
    05 ws-today-mm            pic 9(2).
    05 ws-today-dd            pic 9(2).
01 ws-quarter-start.
    05 ws-quarter-yyyy        pic 9(4).
    05 ws-quarter-mm          pic 9(2).
    05 ws-quarter-dd          pic 9(2).
01 ws-quarter-index           pic 9(1).

01 operator-count             pic 9(3) value 0.
01 operator-table.
    05 operator-entry occurs 1 to 500 times
           depending on operator-count
           indexed by operator-idx.
        10 opr-operator-name      pic x(20).
        10 opr-release-role       pic x(1).
            88 opr-can-release          value 'Y'.
        10 opr-tables-role        pic x(1).
            88 opr-can-maintain-tables  value 'Y'.
        10 opr-corrections-role   pic x(1).
        10 opr-active-switch      pic x(1).
            88 opr-active               value 'Y'.

01 active-count               pic 9(3) value 0.
01 active-table.
    05 active-entry occurs 1 to 500 times
           depending on active-count
           indexed by active-idx.
        10 act-operator-name      pic x(20).
        10 act-activity-count     pic 9(5).
        10 act-reject-count       pic 9(5).
        10 act-on-master-switch   pic x(1).
            88 act-on-master            value 'Y'.

01 ws-current-operator        pic x(20).
01 ws-operator-activities     pic 9(5).
01 ws-operator-rejects        pic 9(5).

01 ws-item-count              pic 9(7) value 0.
01 ws-reject-total            pic 9(5) value 0.
01 ws-unknown-total           pic 9(5) value 0.
01 ws-inactive-total          pic 9(5) value 0.
01 ws-dual-role-total         pic 9(5) value 0.
01 ws-listed-count            pic 9(5).

01 table-change-ref.
    05 tr-table-id            pic x(2).
    05 filler                 pic x(1)  value spaces.
    05 tr-key                 pic x(3).
    05 filler                 pic x(1)  value spaces.
    05 tr-eff-from            pic 9(8).
    05 filler                 pic x(1)  value spaces.
    05 tr-account-number      pic x(8).

01 correction-ref.
    05 cf-order-key           pic x(10).
    05 filler                 pic x(1)  value spaces.
    05 cf-outcome             pic x(13).

01 heading-line-1.
    05 filler                 pic x(36)
        value 'OPERATOR ACTIVITY AND ACCESS REVIEW'.
    05 filler                 pic x(5)  value 'FROM '.
    05 hl-from-date            pic 9(8).
    05 filler                 pic x(4)  value ' TO '.
    05 hl-to-date              pic 9(8).
    05 filler                 pic x(19) value spaces.

01 heading-line-2             pic x(80)
    value '  DATE     TIME    PROGRAM       ACTION                REFERENCE'.

01 operator-line.
    05 filler                 pic x(11) value '  OPERATOR '.
    05 ol-operator-name        pic x(20).
    05 filler                 pic x(9)  value ' RELEASE '.
    05 ol-release-role         pic x(1).
    05 filler                 pic x(8)  value ' TABLES '.
    05 ol-tables-role          pic x(1).
    05 filler                 pic x(9)  value ' CORRECT '.
    05 ol-corrections-role     pic x(1).
    05 filler                 pic x(1)  value spaces.
    05 ol-flag                 pic x(19).

01 activity-line.
    05 filler                 pic x(2)  value spaces.
    05 al-date                 pic x(8).
    05 filler                 pic x(1)  value spaces.
    05 al-time                 pic x(6).
    05 filler                 pic x(2)  value spaces.
    05 al-program              pic x(12).
    05 filler                 pic x(2)  value spaces.
    05 al-action               pic x(20).
    05 filler                 pic x(2)  value spaces.
    05 al-reference            pic x(24).
    05 filler                 pic x(1)  value spaces.

01 operator-total-line.
    05 filler                 pic x(19) value spaces.
    05 filler                 pic x(11) value 'ACTIVITIES '.
    05 ot-activities           pic zz,zz9.
    05 filler                 pic x(11) value '  REJECTED '.
    05 ot-rejects              pic zz,zz9.
    05 filler                 pic x(27) value spaces.

01 section-line.
    05 filler                 pic x(2)  value spaces.
    05 sl-title                pic x(50).
    05 filler                 pic x(28) value spaces.

01 name-count-line.
    05 filler                 pic x(4)  value spaces.
    05 nc-operator-name        pic x(20).
    05 filler                 pic x(2)  value spaces.
    05 nc-label                pic x(11).
    05 nc-count                pic zz,zz9.
    05 filler                 pic x(37) value spaces.

01 name-role-line.
    05 filler                 pic x(4)  value spaces.
    05 nr-operator-name        pic x(20).
    05 filler                 pic x(9)  value ' RELEASE '.
    05 nr-release-role         pic x(1).
    05 filler                 pic x(8)  value ' TABLES '.
    05 nr-tables-role          pic x(1).
    05 filler                 pic x(9)  value ' CORRECT '.
    05 nr-corrections-role     pic x(1).
    05 filler                 pic x(27) value spaces.

01 note-line.
    05 filler                 pic x(4)  value spaces.
    05 nt-text                 pic x(50).
    05 filler                 pic x(26) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(24).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(47) value spaces.

01 blank-line                 pic x(80) value spaces.

procedure division.
    perform accept-review-range
    perform load-operator-master

    open output activity-work-file
    perform extract-sign-ons
    perform extract-auth-rejects
    perform extract-run-control
    perform extract-table-changes
    perform extract-corrections
    perform extract-account-changes
    close activity-work-file

    perform sort-activity-items

    open output review-report-file
    move ws-from-date to hl-from-date
    move ws-to-date to hl-to-date
    write review-report-record from heading-line-1
    write review-report-record from blank-line
    write review-report-record from heading-line-2

    open input sorted-activity-file
    perform read-sorted-item
    perform review-one-operator until ws-sorted-eof
    close sorted-activity-file

    perform write-reject-section
    perform write-unknown-section
    perform write-inactive-section
    perform write-dual-role-section
    perform write-review-totals
    close review-report-file

    display 'OPERATOR-REVIEW: ' ws-from-date ' TO ' ws-to-date
        ' ITEMS ' ws-item-count
        ' REJECTED ' ws-reject-total
        ' UNKNOWN ' ws-unknown-total
        ' DUAL ROLE ' ws-dual-role-total
    move 0 to return-code
    stop run.

accept-review-range.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:8) to ws-today-yyyymmdd
    compute ws-quarter-index = (ws-today-mm - 1) / 3
    move ws-today-yyyy to ws-quarter-yyyy
    compute ws-quarter-mm = ws-quarter-index * 3 + 1
    move 1 to ws-quarter-dd
    move ws-quarter-start to ws-from-date
    move ws-today-yyyymmdd to ws-to-date

    display 'From date yyyymmdd (blank = quarter start) : '
        with no advancing
    accept ws-from-in
    display 'To date yyyymmdd (blank = today)           : '
        with no advancing
    accept ws-to-in

    if ws-from-in not = spaces
        move ws-from-in to ws-entered-date
        perform check-entered-date
        if ws-date-ok
            move ws-entered-date to ws-from-date
        else
            display 'INVALID FROM DATE - USING QUARTER START'
        end-if
    end-if
    if ws-to-in not = spaces
        move ws-to-in to ws-entered-date
        perform check-entered-date
        if ws-date-ok
            move ws-entered-date to ws-to-date
        else
            display 'INVALID TO DATE - USING TODAY'
        end-if
    end-if
    if ws-from-date > ws-to-date
        display 'FROM DATE AFTER TO DATE - RANGE REVERSED'
        move ws-from-date to ws-swap-date
        move ws-to-date to ws-from-date
        move ws-swap-date to ws-to-date
    end-if.

check-entered-date.
    move 'N' to ws-date-ok-switch
    if ws-entered-date is numeric
        if function test-date-yyyymmdd (ws-entered-date) = 0
            move 'Y' to ws-date-ok-switch
        end-if
    end-if.

load-operator-master.
    move 'N' to ws-file-eof-switch
    open input operator-master-file
    if ws-operator-master-status = '00'
        move 'Y' to ws-master-present-switch
        perform read-operator-record until ws-file-eof
        close operator-master-file
    else
        display 'OPERATOR-REVIEW: OPERATOR-MASTER UNAVAILABLE, STATUS '
            ws-operator-master-status ' - ROLES NOT CHECKED'
    end-if.

read-operator-record.
    read operator-master-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if operator-count >= 500
                display 'OPERATOR-REVIEW: OPERATOR TABLE FULL, DROPPING '
                    opm-operator-name
            else
                add 1 to operator-count
                set operator-idx to operator-count
                move opm-operator-name to opr-operator-name (operator-idx)
                move opm-release-role to opr-release-role (operator-idx)
                move opm-tables-role to opr-tables-role (operator-idx)
                move opm-corrections-role
                    to opr-corrections-role (operator-idx)
                move 'N' to opr-active-switch (operator-idx)
            end-if
    end-read.

extract-sign-ons.
    move 'N' to ws-file-eof-switch
    open input sign-on-log-file
    if ws-sign-on-status = '00'
        perform read-sign-on-record until ws-file-eof
        close sign-on-log-file
    end-if.

read-sign-on-record.
    read sign-on-log-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if sl-timestamp (1:8) >= ws-from-date
               and sl-timestamp (1:8) <= ws-to-date
                move spaces to operator-activity-record
                move sl-operator-name to oaw-operator
                move sl-timestamp to oaw-timestamp
                move 'SIGN-ON' to oaw-program
                set oaw-sign-on to true
                move 'SIGNED ON' to oaw-action
                perform write-activity-item
            end-if
    end-read.

extract-auth-rejects.
    move 'N' to ws-file-eof-switch
    open input auth-reject-file
    if ws-auth-reject-status = '00'
        perform read-auth-reject-record until ws-file-eof
        close auth-reject-file
    end-if.

read-auth-reject-record.
    read auth-reject-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if arj-timestamp (1:8) >= ws-from-date
               and arj-timestamp (1:8) <= ws-to-date
                move spaces to operator-activity-record
                move arj-operator to oaw-operator
                move arj-timestamp to oaw-timestamp
                move arj-program to oaw-program
                set oaw-rejected-attempt to true
                move arj-action to oaw-action
                move '** REJECTED **' to oaw-reference
                perform write-activity-item
            end-if
    end-read.

extract-run-control.
    move 'N' to ws-file-eof-switch
    open input run-control-file
    if ws-run-control-status = '00'
        perform read-run-control-record until ws-file-eof
        close run-control-file
    end-if.

read-run-control-record.
    read run-control-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if (rc-header or rc-rollback)
               and rc-start-timestamp (1:8) >= ws-from-date
               and rc-start-timestamp (1:8) <= ws-to-date
                move spaces to operator-activity-record
                move rc-operator to oaw-operator
                move rc-start-timestamp to oaw-timestamp
                move rc-run-id to oaw-reference
                if rc-header
                    move 'SHIP-RUNINIT' to oaw-program
                    set oaw-release to true
                    move 'RELEASED NIGHTLY RUN' to oaw-action
                else
                    move 'SHIP-ROLLBK' to oaw-program
                    set oaw-rollback to true
                    move 'ROLLED BACK RUN' to oaw-action
                end-if
                perform write-activity-item
            end-if
    end-read.

extract-table-changes.
    move 'N' to ws-file-eof-switch
    open input table-history-file
    if ws-table-history-status = '00'
        perform read-table-history-record until ws-file-eof
        close table-history-file
    end-if.

read-table-history-record.
    read table-history-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if tmh-timestamp (1:8) >= ws-from-date
               and tmh-timestamp (1:8) <= ws-to-date
                move spaces to operator-activity-record
                move tmh-operator to oaw-operator
                move tmh-timestamp to oaw-timestamp
                move 'TABLE-MAINT' to oaw-program
                set oaw-table-change to true
                move 'RATE TABLE CHANGE' to oaw-action
                move tmh-table-id to tr-table-id
                move tmh-key to tr-key
                move tmh-eff-from to tr-eff-from
                move tmh-account-number to tr-account-number
                move table-change-ref to oaw-reference
                perform write-activity-item
            end-if
    end-read.

extract-corrections.
    move 'N' to ws-file-eof-switch
    open input correction-history-file
    if ws-correction-history-status = '00'
        perform read-correction-history-record until ws-file-eof
        close correction-history-file
    end-if.

read-correction-history-record.
    read correction-history-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if coh-timestamp (1:8) >= ws-from-date
               and coh-timestamp (1:8) <= ws-to-date
                move spaces to operator-activity-record
                move coh-operator to oaw-operator
                move coh-timestamp to oaw-timestamp
                move 'SHIP-EXCORR' to oaw-program
                set oaw-correction to true
                move 'EXCEPTION CORRECTED' to oaw-action
                move coh-order-key to cf-order-key
                if coh-cleared
                    move 'CLEARED' to cf-outcome
                else
                    move 'NOT CLEARED' to cf-outcome
                end-if
                move correction-ref to oaw-reference
                perform write-activity-item
            end-if
    end-read.

extract-account-changes.
    move 'N' to ws-file-eof-switch
    open input account-history-file
    if ws-account-history-status = '00'
        perform read-account-history-record until ws-file-eof
        close account-history-file
    end-if.

read-account-history-record.
    read account-history-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if ach-timestamp (1:8) >= ws-from-date
               and ach-timestamp (1:8) <= ws-to-date
                move spaces to operator-activity-record
                move ach-operator to oaw-operator
                move ach-timestamp to oaw-timestamp
                move 'ACCT-MAINT' to oaw-program
                set oaw-account-change to true
                evaluate ach-trans-code
                    when 'A'
                        move 'ACCOUNT ADDED' to oaw-action
                    when 'X'
                        move 'ACCOUNT CLOSED' to oaw-action
                    when other
                        move 'ACCOUNT CHANGED' to oaw-action
                end-evaluate
                move ach-account-number to oaw-reference
                perform write-activity-item
            end-if
    end-read.

write-activity-item.
    write operator-activity-record
    add 1 to ws-item-count.

sort-activity-items.
    sort activity-sort-work-file
        on ascending key woaw-operator
                         woaw-timestamp
        using activity-work-file
        giving sorted-activity-file.

read-sorted-item.
    read sorted-activity-file
        at end
            move 'Y' to ws-sorted-eof-switch
    end-read.

review-one-operator.
    move soaw-operator to ws-current-operator
    move 0 to ws-operator-activities
    move 0 to ws-operator-rejects
    perform find-master-operator

    move ws-current-operator to ol-operator-name
    move spaces to ol-flag
    if ws-on-master
        move opr-release-role (operator-idx) to ol-release-role
        move opr-tables-role (operator-idx) to ol-tables-role
        move opr-corrections-role (operator-idx) to ol-corrections-role
        if opr-can-release (operator-idx)
           and opr-can-maintain-tables (operator-idx)
            move 'RELEASE AND TABLES' to ol-flag
        end-if
    else
        move '-' to ol-release-role
        move '-' to ol-tables-role
        move '-' to ol-corrections-role
        if ws-master-present
            move 'NOT ON MASTER' to ol-flag
        end-if
    end-if
    write review-report-record from blank-line
    write review-report-record from operator-line

    perform write-activity-line
        until ws-sorted-eof
           or soaw-operator not = ws-current-operator

    move ws-operator-activities to ot-activities
    move ws-operator-rejects to ot-rejects
    write review-report-record from operator-total-line
    perform store-active-operator.

find-master-operator.
    move 'N' to ws-on-master-switch
    if operator-count > 0
        set operator-idx to 1
        search operator-entry
            at end
                continue
            when opr-operator-name (operator-idx) = ws-current-operator
                move 'Y' to ws-on-master-switch
                move 'Y' to opr-active-switch (operator-idx)
        end-search
    end-if.

write-activity-line.
    move soaw-timestamp (1:8) to al-date
    move soaw-timestamp (9:6) to al-time
    move soaw-program to al-program
    move soaw-action to al-action
    move soaw-reference to al-reference
    write review-report-record from activity-line
    add 1 to ws-operator-activities
    if soaw-rejected-attempt
        add 1 to ws-operator-rejects
        add 1 to ws-reject-total
    end-if
    perform read-sorted-item.

store-active-operator.
    if active-count >= 500
        display 'OPERATOR-REVIEW: ACTIVE TABLE FULL, DROPPING '
            ws-current-operator
    else
        add 1 to active-count
        set active-idx to active-count
        move ws-current-operator to act-operator-name (active-idx)
        move ws-operator-activities to act-activity-count (active-idx)
        move ws-operator-rejects to act-reject-count (active-idx)
        move ws-on-master-switch to act-on-master-switch (active-idx)
        if ws-master-present and not ws-on-master
            add 1 to ws-unknown-total
        end-if
    end-if.

write-reject-section.
    write review-report-record from blank-line
    move 'OPERATORS WITH REJECTED ATTEMPTS' to sl-title
    write review-report-record from section-line
    move 0 to ws-listed-count
    perform list-rejecting-operator
        varying active-idx from 1 by 1
        until active-idx > active-count
    if ws-listed-count = 0
        move 'NONE' to nt-text
        write review-report-record from note-line
    end-if.

list-rejecting-operator.
    if act-reject-count (active-idx) > 0
        move act-operator-name (active-idx) to nc-operator-name
        move 'REJECTED   ' to nc-label
        move act-reject-count (active-idx) to nc-count
        write review-report-record from name-count-line
        add 1 to ws-listed-count
    end-if.

write-unknown-section.
    write review-report-record from blank-line
    move 'ACTIVITY BY NAMES NOT ON OPERATOR-MASTER' to sl-title
    write review-report-record from section-line
    if not ws-master-present
        move 'OPERATOR-MASTER UNAVAILABLE - NOT CHECKED' to nt-text
        write review-report-record from note-line
    else
        move 0 to ws-listed-count
        perform list-unknown-operator
            varying active-idx from 1 by 1
            until active-idx > active-count
        if ws-listed-count = 0
            move 'NONE' to nt-text
            write review-report-record from note-line
        end-if
    end-if.

list-unknown-operator.
    if not act-on-master (active-idx)
        move act-operator-name (active-idx) to nc-operator-name
        move 'ACTIVITIES ' to nc-label
        move act-activity-count (active-idx) to nc-count
        write review-report-record from name-count-line
        add 1 to ws-listed-count
    end-if.

write-inactive-section.
    write review-report-record from blank-line
    move 'OPERATOR-MASTER OPERATORS WITH NO ACTIVITY' to sl-title
    write review-report-record from section-line
    if not ws-master-present
        move 'OPERATOR-MASTER UNAVAILABLE - NOT CHECKED' to nt-text
        write review-report-record from note-line
    else
        perform list-inactive-operator
            varying operator-idx from 1 by 1
            until operator-idx > operator-count
        if ws-inactive-total = 0
            move 'NONE' to nt-text
            write review-report-record from note-line
        end-if
    end-if.

list-inactive-operator.
    if not opr-active (operator-idx)
        perform write-name-role-line
        add 1 to ws-inactive-total
    end-if.

write-dual-role-section.
    write review-report-record from blank-line
    move 'RELEASE AND TABLE-MAINTENANCE ROLES HELD TOGETHER' to sl-title
    write review-report-record from section-line
    if not ws-master-present
        move 'OPERATOR-MASTER UNAVAILABLE - NOT CHECKED' to nt-text
        write review-report-record from note-line
    else
        perform list-dual-role-operator
            varying operator-idx from 1 by 1
            until operator-idx > operator-count
        if ws-dual-role-total = 0
            move 'NONE' to nt-text
            write review-report-record from note-line
        end-if
    end-if.

list-dual-role-operator.
    if opr-can-release (operator-idx)
       and opr-can-maintain-tables (operator-idx)
        perform write-name-role-line
        add 1 to ws-dual-role-total
    end-if.

write-name-role-line.
    move opr-operator-name (operator-idx) to nr-operator-name
    move opr-release-role (operator-idx) to nr-release-role
    move opr-tables-role (operator-idx) to nr-tables-role
    move opr-corrections-role (operator-idx) to nr-corrections-role
    write review-report-record from name-role-line.

write-review-totals.
    write review-report-record from blank-line
    move 'ACTIVITY ITEMS' to ct-label
    move ws-item-count to ct-count
    write review-report-record from count-line

    move 'OPERATORS ACTIVE' to ct-label
    move active-count to ct-count
    write review-report-record from count-line

    move 'REJECTED ATTEMPTS' to ct-label
    move ws-reject-total to ct-count
    write review-report-record from count-line

    move 'NAMES NOT ON MASTER' to ct-label
    move ws-unknown-total to ct-count
    write review-report-record from count-line

    move 'OPERATORS INACTIVE' to ct-label
    move ws-inactive-total to ct-count
    write review-report-record from count-line

    move 'RELEASE AND TABLES ROLES' to ct-label
    move ws-dual-role-total to ct-count
    write review-report-record from count-line.
