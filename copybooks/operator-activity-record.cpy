      *> ---------------------------------------------------------------
      *> OPERATOR-ACTIVITY-RECORD
      *> One thing an operator did, or tried to do, as OPERATOR-REVIEW
      *> gathers it from the logs for the access review: a sign-on, a
      *> run released or rolled back (RUN-CONTROL), a rate-table change
      *> (TABLE-MAINT-HISTORY), an exception correction
      *> (CORRECTION-HISTORY), an account change (ACCOUNT-HISTORY), or
      *> an attempt refused for want of the role (AUTH-REJECT-LOG).
      *> Sorted on operator and timestamp into each operator's timeline.
      *> ---------------------------------------------------------------
       01  operator-activity-record.
           05  oaw-operator                pic x(20).
           05  oaw-timestamp               pic x(14).
           05  oaw-program                 pic x(12).
           05  oaw-kind                    pic x(1).
               88  oaw-sign-on                 value 'S'.
               88  oaw-release                 value 'L'.
               88  oaw-rollback                value 'B'.
               88  oaw-table-change            value 'T'.
               88  oaw-correction              value 'C'.
               88  oaw-account-change          value 'A'.
               88  oaw-rejected-attempt        value 'R'.
           05  oaw-action                  pic x(20).
           05  oaw-reference               pic x(24).
