      *> OPERATOR-MASTER-RECORD
      *> One operator and what they are allowed to do: release the
      *> nightly run (SHIP-RUNINIT), maintain the rate tables
      *> (TABLE-MAINT) and the account master (ACCOUNT-MAINT), and
      *> approve exception corrections (SHIP-EXCORR). The operator
      *> name matches the sign-on log exactly. An operator with no row
      *> has no authority; rejected attempts are logged to
      *> AUTH-REJECT-LOG. When the master file itself is absent the
      *> checks are waived with a warning, so a lost file cannot stop
      *> the nightly cycle.
      *> OPERATOR-REVIEW reports each operator's activity against this
      *> file for the access review.
      *> ---------------------------------------------------------------
       01  operator-master-record.
           05  opm-operator-name           pic x(20).
