      *> ---------------------------------------------------------------
      *> TABLE-MAINT-HISTORY-RECORD
      *> One applied TABLE-MAINT transaction: when, by which operator
      *> from the sign-on log, and which table row it dated in - the
      *> table id, key and effective-from date, plus the account for a
      *> contract change. Appended to across runs, so the file is the
      *> full change history of the rate tables, where TABLE-MAINT-RPT
      *> shows only the latest run.
      *> ---------------------------------------------------------------
       01  table-maint-history-record.
           05  tmh-timestamp               pic x(14).
           05  tmh-operator                pic x(20).
           05  tmh-table-id                pic x(2).
           05  tmh-key                     pic x(3).
           05  tmh-eff-from                pic 9(8).
           05  tmh-account-number          pic x(8).
