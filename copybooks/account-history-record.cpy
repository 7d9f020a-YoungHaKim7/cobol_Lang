      *> ---------------------------------------------------------------
      *> ACCOUNT-HISTORY-RECORD
      *> One applied ACCOUNT-MAINT transaction: when, by which operator
      *> from the sign-on log, the transaction code, and the account's
      *> name and status before and after. An add has a blank before
      *> image. Appended to across runs, so the file is the full change
      *> history of the account master.
      *> ---------------------------------------------------------------
       01  account-history-record.
           05  ach-timestamp               pic x(14).
           05  ach-operator                pic x(20).
           05  ach-trans-code              pic x(1).
           05  ach-account-number          pic x(8).
           05  ach-before-name             pic x(20).
           05  ach-before-status           pic x(1).
           05  ach-after-name              pic x(20).
           05  ach-after-status            pic x(1).
