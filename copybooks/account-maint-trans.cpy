      *> ---------------------------------------------------------------
      *> ACCOUNT-MAINT-TRANS-RECORD
      *> One change from finance against ACCOUNT-MASTER: add a new
      *> account, change an account's name or credit status, or close
      *> it. ACCOUNT-MAINT applies them in file order, so an add and a
      *> change for the same account can travel in one file. On a
      *> change a blank name or status keeps what is on the master; an
      *> add with a blank status opens the account. Closing is only by
      *> a close transaction, which is refused while the account still
      *> has orders on HELD-ORDERS or items on RECON-SUSPENSE.
      *> ---------------------------------------------------------------
       01  account-maint-trans-record.
           05  amt-trans-code              pic x(1).
               88  amt-add-trans               value 'A'.
               88  amt-change-trans            value 'C'.
               88  amt-close-trans             value 'X'.
           05  amt-account-number          pic x(8).
           05  amt-account-name            pic x(20).
           05  amt-status                  pic x(1).
