      *> account number carried on orders, a display name, and the
      *> credit status. TEST-SHIP diverts orders for held accounts to
      *> the HELD-TONIGHT file before rating, so a held carton never
      *> reaches the history master or a manifest. A closed account is
      *> kept on file; TEST-SHIP sends its new orders to exceptions as
      *> ACCOUNT CLOSED. The file is maintained by ACCOUNT-MAINT, which
      *> logs every change to ACCOUNT-HISTORY.
      *> ---------------------------------------------------------------
       01  account-master-record.
           05  acm-account-number          pic x(8).
           05  acm-status                  pic x(1).
               88  acm-open-status             value 'O'.
               88  acm-credit-hold             value 'H'.
               88  acm-closed                  value 'C'.
