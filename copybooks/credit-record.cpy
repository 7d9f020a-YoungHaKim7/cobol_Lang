                                               sign leading separate.
           05  cr-run-date                 pic 9(8).
           05  cr-account-number           pic x(8).
      *> Where the credit came from: a rated return from SHIP-RETURNS
      *> (or spaces on credits written before the field existed), or a
      *> cancelled shipment from SHIP-VOID, raised under the void
      *> reference for the full original charge.
           05  cr-credit-source            pic x(1).
               88  cr-return-credit            values 'R' ' '.
               88  cr-void-credit              value 'V'.
