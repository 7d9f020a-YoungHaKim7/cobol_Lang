               10  acct-name          pic x(20).
               10  acct-status        pic x(1).
                   88  acct-credit-hold    value 'H'.
                   88  acct-closed         value 'C'.
