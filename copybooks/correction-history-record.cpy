      *> ---------------------------------------------------------------
      *> CORRECTION-HISTORY-RECORD
      *> One correction SHIP-EXCORR applied to an open exception: when,
      *> by which operator from the sign-on log, the order key, and
      *> whether the corrected order cleared revalidation ('C', released
      *> to READY-TO-SHIP) or was rejected again ('R', with the new
      *> reason). Appended to across runs, so the file is the full
      *> history of who corrected what, where EXC-OUTSTANDING-RPT shows
      *> only the latest night.
      *> ---------------------------------------------------------------
       01  correction-history-record.
           05  coh-timestamp               pic x(14).
           05  coh-operator                pic x(20).
           05  coh-order-key               pic x(10).
           05  coh-outcome                 pic x(1).
               88  coh-cleared                 value 'C'.
               88  coh-rejected-again          value 'R'.
           05  coh-reason                  pic x(30).
