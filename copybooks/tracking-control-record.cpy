      *> ---------------------------------------------------------------
      *> TRACKING-CONTROL-RECORD
      *> The next-number counter for one carrier's tracking range: the
      *> next serial SHIP-TRACK will issue and the run that last drew
      *> on it. SHIP-TRACK is the only program that issues numbers and
      *> runs single-threaded after the TEST-SHIP streams have merged,
      *> writing TRACKING-CONTROL-NEW; the cycle swaps the counter in
      *> before the stamped output, so a failure between the two can
      *> only leave a gap in the range, never a number issued twice.
      *> ---------------------------------------------------------------
       01  tracking-control-record.
           05  tkc-carr-code               pic x(2).
           05  tkc-next-number             pic 9(11).
           05  tkc-last-run-id             pic x(8).
