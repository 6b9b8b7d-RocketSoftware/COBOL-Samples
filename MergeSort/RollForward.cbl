      $set sourceformat(variable)
       program-id. RollForward.

      *>End-of-night roll-forward, run after DeltaReport and ahead of
      *>only the statement run, which reads its dated copies: copies
      *>today's cleanout.dat to cleanprev.dat so tomorrow's delta
      *>compare never again depends on someone remembering a copy
      *>command, and keeps dated copies of the night's key outputs --
      *>cleanout<date>.dat, posted<date>.dat (what PostTransactions
      *>applied), charges<date>.rpt and results<date>.dat -- under a
      *>retention count from rollfwd.ctl (default 7 nights),
      *>pruning the oldest set as each night's copies are cut. "Show
      *>me the 14th's clean file" becomes a directory listing. The
      *>dates on hand ride in rollkeep.dat, so pruning deletes exactly
      *>what was kept, not whatever a name pattern happens to match.
      *>The statements need a whole cycle of posted-items copies on
      *>hand, so the retention has to cover the statement period.
       environment division.
       input-output section.
       file-control.
             delimited by size into ws-copy-out-path
           perform copy-one-file

           move "posted.dat" to ws-copy-in-path
           move spaces to ws-copy-out-path
           string "posted" ws-run-date ".dat"
             delimited by size into ws-copy-out-path
           perform copy-one-file

           move "../LocalVariables/charges.rpt" to ws-copy-in-path
           move spaces to ws-copy-out-path
           string "../LocalVariables/charges" ws-run-date ".rpt"

       prune-old-copies section.
      *>While more dates are on hand than the retention allows, the
      *>oldest date's four copies are deleted and its ledger entry
      *>dropped.
           perform until ws-keep-count <= ws-retention
               move 1 to ws-oldest-idx
           call "CBL_DELETE_FILE" using ws-prune-path
             returning ws-delete-rc
           move spaces to ws-prune-path
           string "posted" ws-oldest-date ".dat"
             delimited by size into ws-prune-path
           call "CBL_DELETE_FILE" using ws-prune-path
             returning ws-delete-rc
           move spaces to ws-prune-path
           string "../LocalVariables/charges" ws-oldest-date ".rpt"
             delimited by size into ws-prune-path
           call "CBL_DELETE_FILE" using ws-prune-path
