      *>New accounts and accounts that went to zero are called out
      *>separately -- this replaces someone comparing two charges.rpt
      *>printouts by eye.
      *>The history is checked against the control registry
      *>(CtlReg) before any of it is used: its record count and
      *>amount hash must agree with what LocalVariables registered
      *>at its last append, and its newest date must be the date that
      *>append was registered for. A history cut short, restored from
      *>an older copy or appended to by hand stops the report, RC 12.
       environment division.
       input-output section.
       file-control.
       01 ws-zero-count binary-long value 0.
       01 ws-work-line pic x(100).

      *>Control registry linkage: the history's own count and amount
      *>hash, taken on the first pass, checked against what
      *>LocalVariables registered when it last appended.
       01 ws-audit-program pic x(24) value "CHARGEVARIANCE".
       01 ws-ctl-func pic x(8) value "CHECK   ".
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40) value "LocalVariables/chghist.dat".
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).

       procedure division.
           perform read-threshold-card
           perform find-period-dates
                 "nothing to compare"
               goback
           end-if
           move ws-current-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply
           if ws-ctl-reply <> "Y"
               display "CHARGEVARIANCE: chghist.dat failed its control "
                 "check, no report produced"
               move 12 to return-code
               goback
           end-if

           open output variance-report
           if ws-variance-status <> "00"

       find-period-dates section.
      *>First pass over the history: the two highest distinct dates
      *>are the current and prior periods. The same pass counts the
      *>file and hashes its amounts for the control check.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           open input history-file
           if ws-history-status <> "00"
               display "CHARGEVARIANCE: unable to open chghist.dat, "
                   at end
                       move "10" to ws-history-status
                   not at end
                       add 1 to ws-ctl-count
                       add hist-amount to ws-ctl-hash
                       if hist-date > ws-current-date
                           move ws-current-date to ws-prior-date
                           move hist-date to ws-current-date
