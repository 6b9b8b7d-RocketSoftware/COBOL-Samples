      *>page is 132 wide, so the eight most recent dates in the range
      *>are laid out -- a wider range still averages and flags over
      *>what is shown, with a note that earlier dates were dropped.
      *>The history is checked against the control registry
      *>(CtlReg) before any of it is used: its record count and
      *>amount hash must agree with what LocalVariables registered
      *>at its last append, and its newest date must be the date that
      *>append was registered for. A history cut short, restored from
      *>an older copy or appended to by hand stops the report, RC 12.
       environment division.
       input-output section.
       file-control.
       01 ws-cols-disp pic 9(2).
       01 ws-flag-count binary-long value 0.
       01 ws-work-line pic x(132).
       01 ws-latest-date pic 9(8) value 0.

      *>Control registry linkage: the history's own count and amount
      *>hash, taken on the first pass, checked against what
      *>LocalVariables registered when it last appended.
       01 ws-audit-program pic x(24) value "CHARGETREND".
       01 ws-ctl-func pic x(8) value "CHECK   ".
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40) value "LocalVariables/chghist.dat".
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).

       procedure division.
           perform read-range-card
           perform collect-range-dates
           if ws-latest-date > 0
               move ws-latest-date to ws-ctl-date
               call "CtlReg" using ws-ctl-func ws-audit-program
                 ws-ctl-control ws-ctl-reply
               if ws-ctl-reply <> "Y"
                   display "CHARGETREND: chghist.dat failed its "
                     "control check, no report produced"
                   move 12 to return-code
                   goback
               end-if
           end-if
           if ws-date-count = 0
               display "CHARGETREND: no history on chghist.dat in "
                 "the requested range, nothing to report"
      *>First pass: every distinct history date inside the range,
      *>held in ascending order. More dates than the list holds
      *>pushes the oldest out -- the recent end of the range is the
      *>end month-end reads. The same pass counts the whole file,
      *>hashes its amounts and finds its newest date for the control
      *>check.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           open input history-file
           if ws-history-status <> "00"
               display "CHARGETREND: unable to open chghist.dat, "
                   at end
                       move "10" to ws-history-status
                   not at end
                       add 1 to ws-ctl-count
                       add hist-amount to ws-ctl-hash
                       if hist-date > ws-latest-date
                           move hist-date to ws-latest-date
                       end-if
                       if hist-date >= ws-from-date and
                         hist-date <= ws-to-date
                           perform note-range-date
