      *>keys that appeared (adds) and keys that vanished (deletes), so
      *>a short feed from the source system is caught before posting
      *>runs instead of by a clerk with two printouts.
      *>Today's file is counted and its amounts hashed first, and the
      *>figures must agree with what MergeSort registered for the
      *>business date on the control registry (CtlReg) -- comparing a
      *>short or stale clean file would only report its shortage as
      *>dropped keys. A file that fails ends the step RC 12 with no
      *>compare run.
       environment division.
       input-output section.
       file-control.
           03 today-tran-date pic 9(8).
           03 today-amount pic s9(7)v99 sign leading separate.
           03 today-type pic x(1).
           03 today-currency pic x(3).

       fd  prior-file.
       01  prior-record.
           03 prior-tran-date pic 9(8).
           03 prior-amount pic s9(7)v99 sign leading separate.
           03 prior-type pic x(1).
           03 prior-currency pic x(3).

       fd  delta-report.
       01  delta-line pic x(80).
       01 ws-control-card-status pic xx.
       01 ws-sort-direction pic x(1) value "A".

      *>Business date from the calendar when there is one, for the
      *>report heading and the registry check; this step keeps no run
      *>flag of its own, so nothing is checked or marked.
       01 ws-cal-func pic x(8) value "GETDATE ".
       01 ws-cal-reply pic x(1).
       01 ws-bus-date pic 9(8).
       01 ws-audit-program pic x(24) value "DELTAREPORT".

      *>Control registry linkage: the clean file's own count and
      *>amount hash, checked against what MergeSort registered.
       01 ws-ctl-func pic x(8) value "CHECK   ".
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40) value "MergeSort/cleanout.dat".
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).

       procedure division.
           move 0 to ws-bus-date
           call "Calendar" using ws-cal-func ws-audit-program
             ws-bus-date ws-cal-reply
           if ws-cal-reply = "P" or ws-cal-reply = "H" or
             ws-cal-reply = "W"
               move ws-bus-date to ws-run-date
           else
               accept ws-run-date from date yyyymmdd
           end-if
           perform read-control-card

           open output delta-report
               close delta-report
               goback
           end-if
           perform check-today-controls
           if ws-ctl-reply <> "Y"
               move spaces to ws-work-line
               if ws-ctl-reply = "R"
                   string "TODAY FILE WOULD NOT REOPEN - NO "
                     "COMPARE RUN"
                     delimited by size into ws-work-line
               else
                   display "DELTAREPORT: cleanout.dat failed its "
                     "control check, no compare run"
                   string "TODAY FILE FAILED ITS CONTROL CHECK - NO "
                     "COMPARE RUN"
                     delimited by size into ws-work-line
                   close today-file
               end-if
               write delta-line from ws-work-line
               close delta-report
               move 12 to return-code
               goback
           end-if

      *>A missing prior-day file is the first run (or an operations
      *>slip) -- every key today reports as an add, with a note so
               close control-card-file
           end-if.

       check-today-controls section.
      *>One pass to count the file and hash its amounts, then back to
      *>the top of it for the compare. ws-ctl-reply "R" is a file
      *>that would not reopen for it.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           perform until ws-today-status <> "00"
               read today-file
                   at end
                       move "10" to ws-today-status
                   not at end
                       add 1 to ws-ctl-count
                       add today-amount to ws-ctl-hash
               end-read
           end-perform
           close today-file
           open input today-file
           if ws-today-status <> "00"
               display "DELTAREPORT: unable to reopen cleanout.dat, "
                 "status " ws-today-status ", no compare run"
               move "R" to ws-ctl-reply
               exit section
           end-if
           move ws-run-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply.

       read-today-file section.
           read today-file
               at end
           move today-amount to ws-amount-disp
           move spaces to ws-work-line
           string "ADDED:   " today-key " BRANCH " today-branch
             " AMOUNT " ws-amount-disp " " today-currency
             delimited by size into ws-work-line
           write delta-line from ws-work-line.

           move prior-amount to ws-amount-disp
           move spaces to ws-work-line
           string "DROPPED: " prior-key " BRANCH " prior-branch
             " AMOUNT " ws-amount-disp " " prior-currency
             delimited by size into ws-work-line
           write delta-line from ws-work-line.

