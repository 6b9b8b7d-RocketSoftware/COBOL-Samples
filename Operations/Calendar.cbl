      *>  holidays "H" and weekends "W" -- unmarked dates are
      *>  processing days;
      *>  run records (date, program) whose run-flag "R" says that
      *>  program completed that business date;
      *>  period records (the month's yyyymm with day 00, program
      *>  "*PERIOD*") whose run-flag "C" says month-end closed the
      *>  month, with the date it was closed in cal-pointer-date.
      *>Functions, in ls-func: GETDATE (business date + day type to
      *>caller), CHECKRUN ("Y"/"N": has ls-program run ls-date),
      *>MARKRUN, CLEARRUN (the operator override), SETDATE,
      *>SETDAY (day type arrives in ls-reply), ROLLFWD (advance the
      *>pointer past holidays and weekends; driven by the nightly
      *>stream on a clean finish), DAYTYPE (day type of ls-date in
      *>ls-reply), CHECKPER ("C" closed / "O" open: the month
      *>holding ls-date), CLOSEPER and OPENPER (month-end's close,
      *>and the approved reopen). ls-reply "N" on GETDATE means no
      *>usable calendar -- callers fall back to the system clock
      *>with a warning, the same keep-running degradation the
      *>account master uses.
      *>A closed month is locked: CHECKRUN answers "Y" for every
      *>date in it, so every program refuses the date as already
      *>processed, and MARKRUN and CLEARRUN refuse it with "C" --
      *>nothing runs or reruns there until the period is reopened.
       environment division.
       input-output section.
       file-control.
       working-storage section.
       01 ws-calendar-status pic xx.
       01 ws-pointer-program pic x(24) value "*CURRENT*".
       01 ws-period-program pic x(24) value "*PERIOD*".
       01 ws-period-closed binary-long.
       01 ws-period-date pic 9(8).
       01 ws-work-date pic 9(8).
       01 ws-date-int binary-long.
       01 ws-skip-count binary-long.
                   perform set-day-type
               when "ROLLFWD "
                   perform roll-forward
               when "DAYTYPE "
                   perform get-day-type
               when "CHECKPER"
                   perform check-period
                   if ws-period-closed = 1
                       move "C" to ls-reply
                   else
                       move "O" to ls-reply
                   end-if
               when "CLOSEPER"
               when "OPENPER "
                   perform set-period-state
               when other
                   display "CALENDAR: unknown function '" ls-func "'"
                   move "E" to ls-reply
           end-read.

       check-run-flag section.
           perform check-period
           if ws-period-closed = 1
               display "CALENDAR: " ls-date " is in closed period "
                 ls-date(1:6) " -- an approved reopen is required"
               move "Y" to ls-reply
               exit section
           end-if
           move ls-date to cal-date
           move ls-program to cal-program
           read calendar-file
           end-read.

       mark-run-flag section.
           perform check-period
           if ws-period-closed = 1
               move "C" to ls-reply
               exit section
           end-if
           move ls-date to cal-date
           move ls-program to cal-program
           move spaces to cal-day-type

       clear-run-flag section.
      *>The operator override: clearing the run flag is what lets a
      *>business date be processed again on purpose -- never in a
      *>closed month.
           perform check-period
           if ws-period-closed = 1
               move "C" to ls-reply
               exit section
           end-if
           move ls-date to cal-date
           move ls-program to cal-program
           read calendar-file
               not invalid key
                   move spaces to cal-run-flag
                   rewrite calendar-record
                   if ws-calendar-status = "00"
                       move "Y" to ls-reply
                   else
                       display "CALENDAR: unable to clear run flag "
                         "for " ls-date ", status "
                         ws-calendar-status
                       move "N" to ls-reply
                   end-if
           end-read.

       set-current-date section.
                   end-if
           end-read.

       get-day-type section.
      *>"P" processing, "H" holiday or "W" weekend for ls-date.
           move ls-date to cal-date
           move spaces to cal-program
           read calendar-file
               invalid key
                   move "P" to ls-reply
               not invalid key
                   if cal-day-type = "H" or cal-day-type = "W"
                       move cal-day-type to ls-reply
                   else
                       move "P" to ls-reply
                   end-if
           end-read.

       check-period section.
      *>Sets ws-period-closed for the month holding ls-date.
           move 0 to ws-period-closed
           move ls-date to ws-period-date
           move "00" to ws-period-date(7:2)
           move ws-period-date to cal-date
           move ws-period-program to cal-program
           read calendar-file
               invalid key
                   continue
               not invalid key
                   if cal-run-flag = "C"
                       move 1 to ws-period-closed
                   end-if
           end-read.

       set-period-state section.
      *>Closes (CLOSEPER) or reopens (OPENPER) the month holding
      *>ls-date; the date of the change rides in cal-pointer-date.
      *>ls-reply "Y" recorded, "N" the calendar could not be updated.
           move ls-date to ws-period-date
           move "00" to ws-period-date(7:2)
           move ws-period-date to cal-date
           move ws-period-program to cal-program
           move spaces to cal-day-type
           if ls-func = "CLOSEPER"
               move "C" to cal-run-flag
           else
               move spaces to cal-run-flag
           end-if
           accept cal-pointer-date from date yyyymmdd
           write calendar-record
               invalid key
                   rewrite calendar-record
           end-write
           if ws-calendar-status = "00"
               move "Y" to ls-reply
           else
               display "CALENDAR: unable to record period "
                 ws-period-date(1:6) " state, status "
                 ws-calendar-status
               move "N" to ls-reply
           end-if.

       advance-one-day section.
           move "N" to ls-reply
           add 1 to ws-skip-count
