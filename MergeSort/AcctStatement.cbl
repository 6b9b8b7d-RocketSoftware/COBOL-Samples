      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. AcctStatement.

      *>Monthly customer statement, run in the nightly stream after
      *>RollForward so the night's dated posted-items copy is already
      *>on hand. On any night that is not a cycle date it does nothing
      *>and ends clean. On the cycle date every account on the master
      *>that is not closed gets one statement page: name, opening
      *>balance, every transaction posted in the period (from the
      *>posted<date>.dat copies RollForward keeps of what
      *>PostTransactions applied -- an item it rejected is not on
      *>them), the charges subtotals for the period from chghist.dat,
      *>and the closing balance. The postings' base amounts and the
      *>charges are the ledger's movement, so they carry the opening
      *>balance to the closing one. An account with nothing in the
      *>period still gets its page, marked no activity -- customer
      *>service wants one page per account, not a guess about
      *>whether a missing one was quiet or lost.
      *>The cycle day comes from statement.ctl; the period runs from
      *>the day after the last statement through tonight, and the
      *>period just printed is kept in stmtlast.dat, so a cycle date
      *>that lands on a holiday simply prints on the next processing
      *>day and the following period picks up where it left off.
       environment division.
       input-output section.
       file-control.
           select account-master assign to
             "../LocalVariables/acctmast.dat"
               organization indexed
               access mode sequential
               record key master-account
               file status is ws-master-status.
           select balance-history assign to
             "../LocalVariables/balhist.dat"
               organization indexed
               access mode random
               record key bal-key
               file status is ws-balhist-status.
           select posting-copy assign to dynamic ws-copy-path
               organization line sequential
               file status is ws-copy-status.
           select charge-history assign to
             "../LocalVariables/chghist.dat"
               organization line sequential
               file status is ws-history-status.
           select posting-sort-file assign to "stmtpwk.dat".
           select posting-sorted-file assign to "stmtpost.dat"
               organization line sequential
               file status is ws-postsrt-status.
           select charge-sort-file assign to "stmtcwk.dat".
           select charge-sorted-file assign to "stmtchg.dat"
               organization line sequential
               file status is ws-chgsrt-status.
           select cycle-card assign to "statement.ctl"
               organization line sequential
               file status is ws-card-status.
           select last-cycle-file assign to "stmtlast.dat"
               organization line sequential
               file status is ws-last-status.
           select statement-report assign to "statement.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  account-master.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

       fd  balance-history.
       01  balhist-record.
           03 bal-key.
              05 bal-date pic 9(8).
              05 bal-account pic 9(6).
           03 bal-opening pic s9(11) sign leading separate.
           03 bal-debits pic s9(11) sign leading separate.
           03 bal-credits pic s9(11) sign leading separate.
           03 bal-closing pic s9(11) sign leading separate.
           03 bal-post-debits pic s9(11) sign leading separate.
           03 bal-post-credits pic s9(11) sign leading separate.
           03 bal-chg-debits pic s9(11) sign leading separate.
           03 bal-chg-credits pic s9(11) sign leading separate.

       fd  posting-copy.
       01  posting-copy-record.
           03 copy-key pic 9(9).
           03 copy-branch pic 9(3).
           03 copy-tran-date pic 9(8).
           03 copy-amount pic s9(7)v99 sign leading separate.
           03 copy-type pic x(1).
           03 copy-currency pic x(3).
           03 copy-base-amount pic s9(9)v99 sign leading separate.

       fd  charge-history.
       01  hist-record.
           03 hist-date pic 9(8).
           03 hist-account pic 9(6).
           03 hist-amount pic s9(10) sign leading separate.

      *>The period's postings, gathered from every dated
      *>posted-items copy in the period and put in account order --
      *>the key leads with the account -- so the statement pass is a
      *>straight match against the master.
       sd  posting-sort-file.
       01  posting-sort-record.
           03 ps-account pic 9(6).
           03 ps-post-date pic 9(8).
           03 ps-key pic 9(9).
           03 ps-tran-date pic 9(8).
           03 ps-amount pic s9(7)v99 sign leading separate.
           03 ps-type pic x(1).
           03 ps-currency pic x(3).
           03 ps-base-amount pic s9(9)v99 sign leading separate.

       fd  posting-sorted-file.
       01  posting-sorted-record.
           03 pst-account pic 9(6).
           03 pst-post-date pic 9(8).
           03 pst-key pic 9(9).
           03 pst-tran-date pic 9(8).
           03 pst-amount pic s9(7)v99 sign leading separate.
           03 pst-type pic x(1).
           03 pst-currency pic x(3).
           03 pst-base-amount pic s9(9)v99 sign leading separate.

      *>The period's charge subtotals in account/date order. A rerun
      *>of a date appends a fresh history row; the sort keeps the
      *>rows of a date in file order so the last run of a date wins,
      *>as on ChargeVariance and ChargeTrend.
       sd  charge-sort-file.
       01  charge-sort-record.
           03 cs-account pic 9(6).
           03 cs-date pic 9(8).
           03 cs-amount pic s9(10) sign leading separate.

       fd  charge-sorted-file.
       01  charge-sorted-record.
           03 cst-account pic 9(6).
           03 cst-date pic 9(8).
           03 cst-amount pic s9(10) sign leading separate.

      *>Single record: cycle day of the month, columns 1-2, 01-28.
      *>00 or no card means the last day of the month.
       fd  cycle-card.
       01  cycle-card-record.
           03 card-cycle-day pic 9(2).

      *>The last period printed: start and end dates.
       fd  last-cycle-file.
       01  last-cycle-record.
           03 last-period-start pic 9(8).
           03 last-period-end pic 9(8).

       fd  statement-report.
       01  statement-line pic x(80).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-balhist-status pic xx.
       01 ws-balhist-mode binary-long value 0.
       01 ws-copy-status pic xx.
       01 ws-history-status pic xx.
       01 ws-postsrt-status pic xx.
       01 ws-chgsrt-status pic xx.
       01 ws-card-status pic xx.
       01 ws-last-status pic xx.
       01 ws-report-status pic xx.

       01 ws-copy-path pic x(44).
       01 ws-cycle-day pic 9(2) value 0.

      *>Period arithmetic. ws-cycle-date is the most recent scheduled
      *>cycle date on or before tonight; tonight is a statement night
      *>when that date has not been printed yet.
       01 ws-date-work pic 9(8).
       01 ws-date-parts redefines ws-date-work.
           03 ws-date-yyyy pic 9(4).
           03 ws-date-mm pic 9(2).
           03 ws-date-dd pic 9(2).
       01 ws-cycle-date pic 9(8).
       01 ws-prior-cycle-date pic 9(8).
       01 ws-period-start pic 9(8).
       01 ws-period-end pic 9(8).
       01 ws-have-last binary-long value 0.
       01 ws-saved-start pic 9(8) value 0.
       01 ws-saved-end pic 9(8) value 0.
       01 ws-statement-night binary-long value 0.
       01 ws-day-int binary-long.
       01 ws-end-int binary-long.
       01 ws-this-date pic 9(8).

      *>Dated posted-items copies that should have been there --
      *>RollForward completed the date -- but were not: the retention
      *>on rollfwd.ctl is shorter than the statement period.
       78 78-max-missing value 40.
       01 ws-missing-count binary-long value 0.
       01 ws-missing-table.
           03 ws-missing-date pic 9(8) occurs 40 times.
       01 ws-roll-program pic x(24) value "ROLLFORWARD".
       01 ws-i binary-long.
       01 ws-roll-ran pic x(1).

       01 ws-post-eof binary-long value 0.
       01 ws-chg-eof binary-long value 0.
       01 ws-acct-activity binary-long.
       01 ws-acct-charges pic s9(11).
       01 ws-acct-posted pic s9(11)v99.
       01 ws-first-found binary-long.
       01 ws-opening pic s9(11).
       01 ws-closing pic s9(11).
       01 ws-hold-chg-date pic 9(8).
       01 ws-hold-chg-amount pic s9(10).

       01 ws-copies-read binary-long value 0.
       01 ws-postings-read binary-long value 0.
       01 ws-postings-printed binary-long value 0.
       01 ws-postings-orphan binary-long value 0.
       01 ws-statement-count binary-long value 0.
       01 ws-quiet-count binary-long value 0.
       01 ws-closed-count binary-long value 0.
       01 ws-count-disp pic 9(9).

       01 ws-money-work pic s9(9)v99.
       01 ws-amount-edit pic z,zzz,zz9.99-.
       01 ws-base-edit pic zzz,zzz,zz9.99-.
       01 ws-balance-edit pic zzz,zzz,zz9.99-.
       01 ws-page-count binary-long value 0.
       01 ws-work-line pic x(80).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "ACCTSTATEMENT".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Run return code: 0 clean (or not a cycle date), 4 statements
      *>printed but a dated posted-items copy for the period had
      *>already been pruned, 12 the account master was missing or
      *>unreadable. The highest severity reached wins.
       01 ws-run-rc binary-long value 0.

      *>Batch calendar linkage, as everywhere in the stream.
       01 ws-cal-func pic x(8).
       01 ws-cal-reply pic x(1).
       01 ws-bus-date pic 9(8).
       01 ws-run-date pic 9(8).
       01 ws-cal-mode binary-long value 0.
       01 ws-cal-blocked binary-long value 0.

       procedure division.
           perform check-business-date
           if ws-cal-blocked = 1
               move ws-run-rc to return-code
               goback
           end-if
           perform read-cycle-card
           perform determine-period
           if ws-statement-night = 0
               display "ACCTSTATEMENT: " ws-run-date " is not a "
                 "statement cycle date, nothing printed"
               perform mark-business-date
               move ws-run-rc to return-code
               goback
           end-if

           open input account-master
           if ws-master-status <> "00"
               display "ACCTSTATEMENT: account master acctmast.dat "
                 "not available (status " ws-master-status
                 "), no statements printed"
               move 12 to ws-run-rc
               move ws-run-rc to return-code
               goback
           end-if

      *>Without balance history the balances come off the master:
      *>opening and closing both read tonight's position.
           open input balance-history
           if ws-balhist-status = "00"
               move 1 to ws-balhist-mode
           else
               display "ACCTSTATEMENT: balhist.dat not available "
                 "(status " ws-balhist-status "), balances from "
                 "the master"
           end-if

           sort posting-sort-file on ascending key ps-account
             ps-post-date ps-key
               input procedure is release-period-postings
               giving posting-sorted-file
           sort charge-sort-file on ascending key cs-account cs-date
               with duplicates in order
               input procedure is release-period-charges
               giving charge-sorted-file

           open input posting-sorted-file
           if ws-postsrt-status <> "00"
               move 1 to ws-post-eof
           else
               perform read-next-posting
           end-if
           open input charge-sorted-file
           if ws-chgsrt-status <> "00"
               move 1 to ws-chg-eof
           else
               perform read-next-charge
           end-if

           open output statement-report
           if ws-report-status <> "00"
               display "ACCTSTATEMENT: unable to open statement.rpt, "
                 "status " ws-report-status
           end-if

           perform until ws-master-status = "10"
               read account-master next record
                   at end
                       move "10" to ws-master-status
                   not at end
                       if master-acct-status = "C"
                           add 1 to ws-closed-count
                       else
                           perform print-one-statement
                       end-if
               end-read
           end-perform

           perform write-run-summary

           close account-master
           if ws-balhist-mode = 1
               close balance-history
           end-if
           if ws-postsrt-status = "00" or ws-postsrt-status = "10"
               close posting-sorted-file
           end-if
           if ws-chgsrt-status = "00" or ws-chgsrt-status = "10"
               close charge-sorted-file
           end-if
           close statement-report

           perform save-last-cycle

           move "STMT-DONE" to ws-audit-event
           move ws-statement-count to ws-audit-count1
           move ws-quiet-count to ws-audit-count2
           move spaces to ws-audit-text
           string "PERIOD " ws-period-start "-" ws-period-end
             " PRINTED " ws-audit-count1 " QUIET " ws-audit-count2
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text

           if ws-missing-count > 0 and ws-run-rc < 4
               move 4 to ws-run-rc
           end-if
           perform mark-business-date
           move ws-run-rc to return-code
           goback.

       check-business-date section.
      *>Business date from the calendar; a site without one falls
      *>back to the system clock with a warning and no double-run
      *>protection, the same degradation the rest of the stream uses.
           move "GETDATE " to ws-cal-func
           move 0 to ws-bus-date
           call "Calendar" using ws-cal-func ws-audit-program
             ws-bus-date ws-cal-reply
           evaluate ws-cal-reply
               when "P"
                   move 1 to ws-cal-mode
                   move ws-bus-date to ws-run-date
                   move "CHECKRUN" to ws-cal-func
                   call "Calendar" using ws-cal-func ws-audit-program
                     ws-bus-date ws-cal-reply
                   if ws-cal-reply = "Y"
                       display "ACCTSTATEMENT: business date "
                         ws-bus-date " already processed -- operator "
                         "override required (clear the run flag with "
                         "CalendarMaint)"
                       move 1 to ws-cal-blocked
                       if ws-run-rc < 8
                           move 8 to ws-run-rc
                       end-if
                   end-if
               when "H"
               when "W"
                   display "ACCTSTATEMENT: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "ACCTSTATEMENT: no usable calendar, using "
                     "system date"
                   accept ws-run-date from date yyyymmdd
           end-evaluate.

       mark-business-date section.
      *>Completion is only recorded for a run that actually stood up
      *>-- a refused run stays rerunnable.
           if ws-cal-mode = 1 and ws-run-rc < 8
               move "MARKRUN " to ws-cal-func
               call "Calendar" using ws-cal-func ws-audit-program
                 ws-bus-date ws-cal-reply
           end-if.

       read-cycle-card section.
           open input cycle-card
           if ws-card-status = "00"
               read cycle-card
                   at end
                       continue
                   not at end
                       if card-cycle-day is numeric and
                         card-cycle-day <= 28
                           move card-cycle-day to ws-cycle-day
                       else
                           display "ACCTSTATEMENT: invalid cycle day "
                             "on statement.ctl, using month end"
                       end-if
               end-read
               close cycle-card
           end-if.

       determine-period section.
      *>Works out the scheduled cycle date on or before tonight and
      *>the one before it, then decides whether tonight prints:
      *>  - tonight already printed (a cleared-flag rerun) reprints
      *>    the same period;
      *>  - a scheduled date later than the last period printed is
      *>    due, and the period starts the day after the last one;
      *>  - with no statement ever printed, only the cycle date
      *>    itself prints, from the day after the prior cycle date.
           move ws-run-date to ws-date-work
           perform find-cycle-on-or-before
           move ws-date-work to ws-cycle-date
           compute ws-day-int = function integer-of-date(ws-cycle-date)
             - 1
           compute ws-date-work = function date-of-integer(ws-day-int)
           perform find-cycle-on-or-before
           move ws-date-work to ws-prior-cycle-date

           open input last-cycle-file
           if ws-last-status = "00"
               read last-cycle-file
                   at end
                       continue
                   not at end
                       if last-period-start is numeric and
                         last-period-end is numeric
                           move 1 to ws-have-last
                           move last-period-start to ws-saved-start
                           move last-period-end to ws-saved-end
                       end-if
               end-read
               close last-cycle-file
           end-if

           move ws-run-date to ws-period-end
           evaluate true
               when ws-have-last = 1 and ws-saved-end = ws-run-date
                   move 1 to ws-statement-night
                   move ws-saved-start to ws-period-start
               when ws-have-last = 1 and
                 ws-cycle-date > ws-saved-end
                   move 1 to ws-statement-night
                   compute ws-day-int =
                     function integer-of-date(ws-saved-end) + 1
                   compute ws-period-start =
                     function date-of-integer(ws-day-int)
               when ws-have-last = 0 and ws-cycle-date = ws-run-date
                   move 1 to ws-statement-night
                   compute ws-day-int =
                     function integer-of-date(ws-prior-cycle-date) + 1
                   compute ws-period-start =
                     function date-of-integer(ws-day-int)
               when other
                   move 0 to ws-statement-night
           end-evaluate.

       find-cycle-on-or-before section.
      *>ws-date-work in, the latest scheduled cycle date on or before
      *>it out. Month end is found as the day before the first of
      *>the following month.
           if ws-cycle-day = 0
               if ws-date-mm = 12
                   compute ws-this-date = (ws-date-yyyy + 1) * 10000
                     + 101
               else
                   compute ws-this-date = ws-date-yyyy * 10000
                     + (ws-date-mm + 1) * 100 + 1
               end-if
               compute ws-day-int =
                 function integer-of-date(ws-this-date) - 1
               compute ws-this-date =
                 function date-of-integer(ws-day-int)
               if ws-this-date <> ws-date-work
                   move 1 to ws-date-dd
                   compute ws-day-int =
                     function integer-of-date(ws-date-work) - 1
                   compute ws-date-work =
                     function date-of-integer(ws-day-int)
               end-if
           else
               if ws-date-dd < ws-cycle-day
                   if ws-date-mm = 1
                       subtract 1 from ws-date-yyyy
                       move 12 to ws-date-mm
                   else
                       subtract 1 from ws-date-mm
                   end-if
               end-if
               move ws-cycle-day to ws-date-dd
           end-if.

       release-period-postings section.
      *>Every date in the period: the posted-items copy for that date
      *>is read whole and released under its posting date. A date
      *>RollForward completed but whose copy is gone has been pruned
      *>-- listed on the run summary so the retention can be raised.
      *>Dates RollForward never ran (holidays, weekends) have no copy
      *>to miss.
           compute ws-day-int = function integer-of-date(ws-period-start)
           compute ws-end-int = function integer-of-date(ws-period-end)
           perform until ws-day-int > ws-end-int
               compute ws-this-date = function date-of-integer(
                 ws-day-int)
               move spaces to ws-copy-path
               string "posted" ws-this-date ".dat"
                 delimited by size into ws-copy-path
               open input posting-copy
               if ws-copy-status = "00"
                   add 1 to ws-copies-read
                   perform release-one-copy
                   close posting-copy
               else
                   perform check-copy-expected
               end-if
               add 1 to ws-day-int
           end-perform.

       release-one-copy section.
           perform until ws-copy-status = "10"
               read posting-copy
                   at end
                       move "10" to ws-copy-status
                   not at end
                       add 1 to ws-postings-read
                       move copy-key(1:6) to ps-account
                       move ws-this-date to ps-post-date
                       move copy-key to ps-key
                       move copy-tran-date to ps-tran-date
                       move copy-amount to ps-amount
                       move copy-type to ps-type
                       move copy-currency to ps-currency
                       move copy-base-amount to ps-base-amount
                       release posting-sort-record
               end-read
           end-perform.

       check-copy-expected section.
      *>Only a processing day can have had a copy. The day type is
      *>asked first because CHECKRUN answers "Y" for every date of a
      *>closed month, weekends and holidays included.
           if ws-cal-mode = 1
               move "DAYTYPE " to ws-cal-func
               call "Calendar" using ws-cal-func ws-roll-program
                 ws-this-date ws-cal-reply
               if ws-cal-reply <> "P"
                   exit section
               end-if
               move "CHECKRUN" to ws-cal-func
               call "Calendar" using ws-cal-func ws-roll-program
                 ws-this-date ws-roll-ran
               if ws-roll-ran <> "Y"
                   exit section
               end-if
           end-if
           if ws-missing-count < 78-max-missing
               add 1 to ws-missing-count
               move ws-this-date to ws-missing-date(ws-missing-count)
           end-if.

       release-period-charges section.
           open input charge-history
           if ws-history-status <> "00"
               display "ACCTSTATEMENT: chghist.dat not available "
                 "(status " ws-history-status "), no charges shown"
               exit section
           end-if
           perform until ws-history-status = "10"
               read charge-history
                   at end
                       move "10" to ws-history-status
                   not at end
                       if hist-date >= ws-period-start and
                         hist-date <= ws-period-end
                           move hist-account to cs-account
                           move hist-date to cs-date
                           move hist-amount to cs-amount
                           release charge-sort-record
                       end-if
               end-read
           end-perform
           close charge-history.

       read-next-posting section.
           read posting-sorted-file
               at end
                   move 1 to ws-post-eof
           end-read.

       read-next-charge section.
           read charge-sorted-file
               at end
                   move 1 to ws-chg-eof
           end-read.

       print-one-statement section.
      *>One page per account. Postings for account numbers below this
      *>one belong to accounts no longer on the master -- deleted
      *>since they were posted -- and are only counted here.
           perform until ws-post-eof = 1 or
             pst-account >= master-account
               add 1 to ws-postings-orphan
               perform read-next-posting
           end-perform
           perform until ws-chg-eof = 1 or
             cst-account >= master-account
               perform read-next-charge
           end-perform

           add 1 to ws-statement-count
           move 0 to ws-acct-activity
           perform find-period-balances
           perform write-statement-heading

           if ws-post-eof = 0 and pst-account = master-account
               move 1 to ws-acct-activity
               move 0 to ws-acct-posted
               move "POSTED TRANSACTIONS" to ws-work-line
               perform write-statement-line
               move spaces to ws-work-line
               string "  POSTED    KEY        TRAN DATE TYPE"
                 "         AMOUNT CCY   BASE AMOUNT"
                 delimited by size into ws-work-line
               perform write-statement-line
               perform until ws-post-eof = 1 or
                 pst-account <> master-account
                   perform write-posting-line
                   perform read-next-posting
               end-perform
               move ws-acct-posted to ws-balance-edit
               move spaces to ws-work-line
               string "  TOTAL POSTED      " ws-balance-edit
                 delimited by size into ws-work-line
               perform write-statement-line
               move spaces to ws-work-line
               perform write-statement-line
           end-if

           if ws-chg-eof = 0 and cst-account = master-account
               move 1 to ws-acct-activity
               move 0 to ws-acct-charges
               move "CHARGES" to ws-work-line
               perform write-statement-line
               move "  DATE                  SUBTOTAL" to ws-work-line
               perform write-statement-line
               perform until ws-chg-eof = 1 or
                 cst-account <> master-account
                   move cst-date to ws-hold-chg-date
                   move cst-amount to ws-hold-chg-amount
                   perform read-next-charge
                   if ws-chg-eof = 1 or
                     cst-account <> master-account or
                     cst-date <> ws-hold-chg-date
                       perform write-charge-line
                   end-if
               end-perform
               compute ws-money-work = ws-acct-charges / 100
               move ws-money-work to ws-balance-edit
               move spaces to ws-work-line
               string "  TOTAL CHARGES     " ws-balance-edit
                 delimited by size into ws-work-line
               perform write-statement-line
               move spaces to ws-work-line
               perform write-statement-line
           end-if

           if ws-acct-activity = 0
               add 1 to ws-quiet-count
               move "NO ACTIVITY THIS PERIOD" to ws-work-line
               perform write-statement-line
               move spaces to ws-work-line
               perform write-statement-line
           end-if

           compute ws-money-work = ws-closing / 100
           move ws-money-work to ws-balance-edit
           move spaces to ws-work-line
           string "CLOSING BALANCE:    " ws-balance-edit
             delimited by size into ws-work-line
           perform write-statement-line.

       find-period-balances section.
      *>Opening is the opening position of the account's first
      *>balance-history record in the period, closing the closing
      *>position of its last. An account with no record in the
      *>period did not move, so both are tonight's position on the
      *>master.
           move master-ledger-balance to ws-opening
           move master-ledger-balance to ws-closing
           if ws-balhist-mode = 0
               exit section
           end-if
           move 0 to ws-first-found
           compute ws-day-int = function integer-of-date(ws-period-start)
           compute ws-end-int = function integer-of-date(ws-period-end)
           perform until ws-day-int > ws-end-int
               compute bal-date = function date-of-integer(ws-day-int)
               move master-account to bal-account
               read balance-history
                   invalid key
                       continue
                   not invalid key
                       if ws-first-found = 0
                           move 1 to ws-first-found
                           move bal-opening to ws-opening
                       end-if
                       move bal-closing to ws-closing
               end-read
               add 1 to ws-day-int
           end-perform.

       write-statement-heading section.
           add 1 to ws-page-count
           move spaces to ws-work-line
           string "ACCOUNT STATEMENT                   PERIOD "
             ws-period-start " - " ws-period-end
             delimited by size into ws-work-line
           if ws-report-status = "00"
               if ws-page-count > 1
                   write statement-line from ws-work-line
                     after advancing page
               else
                   write statement-line from ws-work-line
               end-if
           end-if
           move spaces to ws-work-line
           perform write-statement-line
           move spaces to ws-work-line
           string "ACCOUNT " master-account "   " master-name
             delimited by size into ws-work-line
           perform write-statement-line
           move spaces to ws-work-line
           perform write-statement-line
           compute ws-money-work = ws-opening / 100
           move ws-money-work to ws-balance-edit
           move spaces to ws-work-line
           string "OPENING BALANCE:    " ws-balance-edit
             delimited by size into ws-work-line
           perform write-statement-line
           move spaces to ws-work-line
           perform write-statement-line.

       write-posting-line section.
      *>Credits and reversals show negative, as on the posting
      *>journal's account subtotal. The amount is the one the
      *>customer transacted in, with its currency (blank is the base
      *>currency), then the base amount it moved the ledger by; the
      *>balances are the base-currency ledger.
           add 1 to ws-postings-printed
           move pst-amount to ws-money-work
           if pst-type = "C" or pst-type = "R"
               compute ws-money-work = 0 - ws-money-work
           end-if
           move ws-money-work to ws-amount-edit
           move pst-base-amount to ws-money-work
           if pst-type = "C" or pst-type = "R"
               compute ws-money-work = 0 - ws-money-work
           end-if
           add ws-money-work to ws-acct-posted
           move ws-money-work to ws-base-edit
           move spaces to ws-work-line
           string "  " pst-post-date "  " pst-key "  " pst-tran-date
             "  " pst-type "   " ws-amount-edit " " pst-currency
             " " ws-base-edit
             delimited by size into ws-work-line
           perform write-statement-line.

       write-charge-line section.
           add ws-hold-chg-amount to ws-acct-charges
           compute ws-money-work = ws-hold-chg-amount / 100
           move ws-money-work to ws-amount-edit
           move spaces to ws-work-line
           string "  " ws-hold-chg-date "      " ws-amount-edit
             delimited by size into ws-work-line
           perform write-statement-line.

       write-run-summary section.
      *>Last page: the counts operations balances the run by, and
      *>any period date whose posted-items copy had already been
      *>pruned.
           move spaces to ws-work-line
           string "STATEMENT RUN SUMMARY               PERIOD "
             ws-period-start " - " ws-period-end
             delimited by size into ws-work-line
           if ws-report-status = "00"
               if ws-page-count > 0
                   write statement-line from ws-work-line
                     after advancing page
               else
                   write statement-line from ws-work-line
               end-if
           end-if
           move spaces to ws-work-line
           perform write-statement-line
           move ws-statement-count to ws-count-disp
           move spaces to ws-work-line
           string "STATEMENTS PRINTED:      " ws-count-disp
             delimited by size into ws-work-line
           perform write-statement-line
           move ws-quiet-count to ws-count-disp
           move spaces to ws-work-line
           string "NO ACTIVITY:             " ws-count-disp
             delimited by size into ws-work-line
           perform write-statement-line
           move ws-closed-count to ws-count-disp
           move spaces to ws-work-line
           string "CLOSED, NOT PRINTED:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-statement-line
           move ws-copies-read to ws-count-disp
           move spaces to ws-work-line
           string "POSTED-ITEMS COPIES READ:" ws-count-disp
             delimited by size into ws-work-line
           perform write-statement-line
           move ws-postings-read to ws-count-disp
           move spaces to ws-work-line
           string "POSTINGS READ:           " ws-count-disp
             delimited by size into ws-work-line
           perform write-statement-line
           move ws-postings-printed to ws-count-disp
           move spaces to ws-work-line
           string "POSTINGS PRINTED:        " ws-count-disp
             delimited by size into ws-work-line
           perform write-statement-line
           if ws-missing-count > 0
               move spaces to ws-work-line
               perform write-statement-line
               move spaces to ws-work-line
               string "POSTED-ITEMS COPIES NO LONGER RETAINED -- RAISE "
                 "THE RETENTION ON ROLLFWD.CTL:"
                 delimited by size into ws-work-line
               perform write-statement-line
               perform varying ws-i from 1 by 1
                 until ws-i > ws-missing-count
                   move spaces to ws-work-line
                   string "  " ws-missing-date(ws-i)
                     delimited by size into ws-work-line
                   perform write-statement-line
               end-perform
               display "ACCTSTATEMENT: " ws-missing-count " dated "
                 "posted-items copies in the period were already "
                 "pruned"
           end-if.

       save-last-cycle section.
           open output last-cycle-file
           if ws-last-status <> "00"
               display "ACCTSTATEMENT: unable to write stmtlast.dat, "
                 "status " ws-last-status
               exit section
           end-if
           move ws-period-start to last-period-start
           move ws-period-end to last-period-end
           write last-cycle-record
           close last-cycle-file.

       write-statement-line section.
           if ws-report-status = "00"
               write statement-line from ws-work-line
           end-if.

       end program AcctStatement.
