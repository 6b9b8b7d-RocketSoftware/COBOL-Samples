      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. MonthEnd.

      *>Month-end close, driven by the batch calendar. The period is
      *>the month before the business date, or the yyyymm on
      *>monthend.ctl when one is there (a late close, or a month
      *>being closed again after an approved reopen). The close:
      *>  proves every processing day of the month has a run record
      *>  for every step on nightrun.ctl (NightlyRun marks one for
      *>  each step that finishes) -- any missing run is listed and
      *>  the month stays open. A step whose nightrun.ctl record
      *>  carries a runs-from date (the day NightlyRun began marking
      *>  it, set when the stream was cut over or the step added) is
      *>  only required on processing days from that date on, so the
      *>  days before it had run records can still be closed;
      *>  writes the period summary to monthend.rpt: postings by
      *>  branch and type (posthist.dat), charges by account
      *>  (chghist.dat), suspense, and the month's audit events by
      *>  program and event, the exception counts included;
      *>  keeps the month-end snapshot of chghist.dat and the account
      *>  master as chghist<yyyymm>.dat and acctmast<yyyymm>.dat
      *>  beside the originals;
      *>  marks the period closed on the calendar. From then on no
      *>  program can run or rerun a business date in the month --
      *>  the calendar answers every CHECKRUN there as already run --
      *>  until a reopen is requested and released through
      *>  CalendarMaint.
      *>A date rerun during the month leaves two sets behind it on
      *>the history files; the summary takes only the last: the
      *>latest run time per date from posthist.dat, the last record
      *>per account and date from chghist.dat.
       environment division.
       input-output section.
       file-control.
           select period-card assign to "monthend.ctl"
               organization line sequential
               file status is ws-card-status.
           select run-control-file assign to "nightrun.ctl"
               organization line sequential
               file status is ws-control-status.
           select posting-history assign to "../MergeSort/posthist.dat"
               organization line sequential
               file status is ws-posthist-status.
           select posting-sort-file assign to "mepostwk.dat".
           select posting-sorted-file assign to "mepost.srt"
               organization line sequential
               file status is ws-postsrt-status.
           select charge-history assign to
               "../LocalVariables/chghist.dat"
               organization line sequential
               file status is ws-history-status.
           select charge-sort-file assign to "mechgwk.dat".
           select charge-sorted-file assign to "mechg.srt"
               organization line sequential
               file status is ws-chgsrt-status.
           select suspense-file assign to
               "../LocalVariables/chgsusp.dat"
               organization line sequential
               file status is ws-suspense-status.
           select account-master assign to
               "../LocalVariables/acctmast.dat"
               organization indexed
               access mode sequential
               record key master-account
               file status is ws-master-status.
           select audit-file assign to "../audit.dat"
               organization indexed
               access mode dynamic
               record key audit-key
               file status is ws-audit-status.
           select copy-in-file assign to dynamic ws-copy-in-path
               organization line sequential
               file status is ws-copy-in-status.
           select copy-out-file assign to dynamic ws-copy-out-path
               organization line sequential
               file status is ws-copy-out-status.
           select month-report assign to "monthend.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
      *>Single record: the period to close, yyyymm in columns 1-6.
      *>No card means the month before the business date.
       fd  period-card.
       01  period-card-record.
           03 card-period pic 9(6).

       fd  run-control-file.
       01  run-step-record.
           03 step-program pic x(24).
           03 step-dir pic x(40).
           03 step-depends pic x(24) occurs 6 times.
           03 step-runs-from pic x(8).

       fd  posting-history.
       01  posthist-record.
           03 ph-date pic 9(8).
           03 ph-time pic 9(8).
           03 ph-branch pic 9(3).
           03 ph-tran-type pic x(1).
           03 ph-count pic 9(9).
           03 ph-amount pic s9(11)v99 sign leading separate.

       sd  posting-sort-file.
       01  posting-sort-record.
           03 ps-date pic 9(8).
           03 ps-time pic 9(8).
           03 ps-branch pic 9(3).
           03 ps-tran-type pic x(1).
           03 ps-count pic 9(9).
           03 ps-amount pic s9(11)v99 sign leading separate.

       fd  posting-sorted-file.
       01  posting-sorted-record.
           03 pt-date pic 9(8).
           03 pt-time pic 9(8).
           03 pt-branch pic 9(3).
           03 pt-tran-type pic x(1).
           03 pt-count pic 9(9).
           03 pt-amount pic s9(11)v99 sign leading separate.

       fd  charge-history.
       01  hist-record.
           03 hist-date pic 9(8).
           03 hist-account pic 9(6).
           03 hist-amount pic s9(10) sign leading separate.

      *>cs-seq is the record's place on chghist.dat, so the last of
      *>a rerun date's records sorts last.
       sd  charge-sort-file.
       01  charge-sort-record.
           03 cs-account pic 9(6).
           03 cs-date pic 9(8).
           03 cs-seq pic 9(9).
           03 cs-amount pic s9(10) sign leading separate.

       fd  charge-sorted-file.
       01  charge-sorted-record.
           03 ct-account pic 9(6).
           03 ct-date pic 9(8).
           03 ct-seq pic 9(9).
           03 ct-amount pic s9(10) sign leading separate.

       fd  suspense-file.
       01  sus-record.
           03 sus-date pic 9(8).
           03 sus-account pic 9(6).
           03 sus-amount pic 9(7).
           03 sus-type pic x(1).
           03 sus-currency pic x(3).

       fd  account-master.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

       fd  audit-file.
       01  audit-record.
           03 audit-key.
              05 audit-date pic 9(8).
              05 audit-time pic 9(8).
              05 audit-program pic x(24).
              05 audit-seq pic 9(4).
           03 audit-event pic x(12).
           03 audit-text pic x(60).

       fd  copy-in-file.
       01  copy-in-record pic x(80).

       fd  copy-out-file.
       01  copy-out-record pic x(80).

       fd  month-report.
       01  month-line pic x(100).

       working-storage section.
       01 ws-card-status pic xx.
       01 ws-control-status pic xx.
       01 ws-posthist-status pic xx.
       01 ws-postsrt-status pic xx.
       01 ws-history-status pic xx.
       01 ws-chgsrt-status pic xx.
       01 ws-suspense-status pic xx.
       01 ws-master-status pic xx.
       01 ws-audit-status pic xx.
       01 ws-copy-in-status pic xx.
       01 ws-copy-out-status pic xx.
       01 ws-report-status pic xx.

       01 ws-period pic 9(6).
       01 ws-period-start pic 9(8).
       01 ws-period-end pic 9(8).
       01 ws-next-month pic 9(8).
       01 ws-day-date pic 9(8).
       01 ws-day-int binary-long.
       01 ws-end-int binary-long.
       01 ws-work-line pic x(100).

      *>The stream's steps, from nightrun.ctl, each with the date
      *>its run records are required from (0: every day).
       78 78-max-steps value 50.
       01 ws-step-count binary-long value 0.
       01 ws-step-table.
           03 ws-step-entry occurs 50 times.
              05 ws-step-name pic x(24).
              05 ws-step-from pic 9(8).
       01 ws-step-idx binary-long.

      *>Run verification.
       01 ws-proc-days binary-long value 0.
       01 ws-missing-count binary-long value 0.
       01 ws-excused-count binary-long value 0.

      *>Postings by branch and type, laid out as PostTransactions
      *>totals them: entry = branch + 1, types in ws-type-codes order.
       78 78-max-branches value 1000.
       01 ws-branch-table.
           03 ws-branch-entry occurs 1000 times.
              05 ws-branch-type occurs 3 times.
                 07 ws-br-count binary-long.
                 07 ws-br-amount pic s9(11)v99.
       01 ws-br-idx binary-long.
       01 ws-type-idx binary-long.
       01 ws-type-codes pic x(3) value "DCR".
       01 ws-type-total-table.
           03 ws-type-total occurs 3 times.
              05 ws-type-count binary-long.
              05 ws-type-amount pic s9(11)v99.
       01 ws-post-date pic 9(8) value 0.
       01 ws-post-time pic 9(8) value 0.
       01 ws-post-days binary-long value 0.

      *>Charges by account, one amount per account and date.
       01 ws-chg-seq pic 9(9) value 0.
       01 ws-chg-account pic 9(6) value 0.
       01 ws-chg-date pic 9(8) value 0.
       01 ws-chg-day-amount pic s9(10) value 0.
       01 ws-chg-acct-amount pic s9(11) value 0.
       01 ws-chg-acct-days binary-long value 0.
       01 ws-chg-total pic s9(11) value 0.
       01 ws-chg-accounts binary-long value 0.
       01 ws-chg-eof binary-long value 0.

      *>Suspense, from the night-end SUSP-DONE events and the file.
       01 ws-susp-posted binary-long value 0.
       01 ws-susp-new binary-long value 0.
       01 ws-susp-held binary-long value 0.
       01 ws-susp-on-file binary-long value 0.
       01 ws-susp-count pic 9(9).

      *>The month's audit events, counted by program and event.
       78 78-max-events value 200.
       01 ws-event-count binary-long value 0.
       01 ws-event-table.
           03 ws-event-entry occurs 200 times.
              05 ws-ev-program pic x(24).
              05 ws-ev-event pic x(12).
              05 ws-ev-count binary-long.
       01 ws-ev-idx binary-long.
       01 ws-ev-found binary-long.
       01 ws-ev-overflow binary-long value 0.
       01 ws-audit-done binary-long.

      *>Snapshot copies.
       01 ws-copy-in-path pic x(60).
       01 ws-copy-out-path pic x(60).
       01 ws-copy-count binary-long.
       01 ws-snapshot-ok binary-long value 0.

       01 ws-count-disp pic zzz,zzz,zz9.
       01 ws-money-work pic s9(11)v99.
       01 ws-money-edit pic -zzz,zzz,zzz,zz9.99.
       01 ws-branch-disp pic 9(3).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "MONTHEND".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).

      *>Run return code: 0 the period closed, 8 the close was refused
      *>(already closed, the month not over, runs missing), 12 no
      *>calendar, the snapshot could not be written, or the calendar
      *>could not record the close.
       01 ws-run-rc binary-long value 0.

      *>Batch calendar linkage, as everywhere in the stream.
       01 ws-cal-func pic x(8).
       01 ws-cal-program pic x(24).
       01 ws-cal-reply pic x(1).
       01 ws-cal-date pic 9(8).
       01 ws-bus-date pic 9(8).

       procedure division.
           move "GETDATE " to ws-cal-func
           move 0 to ws-bus-date
           call "Calendar" using ws-cal-func ws-audit-program
             ws-bus-date ws-cal-reply
           if ws-cal-reply <> "P" and ws-cal-reply <> "H" and
             ws-cal-reply <> "W"
               display "MONTHEND: no usable calendar -- a period "
                 "cannot be closed without one"
               move 12 to return-code
               goback
           end-if

           perform select-period
           move ws-period to ws-cal-date(1:6)
           move "01" to ws-cal-date(7:2)
           move "CHECKPER" to ws-cal-func
           call "Calendar" using ws-cal-func ws-audit-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply = "C"
               display "MONTHEND: period " ws-period " is already "
                 "closed"
               move 8 to return-code
               goback
           end-if
           if ws-period >= ws-bus-date(1:6)
               display "MONTHEND: period " ws-period " is not over -- "
                 "business date is " ws-bus-date
               move 8 to return-code
               goback
           end-if

           open output month-report
           if ws-report-status <> "00"
               display "MONTHEND: unable to open monthend.rpt, "
                 "status " ws-report-status
           end-if
           move spaces to ws-work-line
           string "MONTH-END CLOSE - PERIOD: " ws-period
             "  BUSINESS DATE: " ws-bus-date
             delimited by size into ws-work-line
           perform write-month-line

           perform load-steps
           perform verify-period-runs
           perform summarise-postings
           perform summarise-charges
           perform summarise-audit
           perform write-suspense-summary
           perform write-event-summary

           move spaces to ws-work-line
           perform write-month-line
           if ws-missing-count > 0 or ws-step-count = 0
               move spaces to ws-work-line
               string "PERIOD " ws-period " NOT CLOSED - RUNS MISSING "
                 "OR NO STEPS ON NIGHTRUN.CTL"
                 delimited by size into ws-work-line
               perform write-month-line
               move "PERIOD-HELD" to ws-audit-event
               move ws-missing-count to ws-audit-count1
               move spaces to ws-audit-text
               string "PERIOD " ws-period " RUNS MISSING "
                 ws-audit-count1
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program ws-audit-event
                 ws-audit-text
               move 8 to ws-run-rc
           else
               perform write-snapshots
               if ws-snapshot-ok = 1
                   perform close-period
               else
                   move spaces to ws-work-line
                   string "PERIOD " ws-period " NOT CLOSED - SNAPSHOT "
                     "COULD NOT BE WRITTEN"
                     delimited by size into ws-work-line
                   perform write-month-line
                   move 12 to ws-run-rc
               end-if
           end-if

           if ws-report-status = "00"
               close month-report
           end-if
           move ws-run-rc to return-code
           goback.

       select-period section.
      *>The card's yyyymm when it is a real month, otherwise the month
      *>before the business date.
           move 0 to ws-period
           open input period-card
           if ws-card-status = "00"
               read period-card
                   at end
                       continue
                   not at end
                       if card-period is numeric and
                         card-period(5:2) >= "01" and
                         card-period(5:2) <= "12"
                           move card-period to ws-period
                       else
                           display "MONTHEND: invalid period on "
                             "monthend.ctl, closing the prior month"
                       end-if
               end-read
               close period-card
           end-if
           if ws-period = 0
               move ws-bus-date(1:6) to ws-period
               if ws-bus-date(5:2) = "01"
                   compute ws-period = ws-period - 89
               else
                   subtract 1 from ws-period
               end-if
           end-if
           move ws-period to ws-period-start(1:6)
           move "01" to ws-period-start(7:2)
           move ws-period-start to ws-next-month
           if ws-period(5:2) = "12"
               compute ws-next-month = ws-next-month + 8900
           else
               compute ws-next-month = ws-next-month + 100
           end-if
           compute ws-end-int =
             function integer-of-date(ws-next-month) - 1
           compute ws-period-end = function date-of-integer(ws-end-int).

       load-steps section.
           open input run-control-file
           if ws-control-status <> "00"
               display "MONTHEND: unable to open nightrun.ctl, status "
                 ws-control-status
               exit section
           end-if
           perform until ws-control-status = "10"
               read run-control-file
                   at end
                       move "10" to ws-control-status
                   not at end
                       if step-program <> spaces
                           if ws-step-count < 78-max-steps
                               add 1 to ws-step-count
                               move function upper-case(step-program)
                                 to ws-step-name(ws-step-count)
                               perform load-step-runs-from
                           else
                               display "MONTHEND: more than "
                                 78-max-steps " steps on nightrun.ctl, "
                                 step-program " not checked"
                           end-if
                       end-if
               end-read
           end-perform
           close run-control-file.

       load-step-runs-from section.
           move 0 to ws-step-from(ws-step-count)
           if step-runs-from = spaces
               exit section
           end-if
           if step-runs-from is numeric
               move step-runs-from to ws-step-from(ws-step-count)
           else
               display "MONTHEND: invalid runs-from date '"
                 step-runs-from "' on nightrun.ctl for " step-program
                 ", required every day"
           end-if.

       verify-period-runs section.
      *>Every processing day against every step's run record; the
      *>holidays and weekends the calendar marks are skipped.
           move spaces to ws-work-line
           perform write-month-line
           move "RUN VERIFICATION - PROCESSING DAYS WITHOUT A RUN RECORD"
             to ws-work-line
           perform write-month-line
           perform varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count
               if ws-step-from(ws-step-idx) > ws-period-start
                   move spaces to ws-work-line
                   string "  " ws-step-name(ws-step-idx)
                     " REQUIRED FROM " ws-step-from(ws-step-idx)
                     delimited by size into ws-work-line
                   perform write-month-line
               end-if
           end-perform
           compute ws-day-int = function integer-of-date(ws-period-start)
           perform until ws-day-int > ws-end-int
               compute ws-day-date = function date-of-integer(ws-day-int)
               move "DAYTYPE " to ws-cal-func
               call "Calendar" using ws-cal-func ws-audit-program
                 ws-day-date ws-cal-reply
               if ws-cal-reply = "P"
                   add 1 to ws-proc-days
                   perform verify-one-day
               end-if
               add 1 to ws-day-int
           end-perform
           move ws-proc-days to ws-count-disp
           move spaces to ws-work-line
           string "PROCESSING DAYS:  " ws-count-disp
             delimited by size into ws-work-line
           perform write-month-line
           move ws-step-count to ws-count-disp
           move spaces to ws-work-line
           string "STREAM STEPS:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-month-line
           move ws-excused-count to ws-count-disp
           move spaces to ws-work-line
           string "NOT YET REQUIRED: " ws-count-disp
             delimited by size into ws-work-line
           perform write-month-line
           move ws-missing-count to ws-count-disp
           move spaces to ws-work-line
           string "RUNS MISSING:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-month-line.

       verify-one-day section.
           perform varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count
               if ws-day-date < ws-step-from(ws-step-idx)
                   add 1 to ws-excused-count
               else
                   perform verify-one-step
               end-if
           end-perform.

       verify-one-step section.
           move "CHECKRUN" to ws-cal-func
           move ws-step-name(ws-step-idx) to ws-cal-program
           move ws-day-date to ws-cal-date
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "Y"
               add 1 to ws-missing-count
               move spaces to ws-work-line
               string "  " ws-day-date "  " ws-cal-program
                 " NO RUN RECORD"
                 delimited by size into ws-work-line
               perform write-month-line
           end-if.

       summarise-postings section.
      *>Dates ascending, run times descending: the first set of a
      *>date is its last run, and only that set is taken.
           perform varying ws-br-idx from 1 by 1
             until ws-br-idx > 78-max-branches
               perform varying ws-type-idx from 1 by 1
                 until ws-type-idx > 3
                   move 0 to ws-br-count(ws-br-idx, ws-type-idx)
                   move 0 to ws-br-amount(ws-br-idx, ws-type-idx)
               end-perform
           end-perform
           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > 3
               move 0 to ws-type-count(ws-type-idx)
               move 0 to ws-type-amount(ws-type-idx)
           end-perform

           move spaces to ws-work-line
           perform write-month-line
           move "POSTINGS BY BRANCH AND TYPE" to ws-work-line
           perform write-month-line

           open input posting-history
           if ws-posthist-status <> "00"
               move spaces to ws-work-line
               string "  POSTHIST.DAT NOT AVAILABLE, STATUS "
                 ws-posthist-status
                 delimited by size into ws-work-line
               perform write-month-line
               exit section
           end-if
           close posting-history
           sort posting-sort-file on ascending key ps-date
             descending key ps-time
               using posting-history
               giving posting-sorted-file

           open input posting-sorted-file
           if ws-postsrt-status = "00"
               perform until ws-postsrt-status <> "00"
                   read posting-sorted-file
                       at end
                           move "10" to ws-postsrt-status
                       not at end
                           perform take-one-posting
                   end-read
               end-perform
               close posting-sorted-file
           end-if

           move "BRANCH TYPE       COUNT               AMOUNT"
             to ws-work-line
           perform write-month-line
           perform varying ws-br-idx from 1 by 1
             until ws-br-idx > 78-max-branches
               perform varying ws-type-idx from 1 by 1
                 until ws-type-idx > 3
                   if ws-br-count(ws-br-idx, ws-type-idx) > 0
                       compute ws-branch-disp = ws-br-idx - 1
                       move ws-br-count(ws-br-idx, ws-type-idx) to
                         ws-count-disp
                       move ws-br-amount(ws-br-idx, ws-type-idx) to
                         ws-money-edit
                       move spaces to ws-work-line
                       string ws-branch-disp "    "
                         ws-type-codes(ws-type-idx:1) "  "
                         ws-count-disp " " ws-money-edit
                         delimited by size into ws-work-line
                       perform write-month-line
                   end-if
               end-perform
           end-perform
           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > 3
               move ws-type-count(ws-type-idx) to ws-count-disp
               move ws-type-amount(ws-type-idx) to ws-money-edit
               move spaces to ws-work-line
               string "TOTAL  " ws-type-codes(ws-type-idx:1) "  "
                 ws-count-disp " " ws-money-edit
                 delimited by size into ws-work-line
               perform write-month-line
           end-perform
           move ws-post-days to ws-count-disp
           move spaces to ws-work-line
           string "DATES POSTED:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-month-line.

       take-one-posting section.
           if pt-date < ws-period-start or pt-date > ws-period-end
               exit section
           end-if
           if pt-date <> ws-post-date
               move pt-date to ws-post-date
               move pt-time to ws-post-time
               add 1 to ws-post-days
           end-if
           if pt-time <> ws-post-time
               exit section
           end-if
           move 0 to ws-type-idx
           inspect ws-type-codes tallying ws-type-idx
             for characters before initial pt-tran-type
           add 1 to ws-type-idx
           if ws-type-idx > 3
               exit section
           end-if
           compute ws-br-idx = pt-branch + 1
           add pt-count to ws-br-count(ws-br-idx, ws-type-idx)
           add pt-amount to ws-br-amount(ws-br-idx, ws-type-idx)
           add pt-count to ws-type-count(ws-type-idx)
           add pt-amount to ws-type-amount(ws-type-idx).

       summarise-charges section.
      *>Account, date, then place on file: the last record of an
      *>account's date is the one that stands.
           move spaces to ws-work-line
           perform write-month-line
           move "CHARGES BY ACCOUNT" to ws-work-line
           perform write-month-line

           open input charge-history
           if ws-history-status <> "00"
               move spaces to ws-work-line
               string "  CHGHIST.DAT NOT AVAILABLE, STATUS "
                 ws-history-status
                 delimited by size into ws-work-line
               perform write-month-line
               exit section
           end-if
           close charge-history
           sort charge-sort-file on ascending key cs-account cs-date
             cs-seq
               input procedure is release-charges
               giving charge-sorted-file

           move "ACCOUNT       DAYS               AMOUNT" to ws-work-line
           perform write-month-line
           open input charge-sorted-file
           if ws-chgsrt-status <> "00"
               move 1 to ws-chg-eof
           end-if
           perform until ws-chg-eof = 1
               read charge-sorted-file
                   at end
                       move 1 to ws-chg-eof
                   not at end
                       perform take-one-charge
               end-read
           end-perform
           if ws-chgsrt-status = "00" or ws-chgsrt-status = "10"
               close charge-sorted-file
           end-if
           if ws-chg-account > 0
               perform end-charge-account
           end-if

           move ws-chg-accounts to ws-count-disp
           compute ws-money-work = ws-chg-total / 100
           move ws-money-work to ws-money-edit
           move spaces to ws-work-line
           string "ACCOUNTS:  " ws-count-disp "  TOTAL: " ws-money-edit
             delimited by size into ws-work-line
           perform write-month-line.

       release-charges section.
           open input charge-history
           perform until ws-history-status <> "00"
               read charge-history
                   at end
                       move "10" to ws-history-status
                   not at end
                       add 1 to ws-chg-seq
                       if hist-date >= ws-period-start and
                         hist-date <= ws-period-end
                           move hist-account to cs-account
                           move hist-date to cs-date
                           move ws-chg-seq to cs-seq
                           move hist-amount to cs-amount
                           release charge-sort-record
                       end-if
               end-read
           end-perform
           close charge-history.

       take-one-charge section.
           if ct-account <> ws-chg-account
               if ws-chg-account > 0
                   perform end-charge-account
               end-if
               move ct-account to ws-chg-account
               move 0 to ws-chg-date
               move 0 to ws-chg-acct-amount
               move 0 to ws-chg-acct-days
           end-if
           if ct-date <> ws-chg-date
               if ws-chg-date > 0
                   add ws-chg-day-amount to ws-chg-acct-amount
               end-if
               move ct-date to ws-chg-date
               add 1 to ws-chg-acct-days
           end-if
           move ct-amount to ws-chg-day-amount.

       end-charge-account section.
           add ws-chg-day-amount to ws-chg-acct-amount
           add ws-chg-acct-amount to ws-chg-total
           add 1 to ws-chg-accounts
           move ws-chg-acct-days to ws-count-disp
           compute ws-money-work = ws-chg-acct-amount / 100
           move ws-money-work to ws-money-edit
           move spaces to ws-work-line
           string ws-chg-account " " ws-count-disp " " ws-money-edit
             delimited by size into ws-work-line
           perform write-month-line.

       summarise-audit section.
      *>The month's events by program and event. The audit stamp is
      *>the system date, so a night that ran past midnight on the
      *>month's last day lands its late events in the next month.
           open input audit-file
           if ws-audit-status <> "00"
               display "MONTHEND: unable to open audit.dat, status "
                 ws-audit-status " -- no event counts"
               exit section
           end-if
           move ws-period-start to audit-date
           move 0 to audit-time
           move low-values to audit-program
           move 0 to audit-seq
           move 0 to ws-audit-done
           start audit-file key is >= audit-key
               invalid key
                   move 1 to ws-audit-done
           end-start
           perform until ws-audit-done = 1
               read audit-file next record
                   at end
                       move 1 to ws-audit-done
                   not at end
                       if audit-date > ws-period-end
                           move 1 to ws-audit-done
                       else
                           perform count-one-event
                       end-if
               end-read
           end-perform
           close audit-file.

       count-one-event section.
           if audit-event = "SUSP-DONE"
               move audit-text(8:9) to ws-audit-count1
               add ws-audit-count1 to ws-susp-posted
               move audit-text(22:9) to ws-audit-count1
               add ws-audit-count1 to ws-susp-new
               move audit-text(37:9) to ws-audit-count1
               move ws-audit-count1 to ws-susp-held
           end-if
           move 0 to ws-ev-found
           perform varying ws-ev-idx from 1 by 1
             until ws-ev-idx > ws-event-count or ws-ev-found = 1
               if ws-ev-program(ws-ev-idx) = audit-program and
                 ws-ev-event(ws-ev-idx) = audit-event
                   move 1 to ws-ev-found
                   add 1 to ws-ev-count(ws-ev-idx)
               end-if
           end-perform
           if ws-ev-found = 0
               if ws-event-count < 78-max-events
                   add 1 to ws-event-count
                   move audit-program to ws-ev-program(ws-event-count)
                   move audit-event to ws-ev-event(ws-event-count)
                   move 1 to ws-ev-count(ws-event-count)
               else
                   add 1 to ws-ev-overflow
               end-if
           end-if.

       write-suspense-summary section.
      *>Held is the last night's count; on file is what is waiting
      *>in chgsusp.dat as the month closes.
           open input suspense-file
           if ws-suspense-status = "00"
               perform until ws-suspense-status <> "00"
                   read suspense-file
                       at end
                           move "10" to ws-suspense-status
                       not at end
                           add 1 to ws-susp-on-file
                   end-read
               end-perform
               close suspense-file
           end-if
           move spaces to ws-work-line
           perform write-month-line
           move "SUSPENSE" to ws-work-line
           perform write-month-line
           move ws-susp-new to ws-susp-count
           move spaces to ws-work-line
           string "  ITEMS HELD IN THE MONTH:       " ws-susp-count
             delimited by size into ws-work-line
           perform write-month-line
           move ws-susp-posted to ws-susp-count
           move spaces to ws-work-line
           string "  ITEMS POSTED FROM SUSPENSE:    " ws-susp-count
             delimited by size into ws-work-line
           perform write-month-line
           move ws-susp-held to ws-susp-count
           move spaces to ws-work-line
           string "  HELD AFTER THE LAST NIGHT:     " ws-susp-count
             delimited by size into ws-work-line
           perform write-month-line
           move ws-susp-on-file to ws-susp-count
           move spaces to ws-work-line
           string "  ON CHGSUSP.DAT AT THE CLOSE:   " ws-susp-count
             delimited by size into ws-work-line
           perform write-month-line.

       write-event-summary section.
      *>Every event the month raised -- the exception and reject
      *>counts each program audits among them.
           move spaces to ws-work-line
           perform write-month-line
           move "AUDIT EVENTS BY PROGRAM AND EVENT" to ws-work-line
           perform write-month-line
           perform varying ws-ev-idx from 1 by 1
             until ws-ev-idx > ws-event-count
               move ws-ev-count(ws-ev-idx) to ws-count-disp
               move spaces to ws-work-line
               string "  " ws-ev-program(ws-ev-idx) " "
                 ws-ev-event(ws-ev-idx) " " ws-count-disp
                 delimited by size into ws-work-line
               perform write-month-line
           end-perform
           if ws-ev-overflow > 0
               move ws-ev-overflow to ws-count-disp
               move spaces to ws-work-line
               string "  OTHER EVENTS NOT TABLED:  " ws-count-disp
                 delimited by size into ws-work-line
               perform write-month-line
           end-if.

       write-snapshots section.
      *>chghist.dat record for record, and the master read in key
      *>order into a flat copy, both named for the period.
           move 0 to ws-snapshot-ok
           move "../LocalVariables/chghist.dat" to ws-copy-in-path
           move spaces to ws-copy-out-path
           string "../LocalVariables/chghist" ws-period ".dat"
             delimited by size into ws-copy-out-path
           open input copy-in-file
           if ws-copy-in-status <> "00"
               display "MONTHEND: unable to read chghist.dat, status "
                 ws-copy-in-status
               exit section
           end-if
           open output copy-out-file
           if ws-copy-out-status <> "00"
               display "MONTHEND: unable to write " ws-copy-out-path
                 ", status " ws-copy-out-status
               close copy-in-file
               exit section
           end-if
           move 0 to ws-copy-count
           perform until ws-copy-in-status <> "00"
               read copy-in-file
                   at end
                       move "10" to ws-copy-in-status
                   not at end
                       move copy-in-record to copy-out-record
                       write copy-out-record
                       add 1 to ws-copy-count
               end-read
           end-perform
           close copy-in-file
           close copy-out-file
           move ws-copy-count to ws-count-disp
           move spaces to ws-work-line
           string "SNAPSHOT " ws-copy-out-path " RECORDS " ws-count-disp
             delimited by size into ws-work-line
           perform write-month-line

           move spaces to ws-copy-out-path
           string "../LocalVariables/acctmast" ws-period ".dat"
             delimited by size into ws-copy-out-path
           open input account-master
           if ws-master-status <> "00"
               display "MONTHEND: unable to read acctmast.dat, status "
                 ws-master-status
               exit section
           end-if
           open output copy-out-file
           if ws-copy-out-status <> "00"
               display "MONTHEND: unable to write " ws-copy-out-path
                 ", status " ws-copy-out-status
               close account-master
               exit section
           end-if
           move 0 to ws-copy-count
           perform until ws-master-status <> "00"
               read account-master next record
                   at end
                       move "10" to ws-master-status
                   not at end
                       move master-record to copy-out-record
                       write copy-out-record
                       add 1 to ws-copy-count
               end-read
           end-perform
           close account-master
           close copy-out-file
           move ws-copy-count to ws-count-disp
           move spaces to ws-work-line
           string "SNAPSHOT " ws-copy-out-path " RECORDS " ws-count-disp
             delimited by size into ws-work-line
           perform write-month-line
           move 1 to ws-snapshot-ok.

       close-period section.
      *>The period is only closed once the calendar says it recorded
      *>the close -- otherwise the month is still open to every
      *>program, and the report and the audit trail must not claim
      *>otherwise.
           move "CLOSEPER" to ws-cal-func
           move ws-period-start to ws-cal-date
           call "Calendar" using ws-cal-func ws-audit-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "Y"
               move spaces to ws-work-line
               string "PERIOD " ws-period " NOT CLOSED - THE CALENDAR "
                 "COULD NOT RECORD THE CLOSE"
                 delimited by size into ws-work-line
               perform write-month-line
               display "MONTHEND: the calendar could not record the "
                 "close of period " ws-period " -- period not closed"
               move "PERIOD-HELD" to ws-audit-event
               move spaces to ws-audit-text
               string "PERIOD " ws-period " CALENDAR NOT UPDATED"
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program ws-audit-event
                 ws-audit-text
               move 12 to ws-run-rc
               exit section
           end-if
           move spaces to ws-work-line
           string "PERIOD " ws-period " CLOSED"
             delimited by size into ws-work-line
           perform write-month-line
           display "MONTHEND: period " ws-period " closed"
           move "PERIOD-CLOSE" to ws-audit-event
           move ws-proc-days to ws-audit-count1
           move spaces to ws-audit-text
           string "PERIOD " ws-period " PROCESSING DAYS "
             ws-audit-count1
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       write-month-line section.
           if ws-report-status = "00"
               write month-line from ws-work-line
           end-if.

       end program MonthEnd.
