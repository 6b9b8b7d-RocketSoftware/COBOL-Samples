      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. Dormancy.

      *>Dormancy run. Until now an account nobody had touched in a
      *>year looked exactly like an active one. This step finds every
      *>open account on acctmast.dat with no posting and no charges
      *>for a number of days from dormancy.ctl and moves it to status
      *>"D" dormant; addAccountCharges and PostTransactions then
      *>reject anything against it with reason ACCOUNT DORMANT, so a
      *>person reviews the items before AccountMaint reopens it.
      *>Activity is gathered from
      *>  - the retained dated clean files RollForward lists on
      *>    rollkeep.dat (tonight's copy included -- this step runs
      *>    after the roll),
      *>  - the charge history on chghist.dat,
      *>  - the dated balance history on balhist.dat, which holds
      *>    every date an account's ledger moved, posting or charge,
      *>    and so reaches back beyond the clean-file retention --
      *>    once it has been kept for the whole window.
      *>The latest activity date per account comes off a sort and is
      *>matched against the master in account order. An account whose
      *>status changed inside the window (added, reopened) is not
      *>dormant however quiet it has been. Every change is listed on
      *>dormancy.rpt with the accounts already dormant, and audited.
      *>If neither balhist.dat nor the clean files and chghist
      *>together reach back over the whole window, no account can be
      *>proven quiet: the report is cut but no status is changed.
      *>An open account with no status date (one carried over from
      *>before the master kept it) cannot be shown to have been open
      *>all window, so it is never eligible; it is listed as UNDATED
      *>and, on a run allowed to change the master, its status date
      *>is started at the business date so that it becomes eligible
      *>once a full window has passed.
       environment division.
       input-output section.
       file-control.
           select account-master assign to "acctmast.dat"
               organization indexed
               access mode dynamic
               record key master-account
               file status is ws-master-status.
           select keep-file assign to "../MergeSort/rollkeep.dat"
               organization line sequential
               file status is ws-keep-status.
           select clean-input-file assign to dynamic ws-clean-path
               organization line sequential
               file status is ws-cleanin-status.
           select charge-history assign to "chghist.dat"
               organization line sequential
               file status is ws-history-status.
           select balance-history assign to "balhist.dat"
               organization indexed
               access mode sequential
               record key bal-key
               file status is ws-balhist-status.
           select activity-sort-file assign to "dormwk.dat".
           select activity-sorted-file assign to "dormact.dat"
               organization line sequential
               file status is ws-actsrt-status.
           select dormancy-card assign to "dormancy.ctl"
               organization line sequential
               file status is ws-card-status.
           select dormancy-report assign to "dormancy.rpt"
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

       fd  keep-file.
       01  keep-record.
           03 keep-date pic 9(8).

       fd  clean-input-file.
       01  clean-input-record.
           03 clean-key pic 9(9).
           03 clean-branch pic 9(3).
           03 clean-tran-date pic 9(8).
           03 clean-amount pic s9(7)v99 sign leading separate.
           03 clean-type pic x(1).
           03 clean-currency pic x(3).

       fd  charge-history.
       01  hist-record.
           03 hist-date pic 9(8).
           03 hist-account pic 9(6).
           03 hist-amount pic s9(10) sign leading separate.

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

       sd  activity-sort-file.
       01  activity-sort-record.
           03 as-account pic 9(6).
           03 as-date pic 9(8).

       fd  activity-sorted-file.
       01  activity-sorted-record.
           03 act-account pic 9(6).
           03 act-date pic 9(8).

      *>Single record: days without activity before an open account
      *>goes dormant, columns 1-3. No card means 365.
       fd  dormancy-card.
       01  dormancy-card-record.
           03 card-dormant-days pic 9(3).

       fd  dormancy-report.
       01  dormancy-line pic x(80).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-keep-status pic xx.
       01 ws-cleanin-status pic xx.
       01 ws-history-status pic xx.
       01 ws-balhist-status pic xx.
       01 ws-actsrt-status pic xx.
       01 ws-card-status pic xx.
       01 ws-report-status pic xx.

       01 ws-clean-path pic x(44).
       01 ws-dormant-days pic 9(3) value 365.
       01 ws-window-start pic 9(8).
       01 ws-day-int binary-long.
       01 ws-key-split.
           03 ws-key-account pic 9(6).
           03 ws-key-seq pic 9(3).

      *>What the history on hand can vouch for: balhist.dat covers
      *>everything once its oldest date reaches the start of the
      *>window; short of that the clean files and chghist together
      *>must reach back that far.
       01 ws-balhist-mode binary-long value 0.
       01 ws-history-mode binary-long value 0.
       01 ws-oldest-kept pic 9(8) value 99999999.
       01 ws-history-oldest pic 9(8) value 99999999.
       01 ws-balhist-oldest pic 9(8) value 99999999.
       01 ws-changes-allowed binary-long value 0.

       01 ws-act-eof binary-long value 0.
       01 ws-last-activity pic 9(8).

       01 ws-files-read binary-long value 0.
       01 ws-master-count binary-long value 0.
       01 ws-open-count binary-long value 0.
       01 ws-new-dormant-count binary-long value 0.
       01 ws-old-dormant-count binary-long value 0.
       01 ws-would-count binary-long value 0.
       01 ws-undated-count binary-long value 0.
       01 ws-count-disp pic 9(9).
       01 ws-balance-work pic s9(9)v99.
       01 ws-balance-edit pic zzz,zzz,zz9.99-.
       01 ws-work-line pic x(80).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "DORMANCY".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Run return code: 0 clean, 4 the history on hand did not cover
      *>the window (report only, nothing changed), 12 the account
      *>master could not be opened.
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
           perform read-dormancy-card
           compute ws-day-int = function integer-of-date(ws-run-date)
             - ws-dormant-days
           compute ws-window-start = function date-of-integer(
             ws-day-int)

           open i-o account-master
           if ws-master-status <> "00"
               display "DORMANCY: unable to open acctmast.dat, "
                 "status " ws-master-status
               move 12 to ws-run-rc
               move ws-run-rc to return-code
               goback
           end-if

           sort activity-sort-file on ascending key as-account
             as-date
               input procedure is release-activity
               giving activity-sorted-file

           if ws-balhist-mode = 1 and
             ws-balhist-oldest <= ws-window-start
               move 1 to ws-changes-allowed
           else
               if ws-history-mode = 1 and
                 ws-oldest-kept <= ws-window-start and
                 ws-history-oldest <= ws-window-start
                   move 1 to ws-changes-allowed
               else
                   display "DORMANCY: activity history on hand does "
                     "not reach back to " ws-window-start
                     " -- no status changed"
                   if ws-run-rc < 4
                       move 4 to ws-run-rc
                   end-if
               end-if
           end-if

           open input activity-sorted-file
           if ws-actsrt-status <> "00"
               move 1 to ws-act-eof
           else
               perform read-next-activity
           end-if

           open output dormancy-report
           if ws-report-status <> "00"
               display "DORMANCY: unable to open dormancy.rpt, "
                 "status " ws-report-status
           end-if
           move spaces to ws-work-line
           string "DORMANCY RUN - RUN DATE: " ws-run-date
             "  NO ACTIVITY SINCE " ws-window-start
             " (" ws-dormant-days " DAYS)"
             delimited by size into ws-work-line
           perform write-dormancy-line
           if ws-changes-allowed = 0
               move "HISTORY DOES NOT COVER THE WINDOW - NOT CHANGED"
                 to ws-work-line
               perform write-dormancy-line
           end-if
           move spaces to ws-work-line
           perform write-dormancy-line
           move spaces to ws-work-line
           string "         ACCT   NAME                           "
             "LAST ACT          BALANCE"
             delimited by size into ws-work-line
           perform write-dormancy-line

           perform until ws-master-status = "10"
               read account-master next record
                   at end
                       move "10" to ws-master-status
                   not at end
                       add 1 to ws-master-count
                       perform check-one-account
               end-read
           end-perform

           perform write-run-summary

           close account-master
           if ws-actsrt-status = "00"
               close activity-sorted-file
           end-if
           close dormancy-report

           move "DORM-DONE" to ws-audit-event
           move ws-master-count to ws-audit-count1
           move ws-new-dormant-count to ws-audit-count2
           move spaces to ws-audit-text
           string "ACCOUNTS " ws-audit-count1 " NEWLY DORMANT "
             ws-audit-count2
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text

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
                       display "DORMANCY: business date "
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
                   display "DORMANCY: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "DORMANCY: no usable calendar, using "
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

       read-dormancy-card section.
           open input dormancy-card
           if ws-card-status = "00"
               read dormancy-card
                   at end
                       continue
                   not at end
                       if card-dormant-days is numeric and
                         card-dormant-days <> 0
                           move card-dormant-days to ws-dormant-days
                       else
                           display "DORMANCY: invalid day count on "
                             "dormancy.ctl, using " ws-dormant-days
                             " days"
                       end-if
               end-read
               close dormancy-card
           end-if.

       release-activity section.
      *>One sort record per account per dated source record. Only
      *>dates inside the window matter, but the oldest date each
      *>source holds is noted so the run knows how far back it can
      *>vouch for.
           open input keep-file
           if ws-keep-status = "00"
               perform until ws-keep-status = "10"
                   read keep-file
                       at end
                           move "10" to ws-keep-status
                       not at end
                           perform release-clean-copy
                   end-read
               end-perform
               close keep-file
           else
               display "DORMANCY: rollkeep.dat not available (status "
                 ws-keep-status "), no clean files read"
           end-if

           open input charge-history
           if ws-history-status = "00"
               move 1 to ws-history-mode
               perform until ws-history-status = "10"
                   read charge-history
                       at end
                           move "10" to ws-history-status
                       not at end
                           if hist-date < ws-history-oldest
                               move hist-date to ws-history-oldest
                           end-if
                           if hist-date >= ws-window-start
                               move hist-account to as-account
                               move hist-date to as-date
                               release activity-sort-record
                           end-if
                   end-read
               end-perform
               close charge-history
           else
               display "DORMANCY: chghist.dat not available (status "
                 ws-history-status ")"
           end-if

           open input balance-history
           if ws-balhist-status = "00"
               move 1 to ws-balhist-mode
               perform until ws-balhist-status = "10"
                   read balance-history next record
                       at end
                           move "10" to ws-balhist-status
                       not at end
                           if bal-date < ws-balhist-oldest
                               move bal-date to ws-balhist-oldest
                           end-if
                           if bal-date >= ws-window-start and
                             (bal-debits <> 0 or bal-credits <> 0)
                               move bal-account to as-account
                               move bal-date to as-date
                               release activity-sort-record
                           end-if
                   end-read
               end-perform
               close balance-history
           else
               display "DORMANCY: balhist.dat not available (status "
                 ws-balhist-status "), activity from clean files and "
                 "chghist only"
           end-if.

       release-clean-copy section.
      *>One retained night's clean file. Every item counts as
      *>activity on the night it came through, whatever its type.
           if keep-date < ws-oldest-kept
               move keep-date to ws-oldest-kept
           end-if
           if keep-date < ws-window-start
               exit section
           end-if
           move spaces to ws-clean-path
           string "../MergeSort/cleanout" keep-date ".dat"
             delimited by size into ws-clean-path
           open input clean-input-file
           if ws-cleanin-status <> "00"
               exit section
           end-if
           add 1 to ws-files-read
           perform until ws-cleanin-status = "10"
               read clean-input-file
                   at end
                       move "10" to ws-cleanin-status
                   not at end
                       move clean-key to ws-key-split
                       move ws-key-account to as-account
                       move keep-date to as-date
                       release activity-sort-record
               end-read
           end-perform
           close clean-input-file.

       read-next-activity section.
           read activity-sorted-file
               at end
                   move 1 to ws-act-eof
           end-read.

       check-one-account section.
      *>Latest activity for the account off the sorted file (dates
      *>climb within an account, so the last one seen is the
      *>latest), then the decision. Only open accounts go dormant;
      *>dormant ones are listed so the report shows the whole
      *>population waiting on a review.
           move 0 to ws-last-activity
           perform until ws-act-eof = 1 or
             act-account >= master-account
               perform read-next-activity
           end-perform
           perform until ws-act-eof = 1 or
             act-account <> master-account
               move act-date to ws-last-activity
               perform read-next-activity
           end-perform

           evaluate master-acct-status
               when "O"
                   add 1 to ws-open-count
                   if master-status-date = 0
                       perform start-status-date
                   else
                       if ws-last-activity < ws-window-start and
                         master-status-date < ws-window-start
                           perform make-account-dormant
                       end-if
                   end-if
               when "D"
                   add 1 to ws-old-dormant-count
                   move "  DORMANT" to ws-work-line
                   perform format-account-line
                   perform write-dormancy-line
           end-evaluate.

       make-account-dormant section.
           if ws-changes-allowed = 0
               add 1 to ws-would-count
               move "  QUIET  " to ws-work-line
               perform format-account-line
               perform write-dormancy-line
               exit section
           end-if
           move "D" to master-acct-status
           move ws-run-date to master-status-date
           rewrite master-record
               invalid key
                   display "DORMANCY: unable to rewrite account "
                     master-account ", status " ws-master-status
                   exit section
           end-rewrite
           add 1 to ws-new-dormant-count
           move "  NEW    " to ws-work-line
           perform format-account-line
           perform write-dormancy-line

           move "ACCT-DORMANT" to ws-audit-event
           move spaces to ws-audit-text
           string "ACCOUNT " master-account " STATUS O TO D LAST "
             "ACTIVITY " ws-last-activity
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       start-status-date section.
      *>No status date: not eligible this run whatever the activity.
           add 1 to ws-undated-count
           move "  UNDATED" to ws-work-line
           perform format-account-line
           perform write-dormancy-line
           if ws-changes-allowed = 0
               exit section
           end-if
           move ws-run-date to master-status-date
           rewrite master-record
               invalid key
                   display "DORMANCY: unable to rewrite account "
                     master-account ", status " ws-master-status
                   exit section
           end-rewrite

           move "ACCT-DATED" to ws-audit-event
           move spaces to ws-audit-text
           string "ACCOUNT " master-account " STATUS O DATE STARTED "
             ws-run-date
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       format-account-line section.
      *>Tag in the first nine columns, then the account. A last
      *>activity of zeros means none in the window at all.
           compute ws-balance-work = master-ledger-balance / 100
           move ws-balance-work to ws-balance-edit
           string master-account " " master-name " " ws-last-activity
             "  " ws-balance-edit
             delimited by size into ws-work-line(10:).

       write-run-summary section.
           move spaces to ws-work-line
           perform write-dormancy-line
           move ws-files-read to ws-count-disp
           move spaces to ws-work-line
           string "DATED CLEAN FILES READ:   " ws-count-disp
             delimited by size into ws-work-line
           perform write-dormancy-line
           move ws-master-count to ws-count-disp
           move spaces to ws-work-line
           string "ACCOUNTS ON MASTER:       " ws-count-disp
             delimited by size into ws-work-line
           perform write-dormancy-line
           move ws-open-count to ws-count-disp
           move spaces to ws-work-line
           string "OPEN ACCOUNTS CHECKED:    " ws-count-disp
             delimited by size into ws-work-line
           perform write-dormancy-line
           move ws-new-dormant-count to ws-count-disp
           move spaces to ws-work-line
           string "NEWLY DORMANT:            " ws-count-disp
             delimited by size into ws-work-line
           perform write-dormancy-line
           move ws-old-dormant-count to ws-count-disp
           move spaces to ws-work-line
           string "ALREADY DORMANT:          " ws-count-disp
             delimited by size into ws-work-line
           perform write-dormancy-line
           move ws-undated-count to ws-count-disp
           move spaces to ws-work-line
           string "OPEN, NO STATUS DATE:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-dormancy-line
           if ws-changes-allowed = 0
               move ws-would-count to ws-count-disp
               move spaces to ws-work-line
               string "QUIET, NOT CHANGED:       " ws-count-disp
                 delimited by size into ws-work-line
               perform write-dormancy-line
           end-if.

       write-dormancy-line section.
           if ws-report-status = "00"
               write dormancy-line from ws-work-line
           end-if.

       end program Dormancy.
