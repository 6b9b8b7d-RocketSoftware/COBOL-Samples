      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. ActivityMonitor.

      *>Large-value and velocity monitoring for compliance. Every item
      *>on tonight's cleanout.dat and on the charges feed
      *>(../LocalVariables/charges.dat) is checked against the rules
      *>operations sets on actmon.ctl:
      *>  SINGLE -- any one item at or over the amount;
      *>  DAYCNT -- an account with more items in the night than the
      *>            count;
      *>  DAYAMT -- an account whose items in the night come to the
      *>            amount or more, debits, credits and reversals
      *>            alike (it is the movement that is unusual);
      *>  NEARTH -- an account with the count or more items within
      *>            the amount below the SINGLE threshold -- amounts
      *>            kept just under the reporting line.
      *>Amounts are compared in the base currency (ExchRate, at the
      *>business date's rate); an item that cannot be converted is
      *>compared as fed and marked so on the report.
      *>Both inputs are sorted together by account, the clean file
      *>carrying the account in the key's leading six digits. Every
      *>hit goes on actmon.rpt with the account, branch, rule and the
      *>transactions that made it up, and to the audit repository as
      *>an ACT-ALERT event with the rule, so a month's alerts are one
      *>AuditInq query. Any alert ends the step RC 4.
       environment division.
       input-output section.
       file-control.
           select rule-card assign to "actmon.ctl"
               organization line sequential
               file status is ws-card-status.
           select clean-input-file assign to "cleanout.dat"
               organization line sequential
               file status is ws-cleanin-status.
           select charges-file assign to
               "../LocalVariables/charges.dat"
               organization line sequential
               file status is ws-charges-status.
           select monitor-sort-file assign to "actmonwk.dat".
           select monitor-sorted-file assign to "actmon.srt"
               organization line sequential
               file status is ws-sorted-status.
           select alert-report assign to "actmon.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
      *>One record per rule: rule code, amount in pennies (base
      *>currency), count. A zero amount or count turns the rule off;
      *>a rule not on the card keeps its default.
      *>  SINGLE amount
      *>  DAYCNT count
      *>  DAYAMT amount
      *>  NEARTH amount below SINGLE, count
       fd  rule-card.
       01  rule-card-record.
           03 card-rule pic x(6).
           03 card-amount pic 9(9)v99.
           03 card-count pic 9(5).

       fd  clean-input-file.
       01  clean-input-record.
           03 clean-key pic 9(9).
           03 clean-branch pic 9(3).
           03 clean-tran-date pic 9(8).
           03 clean-amount pic s9(7)v99 sign leading separate.
           03 clean-type pic x(1).
           03 clean-currency pic x(3).

      *>Charges amounts are pennies, as the feed carries them.
       fd  charges-file.
       01  charges-record.
           03 charge-account pic 9(6).
           03 charge-amount pic 9(7).
           03 charge-type pic x(1).
           03 charge-currency pic x(3).

      *>sm-source is "T" for the clean file, "C" for charges;
      *>sm-seq keeps each input's own order within the account.
      *>sm-converted is "N" when sm-base is the amount as fed.
       sd  monitor-sort-file.
       01  monitor-sort-record.
           03 sm-account pic 9(6).
           03 sm-source pic x(1).
           03 sm-seq pic 9(9).
           03 sm-key pic x(9).
           03 sm-branch pic x(3).
           03 sm-type pic x(1).
           03 sm-currency pic x(3).
           03 sm-amount pic s9(9)v99 sign leading separate.
           03 sm-base pic s9(11)v99 sign leading separate.
           03 sm-converted pic x(1).

       fd  monitor-sorted-file.
       01  monitor-sorted-record.
           03 mt-account pic 9(6).
           03 mt-source pic x(1).
           03 mt-seq pic 9(9).
           03 mt-key pic x(9).
           03 mt-branch pic x(3).
           03 mt-type pic x(1).
           03 mt-currency pic x(3).
           03 mt-amount pic s9(9)v99 sign leading separate.
           03 mt-base pic s9(11)v99 sign leading separate.
           03 mt-converted pic x(1).

       fd  alert-report.
       01  alert-line pic x(100).

       working-storage section.
       01 ws-card-status pic xx.
       01 ws-cleanin-status pic xx.
       01 ws-charges-status pic xx.
       01 ws-sorted-status pic xx.
       01 ws-report-status pic xx.

      *>The rules, with the defaults a shop without a card gets.
       01 ws-single-amount pic 9(9)v99 value 5000.00.
       01 ws-daycnt-count pic 9(5) value 20.
       01 ws-dayamt-amount pic 9(9)v99 value 10000.00.
       01 ws-near-margin pic 9(9)v99 value 1000.00.
       01 ws-near-count pic 9(5) value 3.
       01 ws-near-floor pic s9(11)v99.

       01 ws-clean-count binary-long value 0.
       01 ws-charges-count binary-long value 0.
       01 ws-account-count binary-long value 0.
       01 ws-input-seq pic 9(9) value 0.
       01 ws-sorted-eof binary-long value 0.

      *>The account in flight: its items (the first 500 kept for the
      *>report), count, gross base amount, items near the threshold,
      *>and the branch to report it under -- the clean file's branch,
      *>"***" when its items came from more than one.
       78 78-max-items value 500.
       01 ws-acct-account pic 9(6) value 0.
       01 ws-acct-items binary-long.
       01 ws-acct-gross pic s9(11)v99.
       01 ws-acct-near binary-long.
       01 ws-acct-near-gross pic s9(11)v99.
       01 ws-acct-branch pic x(3).
       01 ws-item-table.
           03 ws-item occurs 500 times.
              05 ws-it-source pic x(1).
              05 ws-it-key pic x(9).
              05 ws-it-branch pic x(3).
              05 ws-it-type pic x(1).
              05 ws-it-currency pic x(3).
              05 ws-it-amount pic s9(9)v99.
              05 ws-it-base pic s9(11)v99.
              05 ws-it-converted pic x(1).
              05 ws-it-near pic x(1).
       01 ws-item-idx binary-long.
       01 ws-item-abs pic s9(11)v99.

      *>Alert being written: rule, branch, what it says, and which
      *>of the account's items to list -- "A" all, "N" those near
      *>the threshold, "1" the single item in ws-item-idx.
       01 ws-alert-rule pic x(6).
       01 ws-alert-branch pic x(3).
       01 ws-alert-text pic x(50).
       01 ws-alert-list pic x(1).
       01 ws-alert-items binary-long.
       01 ws-alert-amount pic s9(11)v99.
       01 ws-alert-count binary-long value 0.
       01 ws-rule-alert-table.
           03 ws-rule-alerts binary-long occurs 4 times.
       01 ws-rule-idx binary-long.
       01 ws-rule-names pic x(24) value "SINGLEDAYCNTDAYAMTNEARTH".

      *>Currency conversion through ExchRate.
       01 ws-fx-func pic x(8) value "CONVERT ".
       01 ws-conversion.
           03 ws-cv-currency pic x(3).
           03 ws-cv-amount pic s9(11)v99.
           03 ws-cv-base-amount pic s9(11)v99.
           03 ws-cv-base-currency pic x(3).
           03 ws-cv-rate pic 9(4)v9(6).
           03 ws-cv-rate-date pic 9(8).
       01 ws-fx-reply pic x(1).

       01 ws-count-disp pic 9(9).
       01 ws-items-disp pic 9(5).
       01 ws-items-edit pic zzzz9.
       01 ws-alert-disp pic zzz9.
       01 ws-money-edit pic zzz,zzz,zz9.99-.
       01 ws-base-edit pic zzz,zzz,zz9.99-.
       01 ws-rule-amount-edit pic zzz,zzz,zz9.99.
       01 ws-source-name pic x(7).
       01 ws-work-line pic x(100).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "ACTIVITYMONITOR".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Run return code: 0 nothing unusual, 4 alerts raised, 12 the
      *>clean file could not be read.
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
           perform read-rule-card
           perform varying ws-rule-idx from 1 by 1
             until ws-rule-idx > 4
               move 0 to ws-rule-alerts(ws-rule-idx)
           end-perform
           compute ws-near-floor = ws-single-amount - ws-near-margin

           open input clean-input-file
           if ws-cleanin-status <> "00"
               display "ACTIVITYMONITOR: unable to open cleanout.dat, "
                 "status " ws-cleanin-status
               move 12 to ws-run-rc
               move ws-run-rc to return-code
               goback
           end-if
           close clean-input-file

           open output alert-report
           if ws-report-status <> "00"
               display "ACTIVITYMONITOR: unable to open actmon.rpt, "
                 "status " ws-report-status
           end-if
           perform write-report-heading

           sort monitor-sort-file on ascending key sm-account
             sm-source sm-seq
               input procedure is release-monitor-items
               giving monitor-sorted-file

           open input monitor-sorted-file
           if ws-sorted-status <> "00"
               display "ACTIVITYMONITOR: unable to open actmon.srt, "
                 "status " ws-sorted-status
               move 12 to ws-run-rc
           else
               perform until ws-sorted-eof = 1
                   read monitor-sorted-file
                       at end
                           move 1 to ws-sorted-eof
                       not at end
                           perform take-one-item
                   end-read
               end-perform
               close monitor-sorted-file
               if ws-acct-account > 0
                   perform end-account
               end-if
           end-if

           perform write-report-summary
           if ws-report-status = "00"
               close alert-report
           end-if

           move "MONITOR-DONE" to ws-audit-event
           compute ws-audit-count1 = ws-clean-count + ws-charges-count
           move ws-alert-count to ws-audit-count2
           move spaces to ws-audit-text
           string "ITEMS " ws-audit-count1 " ALERTS " ws-audit-count2
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text

           if ws-alert-count > 0 and ws-run-rc < 4
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
                       display "ACTIVITYMONITOR: business date "
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
                   display "ACTIVITYMONITOR: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "ACTIVITYMONITOR: no usable calendar, using "
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

       read-rule-card section.
           open input rule-card
           if ws-card-status <> "00"
               display "ACTIVITYMONITOR: no actmon.ctl, default rules "
                 "in force"
               exit section
           end-if
           perform until ws-card-status <> "00"
               read rule-card
                   at end
                       move "10" to ws-card-status
                   not at end
                       perform take-rule-record
               end-read
           end-perform
           close rule-card.

       take-rule-record section.
           if card-amount is not numeric or card-count is not numeric
               display "ACTIVITYMONITOR: invalid figures for rule '"
                 card-rule "' on actmon.ctl, default kept"
               exit section
           end-if
           evaluate card-rule
               when "SINGLE"
                   move card-amount to ws-single-amount
               when "DAYCNT"
                   move card-count to ws-daycnt-count
               when "DAYAMT"
                   move card-amount to ws-dayamt-amount
               when "NEARTH"
                   move card-amount to ws-near-margin
                   move card-count to ws-near-count
               when other
                   display "ACTIVITYMONITOR: unknown rule '" card-rule
                     "' on actmon.ctl, ignored"
           end-evaluate.

       release-monitor-items section.
      *>The clean file first, then the charges feed; a night with no
      *>charges feed is monitored on the clean file alone.
           open input clean-input-file
           perform until ws-cleanin-status <> "00"
               read clean-input-file
                   at end
                       move "10" to ws-cleanin-status
                   not at end
                       add 1 to ws-clean-count
                       add 1 to ws-input-seq
                       move clean-key(1:6) to sm-account
                       move "T" to sm-source
                       move ws-input-seq to sm-seq
                       move clean-key to sm-key
                       move clean-branch to sm-branch
                       move clean-type to sm-type
                       move clean-currency to sm-currency
                       move clean-amount to sm-amount
                       perform convert-sort-item
                       release monitor-sort-record
               end-read
           end-perform
           close clean-input-file

           open input charges-file
           if ws-charges-status <> "00"
               display "ACTIVITYMONITOR: charges.dat not available "
                 "(status " ws-charges-status "), clean file only"
               exit section
           end-if
           perform until ws-charges-status <> "00"
               read charges-file
                   at end
                       move "10" to ws-charges-status
                   not at end
                       add 1 to ws-charges-count
                       add 1 to ws-input-seq
                       move charge-account to sm-account
                       move "C" to sm-source
                       move ws-input-seq to sm-seq
                       move spaces to sm-key
                       move spaces to sm-branch
                       move charge-type to sm-type
                       move charge-currency to sm-currency
                       compute sm-amount = charge-amount / 100
                       perform convert-sort-item
                       release monitor-sort-record
               end-read
           end-perform
           close charges-file.

       convert-sort-item section.
           move sm-currency to ws-cv-currency
           move sm-amount to ws-cv-amount
           call "ExchRate" using ws-fx-func ws-run-date ws-conversion
             ws-fx-reply
           if ws-fx-reply = "Y"
               move ws-cv-base-amount to sm-base
               move "Y" to sm-converted
           else
               move sm-amount to sm-base
               move "N" to sm-converted
           end-if.

       take-one-item section.
           if mt-account <> ws-acct-account
               if ws-acct-account > 0
                   perform end-account
               end-if
               move mt-account to ws-acct-account
               move 0 to ws-acct-items
               move 0 to ws-acct-gross
               move 0 to ws-acct-near
               move 0 to ws-acct-near-gross
               move spaces to ws-acct-branch
               add 1 to ws-account-count
           end-if
           add 1 to ws-acct-items
           if mt-base < 0
               compute ws-item-abs = 0 - mt-base
           else
               move mt-base to ws-item-abs
           end-if
           add ws-item-abs to ws-acct-gross
           if mt-source = "T"
               if ws-acct-branch = spaces
                   move mt-branch to ws-acct-branch
               else
                   if ws-acct-branch <> mt-branch
                       move "***" to ws-acct-branch
                   end-if
               end-if
           end-if
           if ws-acct-items <= 78-max-items
               move ws-acct-items to ws-item-idx
               move mt-source to ws-it-source(ws-item-idx)
               move mt-key to ws-it-key(ws-item-idx)
               move mt-branch to ws-it-branch(ws-item-idx)
               move mt-type to ws-it-type(ws-item-idx)
               move mt-currency to ws-it-currency(ws-item-idx)
               move mt-amount to ws-it-amount(ws-item-idx)
               move mt-base to ws-it-base(ws-item-idx)
               move mt-converted to ws-it-converted(ws-item-idx)
               move "N" to ws-it-near(ws-item-idx)
           else
               move 0 to ws-item-idx
           end-if

      *>Just under the single-item line counts toward NEARTH; at or
      *>over it is an alert on its own.
           if ws-single-amount = 0
               exit section
           end-if
           if ws-near-margin > 0 and ws-near-count > 0 and
             ws-item-abs >= ws-near-floor and
             ws-item-abs < ws-single-amount
               add 1 to ws-acct-near
               add ws-item-abs to ws-acct-near-gross
               if ws-item-idx > 0
                   move "Y" to ws-it-near(ws-item-idx)
               end-if
           end-if
           if ws-item-abs >= ws-single-amount
               move "SINGLE" to ws-alert-rule
               move 1 to ws-rule-idx
               move ws-single-amount to ws-rule-amount-edit
               move spaces to ws-alert-text
               string "ONE ITEM AT OR OVER " ws-rule-amount-edit
                 delimited by size into ws-alert-text
               move mt-branch to ws-alert-branch
               move "1" to ws-alert-list
               move 1 to ws-alert-items
               move ws-item-abs to ws-alert-amount
               perform write-alert
           end-if.

       end-account section.
      *>The account-level rules, once its last item is in.
           if ws-daycnt-count > 0 and ws-acct-items > ws-daycnt-count
               move "DAYCNT" to ws-alert-rule
               move 2 to ws-rule-idx
               move ws-daycnt-count to ws-items-edit
               move spaces to ws-alert-text
               string "MORE THAN " ws-items-edit " ITEMS IN THE NIGHT"
                 delimited by size into ws-alert-text
               move ws-acct-branch to ws-alert-branch
               move "A" to ws-alert-list
               move ws-acct-items to ws-alert-items
               move ws-acct-gross to ws-alert-amount
               perform write-alert
           end-if
           if ws-dayamt-amount > 0 and
             ws-acct-gross >= ws-dayamt-amount
               move "DAYAMT" to ws-alert-rule
               move 3 to ws-rule-idx
               move ws-dayamt-amount to ws-rule-amount-edit
               move spaces to ws-alert-text
               string "NIGHT'S ITEMS AT OR OVER " ws-rule-amount-edit
                 delimited by size into ws-alert-text
               move ws-acct-branch to ws-alert-branch
               move "A" to ws-alert-list
               move ws-acct-items to ws-alert-items
               move ws-acct-gross to ws-alert-amount
               perform write-alert
           end-if
           if ws-near-count > 0 and ws-acct-near >= ws-near-count
               move "NEARTH" to ws-alert-rule
               move 4 to ws-rule-idx
               move ws-near-margin to ws-rule-amount-edit
               move spaces to ws-alert-text
               string "ITEMS WITHIN " ws-rule-amount-edit
                 " UNDER SINGLE"
                 delimited by size into ws-alert-text
               move ws-acct-branch to ws-alert-branch
               move "N" to ws-alert-list
               move ws-acct-near to ws-alert-items
               move ws-acct-near-gross to ws-alert-amount
               perform write-alert
           end-if.

       write-alert section.
      *>The alert line, the items behind it, and its audit event.
           add 1 to ws-alert-count
           add 1 to ws-rule-alerts(ws-rule-idx)
           move ws-alert-count to ws-alert-disp
           move ws-alert-items to ws-items-edit
           move ws-alert-amount to ws-money-edit
           move spaces to ws-work-line
           string "ALERT " ws-alert-disp " ACCOUNT " ws-acct-account
             " BRANCH " ws-alert-branch " RULE " ws-alert-rule " "
             ws-alert-text
             delimited by size into ws-work-line
           perform write-alert-line
           move spaces to ws-work-line
           string "           ITEMS " ws-items-edit "  BASE AMOUNT "
             ws-money-edit
             delimited by size into ws-work-line
           perform write-alert-line
           move spaces to ws-work-line
           string "    SOURCE  KEY       BRANCH TYPE CCY  "
             "      AMOUNT FED     BASE AMOUNT"
             delimited by size into ws-work-line
           perform write-alert-line
           if ws-alert-list = "1"
               if ws-item-idx > 0
                   perform write-item-line
               end-if
           else
               perform varying ws-item-idx from 1 by 1
                 until ws-item-idx > ws-acct-items or
                 ws-item-idx > 78-max-items
                   if ws-alert-list = "A" or
                     ws-it-near(ws-item-idx) = "Y"
                       perform write-item-line
                   end-if
               end-perform
               if ws-acct-items > 78-max-items
                   move spaces to ws-work-line
                   string "    FURTHER ITEMS NOT LISTED - TABLE OF "
                     78-max-items " FULL"
                     delimited by size into ws-work-line
                   perform write-alert-line
               end-if
           end-if
           move spaces to ws-work-line
           perform write-alert-line

           move "ACT-ALERT" to ws-audit-event
           move ws-alert-items to ws-items-disp
           move ws-alert-amount to ws-money-edit
           move spaces to ws-audit-text
           string ws-alert-rule " ACCOUNT " ws-acct-account " BR "
             ws-alert-branch " ITEMS " ws-items-disp " AMT "
             ws-money-edit
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       write-item-line section.
           if ws-it-source(ws-item-idx) = "T"
               move "CLEAN" to ws-source-name
           else
               move "CHARGES" to ws-source-name
           end-if
           move ws-it-amount(ws-item-idx) to ws-money-edit
           move ws-it-base(ws-item-idx) to ws-base-edit
           move spaces to ws-work-line
           string "    " ws-source-name " " ws-it-key(ws-item-idx) " "
             ws-it-branch(ws-item-idx) "    " ws-it-type(ws-item-idx)
             "    " ws-it-currency(ws-item-idx) " " ws-money-edit " "
             ws-base-edit
             delimited by size into ws-work-line
           if ws-it-converted(ws-item-idx) = "N"
               move "AS FED" to ws-work-line(71:6)
           end-if
           perform write-alert-line.

       write-report-heading section.
           move spaces to ws-work-line
           string "ACTIVITY MONITOR - COMPLIANCE ALERTS - RUN DATE: "
             ws-run-date
             delimited by size into ws-work-line
           perform write-alert-line
           move spaces to ws-work-line
           perform write-alert-line
           move ws-single-amount to ws-rule-amount-edit
           move spaces to ws-work-line
           string "RULE SINGLE  ONE ITEM AT OR OVER      "
             ws-rule-amount-edit
             delimited by size into ws-work-line
           perform write-alert-line
           move ws-daycnt-count to ws-items-edit
           move spaces to ws-work-line
           string "RULE DAYCNT  ACCOUNT ITEMS OVER       "
             "         " ws-items-edit
             delimited by size into ws-work-line
           perform write-alert-line
           move ws-dayamt-amount to ws-rule-amount-edit
           move spaces to ws-work-line
           string "RULE DAYAMT  ACCOUNT AMOUNT AT OR OVER"
             ws-rule-amount-edit
             delimited by size into ws-work-line
           perform write-alert-line
           move ws-near-margin to ws-rule-amount-edit
           move ws-near-count to ws-items-edit
           move spaces to ws-work-line
           string "RULE NEARTH  WITHIN UNDER SINGLE      "
             ws-rule-amount-edit "  ITEMS " ws-items-edit
             delimited by size into ws-work-line
           perform write-alert-line
           move spaces to ws-work-line
           string "(ZERO IS OFF; AMOUNTS IN BASE CURRENCY)"
             delimited by size into ws-work-line
           perform write-alert-line
           move spaces to ws-work-line
           perform write-alert-line.

       write-report-summary section.
           move ws-clean-count to ws-count-disp
           move spaces to ws-work-line
           string "CLEAN FILE ITEMS:    " ws-count-disp
             delimited by size into ws-work-line
           perform write-alert-line
           move ws-charges-count to ws-count-disp
           move spaces to ws-work-line
           string "CHARGES ITEMS:       " ws-count-disp
             delimited by size into ws-work-line
           perform write-alert-line
           move ws-account-count to ws-count-disp
           move spaces to ws-work-line
           string "ACCOUNTS MONITORED:  " ws-count-disp
             delimited by size into ws-work-line
           perform write-alert-line
           perform varying ws-rule-idx from 1 by 1
             until ws-rule-idx > 4
               move ws-rule-alerts(ws-rule-idx) to ws-count-disp
               move spaces to ws-work-line
               string "ALERTS " ws-rule-names((ws-rule-idx - 1) * 6 + 1:6)
                 ":       " ws-count-disp
                 delimited by size into ws-work-line
               perform write-alert-line
           end-perform
           move ws-alert-count to ws-count-disp
           move spaces to ws-work-line
           string "ALERTS IN ALL:       " ws-count-disp
             delimited by size into ws-work-line
           perform write-alert-line.

       write-alert-line section.
           if ws-report-status = "00"
               write alert-line from ws-work-line
           end-if.

       end program ActivityMonitor.
