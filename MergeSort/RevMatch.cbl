      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. RevMatch.

      *>Reversal matching. Every type "R" the stream nets in --
      *>tonight's reversals on cleanout.dat and tonight's reversal
      *>charges on charges.dat -- is paired with the original debit
      *>it claims to reverse: same account (the leading six digits of
      *>the extract key, or the charge account) and same amount,
      *>looking back a number of days from revmatch.ctl across the
      *>dated cleanout<date>.dat copies RollForward keeps and the
      *>charge-subtotal history on chghist.dat. revmatch.rpt lists
      *>  - reversals with no original at all,
      *>  - reversals larger than what is left of their original,
      *>  - originals already reversed in full,
      *>which until now only an auditor with a highlighter would
      *>catch. Each original carries what is left of it to reverse,
      *>and every match takes the reversal off it, so partial
      *>reversals that between them exceed the original are caught
      *>on the one that goes over. Reversals on the retained copies
      *>are matched too, in date order, so an original reversed last
      *>week is already spent when tonight's second reversal of it
      *>arrives; only tonight's reversals are reported, and each one
      *>reported is queued on the exception work queue (ExcQueue).
      *>Charge originals before tonight are the nightly subtotals on
      *>chghist.dat (the only charge history kept), so a charge
      *>reversal matches a night whose net charge on the account was
      *>exactly the reversed amount, or tonight's own debit charges.
      *>A reversal matches only an original in its own currency. A
      *>blank code is the base currency and is compared as the base
      *>code ExchRate names, so the two spellings match each other;
      *>the chghist subtotals are in the base currency, so a foreign
      *>charge reversal can match only tonight's foreign charges.
       environment division.
       input-output section.
       file-control.
           select clean-input-file assign to dynamic ws-clean-path
               organization line sequential
               file status is ws-cleanin-status.
           select charges-file assign to
             "../LocalVariables/charges.dat"
               organization line sequential
               file status is ws-charges-status.
           select charge-history assign to
             "../LocalVariables/chghist.dat"
               organization line sequential
               file status is ws-history-status.
           select lookback-card assign to "revmatch.ctl"
               organization line sequential
               file status is ws-card-status.
           select match-report assign to "revmatch.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  clean-input-file.
       01  clean-input-record.
           03 clean-key pic 9(9).
           03 clean-branch pic 9(3).
           03 clean-tran-date pic 9(8).
           03 clean-amount pic s9(7)v99 sign leading separate.
           03 clean-type pic x(1).
           03 clean-currency pic x(3).

       fd  charges-file.
       01  charges-record.
           03 charge-account pic 9(6).
           03 charge-amount pic 9(7).
           03 charge-type pic x(1).
           03 charge-currency pic x(3).

       fd  charge-history.
       01  hist-record.
           03 hist-date pic 9(8).
           03 hist-account pic 9(6).
           03 hist-amount pic s9(10) sign leading separate.

      *>Single record: days to look back for an original, columns
      *>1-3. No card means 30. The dated clean files only go back as
      *>far as the retention on rollfwd.ctl.
       fd  lookback-card.
       01  lookback-card-record.
           03 card-lookback-days pic 9(3).

       fd  match-report.
       01  match-line pic x(80).

       working-storage section.
       01 ws-cleanin-status pic xx.
       01 ws-charges-status pic xx.
       01 ws-history-status pic xx.
       01 ws-card-status pic xx.
       01 ws-report-status pic xx.

       01 ws-clean-path pic x(44).
       01 ws-lookback-days pic 9(3) value 30.
       01 ws-window-start pic 9(8).
       01 ws-day-int binary-long.
       01 ws-end-int binary-long.
       01 ws-this-date pic 9(8).
       01 ws-files-read binary-long value 0.
       01 ws-key-split.
           03 ws-key-account pic 9(6).
           03 ws-key-seq pic 9(3).

      *>Candidate originals: "P" posted debits (with their key), "C"
      *>charges (tonight's debit charges, and earlier nights' net
      *>subtotals). ws-or-reversed counts the reversals spent against
      *>each one and ws-or-remaining is what is left to reverse.
       78 78-max-originals value 20000.
       01 ws-orig-count binary-long value 0.
       01 ws-orig-table.
           03 ws-orig-entry occurs 20000 times.
              05 ws-or-source pic x(1).
              05 ws-or-account pic 9(6).
              05 ws-or-date pic 9(8).
              05 ws-or-key pic 9(9).
              05 ws-or-amount pic s9(9)v99.
              05 ws-or-currency pic x(3).
              05 ws-or-reversed binary-long.
              05 ws-or-remaining pic s9(9)v99.
       01 ws-or-idx binary-long.

      *>Reversals in date order. ws-rv-result: "M" matched, "P"
      *>matched part of an original with enough left, "D" matched an
      *>original already reversed in full, "L" larger than what was
      *>left of its original, "U" unmatched. ws-rv-left is what the
      *>original had left just before this reversal took from it.
       78 78-max-reversals value 5000.
       01 ws-rev-count binary-long value 0.
       01 ws-rev-table.
           03 ws-rev-entry occurs 5000 times.
              05 ws-rv-source pic x(1).
              05 ws-rv-account pic 9(6).
              05 ws-rv-date pic 9(8).
              05 ws-rv-key pic 9(9).
              05 ws-rv-amount pic s9(9)v99.
              05 ws-rv-currency pic x(3).
              05 ws-rv-tonight pic x(1).
              05 ws-rv-result pic x(1).
              05 ws-rv-orig binary-long.
              05 ws-rv-left pic s9(9)v99.
       01 ws-rv-idx binary-long.
       01 ws-table-full binary-long value 0.

       01 ws-exact-unused binary-long.
       01 ws-orig-covers binary-long.
       01 ws-orig-short binary-long.
       01 ws-orig-spent binary-long.
       01 ws-found binary-long.
       01 ws-work-amount pic s9(9)v99.

       01 ws-tonight-count binary-long value 0.
       01 ws-matched-count binary-long value 0.
       01 ws-partial-count binary-long value 0.
       01 ws-unmatched-count binary-long value 0.
       01 ws-larger-count binary-long value 0.
       01 ws-repeat-count binary-long value 0.
       01 ws-section-count binary-long.
       01 ws-count-disp pic 9(9).
       01 ws-times-disp pic zz9.
       01 ws-amount-edit pic z,zzz,zz9.99-.
       01 ws-orig-edit pic z,zzz,zz9.99-.
       01 ws-work-line pic x(80).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "REVMATCH".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).
       01 ws-audit-count3 pic 9(9).

      *>Exception work queue (ExcQueue): tonight's unmatched, over-
      *>and repeat reversals are queued for someone to work.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).

      *>Base currency, through ExchRate: a blank currency code is
      *>compared as this code.
       01 ws-fx-func pic x(8) value "CHECK   ".
       01 ws-fx-date pic 9(8) value 0.
       01 ws-conversion.
           03 ws-cv-currency pic x(3).
           03 ws-cv-amount pic s9(11)v99.
           03 ws-cv-base-amount pic s9(11)v99.
           03 ws-cv-base-currency pic x(3).
           03 ws-cv-rate pic 9(4)v9(6).
           03 ws-cv-rate-date pic 9(8).
       01 ws-fx-reply pic x(1).
       01 ws-base-currency pic x(3) value spaces.
       01 ws-match-currency pic x(3).

      *>Run return code: 0 every reversal matched, 4 reversals on
      *>the exception sections (or a table filled up), 12 tonight's
      *>cleanout.dat was missing.
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
           perform read-lookback-card
           perform get-base-currency
           compute ws-day-int = function integer-of-date(ws-run-date)
             - ws-lookback-days
           compute ws-window-start = function date-of-integer(
             ws-day-int)

           perform load-retained-postings
           perform load-charge-history
           move "cleanout.dat" to ws-clean-path
           move ws-run-date to ws-this-date
           open input clean-input-file
           if ws-cleanin-status <> "00"
               display "REVMATCH: unable to open cleanout.dat, "
                 "status " ws-cleanin-status
               move 12 to ws-run-rc
               move ws-run-rc to return-code
               goback
           end-if
           perform load-one-clean-file
           close clean-input-file
           perform load-tonight-charges

           perform varying ws-rv-idx from 1 by 1
             until ws-rv-idx > ws-rev-count
               perform match-one-reversal
           end-perform

           perform write-match-report
           perform queue-exceptions

           move "REV-DONE" to ws-audit-event
           move ws-tonight-count to ws-audit-count1
           move ws-unmatched-count to ws-audit-count2
           compute ws-audit-count3 = ws-larger-count +
             ws-repeat-count
           move spaces to ws-audit-text
           string "REVERSALS " ws-audit-count1 " UNMATCHED "
             ws-audit-count2 " OTHER " ws-audit-count3
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text
           if ws-unmatched-count > 0
               move "REV-UNMATCH" to ws-audit-event
               move spaces to ws-audit-text
               string ws-audit-count2 " REVERSALS ON " ws-run-date
                 " HAVE NO ORIGINAL"
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program
                 ws-audit-event ws-audit-text
           end-if

           if (ws-unmatched-count > 0 or ws-larger-count > 0 or
             ws-repeat-count > 0 or ws-table-full = 1) and
             ws-run-rc < 4
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
                       display "REVMATCH: business date "
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
                   display "REVMATCH: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "REVMATCH: no usable calendar, using "
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

       get-base-currency section.
           move spaces to ws-cv-currency
           call "ExchRate" using ws-fx-func ws-fx-date ws-conversion
             ws-fx-reply
           move ws-cv-base-currency to ws-base-currency
           if ws-base-currency = spaces
               display "REVMATCH: no base currency on currency.dat, "
                 "blank currency codes compared as blank"
           end-if.

       set-match-currency section.
           if ws-match-currency = spaces
               move ws-base-currency to ws-match-currency
           end-if.

       read-lookback-card section.
           open input lookback-card
           if ws-card-status = "00"
               read lookback-card
                   at end
                       continue
                   not at end
                       if card-lookback-days is numeric and
                         card-lookback-days <> 0
                           move card-lookback-days to
                             ws-lookback-days
                       else
                           display "REVMATCH: invalid lookback on "
                             "revmatch.ctl, using " ws-lookback-days
                             " days"
                       end-if
               end-read
               close lookback-card
           end-if.

       load-retained-postings section.
      *>The dated clean files for the window, oldest first, so the
      *>reversals land in the table in date order. Tonight's own
      *>clean file is read separately -- its dated copy is only cut
      *>by RollForward later in the night.
           compute ws-day-int = function integer-of-date(
             ws-window-start)
           compute ws-end-int = function integer-of-date(ws-run-date)
           perform until ws-day-int >= ws-end-int
               compute ws-this-date = function date-of-integer(
                 ws-day-int)
               move spaces to ws-clean-path
               string "cleanout" ws-this-date ".dat"
                 delimited by size into ws-clean-path
               open input clean-input-file
               if ws-cleanin-status = "00"
                   add 1 to ws-files-read
                   perform load-one-clean-file
                   close clean-input-file
               end-if
               add 1 to ws-day-int
           end-perform.

       load-one-clean-file section.
      *>Debits are candidate originals, reversals are to be matched;
      *>credits take no part.
           perform until ws-cleanin-status = "10"
               read clean-input-file
                   at end
                       move "10" to ws-cleanin-status
                   not at end
                       move clean-key to ws-key-split
                       evaluate clean-type
                           when "D"
                               perform add-posting-original
                           when "R"
                               perform add-posting-reversal
                       end-evaluate
               end-read
           end-perform.

       add-posting-original section.
           if ws-orig-count >= 78-max-originals
               perform note-table-full
               exit section
           end-if
           add 1 to ws-orig-count
           move "P" to ws-or-source(ws-orig-count)
           move ws-key-account to ws-or-account(ws-orig-count)
           move ws-this-date to ws-or-date(ws-orig-count)
           move clean-key to ws-or-key(ws-orig-count)
           move clean-amount to ws-or-amount(ws-orig-count)
           move clean-amount to ws-or-remaining(ws-orig-count)
           move clean-currency to ws-match-currency
           perform set-match-currency
           move ws-match-currency to ws-or-currency(ws-orig-count)
           move 0 to ws-or-reversed(ws-orig-count).

       add-posting-reversal section.
           if ws-rev-count >= 78-max-reversals
               perform note-table-full
               exit section
           end-if
           add 1 to ws-rev-count
           move "P" to ws-rv-source(ws-rev-count)
           move ws-key-account to ws-rv-account(ws-rev-count)
           move ws-this-date to ws-rv-date(ws-rev-count)
           move clean-key to ws-rv-key(ws-rev-count)
           move clean-amount to ws-rv-amount(ws-rev-count)
           move clean-currency to ws-match-currency
           perform set-match-currency
           move ws-match-currency to ws-rv-currency(ws-rev-count)
           if ws-this-date = ws-run-date
               move "Y" to ws-rv-tonight(ws-rev-count)
               add 1 to ws-tonight-count
           else
               move "N" to ws-rv-tonight(ws-rev-count)
           end-if
           move spaces to ws-rv-result(ws-rev-count)
           move 0 to ws-rv-orig(ws-rev-count)
           move 0 to ws-rv-left(ws-rev-count).

       load-charge-history section.
      *>Earlier nights' net charge per account. A rerun of a night
      *>appended a second row for the account; the later row
      *>replaces the earlier one, as on ChargeVariance. Nights that
      *>netted to a credit are no original for anything.
           open input charge-history
           if ws-history-status <> "00"
               display "REVMATCH: chghist.dat not available (status "
                 ws-history-status "), charge reversals matched "
                 "against tonight's charges only"
               exit section
           end-if
           perform until ws-history-status = "10"
               read charge-history
                   at end
                       move "10" to ws-history-status
                   not at end
                       if hist-date >= ws-window-start and
                         hist-date < ws-run-date
                           perform add-history-original
                       end-if
               end-read
           end-perform
           close charge-history.

       add-history-original section.
           compute ws-work-amount = hist-amount / 100
           move 0 to ws-found
           perform varying ws-or-idx from 1 by 1
             until ws-or-idx > ws-orig-count or ws-found = 1
               if ws-or-source(ws-or-idx) = "C" and
                 ws-or-account(ws-or-idx) = hist-account and
                 ws-or-date(ws-or-idx) = hist-date
                   move 1 to ws-found
               end-if
           end-perform
           if ws-found = 1
               subtract 1 from ws-or-idx
               move ws-work-amount to ws-or-amount(ws-or-idx)
               move ws-work-amount to ws-or-remaining(ws-or-idx)
               exit section
           end-if
           if ws-work-amount <= 0
               exit section
           end-if
           if ws-orig-count >= 78-max-originals
               perform note-table-full
               exit section
           end-if
           add 1 to ws-orig-count
           move "C" to ws-or-source(ws-orig-count)
           move hist-account to ws-or-account(ws-orig-count)
           move hist-date to ws-or-date(ws-orig-count)
           move 0 to ws-or-key(ws-orig-count)
           move ws-work-amount to ws-or-amount(ws-orig-count)
           move ws-work-amount to ws-or-remaining(ws-orig-count)
           move ws-base-currency to ws-or-currency(ws-orig-count)
           move 0 to ws-or-reversed(ws-orig-count).

       load-tonight-charges section.
      *>Tonight's charges feed: debit charges are originals in their
      *>own right, reversal charges are matched. Amounts are pennies
      *>on the feed.
           open input charges-file
           if ws-charges-status <> "00"
               display "REVMATCH: charges.dat not available (status "
                 ws-charges-status "), no charge reversals matched"
               exit section
           end-if
           perform until ws-charges-status = "10"
               read charges-file
                   at end
                       move "10" to ws-charges-status
                   not at end
                       compute ws-work-amount = charge-amount / 100
                       evaluate charge-type
                           when "D"
                               perform add-charge-original
                           when "R"
                               perform add-charge-reversal
                       end-evaluate
               end-read
           end-perform
           close charges-file.

       add-charge-original section.
           if ws-orig-count >= 78-max-originals
               perform note-table-full
               exit section
           end-if
           add 1 to ws-orig-count
           move "C" to ws-or-source(ws-orig-count)
           move charge-account to ws-or-account(ws-orig-count)
           move ws-run-date to ws-or-date(ws-orig-count)
           move 0 to ws-or-key(ws-orig-count)
           move ws-work-amount to ws-or-amount(ws-orig-count)
           move ws-work-amount to ws-or-remaining(ws-orig-count)
           move charge-currency to ws-match-currency
           perform set-match-currency
           move ws-match-currency to ws-or-currency(ws-orig-count)
           move 0 to ws-or-reversed(ws-orig-count).

       add-charge-reversal section.
           if ws-rev-count >= 78-max-reversals
               perform note-table-full
               exit section
           end-if
           add 1 to ws-rev-count
           add 1 to ws-tonight-count
           move "C" to ws-rv-source(ws-rev-count)
           move charge-account to ws-rv-account(ws-rev-count)
           move ws-run-date to ws-rv-date(ws-rev-count)
           move 0 to ws-rv-key(ws-rev-count)
           move ws-work-amount to ws-rv-amount(ws-rev-count)
           move charge-currency to ws-match-currency
           perform set-match-currency
           move ws-match-currency to ws-rv-currency(ws-rev-count)
           move "Y" to ws-rv-tonight(ws-rev-count)
           move spaces to ws-rv-result(ws-rev-count)
           move 0 to ws-rv-orig(ws-rev-count)
           move 0 to ws-rv-left(ws-rev-count).

       note-table-full section.
           if ws-table-full = 0
               move 1 to ws-table-full
               display "REVMATCH: match tables full -- later items "
                 "in the window not matched"
           end-if.

       match-one-reversal section.
      *>Candidates are originals of the same source, account and
      *>currency dated no later than the reversal. An unreversed
      *>original of exactly the amount wins; failing that one with
      *>enough left (a partial reversal, accepted); then one with
      *>something, but not enough, left (the reversal is larger than
      *>what remains of it); then one already reversed in full (a
      *>repeat reversal); otherwise nothing matched. Whatever the
      *>match, the reversal comes off what the original has left.
           move 0 to ws-exact-unused
           move 0 to ws-orig-covers
           move 0 to ws-orig-short
           move 0 to ws-orig-spent
           perform varying ws-or-idx from 1 by 1
             until ws-or-idx > ws-orig-count
               if ws-or-source(ws-or-idx) = ws-rv-source(ws-rv-idx)
                 and ws-or-account(ws-or-idx) =
                 ws-rv-account(ws-rv-idx)
                 and ws-or-currency(ws-or-idx) =
                 ws-rv-currency(ws-rv-idx)
                 and ws-or-date(ws-or-idx) <= ws-rv-date(ws-rv-idx)
                 and ws-or-amount(ws-or-idx) > 0
                   evaluate true
                       when ws-or-remaining(ws-or-idx) =
                         ws-or-amount(ws-or-idx) and
                         ws-or-amount(ws-or-idx) =
                         ws-rv-amount(ws-rv-idx)
                           if ws-exact-unused = 0
                               move ws-or-idx to ws-exact-unused
                           end-if
                       when ws-or-remaining(ws-or-idx) >=
                         ws-rv-amount(ws-rv-idx)
                           if ws-orig-covers = 0
                               move ws-or-idx to ws-orig-covers
                           end-if
                       when ws-or-remaining(ws-or-idx) > 0
                           move ws-or-idx to ws-orig-short
                       when other
                           move ws-or-idx to ws-orig-spent
                   end-evaluate
               end-if
           end-perform
           evaluate true
               when ws-exact-unused > 0
                   move "M" to ws-rv-result(ws-rv-idx)
                   move ws-exact-unused to ws-rv-orig(ws-rv-idx)
               when ws-orig-covers > 0
                   move "P" to ws-rv-result(ws-rv-idx)
                   move ws-orig-covers to ws-rv-orig(ws-rv-idx)
               when ws-orig-short > 0
                   move "L" to ws-rv-result(ws-rv-idx)
                   move ws-orig-short to ws-rv-orig(ws-rv-idx)
               when ws-orig-spent > 0
                   move "D" to ws-rv-result(ws-rv-idx)
                   move ws-orig-spent to ws-rv-orig(ws-rv-idx)
               when other
                   move "U" to ws-rv-result(ws-rv-idx)
           end-evaluate
           if ws-rv-orig(ws-rv-idx) > 0
               move ws-rv-orig(ws-rv-idx) to ws-or-idx
               move ws-or-remaining(ws-or-idx) to ws-rv-left(ws-rv-idx)
               add 1 to ws-or-reversed(ws-or-idx)
               if ws-or-remaining(ws-or-idx) > ws-rv-amount(ws-rv-idx)
                   subtract ws-rv-amount(ws-rv-idx) from
                     ws-or-remaining(ws-or-idx)
               else
                   move 0 to ws-or-remaining(ws-or-idx)
               end-if
           end-if
           if ws-rv-tonight(ws-rv-idx) = "Y"
               evaluate ws-rv-result(ws-rv-idx)
                   when "M"
                       add 1 to ws-matched-count
                   when "P"
                       add 1 to ws-partial-count
                   when "D"
                       add 1 to ws-repeat-count
                   when "L"
                       add 1 to ws-larger-count
                   when "U"
                       add 1 to ws-unmatched-count
               end-evaluate
           end-if.

       write-match-report section.
           open output match-report
           if ws-report-status <> "00"
               display "REVMATCH: unable to open revmatch.rpt, "
                 "status " ws-report-status
               exit section
           end-if
           move spaces to ws-work-line
           string "REVERSAL MATCHING - RUN DATE: " ws-run-date
             "  LOOKBACK " ws-lookback-days " DAYS FROM "
             ws-window-start
             delimited by size into ws-work-line
           perform write-match-line
           move spaces to ws-work-line
           perform write-match-line

           move "UNMATCHED REVERSALS" to ws-work-line
           perform write-match-line
           move 0 to ws-section-count
           perform varying ws-rv-idx from 1 by 1
             until ws-rv-idx > ws-rev-count
               if ws-rv-tonight(ws-rv-idx) = "Y" and
                 ws-rv-result(ws-rv-idx) = "U"
                   add 1 to ws-section-count
                   perform format-reversal
                   perform write-match-line
               end-if
           end-perform
           perform write-section-end

           move "REVERSALS LARGER THAN WHAT WAS LEFT OF THEIR ORIGINAL"
             to ws-work-line
           perform write-match-line
           move 0 to ws-section-count
           perform varying ws-rv-idx from 1 by 1
             until ws-rv-idx > ws-rev-count
               if ws-rv-tonight(ws-rv-idx) = "Y" and
                 ws-rv-result(ws-rv-idx) = "L"
                   add 1 to ws-section-count
                   perform format-reversal
                   perform write-match-line
                   perform format-original
                   perform write-match-line
                   move ws-rv-left(ws-rv-idx) to ws-orig-edit
                   move spaces to ws-work-line
                   string "    LEFT TO REVERSE BEFORE THIS ONE "
                     ws-orig-edit
                     delimited by size into ws-work-line
                   perform write-match-line
               end-if
           end-perform
           perform write-section-end

           move "ORIGINALS ALREADY REVERSED IN FULL" to ws-work-line
           perform write-match-line
           move 0 to ws-section-count
           perform varying ws-rv-idx from 1 by 1
             until ws-rv-idx > ws-rev-count
               if ws-rv-tonight(ws-rv-idx) = "Y" and
                 ws-rv-result(ws-rv-idx) = "D"
                   add 1 to ws-section-count
                   perform format-reversal
                   perform write-match-line
                   perform format-original
                   perform write-match-line
               end-if
           end-perform
           perform write-section-end

           move ws-files-read to ws-count-disp
           move spaces to ws-work-line
           string "DATED CLEAN FILES READ:   " ws-count-disp
             delimited by size into ws-work-line
           perform write-match-line
           move ws-tonight-count to ws-count-disp
           move spaces to ws-work-line
           string "REVERSALS TONIGHT:        " ws-count-disp
             delimited by size into ws-work-line
           perform write-match-line
           move ws-matched-count to ws-count-disp
           move spaces to ws-work-line
           string "MATCHED:                  " ws-count-disp
             delimited by size into ws-work-line
           perform write-match-line
           move ws-partial-count to ws-count-disp
           move spaces to ws-work-line
           string "PARTIAL REVERSALS:        " ws-count-disp
             delimited by size into ws-work-line
           perform write-match-line
           move ws-unmatched-count to ws-count-disp
           move spaces to ws-work-line
           string "UNMATCHED:                " ws-count-disp
             delimited by size into ws-work-line
           perform write-match-line
           move ws-larger-count to ws-count-disp
           move spaces to ws-work-line
           string "LARGER THAN AMOUNT LEFT:  " ws-count-disp
             delimited by size into ws-work-line
           perform write-match-line
           move ws-repeat-count to ws-count-disp
           move spaces to ws-work-line
           string "REPEAT REVERSALS:         " ws-count-disp
             delimited by size into ws-work-line
           perform write-match-line
           if ws-table-full = 1
               move "MATCH TABLES FULL - WINDOW NOT FULLY MATCHED"
                 to ws-work-line
               perform write-match-line
           end-if
           close match-report.

       queue-exceptions section.
      *>Every reversal on tonight's exception sections also goes on
      *>the work queue, so it is worked rather than just printed.
           move "BEGIN   " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply
           perform varying ws-rv-idx from 1 by 1
             until ws-rv-idx > ws-rev-count
               if ws-rv-tonight(ws-rv-idx) = "Y" and
                 (ws-rv-result(ws-rv-idx) = "U" or "L" or "D")
                   perform queue-one-reversal
               end-if
           end-perform
           move "END     " to ws-exc-func
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       queue-one-reversal section.
           move spaces to ws-exc-key
           if ws-rv-source(ws-rv-idx) = "P"
               string "KEY " ws-rv-key(ws-rv-idx) " ACCOUNT "
                 ws-rv-account(ws-rv-idx)
                 delimited by size into ws-exc-key
           else
               string "ACCOUNT " ws-rv-account(ws-rv-idx)
                 " CHARGE REVERSAL"
                 delimited by size into ws-exc-key
           end-if
           move ws-rv-amount(ws-rv-idx) to ws-amount-edit
           move spaces to ws-exc-reason
           evaluate ws-rv-result(ws-rv-idx)
               when "U"
                   string "NO ORIGINAL FOUND " ws-amount-edit " "
                     ws-rv-currency(ws-rv-idx)
                     delimited by size into ws-exc-reason
               when "L"
                   string "EXCEEDS ORIGINAL LEFT " ws-amount-edit " "
                     ws-rv-currency(ws-rv-idx)
                     delimited by size into ws-exc-reason
               when other
                   string "ORIG ALREADY REVERSED " ws-amount-edit " "
                     ws-rv-currency(ws-rv-idx)
                     delimited by size into ws-exc-reason
           end-evaluate
           move "ADD     " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       format-reversal section.
           move ws-rv-amount(ws-rv-idx) to ws-amount-edit
           move spaces to ws-work-line
           if ws-rv-source(ws-rv-idx) = "P"
               string "  POSTING ACCOUNT " ws-rv-account(ws-rv-idx)
                 " KEY " ws-rv-key(ws-rv-idx) " "
                 ws-rv-date(ws-rv-idx) " " ws-amount-edit " "
                 ws-rv-currency(ws-rv-idx)
                 delimited by size into ws-work-line
           else
               string "  CHARGE  ACCOUNT " ws-rv-account(ws-rv-idx)
                 "               " ws-rv-date(ws-rv-idx) " "
                 ws-amount-edit " " ws-rv-currency(ws-rv-idx)
                 delimited by size into ws-work-line
           end-if.

       format-original section.
           move ws-rv-orig(ws-rv-idx) to ws-or-idx
           move ws-or-amount(ws-or-idx) to ws-orig-edit
           move ws-or-reversed(ws-or-idx) to ws-times-disp
           move spaces to ws-work-line
           if ws-or-source(ws-or-idx) = "P"
               string "    ORIGINAL KEY " ws-or-key(ws-or-idx) " "
                 ws-or-date(ws-or-idx) " " ws-orig-edit " "
                 ws-or-currency(ws-or-idx)
                 " REVERSED " ws-times-disp "X"
                 delimited by size into ws-work-line
           else
               string "    ORIGINAL CHARGES " ws-or-date(ws-or-idx)
                 " " ws-orig-edit " " ws-or-currency(ws-or-idx)
                 " REVERSED " ws-times-disp "X"
                 delimited by size into ws-work-line
           end-if.

       write-section-end section.
           if ws-section-count = 0
               move "  NONE" to ws-work-line
               perform write-match-line
           end-if
           move spaces to ws-work-line
           perform write-match-line.

       write-match-line section.
           if ws-report-status = "00"
               write match-line from ws-work-line
           end-if.

       end program RevMatch.
