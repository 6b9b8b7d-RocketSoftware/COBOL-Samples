      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. CleanProof.

      *>Amount-level proof that every step reading cleanout.dat saw
      *>the same money. The balancing page ties record counts; this
      *>ties the dollars, by transaction type:
      *>  mergesort.rpt -- what MergeSort wrote to the clean file;
      *>  postjrnl.rpt  -- what PostTransactions read (posted and
      *>                   rejected alike);
      *>  brsettle.rpt  -- what BranchSettlement read (converted or
      *>                   not);
      *>  brout<branch>.dat -- the sum of tonight's slice trailers,
      *>                   plus the NOTCUT lines BranchSplit leaves on
      *>                   brsplit.rpt for records it could not cut.
      *>Each report carries its figures as PROOF lines at its foot:
      *>business date, type, count and amount as fed -- every
      *>currency added together and nothing converted, so a rate
      *>that is missing cannot open a difference that is not there.
      *>The four columns go side by side on cleanproof.rpt. A
      *>difference of one record or one cent in any type, or a source
      *>that is missing or carries another business date, fails the
      *>night: RC 12 and a PROOF-OUT audit event.
       environment division.
       input-output section.
       file-control.
           select proof-source assign to dynamic ws-source-path
               organization line sequential
               file status is ws-source-status.
           select branch-slice assign to dynamic ws-slice-path
               organization line sequential
               file status is ws-slice-status.
           select proof-report assign to "cleanproof.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  proof-source.
       01  source-line pic x(100).

      *>A slice as BranchSplit cuts it: "H" header with the business
      *>date, detail records, and the "T" trailer with the count, key
      *>hash and the count and amount by type.
       fd  branch-slice.
       01  slice-record pic x(94).
       01  slice-header.
           03 slice-header-marker pic x(1).
           03 slice-header-date pic 9(8).
       01  slice-trailer.
           03 slice-trailer-marker pic x(1).
           03 slice-trailer-count pic 9(9).
           03 slice-trailer-hash pic 9(15).
           03 slice-trailer-type occurs 3 times.
              05 slice-trailer-type-count pic 9(9).
              05 slice-trailer-type-amount pic s9(11)v99
                sign leading separate.

       fd  proof-report.
       01  proof-report-line pic x(100).

       working-storage section.
       01 ws-source-status pic xx.
       01 ws-slice-status pic xx.
       01 ws-report-status pic xx.
       01 ws-source-path pic x(40).
       01 ws-slice-path pic x(40).

      *>The PROOF (and NOTCUT) line every source leaves.
       01 ws-proof-line.
           03 ws-proof-label pic x(6).
           03 ws-proof-date pic 9(8).
           03 filler pic x(1).
           03 ws-proof-type pic x(1).
           03 filler pic x(1).
           03 ws-proof-count pic 9(9).
           03 filler pic x(1).
           03 ws-proof-amount pic s9(11)v99 sign leading separate.
       01 ws-proof-types pic x(3) value "DCR".
       01 ws-type-names pic x(27) value
           "DEBITS   CREDITS  REVERSALS".
       01 ws-type-idx binary-long.

      *>One column per source, one row per type; ws-src-found is the
      *>number of PROOF (or NOTCUT) lines for the business date the
      *>source held.
       78 78-sources value 4.
       01 ws-source-names pic x(40) value
           "MERGESORT POSTJRNL  BRSETTLE  BROUT     ".
       01 ws-proof-table.
           03 ws-src-entry occurs 4 times.
              05 ws-src-found binary-long.
              05 ws-src-stale binary-long.
              05 ws-src-type occurs 3 times.
                 07 ws-src-count binary-long.
                 07 ws-src-amount pic s9(11)v99.
       01 ws-src-idx binary-long.

       01 ws-branch-no pic 9(3).
       01 ws-branch-int binary-long.
       01 ws-slices-found binary-long value 0.
       01 ws-slices-stale binary-long value 0.
       01 ws-slice-trailer-seen binary-long.
       01 ws-slices-unclosed binary-long value 0.

       01 ws-types-out binary-long value 0.
       01 ws-sources-missing binary-long value 0.
       01 ws-type-out binary-long.

       01 ws-work-line pic x(100).
       01 ws-count-edit pic zzz,zzz,zz9.
       01 ws-amount-edit pic -zzz,zzz,zz9.99.
       01 ws-count-disp pic 9(9).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "CLEANPROOF".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Run return code: 0 proved, 12 out of proof or a source
      *>missing -- the night does not carry on past money that does
      *>not tie.
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

           perform varying ws-src-idx from 1 by 1
             until ws-src-idx > 78-sources
               move 0 to ws-src-found(ws-src-idx)
               move 0 to ws-src-stale(ws-src-idx)
               perform varying ws-type-idx from 1 by 1
                 until ws-type-idx > 3
                   move 0 to ws-src-count(ws-src-idx, ws-type-idx)
                   move 0 to ws-src-amount(ws-src-idx, ws-type-idx)
               end-perform
           end-perform

           move 1 to ws-src-idx
           move "mergesort.rpt" to ws-source-path
           perform load-proof-lines
           move 2 to ws-src-idx
           move "postjrnl.rpt" to ws-source-path
           perform load-proof-lines
           move 3 to ws-src-idx
           move "brsettle.rpt" to ws-source-path
           perform load-proof-lines
           move 4 to ws-src-idx
           move "brsplit.rpt" to ws-source-path
           perform load-proof-lines
           perform load-slice-trailers

           open output proof-report
           if ws-report-status <> "00"
               display "CLEANPROOF: unable to open cleanproof.rpt, "
                 "status " ws-report-status
           end-if
           move spaces to ws-work-line
           string "CLEAN FILE AMOUNT PROOF - RUN DATE: " ws-run-date
             "  (AS FED, ALL CURRENCIES)"
             delimited by size into ws-work-line
           perform write-proof-line
           move spaces to ws-work-line
           perform write-proof-line
           move spaces to ws-work-line
           move "TYPE" to ws-work-line(1:4)
           perform varying ws-src-idx from 1 by 1
             until ws-src-idx > 78-sources
               move ws-source-names((ws-src-idx - 1) * 10 + 1:10) to
                 ws-work-line((ws-src-idx - 1) * 15 + 24:10)
           end-perform
           move "STATUS" to ws-work-line(80:6)
           perform write-proof-line

           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > 3
               perform prove-one-type
           end-perform

           perform write-source-notes

           move spaces to ws-work-line
           perform write-proof-line
           move ws-types-out to ws-audit-count1
           move ws-sources-missing to ws-audit-count2
           move spaces to ws-audit-text
           move spaces to ws-work-line
           if ws-types-out = 0 and ws-sources-missing = 0
               move "PROOF-OK" to ws-audit-event
               string "RUN DATE " ws-run-date " ALL TYPES PROVED"
                 delimited by size into ws-audit-text
               string "PROVED - EVERY READER OF THE CLEAN FILE SAW THE "
                 "SAME MONEY"
                 delimited by size into ws-work-line
           else
               move "PROOF-OUT" to ws-audit-event
               string "RUN DATE " ws-run-date " TYPES OUT "
                 ws-audit-count1 " MISSING " ws-audit-count2
                 delimited by size into ws-audit-text
               string "OUT OF PROOF - TYPES OUT " ws-audit-count1
                 "  SOURCES MISSING OR STALE " ws-audit-count2
                 delimited by size into ws-work-line
               display "CLEANPROOF: clean file out of proof -- see "
                 "cleanproof.rpt"
               move 12 to ws-run-rc
           end-if
           perform write-proof-line
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text
           if ws-report-status = "00"
               close proof-report
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
                       display "CLEANPROOF: business date "
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
                   display "CLEANPROOF: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "CLEANPROOF: no usable calendar, using "
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

       load-proof-lines section.
      *>The PROOF lines (NOTCUT on brsplit.rpt) from one report into
      *>column ws-src-idx. Lines for another business date are a
      *>report left over from an earlier night, and count as stale.
           open input proof-source
           if ws-source-status <> "00"
               display "CLEANPROOF: unable to open " ws-source-path
                 ", status " ws-source-status
               exit section
           end-if
           perform until ws-source-status <> "00"
               read proof-source
                   at end
                       move "10" to ws-source-status
                   not at end
                       if source-line(1:6) = "PROOF " or
                         source-line(1:6) = "NOTCUT"
                           perform take-proof-line
                       end-if
               end-read
           end-perform
           close proof-source.

       take-proof-line section.
           move source-line to ws-proof-line
           if ws-proof-date <> ws-run-date
               add 1 to ws-src-stale(ws-src-idx)
               exit section
           end-if
           move 0 to ws-type-idx
           inspect ws-proof-types tallying ws-type-idx
             for characters before initial ws-proof-type
           add 1 to ws-type-idx
           if ws-type-idx > 3 or ws-proof-count is not numeric or
             ws-proof-amount is not numeric
               exit section
           end-if
      *>brsplit.rpt's NOTCUT lines, written every run, are what
      *>shows BranchSplit ran for the date -- a night with nothing to
      *>cut leaves no slices at all.
           add 1 to ws-src-found(ws-src-idx)
           add ws-proof-count to ws-src-count(ws-src-idx, ws-type-idx)
           add ws-proof-amount to
             ws-src-amount(ws-src-idx, ws-type-idx).

       load-slice-trailers section.
      *>Every brout<branch>.dat whose header carries tonight's date;
      *>a slice from an earlier night for a branch with no business
      *>tonight is not tonight's money. A slice with no trailer was
      *>cut short, and fails the proof as a missing source.
           move 4 to ws-src-idx
           perform varying ws-branch-int from 0 by 1
             until ws-branch-int > 999
               move ws-branch-int to ws-branch-no
               move spaces to ws-slice-path
               string "brout" ws-branch-no ".dat"
                 delimited by size into ws-slice-path
               open input branch-slice
               if ws-slice-status = "00"
                   perform load-one-slice
                   close branch-slice
               end-if
           end-perform.

       load-one-slice section.
           read branch-slice
               at end
                   exit section
           end-read
           if slice-header-marker <> "H" or
             slice-header-date <> ws-run-date
               add 1 to ws-slices-stale
               exit section
           end-if
           add 1 to ws-slices-found
           move 0 to ws-slice-trailer-seen
           perform until ws-slice-status <> "00"
               read branch-slice
                   at end
                       move "10" to ws-slice-status
                   not at end
                       if slice-trailer-marker = "T"
                           move 1 to ws-slice-trailer-seen
                           perform take-slice-trailer
                       end-if
               end-read
           end-perform
           if ws-slice-trailer-seen = 0
               add 1 to ws-slices-unclosed
               display "CLEANPROOF: " ws-slice-path " has no trailer"
           end-if.

       take-slice-trailer section.
           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > 3
               if slice-trailer-type-count(ws-type-idx) is not numeric
                 or slice-trailer-type-amount(ws-type-idx) is not
                 numeric
                   add 1 to ws-slices-unclosed
                   display "CLEANPROOF: " ws-slice-path
                     " trailer carries no amounts by type"
                   exit section
               end-if
           end-perform
           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > 3
               add slice-trailer-type-count(ws-type-idx) to
                 ws-src-count(ws-src-idx, ws-type-idx)
               add slice-trailer-type-amount(ws-type-idx) to
                 ws-src-amount(ws-src-idx, ws-type-idx)
           end-perform.

       prove-one-type section.
      *>Every column against MergeSort's, count and amount.
           move 0 to ws-type-out
           perform varying ws-src-idx from 2 by 1
             until ws-src-idx > 78-sources
               if ws-src-count(ws-src-idx, ws-type-idx) <>
                 ws-src-count(1, ws-type-idx) or
                 ws-src-amount(ws-src-idx, ws-type-idx) <>
                 ws-src-amount(1, ws-type-idx)
                   move 1 to ws-type-out
               end-if
           end-perform
           if ws-type-out = 1
               add 1 to ws-types-out
           end-if

           move spaces to ws-work-line
           move ws-type-names((ws-type-idx - 1) * 9 + 1:9) to
             ws-work-line(1:9)
           move "COUNT" to ws-work-line(11:5)
           perform varying ws-src-idx from 1 by 1
             until ws-src-idx > 78-sources
               move ws-src-count(ws-src-idx, ws-type-idx) to
                 ws-count-edit
               move ws-count-edit to
                 ws-work-line((ws-src-idx - 1) * 15 + 22:11)
           end-perform
           perform write-proof-line

           move spaces to ws-work-line
           move "AMOUNT" to ws-work-line(11:6)
           perform varying ws-src-idx from 1 by 1
             until ws-src-idx > 78-sources
               move ws-src-amount(ws-src-idx, ws-type-idx) to
                 ws-amount-edit
               move ws-amount-edit to
                 ws-work-line((ws-src-idx - 1) * 15 + 18:15)
           end-perform
           if ws-type-out = 1
               move "OUT" to ws-work-line(80:3)
           else
               move "PROVED" to ws-work-line(80:6)
           end-if
           perform write-proof-line.

       write-source-notes section.
      *>A source with nothing for tonight cannot prove anything, even
      *>when its zeros happen to agree with a quiet night's.
           move spaces to ws-work-line
           perform write-proof-line
           perform varying ws-src-idx from 1 by 1
             until ws-src-idx > 78-sources
               if ws-src-found(ws-src-idx) = 0
                   add 1 to ws-sources-missing
                   move spaces to ws-work-line
                   if ws-src-stale(ws-src-idx) > 0
                       string "  " ws-source-names(
                         (ws-src-idx - 1) * 10 + 1:10)
                         " IS FROM ANOTHER BUSINESS DATE"
                         delimited by size into ws-work-line
                   else
                       string "  " ws-source-names(
                         (ws-src-idx - 1) * 10 + 1:10)
                         " NOTHING FOR THIS BUSINESS DATE"
                         delimited by size into ws-work-line
                   end-if
                   perform write-proof-line
               end-if
           end-perform
           if ws-slices-unclosed > 0
               add 1 to ws-sources-missing
               move ws-slices-unclosed to ws-count-disp
               move spaces to ws-work-line
               string "  BRANCH SLICES WITHOUT A USABLE TRAILER: "
                 ws-count-disp
                 delimited by size into ws-work-line
               perform write-proof-line
           end-if
           move ws-slices-found to ws-count-disp
           move spaces to ws-work-line
           string "  BRANCH SLICES FOR THIS DATE: " ws-count-disp
             delimited by size into ws-work-line
           perform write-proof-line
           if ws-slices-stale > 0
               move ws-slices-stale to ws-count-disp
               move spaces to ws-work-line
               string "  OLDER SLICES LEFT OUT:       " ws-count-disp
                 delimited by size into ws-work-line
               perform write-proof-line
           end-if.

       write-proof-line section.
           if ws-report-status = "00"
               write proof-report-line from ws-work-line
           end-if.

       end program CleanProof.
