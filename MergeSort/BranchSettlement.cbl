      *>record count ties back to the RECORDS SORTED count on
      *>mergesort.rpt. This is the page the branch-operations clerk
      *>used to build with a printout and an adding machine.
      *>Branch names and region codes come from the branch master;
      *>each region gets a subtotal page, in region order, ahead of
      *>the grand total. A branch not on the master (MergeSort
      *>rejects those, so only a night run without the master can
      *>produce one) settles under region "????".
      *>Items fed in a foreign currency settle in the base currency,
      *>converted (ExchRate) at the rate in force for the business
      *>date, so every total adds across. Each branch section also
      *>lists its foreign-currency business as fed, and a page per
      *>currency after the grand total gives treasury the night's
      *>exposure: debits, credits, reversals and net as fed, the rate
      *>used, and the net in base. An item with no rate is kept out
      *>of the base totals, counted on its currency's page, and ends
      *>the run RC 4.
      *>The grand-total page closes with PROOF lines: every record
      *>read, by type, as fed -- converted or not -- for CleanProof
      *>to tie to mergesort.rpt.
      *>Nothing is settled until cleanout.dat has been counted and
      *>its amounts hashed and the figures agree with what MergeSort
      *>registered for tonight on the control registry (CtlReg); a
      *>short or stale clean file stops the step RC 12.
       environment division.
       input-output section.
       file-control.
           select settlement-report assign to "brsettle.rpt"
               organization line sequential
               file status is ws-report-status.
           select branch-master assign to "brmast.dat"
               organization indexed
               access mode sequential
               record key branch-id
               file status is ws-brmast-status.

       data division.
       file section.
           03 clean-tran-date pic 9(8).
           03 clean-amount pic s9(7)v99 sign leading separate.
           03 clean-type pic x(1).
           03 clean-currency pic x(3).

       fd  settlement-report.
       01  settlement-line pic x(80).

       fd  branch-master.
       01  branch-record.
           03 branch-id pic 9(3).
           03 branch-name pic x(30).
           03 branch-region pic x(4).
           03 branch-open-status pic x(1).
           03 branch-contact pic x(30).

       working-storage section.
       01 ws-cleanin-status pic xx.
       01 ws-report-status pic xx.
       01 ws-brmast-status pic xx.

      *>One slot per possible branch id (000-999), subscripted by
      *>branch + 1 -- no search, and the report comes out in branch
              05 ws-br-credit pic s9(9)v99.
              05 ws-br-reversal pic s9(9)v99.
              05 ws-br-count binary-long.
              05 ws-br-name pic x(30).
              05 ws-br-region pic x(4).
       01 ws-br-idx binary-long.
       01 ws-br-disp pic 9(3).

      *>Regions seen tonight, in order of first appearance; the
      *>subtotal pages pick them off lowest code first.
       78 78-max-regions value 200.
       01 ws-region-count binary-long value 0.
       01 ws-region-table.
           03 ws-rg-entry occurs 200 times.
              05 ws-rg-code pic x(4).
              05 ws-rg-printed pic x(1).
              05 ws-rg-branches binary-long.
              05 ws-rg-debit pic s9(9)v99.
              05 ws-rg-credit pic s9(9)v99.
              05 ws-rg-reversal pic s9(9)v99.
              05 ws-rg-count binary-long.
       01 ws-rg-idx binary-long.
       01 ws-rg-low binary-long.
       01 ws-rg-pass binary-long.
       01 ws-rg-overflow binary-long value 0.

       01 ws-read-count binary-long value 0.
       01 ws-branch-seen-count binary-long value 0.
       01 ws-count-disp pic 9(9).
       01 ws-total-edit pic zz,zzz,zz9.99-.
       01 ws-work-line pic x(80).

      *>What was read from the clean file, by type and as fed (every
      *>currency added together, nothing converted): the PROOF lines
      *>CleanProof ties to MergeSort's and every other reader's.
       01 ws-proof-line.
           03 filler pic x(6) value "PROOF ".
           03 ws-proof-date pic 9(8).
           03 filler pic x(1) value space.
           03 ws-proof-type pic x(1).
           03 filler pic x(1) value space.
           03 ws-proof-count pic 9(9).
           03 filler pic x(1) value space.
           03 ws-proof-amount pic s9(11)v99 sign leading separate.
       01 ws-proof-types pic x(3) value "DCR".
       01 ws-proof-table.
           03 ws-proof-tally occurs 3 times.
              05 ws-proof-tally-count binary-long value 0.
              05 ws-proof-tally-amount pic s9(11)v99 value 0.
       01 ws-proof-idx binary-long.

       01 ws-grand-debit pic s9(9)v99 value 0.
       01 ws-grand-credit pic s9(9)v99 value 0.
       01 ws-grand-reversal pic s9(9)v99 value 0.

      *>Currency conversion through ExchRate; ws-base-amount is the
      *>record's amount in the base currency.
       01 ws-fx-func pic x(8) value "CONVERT ".
       01 ws-conversion.
           03 ws-cv-currency pic x(3).
           03 ws-cv-amount pic s9(11)v99.
           03 ws-cv-base-amount pic s9(11)v99.
           03 ws-cv-base-currency pic x(3).
           03 ws-cv-rate pic 9(4)v9(6).
           03 ws-cv-rate-date pic 9(8).
       01 ws-fx-reply pic x(1).
       01 ws-base-amount pic s9(9)v99.
       01 ws-converted binary-long.
       01 ws-unconverted-count binary-long value 0.
       01 ws-ccy-code-in pic x(3).

      *>Tonight's currencies, as fed, for the exposure pages --
      *>blank-currency items under the base code.
       78 78-max-currencies value 50.
       01 ws-ccy-count binary-long value 0.
       01 ws-ccy-table.
           03 ws-ccy-entry occurs 50 times.
              05 ws-ccy-code pic x(3).
              05 ws-ccy-records binary-long.
              05 ws-ccy-debit pic s9(11)v99.
              05 ws-ccy-credit pic s9(11)v99.
              05 ws-ccy-reversal pic s9(11)v99.
              05 ws-ccy-base-net pic s9(11)v99.
              05 ws-ccy-rate pic 9(4)v9(6).
              05 ws-ccy-rate-date pic 9(8).
              05 ws-ccy-unconverted binary-long.
       01 ws-ccy-idx binary-long.
       01 ws-rate-edit pic zzz9.999999.

      *>Foreign-currency business per branch, for the branch
      *>sections: net as fed and net in base.
       78 78-max-branch-ccys value 2000.
       01 ws-bc-count binary-long value 0.
       01 ws-bc-table.
           03 ws-bc-entry occurs 2000 times.
              05 ws-bc-branch binary-long.
              05 ws-bc-code pic x(3).
              05 ws-bc-records binary-long.
              05 ws-bc-net pic s9(11)v99.
              05 ws-bc-base-net pic s9(11)v99.
       01 ws-bc-idx binary-long.
       01 ws-bc-full binary-long value 0.
       01 ws-bc-shown binary-long.
       01 ws-base-edit pic zz,zzz,zz9.99-.

      *>Events for the central audit repository, which accumulates
      *>across days -- the report is recut every run.
       01 ws-audit-program pic x(24) value "BRANCHSETTLEMENT".
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Control registry linkage: the clean file's own count and
      *>amount hash, checked against what MergeSort registered.
       01 ws-ctl-func pic x(8) value "CHECK   ".
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40) value "MergeSort/cleanout.dat".
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).

      *>Run return code, the stream discipline the scheduler keys
      *>off: 0 clean, 4 items that could not be converted to the
      *>base currency, 12 the clean file was missing or unreadable
      *>or failed its control check.
       01 ws-run-rc binary-long value 0.

      *>Batch calendar linkage, as everywhere in the stream: the
               move 0 to ws-br-credit(ws-br-idx)
               move 0 to ws-br-reversal(ws-br-idx)
               move 0 to ws-br-count(ws-br-idx)
               move "NOT ON BRANCH MASTER" to ws-br-name(ws-br-idx)
               move "????" to ws-br-region(ws-br-idx)
           end-perform
           perform load-branch-master

           open input clean-input-file
           if ws-cleanin-status <> "00"
               move ws-run-rc to return-code
               goback
           end-if
           perform check-clean-controls
           if ws-ctl-reply <> "Y"
               if ws-ctl-reply <> "R"
                   display "BRANCHSETTLEMENT: cleanout.dat failed its "
                     "control check, nothing settled"
                   close clean-input-file
               end-if
               move 12 to ws-run-rc
               move ws-run-rc to return-code
               goback
           end-if

           perform until ws-cleanin-status = "10"
               read clean-input-file
                       move "10" to ws-cleanin-status
                   not at end
                       add 1 to ws-read-count
                       perform tally-proof-record
                       perform tally-branch-record
               end-read
           end-perform
           close clean-input-file

           if ws-unconverted-count > 0
               move ws-unconverted-count to ws-count-disp
               display "BRANCHSETTLEMENT: " ws-count-disp
                 " items with no exchange rate left out of the base "
                 "totals"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if

           perform write-settlement-report

           move "SETTLE-DONE" to ws-audit-event
                 ws-bus-date ws-cal-reply
           end-if.

       check-clean-controls section.
      *>One pass to count the file and hash its amounts, then back to
      *>the top of it for the settlement pass. ws-ctl-reply "R" is a
      *>file that would not reopen for that pass.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           perform until ws-cleanin-status <> "00"
               read clean-input-file
                   at end
                       move "10" to ws-cleanin-status
                   not at end
                       add 1 to ws-ctl-count
                       add clean-amount to ws-ctl-hash
               end-read
           end-perform
           close clean-input-file
           open input clean-input-file
           if ws-cleanin-status <> "00"
               display "BRANCHSETTLEMENT: unable to reopen "
                 "cleanout.dat, status " ws-cleanin-status
                 ", nothing settled"
               move "R" to ws-ctl-reply
               exit section
           end-if
           move ws-run-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply.

       load-branch-master section.
      *>Names and regions into the branch table. No master still
      *>settles every branch, under the placeholder name and region.
           open input branch-master
           if ws-brmast-status <> "00"
               display "BRANCHSETTLEMENT: brmast.dat not available "
                 "(status " ws-brmast-status "), no branch names or "
                 "regions"
               exit section
           end-if
           perform until ws-brmast-status = "10"
               read branch-master next record
                   at end
                       move "10" to ws-brmast-status
                   not at end
                       compute ws-br-idx = branch-id + 1
                       move branch-name to ws-br-name(ws-br-idx)
                       move branch-region to ws-br-region(ws-br-idx)
               end-read
           end-perform
           close branch-master.

       tally-branch-record section.
           compute ws-br-idx = clean-branch + 1
           if ws-br-used(ws-br-idx) = space
               add 1 to ws-branch-seen-count
           end-if
           add 1 to ws-br-count(ws-br-idx)
           perform convert-to-base
           perform tally-currency
           if ws-converted = 0
               exit section
           end-if
           evaluate clean-type
               when "C"
                   add ws-base-amount to ws-br-credit(ws-br-idx)
                   add ws-base-amount to ws-grand-credit
               when "R"
                   add ws-base-amount to ws-br-reversal(ws-br-idx)
                   add ws-base-amount to ws-grand-reversal
               when other
                   add ws-base-amount to ws-br-debit(ws-br-idx)
                   add ws-base-amount to ws-grand-debit
           end-evaluate
           if ws-ccy-code-in <> ws-cv-base-currency
               perform tally-branch-currency
           end-if.

       convert-to-base section.
      *>ws-converted 1 with ws-base-amount set, or 0 when there is
      *>no rate (or the currency is unknown, or the base amount will
      *>not fit) -- those are counted, not settled.
           move 0 to ws-converted
           move 0 to ws-base-amount
           move clean-currency to ws-cv-currency
           move clean-amount to ws-cv-amount
           call "ExchRate" using ws-fx-func ws-run-date ws-conversion
             ws-fx-reply
           if ws-fx-reply = "Y"
               compute ws-base-amount = ws-cv-base-amount
                   on size error
                       move 0 to ws-base-amount
                   not on size error
                       move 1 to ws-converted
               end-compute
           end-if
           if ws-converted = 0
               add 1 to ws-unconverted-count
           end-if
           move clean-currency to ws-ccy-code-in
           if ws-ccy-code-in = spaces
               move ws-cv-base-currency to ws-ccy-code-in
           end-if.

       tally-currency section.
      *>The record as fed, on its currency's exposure page.
           perform varying ws-ccy-idx from 1 by 1
             until ws-ccy-idx > ws-ccy-count
               if ws-ccy-code(ws-ccy-idx) = ws-ccy-code-in
                   exit perform
               end-if
           end-perform
           if ws-ccy-idx > ws-ccy-count
               if ws-ccy-count >= 78-max-currencies
                   display "BRANCHSETTLEMENT: more than "
                     78-max-currencies " currencies -- "
                     ws-ccy-code-in " not on the currency pages"
                   exit section
               end-if
               add 1 to ws-ccy-count
               move ws-ccy-code-in to ws-ccy-code(ws-ccy-idx)
               move 0 to ws-ccy-records(ws-ccy-idx)
               move 0 to ws-ccy-debit(ws-ccy-idx)
               move 0 to ws-ccy-credit(ws-ccy-idx)
               move 0 to ws-ccy-reversal(ws-ccy-idx)
               move 0 to ws-ccy-base-net(ws-ccy-idx)
               move 0 to ws-ccy-rate(ws-ccy-idx)
               move 0 to ws-ccy-rate-date(ws-ccy-idx)
               move 0 to ws-ccy-unconverted(ws-ccy-idx)
           end-if
           add 1 to ws-ccy-records(ws-ccy-idx)
           evaluate clean-type
               when "C"
                   add clean-amount to ws-ccy-credit(ws-ccy-idx)
                   subtract ws-base-amount from
                     ws-ccy-base-net(ws-ccy-idx)
               when "R"
                   add clean-amount to ws-ccy-reversal(ws-ccy-idx)
                   subtract ws-base-amount from
                     ws-ccy-base-net(ws-ccy-idx)
               when other
                   add clean-amount to ws-ccy-debit(ws-ccy-idx)
                   add ws-base-amount to ws-ccy-base-net(ws-ccy-idx)
           end-evaluate
           if ws-converted = 1
               move ws-cv-rate to ws-ccy-rate(ws-ccy-idx)
               move ws-cv-rate-date to ws-ccy-rate-date(ws-ccy-idx)
           else
               add 1 to ws-ccy-unconverted(ws-ccy-idx)
           end-if.

       tally-branch-currency section.
      *>A converted foreign item onto its branch's currency line.
           perform varying ws-bc-idx from 1 by 1
             until ws-bc-idx > ws-bc-count
               if ws-bc-branch(ws-bc-idx) = ws-br-idx and
                 ws-bc-code(ws-bc-idx) = ws-ccy-code-in
                   exit perform
               end-if
           end-perform
           if ws-bc-idx > ws-bc-count
               if ws-bc-count >= 78-max-branch-ccys
                   if ws-bc-full = 0
                       move 1 to ws-bc-full
                       display "BRANCHSETTLEMENT: more than "
                         78-max-branch-ccys " branch currency lines"
                         " -- the rest are on the currency pages only"
                   end-if
                   exit section
               end-if
               add 1 to ws-bc-count
               move ws-br-idx to ws-bc-branch(ws-bc-idx)
               move ws-ccy-code-in to ws-bc-code(ws-bc-idx)
               move 0 to ws-bc-records(ws-bc-idx)
               move 0 to ws-bc-net(ws-bc-idx)
               move 0 to ws-bc-base-net(ws-bc-idx)
           end-if
           add 1 to ws-bc-records(ws-bc-idx)
           if clean-type = "C" or clean-type = "R"
               subtract clean-amount from ws-bc-net(ws-bc-idx)
               subtract ws-base-amount from ws-bc-base-net(ws-bc-idx)
           else
               add clean-amount to ws-bc-net(ws-bc-idx)
               add ws-base-amount to ws-bc-base-net(ws-bc-idx)
           end-if.

       write-settlement-report section.
           open output settlement-report

           move spaces to ws-work-line
           string "BRANCH SETTLEMENT REPORT - RUN DATE: " ws-run-date
             " - BASE CURRENCY " ws-cv-base-currency
             delimited by size into ws-work-line
           write settlement-line from ws-work-line
           move spaces to settlement-line
             until ws-br-idx > 78-max-branches
               if ws-br-used(ws-br-idx) = "Y"
                   perform write-branch-section
                   perform tally-region
               end-if
           end-perform

           perform varying ws-rg-pass from 1 by 1
             until ws-rg-pass > ws-region-count
               move 0 to ws-rg-low
               perform varying ws-rg-idx from 1 by 1
                 until ws-rg-idx > ws-region-count
                   if ws-rg-printed(ws-rg-idx) = space
                       if ws-rg-low = 0
                           move ws-rg-idx to ws-rg-low
                       else
                           if ws-rg-code(ws-rg-idx) <
                             ws-rg-code(ws-rg-low)
                               move ws-rg-idx to ws-rg-low
                           end-if
                       end-if
                   end-if
               end-perform
               move "Y" to ws-rg-printed(ws-rg-low)
               perform write-region-page
           end-perform

           perform write-grand-total-page
           perform varying ws-ccy-idx from 1 by 1
             until ws-ccy-idx > ws-ccy-count
               perform write-currency-page
           end-perform
           close settlement-report.

       write-branch-section section.
      *>record count the branch's intake can tie its slice to.
           compute ws-br-disp = ws-br-idx - 1
           move spaces to ws-work-line
           string "BRANCH " ws-br-disp " " ws-br-name(ws-br-idx)
             " REGION " ws-br-region(ws-br-idx)
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           perform write-branch-currencies

           move spaces to settlement-line
           write settlement-line.

       write-branch-currencies section.
      *>The branch's foreign-currency business as fed, with what it
      *>settled at in base -- already inside the totals above.
           move 0 to ws-bc-shown
           perform varying ws-bc-idx from 1 by 1
             until ws-bc-idx > ws-bc-count
               if ws-bc-branch(ws-bc-idx) = ws-br-idx
                   if ws-bc-shown = 0
                       move 1 to ws-bc-shown
                       move "  FOREIGN CURRENCY:" to settlement-line
                       write settlement-line
                   end-if
                   move ws-bc-records(ws-bc-idx) to ws-count-disp
                   move ws-bc-net(ws-bc-idx) to ws-total-edit
                   move ws-bc-base-net(ws-bc-idx) to ws-base-edit
                   move spaces to ws-work-line
                   string "    " ws-bc-code(ws-bc-idx) "  RECORDS "
                     ws-count-disp "  NET " ws-total-edit
                     "  BASE " ws-base-edit
                     delimited by size into ws-work-line
                   write settlement-line from ws-work-line
               end-if
           end-perform.

       tally-region section.
      *>Adds the branch in ws-br-idx to its region's subtotal. A
      *>region table that fills up puts the rest under the last slot
      *>with a console warning rather than dropping money off the
      *>subtotal pages.
           perform varying ws-rg-idx from 1 by 1
             until ws-rg-idx > ws-region-count
               if ws-rg-code(ws-rg-idx) = ws-br-region(ws-br-idx)
                   exit perform
               end-if
           end-perform
           if ws-rg-idx > ws-region-count
               if ws-region-count < 78-max-regions
                   add 1 to ws-region-count
                   move ws-region-count to ws-rg-idx
                   move ws-br-region(ws-br-idx) to ws-rg-code(ws-rg-idx)
                   move space to ws-rg-printed(ws-rg-idx)
                   move 0 to ws-rg-branches(ws-rg-idx)
                   move 0 to ws-rg-debit(ws-rg-idx)
                   move 0 to ws-rg-credit(ws-rg-idx)
                   move 0 to ws-rg-reversal(ws-rg-idx)
                   move 0 to ws-rg-count(ws-rg-idx)
               else
                   move ws-region-count to ws-rg-idx
                   if ws-rg-overflow = 0
                       move 1 to ws-rg-overflow
                       display "BRANCHSETTLEMENT: more than "
                         78-max-regions " regions -- the rest are "
                         "subtotalled under region "
                         ws-rg-code(ws-rg-idx)
                   end-if
               end-if
           end-if
           add 1 to ws-rg-branches(ws-rg-idx)
           add ws-br-debit(ws-br-idx) to ws-rg-debit(ws-rg-idx)
           add ws-br-credit(ws-br-idx) to ws-rg-credit(ws-rg-idx)
           add ws-br-reversal(ws-br-idx) to ws-rg-reversal(ws-rg-idx)
           add ws-br-count(ws-br-idx) to ws-rg-count(ws-rg-idx).

       write-region-page section.
      *>One subtotal page per region, laid out like the grand total
      *>so the regional pages add across to it.
           move spaces to settlement-line
           write settlement-line
           move spaces to ws-work-line
           string "REGION " ws-rg-code(ws-rg-low) " SUBTOTAL"
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-rg-debit(ws-rg-low) to ws-total-edit
           move spaces to ws-work-line
           string "  DEBITS:        " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-rg-credit(ws-rg-low) to ws-total-edit
           move spaces to ws-work-line
           string "  CREDITS:       " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-rg-reversal(ws-rg-low) to ws-total-edit
           move spaces to ws-work-line
           string "  REVERSALS:     " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           compute ws-net-work = ws-rg-debit(ws-rg-low)
             - ws-rg-credit(ws-rg-low) - ws-rg-reversal(ws-rg-low)
           move ws-net-work to ws-total-edit
           move spaces to ws-work-line
           string "  NET POSITION:  " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-rg-branches(ws-rg-low) to ws-count-disp
           move spaces to ws-work-line
           string "  BRANCHES:    " ws-count-disp
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-rg-count(ws-rg-low) to ws-count-disp
           move spaces to ws-work-line
           string "  RECORDS:     " ws-count-disp
             delimited by size into ws-work-line
           write settlement-line from ws-work-line.

       write-grand-total-page section.
      *>Grand totals across every branch, and the record count that
      *>must equal RECORDS SORTED on mergesort.rpt -- the tie-out the
           move spaces to ws-work-line
           string "  RECORDS (TIES TO RECORDS SORTED): " ws-count-disp
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           if ws-unconverted-count > 0
               move ws-unconverted-count to ws-count-disp
               move spaces to ws-work-line
               string "  NOT CONVERTED, NOT IN TOTALS:     "
                 ws-count-disp
                 delimited by size into ws-work-line
               write settlement-line from ws-work-line
           end-if
           perform write-proof-lines.

       tally-proof-record section.
      *>Anything not a credit or a reversal is a debit, the way
      *>MergeSort's proof counts it.
           evaluate clean-type
               when "C"
                   move 2 to ws-proof-idx
               when "R"
                   move 3 to ws-proof-idx
               when other
                   move 1 to ws-proof-idx
           end-evaluate
           add 1 to ws-proof-tally-count(ws-proof-idx)
           add clean-amount to ws-proof-tally-amount(ws-proof-idx).

       write-proof-lines section.
           move spaces to ws-work-line
           write settlement-line from ws-work-line
           perform varying ws-proof-idx from 1 by 1
             until ws-proof-idx > 3
               move ws-run-date to ws-proof-date
               move ws-proof-types(ws-proof-idx:1) to ws-proof-type
               move ws-proof-tally-count(ws-proof-idx) to
                 ws-proof-count
               move ws-proof-tally-amount(ws-proof-idx) to
                 ws-proof-amount
               move ws-proof-line to ws-work-line
               write settlement-line from ws-work-line
           end-perform.

       write-currency-page section.
      *>Treasury's exposure in one currency: the night's business as
      *>fed, the rate it was settled at and the net in base.
           move spaces to settlement-line
           write settlement-line
           move ws-ccy-rate(ws-ccy-idx) to ws-rate-edit
           move spaces to ws-work-line
           if ws-ccy-code(ws-ccy-idx) = ws-cv-base-currency
               string "CURRENCY " ws-ccy-code(ws-ccy-idx)
                 " (BASE CURRENCY)"
                 delimited by size into ws-work-line
           else
               string "CURRENCY " ws-ccy-code(ws-ccy-idx)
                 " RATE " ws-rate-edit " DATED "
                 ws-ccy-rate-date(ws-ccy-idx)
                 delimited by size into ws-work-line
           end-if
           write settlement-line from ws-work-line

           move ws-ccy-records(ws-ccy-idx) to ws-count-disp
           move spaces to ws-work-line
           string "  RECORDS:     " ws-count-disp
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-ccy-debit(ws-ccy-idx) to ws-total-edit
           move spaces to ws-work-line
           string "  DEBITS:        " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-ccy-credit(ws-ccy-idx) to ws-total-edit
           move spaces to ws-work-line
           string "  CREDITS:       " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-ccy-reversal(ws-ccy-idx) to ws-total-edit
           move spaces to ws-work-line
           string "  REVERSALS:     " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           compute ws-net-work = ws-ccy-debit(ws-ccy-idx)
             - ws-ccy-credit(ws-ccy-idx) - ws-ccy-reversal(ws-ccy-idx)
           move ws-net-work to ws-total-edit
           move spaces to ws-work-line
           string "  NET POSITION:  " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           move ws-ccy-base-net(ws-ccy-idx) to ws-total-edit
           move spaces to ws-work-line
           string "  NET IN BASE:   " ws-total-edit
             delimited by size into ws-work-line
           write settlement-line from ws-work-line

           if ws-ccy-unconverted(ws-ccy-idx) > 0
               move ws-ccy-unconverted(ws-ccy-idx) to ws-count-disp
               move spaces to ws-work-line
               string "  NO RATE:     " ws-count-disp
                 delimited by size into ws-work-line
               write settlement-line from ws-work-line
           end-if.

       end program BranchSettlement.
