      *>are the source system's transaction sequence), applies debits,
      *>credits and reversals to a per-account posting total, and
      *>writes a posting journal. Transactions whose account is
      *>unknown, closed or dormant go to a rejects file with a
      *>reason, the same way addAccountCharges rejects bad charges
      *>-- nothing is silently dropped, and the journal's counts tie
      *>back to the RECORDS SORTED count on mergesort.rpt.
      *>Each account's net is also applied to the ledger balance the
      *>master carries, and the movement lands on the dated balance
      *>history, so what an account owed on any business date is a
      *>lookup and not a week of journals laid side by side.
      *>The history also keeps this step's own share of each date's
      *>movement, so a date posted a second time -- after its run
      *>flag was cleared, a month reopened, or a run that died after
      *>moving balances -- first backs the earlier posting out of the
      *>master and the history, then posts again: the ledger holds
      *>the date's posting once, whatever the number of runs. Later
      *>dates' opening and closing positions are carried along by
      *>the difference. With no history there is no telling what an
      *>earlier run moved, so nothing is posted without it.
      *>What actually posted is also left on postsumm.dat, totalled by
      *>branch and type, for the GL interface step that follows, and
      *>the same totals are appended, dated and stamped with the
      *>run's start time, to posthist.dat for the month-end close --
      *>a rerun of a date appends a later set, which month-end takes
      *>in place of the earlier one.
      *>A transaction fed in a foreign currency is converted to the
      *>base currency (ExchRate, at the rate in force for the
      *>business date) before anything is totalled: subtotals,
      *>ledger, balance history and postsumm.dat are all base. The
      *>journal line keeps the amount as fed with its currency beside
      *>the base amount, and the journal ends with the night's
      *>per-currency totals and the rates used. An item with no rate
      *>is rejected, not posted at a guess.
      *>Every item that reached an account is also written, as fed
      *>and with its base amount, to posted.dat, recut every run;
      *>RollForward keeps it dated as posted<date>.dat and the
      *>statement run prints from those copies, so a customer's page
      *>shows only what was applied to the ledger, never a reject.
      *>The journal closes with PROOF lines: every record read, by
      *>type, as fed -- posted or rejected -- for CleanProof to tie
      *>to mergesort.rpt.
      *>Each reject is also queued on the exception work queue
      *>(ExcQueue), so it is worked rather than recut away.
      *>Nothing is posted until cleanout.dat has been counted and its
      *>amounts hashed and the figures agree with what MergeSort
      *>registered for tonight on the control registry (CtlReg) -- a
      *>clean file cut short or left over from another night stops
      *>the step RC 12 with nothing posted.
       environment division.
       input-output section.
       file-control.
               access mode random
               record key master-account
               file status is ws-master-status.
           select balance-history assign to
             "../LocalVariables/balhist.dat"
               organization indexed
               access mode dynamic
               record key bal-key
               file status is ws-balhist-status.
           select posting-journal assign to "postjrnl.rpt"
               organization line sequential
               file status is ws-journal-status.
           select posting-rejects assign to "posting.exc"
               organization line sequential
               file status is ws-reject-status.
           select posted-items assign to "posted.dat"
               organization line sequential
               file status is ws-posted-status.
           select posting-summary assign to "postsumm.dat"
               organization line sequential
               file status is ws-summary-status.
           select posting-history assign to "posthist.dat"
               organization line sequential
               file status is ws-posthist-status.

       data division.
       file section.
           03 clean-tran-date pic 9(8).
           03 clean-amount pic s9(7)v99 sign leading separate.
           03 clean-type pic x(1).
           03 clean-currency pic x(3).

      *>master-ledger-balance is the account's running position in
      *>signed pennies -- debits raise it, credits and reversals
      *>lower it. This step and addAccountCharges both apply their
      *>nightly net to it.
       fd  account-master.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

      *>Dated balance history shared with addAccountCharges: one
      *>record per account per business date on which the account
      *>moved. Whichever step touches the account first on a date
      *>creates the record with the opening position; the other adds
      *>its debits and credits and carries the closing position
      *>forward. An account with no record for a date did not move
      *>that day -- its position is the closing balance of its latest
      *>earlier record. Signed pennies, like the master.
      *>bal-post-debits/credits are this step's share of the day's
      *>debits and credits, bal-chg-debits/credits addAccountCharges'
      *>-- what each takes back out when it posts the date again.
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

       fd  posting-journal.
       01  journal-line pic x(80).

      *>Wide enough for the full reject line -- key, account, edited
      *>amount and currency, type and the whole reason text.
       fd  posting-rejects.
       01  reject-line pic x(100).

      *>One record per item applied: the clean record as fed, then
      *>the base-currency amount that moved the ledger (unsigned, the
      *>type carries the direction).
       fd  posted-items.
       01  posted-record.
           03 posted-key pic 9(9).
           03 posted-branch pic 9(3).
           03 posted-tran-date pic 9(8).
           03 posted-amount pic s9(7)v99 sign leading separate.
           03 posted-type pic x(1).
           03 posted-currency pic x(3).
           03 posted-base-amount pic s9(9)v99 sign leading separate.

      *>Posted totals by branch and type, recut every run: an "H"
      *>header with the business date, then one record per branch
      *>and type that posted anything. Rejected transactions are not
      *>in it -- GLInterface books only money that reached an
      *>account.
       fd  posting-summary.
       01  summary-record.
           03 summ-rec-type pic x(1).
           03 summ-branch pic 9(3).
           03 summ-tran-type pic x(1).
           03 summ-count pic 9(9).
           03 summ-amount pic s9(11)v99 sign leading separate.
       01  summary-header.
           03 summ-header-type pic x(1).
           03 summ-header-date pic 9(8).

       fd  posting-history.
       01  posthist-record.
           03 ph-date pic 9(8).
           03 ph-time pic 9(8).
           03 ph-branch pic 9(3).
           03 ph-tran-type pic x(1).
           03 ph-count pic 9(9).
           03 ph-amount pic s9(11)v99 sign leading separate.

       working-storage section.
       01 ws-cleanin-status pic xx.
       01 ws-master-status pic xx.
       01 ws-journal-status pic xx.
       01 ws-reject-status pic xx.
       01 ws-posted-status pic xx.
       01 ws-balhist-status pic xx.
       01 ws-summary-status pic xx.

      *>Posted totals per branch for postsumm.dat, one slot per
      *>possible branch id subscripted by branch + 1, the table
      *>BranchSettlement keeps over the whole clean file.
       78 78-max-branches value 1000.
       01 ws-branch-table.
           03 ws-br-entry occurs 1000 times.
              05 ws-br-type-total occurs 3 times.
                 07 ws-br-count binary-long.
                 07 ws-br-amount pic s9(11)v99.
       01 ws-br-idx binary-long.
       01 ws-type-idx binary-long.
       01 ws-type-codes pic x(3) value "DCR".

      *>The extract key carries the account in its leading six digits
      *>and the source system's transaction sequence in the last
       01 ws-credit-total pic s9(9)v99 value 0.
       01 ws-net-total pic s9(9)v99 value 0.

      *>Currency conversion through ExchRate. ws-base-amount is the
      *>transaction in the base currency -- what every total above
      *>and below is kept in.
       01 ws-fx-func pic x(8).
       01 ws-conversion.
           03 ws-cv-currency pic x(3).
           03 ws-cv-amount pic s9(11)v99.
           03 ws-cv-base-amount pic s9(11)v99.
           03 ws-cv-base-currency pic x(3).
           03 ws-cv-rate pic 9(4)v9(6).
           03 ws-cv-rate-date pic 9(8).
       01 ws-fx-reply pic x(1).
       01 ws-base-amount pic s9(9)v99.

      *>Per-currency totals for the journal's closing block: items,
      *>net as fed and net in base, with the rate that was used.
      *>Blank-currency items are listed under the base code.
       78 78-max-currencies value 50.
       01 ws-ccy-count binary-long value 0.
       01 ws-ccy-table.
           03 ws-ccy-entry occurs 50 times.
              05 ws-ccy-code pic x(3).
              05 ws-ccy-items binary-long.
              05 ws-ccy-net pic s9(11)v99.
              05 ws-ccy-base-net pic s9(11)v99.
              05 ws-ccy-rate pic 9(4)v9(6).
              05 ws-ccy-rate-date pic 9(8).
       01 ws-ccy-idx binary-long.
       01 ws-ccy-code-in pic x(3).
       01 ws-items-edit pic zzz,zz9.
       01 ws-rate-edit pic zzz9.999999.
       01 ws-base-amount-edit pic z,zzz,zz9.99-.

      *>Control-break state for the per-account application: the
      *>clean file arrives in key order and the key leads with the
      *>account, so an account's transactions are contiguous and one
       01 ws-prev-account pic 9(6).
       01 ws-have-account binary-long value 0.
       01 ws-acct-subtotal pic s9(9)v99 value 0.
       01 ws-acct-debits pic s9(9)v99 value 0.
       01 ws-acct-credits pic s9(9)v99 value 0.

      *>Ledger application for the account that just finished, in
      *>the master's pennies.
       01 ws-ledger-opening pic s9(11) value 0.
       01 ws-ledger-debits pic s9(11) value 0.
       01 ws-ledger-credits pic s9(11) value 0.
       01 ws-money-work pic s9(9)v99.

      *>Backing out an earlier posting of the date: how many accounts
      *>and the net taken back out, and the latest date on the
      *>history -- only when it is later than tonight do later
      *>positions need carrying along. ws-restate-net is the change
      *>to an account's position on tonight's date, applied to its
      *>records on every later date.
       01 ws-backout-count binary-long value 0.
       01 ws-backout-net pic s9(11) value 0.
       01 ws-account-net pic s9(11).
       01 ws-restate-net pic s9(11).
       01 ws-restate-account pic 9(6).
       01 ws-restate-day binary-long.
       01 ws-restate-last-day binary-long.
       01 ws-latest-bal-date pic 9(8) value 0.
       01 ws-saved-bal-key pic x(14).
      *>A date posted behind later ones opens on the account's
      *>closing position on its latest earlier date, not on the
      *>master, which already carries the later dates.
       01 ws-prior-closing pic s9(11).
       01 ws-prior-day binary-long.
       01 ws-backout-edit pic z,zzz,zzz,zz9.99-.
       01 ws-balance-edit pic zzz,zzz,zz9.99-.
       01 ws-amount-edit pic z,zzz,zz9.99-.
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

      *>Events for the central audit repository, which accumulates
      *>across days -- the journal is recut every run.
       01 ws-audit-program pic x(24) value "POSTTRANSACTIONS".
       01 ws-audit-count2 pic 9(9).
       01 ws-audit-count3 pic 9(9).

      *>Exception work queue linkage.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).

      *>Control registry linkage: the clean file's own count and
      *>amount hash, checked against what MergeSort registered; then
      *>postsumm.dat's detail count and amount total, registered for
      *>GLInterface.
       01 ws-ctl-func pic x(8) value "CHECK   ".
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40) value "MergeSort/cleanout.dat".
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).

      *>Run return code, the stream discipline the scheduler keys
      *>off: 0 clean, 4 posted with rejects, 8 the posting summary
      *>for the GL interface could not be written or registered, or
      *>posted.dat could not be written, 12 the clean file, the
      *>account master or the balance history was missing or
      *>unreadable, or the clean file failed its control check. The
      *>highest severity reached wins.
       01 ws-run-rc binary-long value 0.

      *>Batch calendar linkage: business date from the calendar, and
       01 ws-cal-reply pic x(1).
       01 ws-bus-date pic 9(8).
       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
       01 ws-posthist-status pic xx.
       01 ws-cal-mode binary-long value 0.
       01 ws-cal-blocked binary-long value 0.


      *>Posting without the master would mean applying money to
      *>accounts nobody has vouched for -- unlike the charges run's
      *>report-only degradation, this step stops instead. It is
      *>opened for update because the ledger balance lives on it.
           open i-o account-master
           if ws-master-status <> "00"
               display "POSTTRANSACTIONS: account master "
                 "acctmast.dat not available (status "
               move ws-run-rc to return-code
               goback
           end-if
           perform check-clean-controls
           if ws-ctl-reply <> "Y"
               if ws-ctl-reply <> "R"
                   display "POSTTRANSACTIONS: cleanout.dat failed its "
                     "control check, nothing posted"
                   close clean-input-file
               end-if
               move 12 to ws-run-rc
               close account-master
               move ws-run-rc to return-code
               goback
           end-if

      *>Balance history is created on first use. It is what says
      *>what an earlier run of tonight's date already moved, so a
      *>history that will not open stops the step like a missing
      *>master.
           open i-o balance-history
           if ws-balhist-status = "35"
               open output balance-history
               close balance-history
               open i-o balance-history
           end-if
           if ws-balhist-status <> "00"
               display "POSTTRANSACTIONS: unable to open "
                 "balhist.dat, status " ws-balhist-status
                 ", nothing posted"
               move 12 to ws-run-rc
               close clean-input-file
               close account-master
               move ws-run-rc to return-code
               goback
           end-if

           open output posting-journal
           if ws-journal-status <> "00"
               display "POSTTRANSACTIONS: unable to open "
                 "posting.exc, status " ws-reject-status
           end-if
           open output posted-items
           if ws-posted-status <> "00"
               display "POSTTRANSACTIONS: unable to open "
                 "posted.dat, status " ws-posted-status
                 " -- statements will not show tonight's postings"
               if ws-run-rc < 8
                   move 8 to ws-run-rc
               end-if
           end-if
           move "BEGIN   " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply

           perform varying ws-br-idx from 1 by 1
             until ws-br-idx > 78-max-branches
               perform varying ws-type-idx from 1 by 1
                 until ws-type-idx > 3
                   move 0 to ws-br-count(ws-br-idx, ws-type-idx)
                   move 0 to ws-br-amount(ws-br-idx, ws-type-idx)
               end-perform
           end-perform

           perform write-journal-heading
           perform find-latest-history-date
           perform back-out-earlier-posting

           perform until ws-cleanin-status = "10"
               read clean-input-file
                       move "10" to ws-cleanin-status
                   not at end
                       add 1 to ws-read-count
                       perform tally-proof-record
                       perform post-one-transaction
               end-read
           end-perform
               write reject-line
           end-if

           perform write-posting-summary

           close clean-input-file
           close account-master
           close balance-history
           close posting-journal
           close posting-rejects
           if ws-posted-status = "00"
               close posted-items
           end-if
           move "END     " to ws-exc-func
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply

           move "POST-DONE" to ws-audit-event
           move ws-read-count to ws-audit-count1
                 ws-bus-date ws-cal-reply
           end-if.

       check-clean-controls section.
      *>One pass to count the file and hash its amounts, then back to
      *>the top of it for the posting pass. ws-ctl-reply "R" is a
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
               display "POSTTRANSACTIONS: unable to reopen "
                 "cleanout.dat, status " ws-cleanin-status
                 ", nothing posted"
               move "R" to ws-ctl-reply
               exit section
           end-if
           move ws-run-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply.

       post-one-transaction section.
      *>One clean transaction: split the key, look the account up on
      *>the master, and either apply the amount (by type) with a
               invalid key
                   move "UNKNOWN ACCOUNT" to ws-reject-reason
               not invalid key
                   evaluate master-acct-status
                       when "C"
                           move "ACCOUNT CLOSED" to ws-reject-reason
                       when "D"
                           move "ACCOUNT DORMANT" to ws-reject-reason
                   end-evaluate
           end-read
           if ws-reject-reason <> spaces
               perform write-posting-reject
               exit section
           end-if
           perform convert-to-base
           if ws-reject-reason <> spaces
               perform write-posting-reject
           else
                   perform write-account-subtotal
               end-if
               if clean-type = "C" or clean-type = "R"
                   subtract ws-base-amount from ws-acct-subtotal
                   add ws-base-amount to ws-acct-credits
                   subtract ws-base-amount from ws-credit-total
                   subtract ws-base-amount from ws-net-total
               else
                   add ws-base-amount to ws-acct-subtotal
                   add ws-base-amount to ws-acct-debits
                   add ws-base-amount to ws-debit-total
                   add ws-base-amount to ws-net-total
               end-if
               add 1 to ws-posted-count
               perform tally-posted-branch
               perform tally-posted-currency
               perform write-journal-detail
               perform write-posted-item
               move ws-key-account to ws-prev-account
               move 1 to ws-have-account
           end-if.

       convert-to-base section.
      *>The transaction in the base currency, at the rate in force
      *>for the business date; a reason is left in ws-reject-reason
      *>when it cannot be converted.
           move "CONVERT " to ws-fx-func
           move clean-currency to ws-cv-currency
           move clean-amount to ws-cv-amount
           call "ExchRate" using ws-fx-func ws-run-date ws-conversion
             ws-fx-reply
           evaluate ws-fx-reply
               when "Y"
                   compute ws-base-amount = ws-cv-base-amount
                       on size error
                           move "BASE AMOUNT OVERFLOW" to
                             ws-reject-reason
                   end-compute
               when "N"
                   move "NO RATE FOR CURRENCY" to ws-reject-reason
               when "U"
                   move "UNKNOWN CURRENCY" to ws-reject-reason
               when other
                   move "BASE AMOUNT OVERFLOW" to ws-reject-reason
           end-evaluate.

       tally-posted-currency section.
           move clean-currency to ws-ccy-code-in
           if ws-ccy-code-in = spaces
               move ws-cv-base-currency to ws-ccy-code-in
           end-if
           perform varying ws-ccy-idx from 1 by 1
             until ws-ccy-idx > ws-ccy-count or
             ws-ccy-code(ws-ccy-idx) = ws-ccy-code-in
               continue
           end-perform
           if ws-ccy-idx > ws-ccy-count
               if ws-ccy-count >= 78-max-currencies
                   exit section
               end-if
               add 1 to ws-ccy-count
               move ws-ccy-code-in to ws-ccy-code(ws-ccy-idx)
               move 0 to ws-ccy-items(ws-ccy-idx)
               move 0 to ws-ccy-net(ws-ccy-idx)
               move 0 to ws-ccy-base-net(ws-ccy-idx)
           end-if
           move ws-cv-rate to ws-ccy-rate(ws-ccy-idx)
           move ws-cv-rate-date to ws-ccy-rate-date(ws-ccy-idx)
           add 1 to ws-ccy-items(ws-ccy-idx)
           if clean-type = "C" or clean-type = "R"
               subtract clean-amount from ws-ccy-net(ws-ccy-idx)
               subtract ws-base-amount from
                 ws-ccy-base-net(ws-ccy-idx)
           else
               add clean-amount to ws-ccy-net(ws-ccy-idx)
               add ws-base-amount to ws-ccy-base-net(ws-ccy-idx)
           end-if.

       write-account-subtotal section.
      *>The amount actually applied to the account that just
      *>finished -- debits less credits and reversals -- and the
      *>ledger balance it leaves the account at.
           move ws-acct-subtotal to ws-total-edit
           move spaces to ws-work-line
           string "  ACCOUNT " ws-prev-account " POSTED: "
             ws-total-edit
             delimited by size into ws-work-line
           perform write-journal-line
           perform update-ledger-balance
           move spaces to ws-work-line
           perform write-journal-line
           move 0 to ws-acct-subtotal
           move 0 to ws-acct-debits
           move 0 to ws-acct-credits.

       update-ledger-balance section.
      *>Applies the finished account's debits and credits to the
      *>master's ledger balance and records the movement on the
      *>balance history. The master record in the buffer already
      *>belongs to the next account by the time the break fires, so
      *>the finished account is read back before the rewrite.
           move ws-prev-account to master-account
           read account-master
               invalid key
                   exit section
           end-read
           compute ws-ledger-debits = ws-acct-debits * 100
           compute ws-ledger-credits = ws-acct-credits * 100
           move master-ledger-balance to ws-ledger-opening
           compute master-ledger-balance = master-ledger-balance +
             ws-ledger-debits - ws-ledger-credits
           rewrite master-record
               invalid key
                   display "POSTTRANSACTIONS: unable to update "
                     "balance for account " master-account
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
                   exit section
           end-rewrite
           compute ws-money-work = master-ledger-balance / 100
           move ws-money-work to ws-balance-edit
           move spaces to ws-work-line
           string "  ACCOUNT " ws-prev-account " BALANCE: "
             ws-balance-edit
             delimited by size into ws-work-line
           perform write-journal-line
           perform write-balance-history.

       write-balance-history section.
      *>First movement of the date creates the record with the
      *>opening position; a later one (addAccountCharges, on its
      *>own chain of the stream) adds to it and carries the closing
      *>forward. Either way this step's share is kept beside the
      *>day's totals, for a later run of the date to back out.
           move ws-run-date to bal-date
           move ws-prev-account to bal-account
           read balance-history
               invalid key
                   if ws-latest-bal-date > ws-run-date
                       move ws-prev-account to ws-restate-account
                       perform find-prior-closing
                       move ws-prior-closing to ws-ledger-opening
                       move ws-run-date to bal-date
                       move ws-prev-account to bal-account
                   end-if
                   move ws-ledger-opening to bal-opening
                   move ws-ledger-debits to bal-debits
                   move ws-ledger-credits to bal-credits
                   compute bal-closing = bal-opening +
                     ws-ledger-debits - ws-ledger-credits
                   move ws-ledger-debits to bal-post-debits
                   move ws-ledger-credits to bal-post-credits
                   move 0 to bal-chg-debits
                   move 0 to bal-chg-credits
                   write balhist-record
                       invalid key
                           display "POSTTRANSACTIONS: unable to "
                             "write balance history for account "
                             ws-prev-account
                           if ws-run-rc < 8
                               move 8 to ws-run-rc
                           end-if
                   end-write
               not invalid key
                   add ws-ledger-debits to bal-debits
                   add ws-ledger-credits to bal-credits
                   if ws-latest-bal-date > ws-run-date
                       compute bal-closing = bal-closing +
                         ws-ledger-debits - ws-ledger-credits
                   else
                       move master-ledger-balance to bal-closing
                   end-if
                   add ws-ledger-debits to bal-post-debits
                   add ws-ledger-credits to bal-post-credits
                   rewrite balhist-record
                       invalid key
                           display "POSTTRANSACTIONS: unable to "
                             "update balance history for account "
                             ws-prev-account
                           if ws-run-rc < 8
                               move 8 to ws-run-rc
                           end-if
                   end-rewrite
           end-read
           if ws-latest-bal-date > ws-run-date
               move ws-prev-account to ws-restate-account
               compute ws-restate-net = ws-ledger-debits -
                 ws-ledger-credits
               perform restate-later-history
           end-if.

       find-prior-closing section.
      *>ws-restate-account's closing position on its latest date
      *>before tonight's, zero when it has none. The history is in
      *>date order, so the search steps back a date at a time: the
      *>record at or before (date, account) is either the account's
      *>or shows the next date worth trying.
           move 0 to ws-prior-closing
           compute ws-prior-day =
             function integer-of-date(ws-run-date) - 1
           perform until ws-prior-day < 1
               compute bal-date = function date-of-integer(ws-prior-day)
               move ws-restate-account to bal-account
               start balance-history key is <= bal-key
                   invalid key
                       exit perform
               end-start
               read balance-history previous record
                   at end
                       exit perform
               end-read
               if bal-account = ws-restate-account
                   move bal-closing to ws-prior-closing
                   exit perform
               end-if
               compute ws-prior-day = function integer-of-date(bal-date)
               if bal-account < ws-restate-account
                   subtract 1 from ws-prior-day
               end-if
           end-perform
           move "00" to ws-balhist-status.

       find-latest-history-date section.
      *>The newest date on the history. Later than tonight only when
      *>an earlier date is being posted again after the stream moved
      *>on -- a reopened month.
           move ws-run-date to ws-latest-bal-date
           move ws-run-date to bal-date
           move 999999 to bal-account
           start balance-history key is > bal-key
               invalid key
                   exit section
           end-start
           perform until ws-balhist-status <> "00"
               read balance-history next record
                   at end
                       move "10" to ws-balhist-status
                   not at end
                       move bal-date to ws-latest-bal-date
               end-read
           end-perform
           move "00" to ws-balhist-status.

       back-out-earlier-posting section.
      *>Whatever an earlier run of tonight's date posted comes back
      *>off the master and out of the date's history before anything
      *>is posted again; addAccountCharges' share of the date stays
      *>where it is. The history is walked in key order, so after
      *>each account's master and later-date updates the walk picks
      *>up again after the record just done.
           move ws-run-date to bal-date
           move 0 to bal-account
           start balance-history key is >= bal-key
               invalid key
                   exit section
           end-start
           perform until ws-balhist-status <> "00"
               read balance-history next record
                   at end
                       move "10" to ws-balhist-status
                   not at end
                       if bal-date <> ws-run-date
                           move "10" to ws-balhist-status
                       else
                           if bal-post-debits <> 0 or
                             bal-post-credits <> 0
                               perform back-out-one-account
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-balhist-status
           if ws-backout-count = 0
               exit section
           end-if

           move ws-backout-count to ws-count-disp
           compute ws-money-work = ws-backout-net / 100
           move ws-money-work to ws-backout-edit
           display "POSTTRANSACTIONS: " ws-run-date " was posted "
             "before -- " ws-count-disp " account(s), net "
             ws-backout-edit ", backed out and posted again"
           move spaces to ws-work-line
           string "EARLIER POSTING OF " ws-run-date " BACKED OUT: "
             ws-count-disp " ACCOUNTS NET " ws-backout-edit
             delimited by size into ws-work-line
           perform write-journal-line
           move spaces to ws-work-line
           perform write-journal-line
           move "POST-BACKOUT" to ws-audit-event
           move ws-backout-count to ws-audit-count1
           move spaces to ws-audit-text
           string "DATE " ws-run-date " ACCOUNTS " ws-audit-count1
             " NET " ws-backout-edit
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       back-out-one-account section.
           move bal-key to ws-saved-bal-key
           compute ws-account-net = bal-post-debits - bal-post-credits
           subtract bal-post-debits from bal-debits
           subtract bal-post-credits from bal-credits
           subtract ws-account-net from bal-closing
           move 0 to bal-post-debits
           move 0 to bal-post-credits
           rewrite balhist-record
               invalid key
                   display "POSTTRANSACTIONS: unable to back out "
                     "balance history for account " bal-account
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
           end-rewrite
           move bal-account to master-account
           read account-master
               invalid key
                   display "POSTTRANSACTIONS: account " bal-account
                     " is no longer on the master -- earlier posting "
                     "of " ws-run-date " left on its history"
               not invalid key
                   subtract ws-account-net from master-ledger-balance
                   rewrite master-record
                       invalid key
                           display "POSTTRANSACTIONS: unable to back "
                             "out balance for account " master-account
                           if ws-run-rc < 8
                               move 8 to ws-run-rc
                           end-if
                   end-rewrite
           end-read
           add 1 to ws-backout-count
           add ws-account-net to ws-backout-net
           if ws-latest-bal-date > ws-run-date
               move bal-account to ws-restate-account
               compute ws-restate-net = 0 - ws-account-net
               perform restate-later-history
           end-if
           move ws-saved-bal-key to bal-key
           start balance-history key is > bal-key
               invalid key
                   move "10" to ws-balhist-status
           end-start.

       restate-later-history section.
      *>Moves ws-restate-account's opening and closing positions on
      *>every date after tonight's by ws-restate-net -- a change to
      *>tonight's movement changes every position after it.
           compute ws-restate-day =
             function integer-of-date(ws-run-date) + 1
           compute ws-restate-last-day =
             function integer-of-date(ws-latest-bal-date)
           perform until ws-restate-day > ws-restate-last-day
               compute bal-date =
                 function date-of-integer(ws-restate-day)
               move ws-restate-account to bal-account
               read balance-history
                   not invalid key
                       add ws-restate-net to bal-opening
                       add ws-restate-net to bal-closing
                       rewrite balhist-record
                           invalid key
                               display "POSTTRANSACTIONS: unable to "
                                 "restate balance history for account "
                                 ws-restate-account " on " bal-date
                       end-rewrite
               end-read
               add 1 to ws-restate-day
           end-perform
           move "00" to ws-balhist-status.

       tally-posted-branch section.
      *>Anything that is not a credit or a reversal posts as a debit,
      *>and is tallied as one.
           compute ws-br-idx = clean-branch + 1
           evaluate clean-type
               when "C"
                   move 2 to ws-type-idx
               when "R"
                   move 3 to ws-type-idx
               when other
                   move 1 to ws-type-idx
           end-evaluate
           add 1 to ws-br-count(ws-br-idx, ws-type-idx)
           add ws-base-amount to
             ws-br-amount(ws-br-idx, ws-type-idx).

       write-posting-summary section.
           open output posting-summary
           if ws-summary-status <> "00"
               display "POSTTRANSACTIONS: unable to open "
                 "postsumm.dat, status " ws-summary-status
               if ws-run-rc < 8
                   move 8 to ws-run-rc
               end-if
               exit section
           end-if
           move "H" to summ-header-type
           move ws-run-date to summ-header-date
           write summary-header
           perform varying ws-br-idx from 1 by 1
             until ws-br-idx > 78-max-branches
               perform varying ws-type-idx from 1 by 1
                 until ws-type-idx > 3
                   if ws-br-count(ws-br-idx, ws-type-idx) > 0
                       move "D" to summ-rec-type
                       compute summ-branch = ws-br-idx - 1
                       move ws-type-codes(ws-type-idx:1) to
                         summ-tran-type
                       move ws-br-count(ws-br-idx, ws-type-idx) to
                         summ-count
                       move ws-br-amount(ws-br-idx, ws-type-idx) to
                         summ-amount
                       write summary-record
                   end-if
               end-perform
           end-perform
           close posting-summary
           perform register-posting-summary
           perform write-posting-history.

       register-posting-summary section.
      *>Detail records and their net amount, as written above.
           move "RECORD  " to ws-ctl-func
           move "MergeSort/postsumm.dat" to ws-ctl-file
           move ws-run-date to ws-ctl-date
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           perform varying ws-br-idx from 1 by 1
             until ws-br-idx > 78-max-branches
               perform varying ws-type-idx from 1 by 1
                 until ws-type-idx > 3
                   if ws-br-count(ws-br-idx, ws-type-idx) > 0
                       add 1 to ws-ctl-count
                       add ws-br-amount(ws-br-idx, ws-type-idx) to
                         ws-ctl-hash
                   end-if
               end-perform
           end-perform
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply
           if ws-ctl-reply <> "Y"
               display "POSTTRANSACTIONS: postsumm.dat not on the "
                 "control registry -- GLInterface will stop"
               if ws-run-rc < 8
                   move 8 to ws-run-rc
               end-if
           end-if.

       write-posting-history section.
      *>Best effort, like the durations history -- a month-end that
      *>finds a date missing says so.
           open extend posting-history
           if ws-posthist-status <> "00"
               open output posting-history
           end-if
           if ws-posthist-status <> "00"
               display "POSTTRANSACTIONS: unable to extend "
                 "posthist.dat, status " ws-posthist-status
               exit section
           end-if
           accept ws-run-time from time
           perform varying ws-br-idx from 1 by 1
             until ws-br-idx > 78-max-branches
               perform varying ws-type-idx from 1 by 1
                 until ws-type-idx > 3
                   if ws-br-count(ws-br-idx, ws-type-idx) > 0
                       move ws-run-date to ph-date
                       move ws-run-time to ph-time
                       compute ph-branch = ws-br-idx - 1
                       move ws-type-codes(ws-type-idx:1) to
                         ph-tran-type
                       move ws-br-count(ws-br-idx, ws-type-idx) to
                         ph-count
                       move ws-br-amount(ws-br-idx, ws-type-idx) to
                         ph-amount
                       write posthist-record
                   end-if
               end-perform
           end-perform
           close posting-history.

       write-posted-item section.
           if ws-posted-status <> "00"
               exit section
           end-if
           move clean-input-record to posted-record
           move ws-base-amount to posted-base-amount
           write posted-record
           if ws-posted-status <> "00"
               display "POSTTRANSACTIONS: unable to write posted.dat, "
                 "status " ws-posted-status
               if ws-run-rc < 8
                   move 8 to ws-run-rc
               end-if
           end-if.

       write-posting-reject section.
           add 1 to ws-reject-count
           move clean-amount to ws-amount-edit
           move spaces to reject-line
           string "REJECTED: KEY " clean-key " ACCOUNT "
             ws-key-account " AMOUNT " ws-amount-edit " "
             clean-currency " TYPE " clean-type " REASON: "
             ws-reject-reason
             delimited by size into reject-line
           if ws-reject-status = "00"
               write reject-line
           end-if
           move spaces to ws-exc-key
           string "KEY " clean-key " ACCOUNT " ws-key-account
             delimited by size into ws-exc-key
           move spaces to ws-exc-reason
           string ws-reject-reason " " ws-amount-edit " "
             clean-currency
             delimited by size into ws-exc-reason
           move "ADD     " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       write-journal-heading section.
           move spaces to ws-work-line
           string "POSTING JOURNAL - RUN DATE: " ws-run-date
             delimited by size into ws-work-line
           perform write-journal-line
           move "CHECK   " to ws-fx-func
           move spaces to ws-cv-currency
           call "ExchRate" using ws-fx-func ws-run-date ws-conversion
             ws-fx-reply
           move spaces to ws-work-line
           string "ALL TOTALS IN BASE CURRENCY " ws-cv-base-currency
             delimited by size into ws-work-line
           perform write-journal-line
           move spaces to ws-work-line
           perform write-journal-line
           move spaces to ws-work-line
           string "  KEY        ACCOUNT         AMOUNT CCY   "
             "BASE AMOUNT TYPE"
             delimited by size into ws-work-line
           perform write-journal-line
           move spaces to ws-work-line
           perform write-journal-line.

       write-journal-detail section.
           move clean-amount to ws-amount-edit
           move ws-base-amount to ws-base-amount-edit
           move spaces to ws-work-line
           string "  " clean-key "  " ws-key-account "   "
             ws-amount-edit " " clean-currency " "
             ws-base-amount-edit "    " clean-type
             delimited by size into ws-work-line
           perform write-journal-line.

           move spaces to ws-work-line
           string "  TRANSACTIONS REJECTED: " ws-count-disp
             delimited by size into ws-work-line
           perform write-journal-line

           perform write-currency-totals
           perform write-proof-lines.

       write-currency-totals section.
      *>Net posted per currency as fed and in base, with the rate
      *>and the date of the rate -- an old date here means treasury's
      *>file did not carry that currency tonight.
           move spaces to ws-work-line
           perform write-journal-line
           move "  POSTED BY CURRENCY" to ws-work-line
           perform write-journal-line
           move spaces to ws-work-line
           string "  CCY    ITEMS    ORIGINAL NET        BASE NET"
             "         RATE RATE DATE"
             delimited by size into ws-work-line
           perform write-journal-line
           perform varying ws-ccy-idx from 1 by 1
             until ws-ccy-idx > ws-ccy-count
               move ws-ccy-items(ws-ccy-idx) to ws-items-edit
               move ws-ccy-net(ws-ccy-idx) to ws-total-edit
               move ws-ccy-base-net(ws-ccy-idx) to ws-balance-edit
               move ws-ccy-rate(ws-ccy-idx) to ws-rate-edit
               move spaces to ws-work-line
               string "  " ws-ccy-code(ws-ccy-idx) "  "
                 ws-items-edit "  " ws-total-edit " "
                 ws-balance-edit "  " ws-rate-edit " "
                 ws-ccy-rate-date(ws-ccy-idx)
                 delimited by size into ws-work-line
               perform write-journal-line
           end-perform.

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
           perform write-journal-line
           perform varying ws-proof-idx from 1 by 1
             until ws-proof-idx > 3
               move ws-run-date to ws-proof-date
               move ws-proof-types(ws-proof-idx:1) to ws-proof-type
               move ws-proof-tally-count(ws-proof-idx) to
                 ws-proof-count
               move ws-proof-tally-amount(ws-proof-idx) to
                 ws-proof-amount
               move ws-proof-line to ws-work-line
               perform write-journal-line
           end-perform.

       write-journal-line section.
           if ws-journal-status = "00"
