               access mode random
               record key master-account
               file status is ws-master-status.
           select balance-history assign to "balhist.dat"
               organization indexed
               access mode dynamic
               record key bal-key
               file status is ws-balhist-status.
           select charge-exceptions-file assign to "charges.exc"
               organization line sequential
               file status is ws-charge-exc-status.
           select over-limit-report assign to "overlimit.rpt"
               organization line sequential
               file status is ws-overlimit-status.
           select dispute-file assign to "dispute.dat"
               organization indexed
               access mode dynamic
               record key disp-key
               file status is ws-dispute-status.

       data division.
       file section.
      *>reversals net against the account instead of the branches
      *>holding them back for hand posting -- charge-amount itself
      *>stays unsigned, the type code carries the direction.
      *>charge-currency is the currency the amount is in (blank is
      *>the base currency); it is converted to base before it
      *>touches a subtotal, the ledger or the limit check.
       01  charges-record.
           03 charge-account pic 9(6).
           03 charge-amount pic 9(7).
           03 charge-type pic x(1).
           03 charge-currency pic x(3).

       fd  charges-report.
       01  charges-report-record pic x(80).
           03 charges-sort-account pic 9(6).
           03 charges-sort-amount pic 9(7).
           03 charges-sort-type pic x(1).
           03 charges-sort-currency pic x(3).

       fd  charges-sorted-file.
       01  charges-sorted-record pic x(17).

      *>Account master maintained by AccountMaint -- every charge is
      *>validated against it so a keying error like 000209 for 000029
      *>account.
       fd  account-master.
      *>master-charge-limit (pennies, 0 = no limit) is maintained by
      *>AccountMaint -- each account's ledger position after the
      *>night's charges is compared against it at control-break
      *>time, so a branch double-feeding an account is caught on the
      *>night's reports instead of by the customer.
      *>master-ledger-balance is the running position in signed
      *>pennies, which this run and PostTransactions both move.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

      *>Dated balance history shared with PostTransactions: one
      *>record per account per business date on which the account
      *>moved, opening position, the day's debits and credits
      *>(credits and reversals together) and closing position, in
      *>signed pennies. PostTransactions and this run are on
      *>separate chains of the stream but both move the ledger for
      *>the same business date: whichever reaches an account first
      *>on a date creates its record and the other adds to it.
      *>bal-chg-debits/credits are this run's share of the day's
      *>debits and credits, bal-post-debits/credits PostTransactions'
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

       fd  charge-exceptions-file.
       01  charge-exception-record pic x(100).

      *>Dated account-subtotal history, appended every run --
      *>ChargeVariance compares the latest two dates on this file to
           03 sus-account pic 9(6).
           03 sus-amount pic 9(7).
           03 sus-type pic x(1).
           03 sus-currency pic x(3).

       fd  aging-report.
       01  aging-line pic x(80).
       fd  over-limit-report.
       01  over-limit-line pic x(80).

      *>Charge disputes kept with DisputeMaint. An open one ("O")
      *>is money the customer says is not owed, so its amount is
      *>left out of the account's position for the limit check.
       fd  dispute-file.
       01  dispute-record.
           03 disp-key.
              05 disp-account pic 9(6).
              05 disp-charge-date pic 9(8).
              05 disp-amount pic 9(7).
           03 disp-currency pic x(3).
           03 disp-status pic x(1).
           03 disp-reason pic x(30).
           03 disp-opened-date pic 9(8).
           03 disp-opened-by pic x(3).
           03 disp-resolved-date pic 9(8).
           03 disp-resolved-by pic x(3).
           03 disp-credit-date pic 9(8).

       working-storage section.
       01 numTd pic 9(5) typedef.
      *>ws-num1/ws-num2 are wide enough that their sum can exceed
       01 ws-charges-sorted-status pic xx.
       01 ws-history-status pic xx.
       01 ws-history-mode binary-long value 0.
       01 ws-balhist-status pic xx.
       01 ws-balhist-mode binary-long value 0.
       01 ws-suspense-status pic xx.
       01 ws-aging-status pic xx.
       01 ws-susp-card-status pic xx.
              05 ws-susp-account pic 9(6).
              05 ws-susp-amount pic 9(7).
              05 ws-susp-type pic x(1).
              05 ws-susp-currency pic x(3).
              05 ws-susp-flag pic x(1).
       01 ws-susp-idx binary-long.
       01 ws-susp-age-limit pic 9(3) value 5.
       01 ws-overlimit-count binary-long value 0.
       01 ws-overlimit-count-disp pic 9(9).
       01 ws-limit-edit pic zz,zzz,zz9.99-.
       01 ws-balance-edit pic zzz,zzz,zz9.99-.

      *>Open disputes on the account in flight, in base pennies, and
      *>the position the limit is compared against once they are
      *>left out. No dispute.dat is a shop with nothing disputed.
       01 ws-dispute-status pic xx.
       01 ws-dispute-mode binary-long value 0.
       01 ws-disputed-pennies pic s9(11).
       01 ws-limit-position pic s9(11).
       01 ws-dispute-pennies pic s9(11).

      *>Ledger application for the account in flight: its debits and
      *>its credits-and-reversals in pennies, kept apart because the
      *>balance history carries them apart, plus the opening
      *>position read back off the master at control-break time.
       01 ws-ledger-debits pic s9(11) value 0.
       01 ws-ledger-credits pic s9(11) value 0.
       01 ws-ledger-opening pic s9(11) value 0.

      *>Backing out an earlier run's charges for the date before they
      *>are applied again: accounts and net taken back out, and the
      *>latest date on the history -- later than tonight only when a
      *>reopened month's date is run again, and then every later
      *>position of an account moves by ws-restate-net.
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
       01 ws-backout-count-disp pic 9(9).

      *>ws-master-mode mirrors ws-reconcile-mode: validation only
      *>runs when the account master is actually there, so a site
       01 ws-charge-exc-count binary-long value 0.
       01 ws-charge-exc-count-disp pic 9(9).

      *>Currency conversion through ExchRate: ws-base-pennies is the
      *>charge in base-currency pennies, what every subtotal, the
      *>ledger and the limit check are kept in.
       01 ws-fx-func pic x(8) value "CONVERT ".
       01 ws-conversion.
           03 ws-cv-currency pic x(3).
           03 ws-cv-amount pic s9(11)v99.
           03 ws-cv-base-amount pic s9(11)v99.
           03 ws-cv-base-currency pic x(3).
           03 ws-cv-rate pic 9(4)v9(6).
           03 ws-cv-rate-date pic 9(8).
       01 ws-fx-reply pic x(1).
       01 ws-base-pennies pic s9(9).
       01 ws-base-edit pic z,zzz,zz9.99-.

       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
       01 ws-reconcile-mode binary-long value 0.
       01 ws-audit-count2 pic 9(9).
       01 ws-audit-count3 pic 9(9).

      *>Exception work queue (ExcQueue): rejected charges and
      *>over-limit accounts are queued for someone to work, not just
      *>printed on reports recut every night.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).

      *>Control registry (CtlReg): chargesrt.dat, chghist.dat and
      *>chgsusp.dat are registered with the business date, record
      *>count and amount hash (pennies) as each is closed, for the
      *>programs that read them to check before they trust them.
      *>chghist.dat is registered whole, appends and all, and the
      *>block this run appended to it is registered again on its own
      *>as LocalVariables/chghist.dat/lastrun -- the last that many
      *>records of the file are tonight's charges, however many
      *>earlier runs of the date sit above them.
       01 ws-ctl-func pic x(8) value "RECORD  ".
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40).
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).
       01 ws-hist-run-count binary-long value 0.
       01 ws-hist-run-pennies pic s9(13) value 0.

      *>Run return code, the stream discipline the scheduler keys
      *>off: 0 clean, 4 processed with exceptions (addNums overflow,
      *>rejected charges, posting without the account master, an
      *>output the control registry would not take),
      *>8 control totals failed to reconcile, 12 an input file was
      *>missing or unreadable. The highest severity reached wins.
       01 ws-run-rc binary-long value 0.
           declare grandTotal as binary-long value 0
           declare haveAccount as binary-long value 0

      *>Opened for update: the ledger balance lives on the master.
           open i-o account-master
           if ws-master-status = "00"
               move 1 to ws-master-mode
               open input dispute-file
               if ws-dispute-status = "00"
                   move 1 to ws-dispute-mode
               end-if
           else
               display "LOCALVARIABLES: account master acctmast.dat "
                 "not available (status " ws-master-status
                 charges-sort-account
                   input procedure is release-charge-records
                   giving charges-sorted-file
               perform register-sorted-charges

      *>A sorted file that will not open gets the same guard as
      *>every other input here -- skip the posting loop and end with
                   display "LOCALVARIABLES: unable to open "
                     "charges.exc, status " ws-charge-exc-status
               end-if
               move "BEGIN   " to ws-exc-func
               move ws-run-date to ws-exc-date
               call "ExcQueue" using ws-exc-func ws-audit-program
                 ws-exc-item ws-exc-reply
               open output over-limit-report
               if ws-overlimit-status <> "00"
                   display "LOCALVARIABLES: unable to open "
                     " -- no subtotal history written this run"
               end-if

               if ws-master-mode = 1
                   open i-o balance-history
                   if ws-balhist-status = "35"
                       open output balance-history
                       close balance-history
                       open i-o balance-history
                   end-if
      *>The history is what says what an earlier run of the date
      *>already moved, so without it the ledger is left alone.
                   if ws-balhist-status = "00"
                       move 1 to ws-balhist-mode
                       perform find-latest-history-date
                       perform back-out-earlier-charges
                   else
                       display "LOCALVARIABLES: unable to open "
                         "balhist.dat, status " ws-balhist-status
                         " -- ledger balances not moved this run"
                       if ws-run-rc < 8
                           move 8 to ws-run-rc
                       end-if
                   end-if
               end-if

               perform until ws-charges-sorted-status = "10"
                   read charges-sorted-file into charges-record
                       at end
                               end-if
                               if charge-type = "C" or
                                 charge-type = "R"
                                   subtract ws-base-pennies from
                                     subtotal
                                   subtract ws-base-pennies from
                                     grandTotal
                                   add ws-base-pennies to
                                     ws-ledger-credits
                               else
                                   add ws-base-pennies to subtotal
                                   add ws-base-pennies to grandTotal
                                   add ws-base-pennies to
                                     ws-ledger-debits
                               end-if
                               add 1 to ws-posted-count
                               perform write-charge-detail

               if ws-history-mode = 1
                   close charge-history
                   perform register-charge-history
               end-if
               if ws-balhist-mode = 1
                   close balance-history
               end-if
               close charges-sorted-file
               close charges-report
               if ws-overlimit-count > 0 and ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               move "END     " to ws-exc-func
               call "ExcQueue" using ws-exc-func ws-audit-program
                 ws-exc-item ws-exc-reply

               perform write-suspense-file
               perform write-aging-report
           end-if
           if ws-master-mode = 1
               close account-master
           end-if
           if ws-dispute-mode = 1
               close dispute-file
           end-if.

       check-charge-account section.
      *>Looks the charge's account up on the master: unknown,
      *>closed or dormant accounts are rejected to the exceptions
      *>file with a reason, valid ones post exactly as before. A
      *>dormant account's charge waits in suspense until someone has
      *>reviewed it and reopened the account with AccountMaint.
      *>A good account still needs the charge converted to base; one
      *>with no rate tonight waits in suspense the same way.
           move 1 to ws-charge-valid
           move spaces to ws-charge-reason
           if ws-master-mode = 1
                       move 0 to ws-charge-valid
                       move "UNKNOWN ACCOUNT" to ws-charge-reason
                   not invalid key
                       evaluate master-acct-status
                           when "C"
                               move 0 to ws-charge-valid
                               move "ACCOUNT CLOSED" to
                                 ws-charge-reason
                           when "D"
                               move 0 to ws-charge-valid
                               move "ACCOUNT DORMANT" to
                                 ws-charge-reason
                       end-evaluate
               end-read
           end-if
           if ws-charge-valid = 1
               perform convert-charge-to-base
           end-if.

       convert-charge-to-base section.
      *>charge-amount (pennies, in charge-currency) into
      *>ws-base-pennies at the rate in force for the business date.
           move 0 to ws-base-pennies
           move charge-currency to ws-cv-currency
           compute ws-cv-amount = charge-amount / 100
           call "ExchRate" using ws-fx-func ws-run-date ws-conversion
             ws-fx-reply
           evaluate ws-fx-reply
               when "Y"
                   compute ws-base-pennies = ws-cv-base-amount * 100
                       on size error
                           move 0 to ws-charge-valid
                           move "BASE AMOUNT OVERFLOW" to
                             ws-charge-reason
                   end-compute
               when "N"
                   move 0 to ws-charge-valid
                   move "NO RATE FOR CURRENCY" to ws-charge-reason
               when "U"
                   move 0 to ws-charge-valid
                   move "UNKNOWN CURRENCY" to ws-charge-reason
               when other
                   move 0 to ws-charge-valid
                   move "BASE AMOUNT OVERFLOW" to ws-charge-reason
           end-evaluate.

       write-charge-exception section.
           add 1 to ws-charge-exc-count
           move spaces to charge-exception-record
           string "REJECTED CHARGE: ACCOUNT " charge-account
             " AMOUNT " charge-amount " " charge-currency
             " TYPE " charge-type " REASON: " ws-charge-reason
             delimited by size into charge-exception-record
           if ws-charge-exc-status = "00"
               write charge-exception-record
           end-if
           move spaces to ws-exc-key
           string "ACCOUNT " charge-account " " charge-amount " "
             charge-currency " " charge-type
             delimited by size into ws-exc-key
           move spaces to ws-exc-reason
           string "REJECTED CHARGE: " ws-charge-reason
             delimited by size into ws-exc-reason
           move "ADD     " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       read-suspense-card section.
      *>Aging limit in days from suspense.ctl; no card, or an
                             ws-susp-amount(ws-susp-count)
                           move sus-type to
                             ws-susp-type(ws-susp-count)
                           move sus-currency to
                             ws-susp-currency(ws-susp-count)
                           move "H" to ws-susp-flag(ws-susp-count)
                       else
                           if ws-susp-cap-hit = 0
      *>Feeds the sort: tonight's charges feed first, then every
      *>suspense item whose account now exists and is open -- those
      *>re-enter the run and post exactly as if the branch had sent
      *>them tonight. Items whose account is still unknown, closed
      *>or dormant -- or that still cannot be converted to base --
      *>stay flagged held and carry forward.
           open input charges-file
           perform until ws-charges-status = "10"
                       invalid key
                           move 0 to ws-susp-ok
                       not invalid key
                           if master-acct-status = "C" or
                             master-acct-status = "D"
                               move 0 to ws-susp-ok
                           end-if
                   end-read
                   if ws-susp-ok = 1
                       move ws-susp-account(ws-susp-idx) to
                         charge-account
                       move ws-susp-amount(ws-susp-idx) to
                         charge-amount
                       move ws-susp-type(ws-susp-idx) to charge-type
                       move ws-susp-currency(ws-susp-idx) to
                         charge-currency
                       move 1 to ws-charge-valid
                       perform convert-charge-to-base
                       if ws-charge-valid = 0
                           move 0 to ws-susp-ok
                       end-if
                   end-if
                   if ws-susp-ok = 1
                       move "P" to ws-susp-flag(ws-susp-idx)
                       add 1 to ws-susp-posted-count
                       release charges-sort-record from charges-record
                   end-if
               end-perform
               move charge-account to ws-susp-account(ws-susp-count)
               move charge-amount to ws-susp-amount(ws-susp-count)
               move charge-type to ws-susp-type(ws-susp-count)
               move charge-currency to
                 ws-susp-currency(ws-susp-count)
               move "N" to ws-susp-flag(ws-susp-count)
               add 1 to ws-susp-new-count
           else
               end-if
               exit section
           end-if
           move 0 to ws-ctl-hash
           perform varying ws-susp-idx from 1 by 1
             until ws-susp-idx > ws-susp-count
               if ws-susp-flag(ws-susp-idx) <> "P"
                   add 1 to ws-susp-held-count
                   add ws-susp-amount(ws-susp-idx) to ws-ctl-hash
                   move ws-susp-date(ws-susp-idx) to sus-date
                   move ws-susp-account(ws-susp-idx) to sus-account
                   move ws-susp-amount(ws-susp-idx) to sus-amount
                   move ws-susp-type(ws-susp-idx) to sus-type
                   move ws-susp-currency(ws-susp-idx) to sus-currency
                   write sus-record
               end-if
           end-perform
           close suspense-file
           move "LocalVariables/chgsusp.dat" to ws-ctl-file
           move ws-susp-held-count to ws-ctl-count
           perform call-control-registry
           if ws-susp-held-count > 0 and ws-run-rc < 4
               move 4 to ws-run-rc
           end-if.

       register-sorted-charges section.
      *>Counted back off the sort's output as it stands on disk.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           open input charges-sorted-file
           if ws-charges-sorted-status <> "00"
               exit section
           end-if
           perform until ws-charges-sorted-status <> "00"
               read charges-sorted-file into charges-record
                   at end
                       move "10" to ws-charges-sorted-status
                   not at end
                       add 1 to ws-ctl-count
                       add charge-amount to ws-ctl-hash
               end-read
           end-perform
           close charges-sorted-file
           move "LocalVariables/chargesrt.dat" to ws-ctl-file
           perform call-control-registry.

       register-charge-history section.
      *>The whole history, earlier nights' appends with tonight's,
      *>is what ChargeVariance and ChargeTrend read -- so that is
      *>what is counted and registered.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           open input charge-history
           if ws-history-status <> "00"
               display "LOCALVARIABLES: unable to reopen chghist.dat "
                 "to register it, status " ws-history-status
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           perform until ws-history-status <> "00"
               read charge-history
                   at end
                       move "10" to ws-history-status
                   not at end
                       add 1 to ws-ctl-count
                       add hist-amount to ws-ctl-hash
               end-read
           end-perform
           close charge-history
           move "LocalVariables/chghist.dat" to ws-ctl-file
           perform call-control-registry
           move ws-hist-run-count to ws-ctl-count
           move ws-hist-run-pennies to ws-ctl-hash
           move "LocalVariables/chghist.dat/lastrun" to ws-ctl-file
           perform call-control-registry.

       call-control-registry section.
           move ws-run-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply
           if ws-ctl-reply <> "Y"
               display "LOCALVARIABLES: " ws-ctl-file " not on the "
                 "control registry -- the programs that read it will "
                 "stop"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if.

       write-aging-report section.
      *>One line per item still in suspense, with how long it has
      *>been stuck -- anything past the age limit gets the flag the
                       move spaces to ws-susp-line
                       string "ACCOUNT " ws-susp-account(ws-susp-idx)
                         " AMOUNT " ws-susp-amount(ws-susp-idx)
                         " " ws-susp-currency(ws-susp-idx)
                         " TYPE " ws-susp-type(ws-susp-idx)
                         " SINCE " ws-susp-date(ws-susp-idx)
                         " DAYS " ws-susp-days-disp
           move spaces to charges-report-record
           write charges-report-record
           move spaces to ws-charges-head
           string "  ACCOUNT         AMOUNT CCY   BASE AMOUNT TYPE"
             delimited by size into ws-charges-head
           write charges-report-record from ws-charges-head
           move spaces to charges-report-record
       write-charge-detail section.
      *>One detail line per posted charge, in dollars and cents --
      *>the feed's amounts are pennies, and a credit or reversal
      *>shows negative -- as fed with its currency, then in base.
           compute ws-money-work = charge-amount / 100
           if charge-type = "C" or charge-type = "R"
               compute ws-money-work = 0 - ws-money-work
           end-if
           move ws-money-work to ws-amount-edit
           compute ws-money-work = ws-base-pennies / 100
           if charge-type = "C" or charge-type = "R"
               compute ws-money-work = 0 - ws-money-work
           end-if
           move ws-money-work to ws-base-edit
           move spaces to ws-charges-line
           string "  " charge-account "   " ws-amount-edit " "
             charge-currency " " ws-base-edit "    " charge-type
             delimited by size into ws-charges-line
           perform write-charges-line.

             ws-total-edit
             delimited by size into ws-charges-line
           perform write-charges-line
           perform update-ledger-balance(account)
           perform check-account-limit(account, amt)
           move spaces to ws-charges-line
           perform write-charges-line
               move account to hist-account
               move amt to hist-amount
               write hist-record
               add 1 to ws-hist-run-count
               add amt to ws-hist-run-pennies
           end-if
           move 0 to ws-ledger-debits
           move 0 to ws-ledger-credits.

       update-ledger-balance section (account as binary-long).
      *>Applies the finished account's charges to the ledger balance
      *>on the master and records the movement on the balance
      *>history. Without a master there is no ledger to move -- the
      *>run is already posting unvalidated, with its warning -- and
      *>without the history it is not moved.
           if ws-master-mode = 0 or ws-balhist-mode = 0
               exit section
           end-if
           move account to master-account
           read account-master
               invalid key
                   exit section
           end-read
           move master-ledger-balance to ws-ledger-opening
           compute master-ledger-balance = master-ledger-balance +
             ws-ledger-debits - ws-ledger-credits
           rewrite master-record
               invalid key
                   display "LOCALVARIABLES: unable to update balance "
                     "for account " master-account
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
                   exit section
           end-rewrite
           compute ws-money-work = master-ledger-balance / 100
           move ws-money-work to ws-balance-edit
           move account to ws-account-disp
           move spaces to ws-charges-line
           string "  ACCOUNT " ws-account-disp " BALANCE:  "
             ws-balance-edit
             delimited by size into ws-charges-line
           perform write-charges-line
           move ws-run-date to bal-date
           move account to bal-account
           read balance-history
               invalid key
                   if ws-latest-bal-date > ws-run-date
                       move account to ws-restate-account
                       perform find-prior-closing
                       move ws-prior-closing to ws-ledger-opening
                       move ws-run-date to bal-date
                       move account to bal-account
                   end-if
                   move ws-ledger-opening to bal-opening
                   move ws-ledger-debits to bal-debits
                   move ws-ledger-credits to bal-credits
                   compute bal-closing = bal-opening +
                     ws-ledger-debits - ws-ledger-credits
                   move 0 to bal-post-debits
                   move 0 to bal-post-credits
                   move ws-ledger-debits to bal-chg-debits
                   move ws-ledger-credits to bal-chg-credits
                   write balhist-record
                       invalid key
                           display "LOCALVARIABLES: unable to write "
                             "balance history for account "
                             ws-account-disp
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
                   add ws-ledger-debits to bal-chg-debits
                   add ws-ledger-credits to bal-chg-credits
                   rewrite balhist-record
                       invalid key
                           display "LOCALVARIABLES: unable to update "
                             "balance history for account "
                             ws-account-disp
                           if ws-run-rc < 8
                               move 8 to ws-run-rc
                           end-if
                   end-rewrite
           end-read
           if ws-latest-bal-date > ws-run-date
               move account to ws-restate-account
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
      *>an earlier date is being run again after the stream moved on
      *>-- a reopened month.
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

       back-out-earlier-charges section.
      *>Whatever an earlier run of tonight's date applied comes back
      *>off the master and out of the date's history before the
      *>charges are applied again; PostTransactions' share of the
      *>date stays where it is. The walk picks up again after each
      *>account, past the master and later-date updates between.
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
                           if bal-chg-debits <> 0 or
                             bal-chg-credits <> 0
                               perform back-out-one-account
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-balhist-status
           if ws-backout-count = 0
               exit section
           end-if

           move ws-backout-count to ws-backout-count-disp
           compute ws-money-work = ws-backout-net / 100
           move ws-money-work to ws-backout-edit
           display "LOCALVARIABLES: charges for " ws-run-date
             " were applied before -- " ws-backout-count-disp
             " account(s), net " ws-backout-edit
             ", backed out and applied again"
           move spaces to ws-charges-line
           string "EARLIER CHARGES OF " ws-run-date " BACKED OUT: "
             ws-backout-count-disp " ACCOUNTS NET " ws-backout-edit
             delimited by size into ws-charges-line
           perform write-charges-line
           move "CHG-BACKOUT" to ws-audit-event
           move ws-backout-count to ws-audit-count1
           move spaces to ws-audit-text
           string "DATE " ws-run-date " ACCOUNTS " ws-audit-count1
             " NET " ws-backout-edit
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       back-out-one-account section.
           move bal-key to ws-saved-bal-key
           compute ws-account-net = bal-chg-debits - bal-chg-credits
           subtract bal-chg-debits from bal-debits
           subtract bal-chg-credits from bal-credits
           subtract ws-account-net from bal-closing
           move 0 to bal-chg-debits
           move 0 to bal-chg-credits
           rewrite balhist-record
               invalid key
                   display "LOCALVARIABLES: unable to back out "
                     "balance history for account " bal-account
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
           end-rewrite
           move bal-account to master-account
           read account-master
               invalid key
                   display "LOCALVARIABLES: account " bal-account
                     " is no longer on the master -- earlier charges "
                     "of " ws-run-date " left on its history"
               not invalid key
                   subtract ws-account-net from master-ledger-balance
                   rewrite master-record
                       invalid key
                           display "LOCALVARIABLES: unable to back "
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
      *>every date after tonight's by ws-restate-net.
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
                               display "LOCALVARIABLES: unable to "
                                 "restate balance history for account "
                                 ws-restate-account " on " bal-date
                       end-rewrite
               end-read
               add 1 to ws-restate-day
           end-perform
           move "00" to ws-balhist-status.

       check-account-limit section (account as binary-long,
         amt as binary-long).
      *>Compares the account's real position -- the ledger balance
      *>after tonight's postings and charges, not just the night's
      *>subtotal -- against its charge limit at control-break time.
      *>A zero limit means unlimited -- accounts added before limits
      *>existed keep posting as before. Over-limit accounts get a
      *>flag on charges.rpt, a line on the credit team's report
      *>showing the night's subtotal beside the position, and their
      *>own audit event. Charges the customer has an open dispute on
      *>are left out of the position compared -- the balance itself
      *>still carries them until the dispute is resolved.
           if ws-master-mode = 0
               exit section
           end-if
               invalid key
                   exit section
           end-read
           if master-charge-limit = 0
               exit section
           end-if
           move master-ledger-balance to ws-limit-position
           move 0 to ws-disputed-pennies
           if master-ledger-balance > master-charge-limit
               perform sum-open-disputes
               subtract ws-disputed-pennies from ws-limit-position
           end-if
           if ws-limit-position <= master-charge-limit
               exit section
           end-if
           add 1 to ws-overlimit-count
           compute ws-money-work = master-charge-limit / 100
           move ws-money-work to ws-limit-edit
           move spaces to ws-charges-line
           string "  ** ACCOUNT " ws-account-disp " BALANCE OVER "
             "LIMIT OF " ws-limit-edit
             delimited by size into ws-charges-line
           perform write-charges-line
           if ws-overlimit-status = "00"
               compute ws-money-work = amt / 100
               move ws-money-work to ws-total-edit
               compute ws-money-work = master-ledger-balance / 100
               move ws-money-work to ws-balance-edit
               move spaces to ws-susp-line
               string "ACCOUNT " ws-account-disp " NIGHT "
                 ws-total-edit " BALANCE " ws-balance-edit " LIMIT "
                 ws-limit-edit
                 delimited by size into ws-susp-line
               write over-limit-line from ws-susp-line
               if ws-disputed-pennies <> 0
                   compute ws-money-work = ws-disputed-pennies / 100
                   move ws-money-work to ws-balance-edit
                   move spaces to ws-susp-line
                   string "               OPEN DISPUTES EXCLUDED "
                     ws-balance-edit
                     delimited by size into ws-susp-line
                   write over-limit-line from ws-susp-line
               end-if
           end-if
           move "OVER-LIMIT" to ws-audit-event
           move spaces to ws-audit-text
           string "ACCOUNT " ws-account-disp " BALANCE OVER "
             "LIMIT " master-charge-limit
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program
             ws-audit-event ws-audit-text
      *>Carried, not requeued, while the credit team still has the
      *>account's earlier item open.
           move spaces to ws-exc-key
           string "ACCOUNT " ws-account-disp
             delimited by size into ws-exc-key
           move "BALANCE OVER CHARGE LIMIT" to ws-exc-reason
           move "CARRY   " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       sum-open-disputes section.
      *>Every open dispute on master-account, converted to base at
      *>tonight's rate the way the charge itself was. One that cannot
      *>be converted stays in the position -- the account is flagged
      *>rather than let through on a guess.
           move 0 to ws-disputed-pennies
           if ws-dispute-mode = 0
               exit section
           end-if
           move master-account to disp-account
           move 0 to disp-charge-date
           move 0 to disp-amount
           start dispute-file key is >= disp-key
               invalid key
                   exit section
           end-start
           perform until ws-dispute-status <> "00"
               read dispute-file next record
                   at end
                       move "10" to ws-dispute-status
                   not at end
                       if disp-account <> master-account
                           move "10" to ws-dispute-status
                       else
                           if disp-status = "O"
                               perform add-open-dispute
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-dispute-status.

       add-open-dispute section.
           move disp-currency to ws-cv-currency
           compute ws-cv-amount = disp-amount / 100
           call "ExchRate" using ws-fx-func ws-run-date ws-conversion
             ws-fx-reply
           if ws-fx-reply = "Y"
               compute ws-dispute-pennies = ws-cv-base-amount * 100
                   on size error
                       move 0 to ws-dispute-pennies
               end-compute
               add ws-dispute-pennies to ws-disputed-pennies
           end-if.

       write-grand-total-page section (total as binary-long).
      *>Final block: grand total in currency plus the record counts
