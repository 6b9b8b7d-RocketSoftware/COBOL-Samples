      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. AcctInquiry.

      *>One account, everything we hold on it, on one screen -- what
      *>the clerk needs with a customer on the phone, instead of
      *>AccountMaint, a grep of cleanout.dat, a scan of chghist.dat,
      *>a look in chgsusp.dat and an AuditInq run one after another.
      *>Shows the master (name, status and since when, limit,
      *>balance), tonight's transactions from cleanout.dat, the last
      *>nights' charge subtotals from chghist.dat, charges still held
      *>in suspense with their age, the account's rejects on
      *>posting.exc and charges.exc, and its events on the audit
      *>repository. Strictly read-only, for daytime use while the
      *>files are at rest: every file is opened input, and one that
      *>is missing costs only its own section of the screen.
       environment division.
       input-output section.
       file-control.
           select account-master assign to "acctmast.dat"
               organization indexed
               access mode random
               record key master-account
               file status is ws-master-status.
           select clean-file assign to "../MergeSort/cleanout.dat"
               organization line sequential
               file status is ws-clean-status.
           select charge-history assign to "chghist.dat"
               organization line sequential
               file status is ws-history-status.
           select suspense-file assign to "chgsusp.dat"
               organization line sequential
               file status is ws-suspense-status.
           select reject-file assign to dynamic ws-reject-path
               organization line sequential
               file status is ws-reject-status.
           select audit-file assign to "../audit.dat"
               organization indexed
               access mode sequential
               record key audit-key
               file status is ws-audit-status.

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

      *>Tonight's clean, deduplicated transactions -- the first six
      *>digits of the key are the account.
       fd  clean-file.
       01  clean-record.
           03 clean-key.
              05 clean-key-account pic 9(6).
              05 clean-key-seq pic 9(3).
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

       fd  suspense-file.
       01  sus-record.
           03 sus-date pic 9(8).
           03 sus-account pic 9(6).
           03 sus-amount pic 9(7).
           03 sus-type pic x(1).
           03 sus-currency pic x(3).

      *>posting.exc and charges.exc are both print images that name
      *>the account as "ACCOUNT nnnnnn" on every reject line.
       fd  reject-file.
       01  reject-line pic x(100).

       fd  audit-file.
       01  audit-record.
           03 audit-key.
              05 audit-date pic 9(8).
              05 audit-time pic 9(8).
              05 audit-program pic x(24).
              05 audit-seq pic 9(4).
           03 audit-event pic x(12).
           03 audit-text pic x(60).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-clean-status pic xx.
       01 ws-history-status pic xx.
       01 ws-suspense-status pic xx.
       01 ws-reject-status pic xx.
       01 ws-audit-status pic xx.
       01 ws-reject-path pic x(40).
       01 ws-reject-name pic x(12).

       01 ws-done binary-long value 0.
       01 ws-account-in pic x(6).
       01 ws-account pic 9(6).
      *>Audit texts and reject lines name an account as
      *>"ACCOUNT nnnnnn"; the inquiry matches on exactly that, so a
      *>count or amount that happens to contain the digits is not
      *>taken for the account.
       01 ws-account-tag.
           03 filler pic x(8) value "ACCOUNT ".
           03 ws-tag-account pic 9(6).
       01 ws-tag-hits binary-long.
       01 ws-found-count binary-long.
       01 ws-count-disp pic zzzz9.

       01 ws-amount-disp pic -(7)9.99.
       01 ws-balance-disp pic -(9)9.99.
       01 ws-balance-work pic s9(9)v99.
       01 ws-hist-work pic s9(8)v99.
       01 ws-status-text pic x(8).

      *>The last nights' subtotals for the account -- chghist.dat is
      *>appended nightly, so the last rows read are the most recent.
      *>A rolling window of the latest 78-max-history nights is kept.
       78 78-max-history value 10.
       01 ws-hist-count binary-long.
       01 ws-hist-idx binary-long.
       01 ws-hist-table.
           03 ws-hist-entry occurs 10 times.
              05 ws-hist-date pic 9(8).
              05 ws-hist-amount pic s9(10).

      *>Suspense items are aged against the business date, the same
      *>clock the charges run ages them by.
       01 ws-today pic 9(8).
       01 ws-age-days binary-long.
       01 ws-age-disp pic zzz9.
       01 ws-cal-func pic x(8).
       01 ws-cal-program pic x(24) value "ACCTINQUIRY".
       01 ws-cal-reply pic x(1).

       procedure division.
           perform get-business-date
           perform until ws-done = 1
               display " "
               display "ACCTINQUIRY: ENTER 6-DIGIT ACCOUNT (Q=QUIT):"
               accept ws-account-in
               evaluate true
                   when ws-account-in = "Q" or ws-account-in = "q"
                       move 1 to ws-done
                   when ws-account-in is numeric
                       move ws-account-in to ws-account
                       move ws-account to ws-tag-account
                       perform show-account
                   when other
                       display "ACCTINQUIRY: '" ws-account-in
                         "' is not a 6-digit account number"
               end-evaluate
           end-perform
           goback.

       get-business-date section.
           move "GETDATE " to ws-cal-func
           move 0 to ws-today
           call "Calendar" using ws-cal-func ws-cal-program ws-today
             ws-cal-reply
           if ws-cal-reply <> "P" and ws-cal-reply <> "H" and
             ws-cal-reply <> "W"
               accept ws-today from date yyyymmdd
           end-if.

       show-account section.
           perform show-master
           perform show-postings
           perform show-charge-history
           perform show-suspense
           move "../MergeSort/posting.exc" to ws-reject-path
           move "POSTING.EXC" to ws-reject-name
           perform show-rejects
           move "charges.exc" to ws-reject-path
           move "CHARGES.EXC" to ws-reject-name
           perform show-rejects
           perform show-audit-events.

       show-master section.
           display "=== MASTER ==="
           open input account-master
           if ws-master-status <> "00"
               display "  ACCOUNT MASTER NOT AVAILABLE, STATUS "
                 ws-master-status
               exit section
           end-if
           move ws-account to master-account
           read account-master
               invalid key
                   display "  ACCOUNT " ws-account " NOT ON MASTER"
               not invalid key
                   evaluate master-acct-status
                       when "O"
                           move "OPEN" to ws-status-text
                       when "C"
                           move "CLOSED" to ws-status-text
                       when "D"
                           move "DORMANT" to ws-status-text
                       when other
                           move master-acct-status to ws-status-text
                   end-evaluate
                   display "  ACCOUNT " master-account " "
                     master-name
                   display "  STATUS " ws-status-text " SINCE "
                     master-status-date
                   compute ws-balance-work =
                     master-ledger-balance / 100
                   move ws-balance-work to ws-balance-disp
                   display "  BALANCE " ws-balance-disp
                     "  LIMIT (PENNIES) " master-charge-limit
           end-read
           close account-master.

       show-postings section.
           display "=== TONIGHT'S TRANSACTIONS (CLEANOUT.DAT) ==="
           open input clean-file
           if ws-clean-status <> "00"
               display "  CLEANOUT.DAT NOT AVAILABLE, STATUS "
                 ws-clean-status
               exit section
           end-if
           move 0 to ws-found-count
           perform until ws-clean-status <> "00"
               read clean-file
                   at end
                       move "10" to ws-clean-status
                   not at end
                       if clean-key-account = ws-account
                           add 1 to ws-found-count
                           move clean-amount to ws-amount-disp
                           display "  " clean-tran-date " KEY "
                             clean-key " BRANCH " clean-branch " "
                             clean-type " " ws-amount-disp " "
                             clean-currency
                       end-if
               end-read
           end-perform
           close clean-file
           move ws-found-count to ws-count-disp
           display "  " ws-count-disp " TRANSACTIONS".

       show-charge-history section.
           display "=== RECENT CHARGE SUBTOTALS (CHGHIST.DAT) ==="
           open input charge-history
           if ws-history-status <> "00"
               display "  CHGHIST.DAT NOT AVAILABLE, STATUS "
                 ws-history-status
               exit section
           end-if
           move 0 to ws-hist-count
           perform until ws-history-status <> "00"
               read charge-history
                   at end
                       move "10" to ws-history-status
                   not at end
                       if hist-account = ws-account
                           perform keep-history-row
                       end-if
               end-read
           end-perform
           close charge-history
           if ws-hist-count = 0
               display "  NO CHARGE HISTORY"
           end-if
           perform varying ws-hist-idx from 1 by 1
             until ws-hist-idx > ws-hist-count
               compute ws-hist-work = ws-hist-amount(ws-hist-idx) / 100
               move ws-hist-work to ws-amount-disp
               display "  " ws-hist-date(ws-hist-idx) " "
                 ws-amount-disp
           end-perform.

       keep-history-row section.
      *>Once the window is full the oldest night drops off the top.
           if ws-hist-count = 78-max-history
               perform varying ws-hist-idx from 1 by 1
                 until ws-hist-idx >= 78-max-history
                   move ws-hist-entry(ws-hist-idx + 1) to
                     ws-hist-entry(ws-hist-idx)
               end-perform
           else
               add 1 to ws-hist-count
           end-if
           move hist-date to ws-hist-date(ws-hist-count)
           move hist-amount to ws-hist-amount(ws-hist-count).

       show-suspense section.
           display "=== HELD IN SUSPENSE (CHGSUSP.DAT) ==="
           open input suspense-file
           if ws-suspense-status <> "00"
               display "  NOTHING IN SUSPENSE"
               exit section
           end-if
           move 0 to ws-found-count
           perform until ws-suspense-status <> "00"
               read suspense-file
                   at end
                       move "10" to ws-suspense-status
                   not at end
                       if sus-account = ws-account
                           add 1 to ws-found-count
                           compute ws-age-days =
                             function integer-of-date(ws-today) -
                             function integer-of-date(sus-date)
                           move ws-age-days to ws-age-disp
                           display "  SINCE " sus-date " AGE "
                             ws-age-disp " DAYS AMOUNT (PENNIES) "
                             sus-amount " " sus-currency
                             " TYPE " sus-type
                       end-if
               end-read
           end-perform
           close suspense-file
           move ws-found-count to ws-count-disp
           display "  " ws-count-disp " ITEMS".

       show-rejects section.
           display "=== REJECTS ON " ws-reject-name " ==="
           open input reject-file
           if ws-reject-status <> "00"
               display "  " ws-reject-name " NOT AVAILABLE, STATUS "
                 ws-reject-status
               exit section
           end-if
           move 0 to ws-found-count
           perform until ws-reject-status <> "00"
               read reject-file
                   at end
                       move "10" to ws-reject-status
                   not at end
                       move 0 to ws-tag-hits
                       inspect reject-line tallying ws-tag-hits
                         for all ws-account-tag
                       if ws-tag-hits > 0
                           add 1 to ws-found-count
                           display "  " reject-line(1:76)
                       end-if
               end-read
           end-perform
           close reject-file
           move ws-found-count to ws-count-disp
           display "  " ws-count-disp " REJECTS".

       show-audit-events section.
           display "=== AUDIT EVENTS ==="
           open input audit-file
           if ws-audit-status <> "00"
               display "  AUDIT REPOSITORY NOT AVAILABLE, STATUS "
                 ws-audit-status
               exit section
           end-if
           move 0 to ws-found-count
           perform until ws-audit-status <> "00"
               read audit-file next record
                   at end
                       move "10" to ws-audit-status
                   not at end
                       move 0 to ws-tag-hits
                       inspect audit-text tallying ws-tag-hits
                         for all ws-account-tag
                       if ws-tag-hits > 0
                           add 1 to ws-found-count
                           display "  " audit-date " " audit-program
                             " " audit-event
                           display "    " audit-text
                       end-if
               end-read
           end-perform
           close audit-file
           move ws-found-count to ws-count-disp
           display "  " ws-count-disp " EVENTS".

       end program AcctInquiry.
