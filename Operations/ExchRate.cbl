      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. ExchRate.

      *>Currency table and exchange rates for every program that
      *>handles money fed in a currency other than the base one.
      *>Two shared files beside the calendar:
      *>  ../currency.dat -- the currencies the shop accepts, kept
      *>  with ParamMaint: code, base flag ("B" on exactly one, the
      *>  currency balances, limits and the ledger are kept in) and
      *>  description;
      *>  ../exrates.dat -- the dated rates treasury sends each night
      *>  as exrates.in, edited and merged into this history by
      *>  EditFeeds: rate date, currency, and how many units of the
      *>  base currency one unit of it buys.
      *>A blank currency code is the base currency -- every record
      *>fed before foreign items existed, and anything a source
      *>system still sends without a code.
      *>Functions, in ls-func, with the item in ls-conversion:
      *>  CHECK -- is cv-currency one we accept? ls-reply "B" base
      *>  (or blank), "Y" a foreign currency on the table, "U" not
      *>  on the table.
      *>  CONVERT -- cv-amount into cv-base-amount at the latest rate
      *>  dated on or before ls-date (the business date), returning
      *>  the rate and its date so reports can show what was used.
      *>  "Y" converted, "U" currency not on the table, "N" no rate
      *>  on or before the date, "O" the base amount overflowed.
      *>In both, cv-base-currency comes back as the base code (spaces
      *>when there is no currency table, when only base items can be
      *>handled at all).
      *>The table is loaded on the first call; the rates on the first
      *>CONVERT, and again whenever the date asked about changes.
       environment division.
       input-output section.
       file-control.
           select currency-file assign to "../currency.dat"
               organization line sequential
               file status is ws-currency-status.
           select rate-file assign to "../exrates.dat"
               organization line sequential
               file status is ws-rate-status.

       data division.
       file section.
       fd  currency-file.
       01  currency-record.
           03 cur-code pic x(3).
           03 cur-base-flag pic x(1).
           03 cur-description pic x(28).

       fd  rate-file.
       01  rate-record.
           03 rate-date pic 9(8).
           03 rate-currency pic x(3).
           03 rate-value pic 9(4)v9(6).

       working-storage section.
       01 ws-currency-status pic xx.
       01 ws-rate-status pic xx.
       01 ws-table-loaded binary-long value 0.
       01 ws-rates-loaded binary-long value 0.
       01 ws-rates-date pic 9(8) value 0.
       01 ws-base-currency pic x(3) value spaces.

      *>One entry per accepted currency, with the rate in force for
      *>ws-rates-date (zero when there is none).
       78 78-max-currencies value 50.
       01 ws-currency-count binary-long value 0.
       01 ws-currency-table.
           03 ws-currency-entry occurs 50 times.
              05 ws-cur-code pic x(3).
              05 ws-cur-rate pic 9(4)v9(6).
              05 ws-cur-rate-date pic 9(8).
       01 ws-cur-idx binary-long.
       01 ws-find-code pic x(3).
       01 ws-found binary-long.

       linkage section.
       01 ls-func pic x(8).
       01 ls-date pic 9(8).
       01 ls-conversion.
           03 ls-cv-currency pic x(3).
           03 ls-cv-amount pic s9(11)v99.
           03 ls-cv-base-amount pic s9(11)v99.
           03 ls-cv-base-currency pic x(3).
           03 ls-cv-rate pic 9(4)v9(6).
           03 ls-cv-rate-date pic 9(8).
       01 ls-reply pic x(1).

       procedure division using ls-func ls-date ls-conversion
           ls-reply.
           if ws-table-loaded = 0
               perform load-currency-table
           end-if
           move ws-base-currency to ls-cv-base-currency

           evaluate ls-func
               when "CHECK   "
                   perform check-currency
               when "CONVERT "
                   perform convert-amount
               when other
                   display "EXCHRATE: unknown function '" ls-func "'"
                   move "E" to ls-reply
           end-evaluate
           goback.

       load-currency-table section.
           move 1 to ws-table-loaded
           move 0 to ws-currency-count
           move spaces to ws-base-currency
           open input currency-file
           if ws-currency-status <> "00"
               display "EXCHRATE: currency.dat not available (status "
                 ws-currency-status "), base-currency items only"
               exit section
           end-if
           perform until ws-currency-status = "10"
               read currency-file
                   at end
                       move "10" to ws-currency-status
                   not at end
                       if cur-base-flag = "B"
                           move cur-code to ws-base-currency
                       else
                           if ws-currency-count < 78-max-currencies
                               add 1 to ws-currency-count
                               move cur-code to
                                 ws-cur-code(ws-currency-count)
                               move 0 to ws-cur-rate(ws-currency-count)
                               move 0 to
                                 ws-cur-rate-date(ws-currency-count)
                           else
                               display "EXCHRATE: more than "
                                 78-max-currencies " currencies on "
                                 "currency.dat, " cur-code
                                 " not loaded"
                           end-if
                       end-if
               end-read
           end-perform
           close currency-file.

       load-rates section.
      *>Keeps, for each currency, the latest rate dated on or before
      *>the date asked about -- the file may carry several nights,
      *>and a rerun of an earlier date must use that date's rate.
           move 1 to ws-rates-loaded
           move ls-date to ws-rates-date
           perform varying ws-cur-idx from 1 by 1
             until ws-cur-idx > ws-currency-count
               move 0 to ws-cur-rate(ws-cur-idx)
               move 0 to ws-cur-rate-date(ws-cur-idx)
           end-perform
           open input rate-file
           if ws-rate-status <> "00"
               display "EXCHRATE: exrates.dat not available (status "
                 ws-rate-status "), no foreign item can be converted"
               exit section
           end-if
           perform until ws-rate-status = "10"
               read rate-file
                   at end
                       move "10" to ws-rate-status
                   not at end
                       if rate-date is numeric and
                         rate-value is numeric and
                         rate-date <= ws-rates-date and
                         rate-value > 0
                           move rate-currency to ws-find-code
                           perform find-currency
                           if ws-found = 1 and rate-date >=
                             ws-cur-rate-date(ws-cur-idx)
                               move rate-value to
                                 ws-cur-rate(ws-cur-idx)
                               move rate-date to
                                 ws-cur-rate-date(ws-cur-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close rate-file.

       find-currency section.
      *>Leaves ws-cur-idx on the entry for ws-find-code when found.
           move 0 to ws-found
           perform varying ws-cur-idx from 1 by 1
             until ws-cur-idx > ws-currency-count or ws-found = 1
               if ws-cur-code(ws-cur-idx) = ws-find-code
                   move 1 to ws-found
               end-if
           end-perform
           if ws-found = 1
               subtract 1 from ws-cur-idx
           end-if.

       check-currency section.
           if ls-cv-currency = spaces or
             ls-cv-currency = ws-base-currency
               move "B" to ls-reply
               exit section
           end-if
           move ls-cv-currency to ws-find-code
           perform find-currency
           if ws-found = 1
               move "Y" to ls-reply
           else
               move "U" to ls-reply
           end-if.

       convert-amount section.
           move 0 to ls-cv-base-amount
           move 0 to ls-cv-rate
           move 0 to ls-cv-rate-date
           if ls-cv-currency = spaces or
             ls-cv-currency = ws-base-currency
               move ls-cv-amount to ls-cv-base-amount
               move 1 to ls-cv-rate
               move ls-date to ls-cv-rate-date
               move "Y" to ls-reply
               exit section
           end-if
           move ls-cv-currency to ws-find-code
           perform find-currency
           if ws-found = 0
               move "U" to ls-reply
               exit section
           end-if
           if ws-rates-loaded = 0 or ls-date <> ws-rates-date
               perform load-rates
               move ls-cv-currency to ws-find-code
               perform find-currency
           end-if
           if ws-cur-rate(ws-cur-idx) = 0
               move "N" to ls-reply
               exit section
           end-if
           move ws-cur-rate(ws-cur-idx) to ls-cv-rate
           move ws-cur-rate-date(ws-cur-idx) to ls-cv-rate-date
           compute ls-cv-base-amount rounded =
             ls-cv-amount * ws-cur-rate(ws-cur-idx)
               on size error
                   move 0 to ls-cv-base-amount
                   move "O" to ls-reply
                   exit section
           end-compute
           move "Y" to ls-reply.

       end program ExchRate.
