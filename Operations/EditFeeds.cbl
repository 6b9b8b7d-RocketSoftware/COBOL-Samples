      *>validation is supposed to refuse it -- the answer to a bad
      *>extract is a new extract from the source system, not a
      *>regenerated trailer.
      *>The charges feed has a second source: the mileage charges
      *>ColonColonSyntax billed to route owners the night before
      *>(../LocalVariables/mileage.dat, with its mileage.ctl). When
      *>charges.dat is recut from charges.in they are edited and
      *>appended behind it, and mileused.dat records which night's
      *>mileage went into which business date's charges -- a rerun
      *>of the same night bills it again into the recut file, any
      *>later night refuses it, so a route is billed exactly once.
      *>Upheld charge disputes (DisputeMaint, dispute.dat) owe the
      *>customer a "C" credit. Each one is appended behind the night's
      *>charges and stamped with the business date it went in on, the
      *>same exactly-once rule: a rerun of that night carries it
      *>again into the recut file, a later night never does.
      *>Currency codes on the extract and charges are checked against
      *>the currency table (ExchRate); blank is the base currency.
      *>Treasury's dated exchange rates arrive each night as
      *>../exrates.in: a rate for a currency not on the table, for
      *>the base currency itself, a zero rate, or a second rate for
      *>the same currency and date is rejected. The night's accepted
      *>rates (../exrates.new) are merged into ../exrates.dat, the
      *>dated history ExchRate reads, by date and currency -- a rate
      *>for a date and currency already on file replaces it, every
      *>other rate on file is kept, so a rerun of an earlier date
      *>still finds that date's rate and a currency treasury leaves
      *>out one night keeps its last rate. History that cannot be
      *>read is not recut; tonight's rates then wait in exrates.new.
      *>Every reject is also queued on the exception work queue
      *>(ExcQueue) under the business date, for an operator to work
      *>once editrejects.rpt has been recut.
       environment division.
       input-output section.
       file-control.
           select summary-file assign to "editsumm.rpt"
               organization line sequential
               file status is ws-summary-status.
           select mileage-ctl-file assign to
               "../LocalVariables/mileage.ctl"
               organization line sequential
               file status is ws-mileage-ctl-status.
           select mileage-used-file assign to
               "../LocalVariables/mileused.dat"
               organization line sequential
               file status is ws-mileage-used-status.
           select rate-history-file assign to "../exrates.dat"
               organization line sequential
               file status is ws-rate-hist-status.
           select rate-night-file assign to "../exrates.new"
               organization line sequential
               file status is ws-rate-night-status.
           select rate-sort-file assign to "exrateswk.dat".
           select rate-sorted-file assign to "exrates.srt"
               organization line sequential
               file status is ws-rate-sorted-status.
           select dispute-file assign to
               "../LocalVariables/dispute.dat"
               organization indexed
               access mode dynamic
               record key disp-key
               file status is ws-dispute-status.

       data division.
       file section.
       fd  summary-file.
       01  summary-record pic x(80).

       fd  mileage-ctl-file.
       01  mileage-ctl-record.
           03 mile-ctl-date pic 9(8).
           03 mile-ctl-count pic 9(9).
           03 mile-ctl-pennies pic 9(11).

       fd  mileage-used-file.
       01  mileage-used-record.
           03 used-bill-date pic 9(8).
           03 used-on-date pic 9(8).

       fd  rate-history-file.
       01  rate-history-record.
           03 rh-date pic 9(8).
           03 rh-currency pic x(3).
           03 rh-value pic 9(4)v9(6).

       fd  rate-night-file.
       01  rate-night-record.
           03 rn-date pic 9(8).
           03 rn-currency pic x(3).
           03 rn-value pic 9(4)v9(6).

      *>sr-source "1" for tonight's rate, "2" for one already on
      *>file, so tonight's sorts first within its date and currency.
       sd  rate-sort-file.
       01  rate-sort-record.
           03 sr-date pic 9(8).
           03 sr-currency pic x(3).
           03 sr-source pic x(1).
           03 sr-value pic 9(4)v9(6).

       fd  rate-sorted-file.
       01  rate-sorted-record.
           03 rs-rate-key.
              05 rs-date pic 9(8).
              05 rs-currency pic x(3).
           03 rs-source pic x(1).
           03 rs-value pic 9(4)v9(6).

      *>disp-credit-date is zero until the credit for an upheld
      *>dispute has gone into a night's charges.
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
       01 ws-in-status pic xx.
       01 ws-out-status pic xx.
       01 ws-record-ok binary-long.
       01 ws-reject-reason pic x(30).

      *>Mileage append state. ws-feed-refreshed says the feed just
      *>edited was actually recut; ws-edit-date is the business date
      *>the charges are being cut for.
       01 ws-feed-refreshed binary-long.
       01 ws-mileage-ctl-status pic xx.
       01 ws-mileage-used-status pic xx.
       01 ws-edit-date pic 9(8).
       01 ws-cal-func pic x(8).
       01 ws-cal-program pic x(24) value "EDITFEEDS".
       01 ws-cal-reply pic x(1).
       01 ws-mile-amount pic 9(7).
       01 ws-mile-pennies pic 9(11).

      *>Dispute credit state, and a charges record built for each.
       01 ws-dispute-status pic xx.
       01 ws-credit-count binary-long.
       01 ws-credit-record.
           03 ws-credit-account pic 9(6).
           03 ws-credit-amount pic 9(7).
           03 ws-credit-type pic x(1) value "C".
           03 ws-credit-currency pic x(3).
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

      *>Currency checks, through ExchRate.
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

      *>Currency and date of every rate accepted so far this night,
      *>so a second rate for the same pair is rejected.
       78 78-max-rates value 200.
       01 ws-rate-seen-count binary-long value 0.
       01 ws-rate-seen-table.
           03 ws-rate-seen occurs 200 times pic x(11).
       01 ws-rate-seen-idx binary-long.
       01 ws-rate-dup binary-long.

      *>Rate history merge state.
       01 ws-rate-hist-status pic xx.
       01 ws-rate-night-status pic xx.
       01 ws-rate-sorted-status pic xx.
       01 ws-rate-last-key pic x(11).
       01 ws-rate-file-count binary-long.
       01 ws-rate-replaced-count binary-long.

      *>Exception work queue linkage.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).

       procedure division.
           perform get-edit-date
           move "BEGIN   " to ws-exc-func
           move ws-edit-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-cal-program
             ws-exc-item ws-exc-reply
           open output reject-file
           if ws-reject-status <> "00"
               display "EDITFEEDS: unable to open editrejects.rpt, "
           move "EXTRACT " to ws-feed-name
           move "../MergeSort/extract.in" to ws-in-path
           move "../MergeSort/extract.dat" to ws-out-path
           move 34 to ws-record-len
           perform edit-one-feed

           move "A" to ws-feed-id
           move "CHARGES " to ws-feed-name
           move "../LocalVariables/charges.in" to ws-in-path
           move "../LocalVariables/charges.dat" to ws-out-path
           move 17 to ws-record-len
           perform edit-one-feed
           if ws-feed-refreshed = 1
               perform append-mileage-feed
               perform append-dispute-credits
           end-if

           move "X" to ws-feed-id
           move "RATES   " to ws-feed-name
           move "../exrates.in" to ws-in-path
           move "../exrates.new" to ws-out-path
           move 21 to ws-record-len
           move 0 to ws-rate-seen-count
           perform edit-one-feed
           if ws-feed-refreshed = 1
               perform merge-rate-history
           end-if

           move "V" to ws-feed-id
           move "COORDS  " to ws-feed-name

           close reject-file
           close summary-file
           move "END     " to ws-exc-func
           call "ExcQueue" using ws-exc-func ws-cal-program
             ws-exc-item ws-exc-reply
           goback.

       edit-one-feed section.
           move 0 to ws-feed-refreshed
           move 0 to ws-line-no
           move 0 to ws-read-count
           move 0 to ws-accept-count
           end-perform
           close feed-in-file
           close feed-out-file
           move 1 to ws-feed-refreshed
           perform write-feed-summary.

       append-mileage-feed section.
      *>Last night's route mileage charges onto the charges.dat just
      *>cut, through the same charges edit. No mileage.ctl means
      *>nothing was billed; an empty one means ColonColonSyntax did
      *>not finish, and its half-written charges are left alone.
           move "MILEAGE " to ws-feed-name
           move 0 to ws-line-no
           move 0 to ws-read-count
           move 0 to ws-accept-count
           move 0 to ws-reject-count
           move 0 to ws-mile-pennies
           open input mileage-ctl-file
           if ws-mileage-ctl-status <> "00"
               move "MILEAGE  NOT PRESENT, NOT BILLED" to
                 summary-record
               perform write-summary-record
               exit section
           end-if
           read mileage-ctl-file
               at end
                   move "10" to ws-mileage-ctl-status
           end-read
           close mileage-ctl-file
           if ws-mileage-ctl-status <> "00"
               move "MILEAGE  CONTROL RECORD MISSING, NOT BILLED" to
                 summary-record
               perform write-summary-record
               add 1 to ws-total-rejects
               exit section
           end-if

           perform get-edit-date
           open input mileage-used-file
           if ws-mileage-used-status = "00"
               read mileage-used-file
                   at end
                       continue
                   not at end
                       if used-bill-date = mile-ctl-date and
                         used-on-date <> ws-edit-date
                           close mileage-used-file
                           move spaces to summary-record
                           string "MILEAGE  FOR " mile-ctl-date
                             " ALREADY BILLED ON " used-on-date
                             delimited by size into summary-record
                           perform write-summary-record
                           exit section
                       end-if
               end-read
               close mileage-used-file
           end-if

           move "../LocalVariables/mileage.dat" to ws-in-path
           open input feed-in-file
           if ws-in-status <> "00"
               move "MILEAGE  CHARGES FILE MISSING, NOT BILLED" to
                 summary-record
               perform write-summary-record
               add 1 to ws-total-rejects
               exit section
           end-if
           open extend feed-out-file
           if ws-out-status <> "00"
               display "EDITFEEDS: unable to extend " ws-out-path
                 ", status " ws-out-status
               close feed-in-file
               add 1 to ws-total-rejects
               exit section
           end-if
           perform until ws-in-status = "10"
               read feed-in-file
                   at end
                       move "10" to ws-in-status
                   not at end
                       add 1 to ws-line-no
                       add 1 to ws-read-count
                       perform validate-feed-record
                       if ws-record-ok = 1
                           add 1 to ws-accept-count
                           move feed-in-record(7:7) to ws-mile-amount
                           add ws-mile-amount to ws-mile-pennies
                           move feed-in-record(1:ws-record-len) to
                             feed-out-record
                           write feed-out-record
                       else
                           add 1 to ws-reject-count
                           add 1 to ws-total-rejects
                           perform write-reject-record
                       end-if
               end-read
           end-perform
           close feed-in-file
           close feed-out-file
           perform write-feed-summary
           if ws-read-count <> mile-ctl-count or
             ws-mile-pennies <> mile-ctl-pennies
               move "MILEAGE  DOES NOT TIE TO MILEAGE.CTL" to
                 summary-record
               perform write-summary-record
               add 1 to ws-total-rejects
           end-if

           open output mileage-used-file
           if ws-mileage-used-status = "00"
               move mile-ctl-date to used-bill-date
               move ws-edit-date to used-on-date
               write mileage-used-record
               close mileage-used-file
           else
               display "EDITFEEDS: unable to write mileused.dat, "
                 "status " ws-mileage-used-status
               add 1 to ws-total-rejects
           end-if.

       append-dispute-credits section.
      *>One "C" record per upheld dispute not yet credited, or
      *>credited on this same business date by an earlier attempt
      *>at the night. A credit written to charges.dat but not
      *>stamped would go in again tomorrow, so a dispute that cannot
      *>be stamped counts as a reject for the operator to look at.
           move 0 to ws-credit-count
           open i-o dispute-file
           if ws-dispute-status <> "00"
               move "DISPUTES NOT PRESENT, NO CREDITS" to
                 summary-record
               perform write-summary-record
               exit section
           end-if
           perform get-edit-date
           open extend feed-out-file
           if ws-out-status <> "00"
               display "EDITFEEDS: unable to extend " ws-out-path
                 ", status " ws-out-status
               close dispute-file
               add 1 to ws-total-rejects
               exit section
           end-if
           perform until ws-dispute-status <> "00"
               read dispute-file next record
                   at end
                       move "10" to ws-dispute-status
                   not at end
                       if disp-status = "U" and
                         (disp-credit-date = 0 or
                          disp-credit-date = ws-edit-date)
                           perform write-dispute-credit
                       end-if
               end-read
           end-perform
           close dispute-file
           close feed-out-file
           move spaces to summary-record
           move ws-credit-count to ws-count-disp
           string "DISPUTES CREDITED " ws-count-disp
             delimited by size into summary-record
           perform write-summary-record.

       write-dispute-credit section.
           move disp-account to ws-credit-account
           move disp-amount to ws-credit-amount
           move disp-currency to ws-credit-currency
           move ws-credit-record to feed-out-record
           write feed-out-record
           add 1 to ws-credit-count
           if disp-credit-date = ws-edit-date
               exit section
           end-if
           move ws-edit-date to disp-credit-date
           rewrite dispute-record
               invalid key
                   display "EDITFEEDS: unable to mark dispute credited "
                     "for account " disp-account ", status "
                     ws-dispute-status
                   add 1 to ws-total-rejects
                   exit section
           end-rewrite
           move "DISP-CREDIT" to ws-audit-event
           move spaces to ws-audit-text
           string "ACCOUNT " disp-account " CHARGE " disp-charge-date
             " " disp-amount " " disp-currency " ON " ws-edit-date
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-cal-program ws-audit-event
             ws-audit-text.

       merge-rate-history section.
      *>Tonight's rates and the history on file, sorted by date and
      *>currency with tonight's first, are written back keeping the
      *>first rate of each date and currency. No exrates.dat is the
      *>first night of the history; one that will not open is left
      *>alone rather than recut from tonight's rates only.
           open input rate-history-file
           if ws-rate-hist-status <> "00" and
             ws-rate-hist-status <> "35"
               display "EDITFEEDS: unable to read exrates.dat, status "
                 ws-rate-hist-status " -- tonight's rates not merged"
               move "RATES    HISTORY UNREADABLE, RATES NOT MERGED" to
                 summary-record
               perform write-summary-record
               add 1 to ws-total-rejects
               exit section
           end-if
           if ws-rate-hist-status = "00"
               close rate-history-file
           end-if

           sort rate-sort-file on ascending key sr-date sr-currency
             sr-source
               input procedure is release-rate-history
               giving rate-sorted-file
           if sort-return <> 0
               display "EDITFEEDS: rate merge sort failed, return "
                 sort-return " -- tonight's rates not merged"
               move "RATES    MERGE SORT FAILED, RATES NOT MERGED" to
                 summary-record
               perform write-summary-record
               add 1 to ws-total-rejects
               exit section
           end-if

           open input rate-sorted-file
           if ws-rate-sorted-status <> "00"
               display "EDITFEEDS: unable to open exrates.srt, status "
                 ws-rate-sorted-status " -- tonight's rates not merged"
               add 1 to ws-total-rejects
               exit section
           end-if
           open output rate-history-file
           if ws-rate-hist-status <> "00"
               display "EDITFEEDS: unable to write exrates.dat, status "
                 ws-rate-hist-status " -- tonight's rates not merged"
               close rate-sorted-file
               add 1 to ws-total-rejects
               exit section
           end-if
           move 0 to ws-rate-file-count
           move 0 to ws-rate-replaced-count
           move spaces to ws-rate-last-key
           perform until ws-rate-sorted-status <> "00"
               read rate-sorted-file
                   at end
                       move "10" to ws-rate-sorted-status
                   not at end
                       if rs-rate-key = ws-rate-last-key
                           add 1 to ws-rate-replaced-count
                       else
                           move rs-rate-key to ws-rate-last-key
                           move rs-date to rh-date
                           move rs-currency to rh-currency
                           move rs-value to rh-value
                           write rate-history-record
                           add 1 to ws-rate-file-count
                       end-if
               end-read
           end-perform
           close rate-sorted-file
           close rate-history-file
           move spaces to summary-record
           move ws-rate-file-count to ws-count-disp
           move ws-rate-replaced-count to ws-line-disp
           string "RATES    MERGED, " ws-count-disp " ON FILE, "
             ws-line-disp " REPLACED"
             delimited by size into summary-record
           perform write-summary-record.

       release-rate-history section.
           open input rate-night-file
           if ws-rate-night-status = "00"
               perform until ws-rate-night-status <> "00"
                   read rate-night-file
                       at end
                           move "10" to ws-rate-night-status
                       not at end
                           move rn-date to sr-date
                           move rn-currency to sr-currency
                           move "1" to sr-source
                           move rn-value to sr-value
                           release rate-sort-record
                   end-read
               end-perform
               close rate-night-file
           end-if
           open input rate-history-file
           if ws-rate-hist-status = "00"
               perform until ws-rate-hist-status <> "00"
                   read rate-history-file
                       at end
                           move "10" to ws-rate-hist-status
                       not at end
                           move rh-date to sr-date
                           move rh-currency to sr-currency
                           move "2" to sr-source
                           move rh-value to sr-value
                           release rate-sort-record
                   end-read
               end-perform
               close rate-history-file
           end-if.

       get-edit-date section.
      *>The business date the charges are being cut for, from the
      *>batch calendar -- a rerun after midnight is still the same
      *>night. No calendar falls back to the system clock.
           move "GETDATE " to ws-cal-func
           move 0 to ws-edit-date
           call "Calendar" using ws-cal-func ws-cal-program
             ws-edit-date ws-cal-reply
           if ws-cal-reply <> "P" and ws-cal-reply <> "H" and
             ws-cal-reply <> "W"
               accept ws-edit-date from date yyyymmdd
           end-if.

       validate-feed-record section.
      *>One record against its feed's layout. A short record leaves
      *>spaces where digits belong and fails the same tests as a
                   perform validate-coords-record
               when "F"
                   perform validate-fibbatch-record
               when "X"
                   perform validate-rates-record
           end-evaluate.

       validate-extract-record section.
           evaluate feed-in-record(1:1)
               when "H"
                   if feed-in-record(2:8) is not numeric or
                     feed-in-record(10:25) <> spaces
                       move 0 to ws-record-ok
                       move "BAD HEADER RECORD" to ws-reject-reason
                   end-if
               when "T"
                   if feed-in-record(2:9) is not numeric or
                     feed-in-record(11:15) is not numeric or
                     feed-in-record(26:9) <> spaces
                       move 0 to ws-record-ok
                       move "BAD TRAILER RECORD" to ws-reject-reason
                   end-if
                           move "TYPE NOT D, C OR R" to
                             ws-reject-reason
                   end-evaluate
                   if ws-record-ok = 1
                       move feed-in-record(32:3) to ws-cv-currency
                       perform check-feed-currency
                   end-if
           end-evaluate.

       validate-addnums-record section.
                 feed-in-record(14:1) <> "R"
                   move 0 to ws-record-ok
                   move "TYPE NOT D, C OR R" to ws-reject-reason
           end-evaluate
           if ws-record-ok = 1
               move feed-in-record(15:3) to ws-cv-currency
               perform check-feed-currency
           end-if.

       check-feed-currency section.
           call "ExchRate" using ws-fx-func ws-fx-date ws-conversion
             ws-fx-reply
           if ws-fx-reply = "U"
               move 0 to ws-record-ok
               move "CURRENCY NOT ON CURRENCY TABLE" to
                 ws-reject-reason
           end-if.

       validate-coords-record section.
           evaluate true
                   move "N-VALUE NOT NUMERIC" to ws-reject-reason
           end-evaluate.

       validate-rates-record section.
      *>Rate date, currency, then units of base currency per unit
      *>of it, six decimals.
           evaluate true
               when feed-in-record(1:8) is not numeric
                   move 0 to ws-record-ok
                   move "RATE DATE NOT NUMERIC" to ws-reject-reason
               when feed-in-record(12:10) is not numeric
                   move 0 to ws-record-ok
                   move "RATE NOT NUMERIC" to ws-reject-reason
               when feed-in-record(12:10) = "0000000000"
                   move 0 to ws-record-ok
                   move "RATE IS ZERO" to ws-reject-reason
           end-evaluate
           if ws-record-ok = 0
               exit section
           end-if
           move feed-in-record(9:3) to ws-cv-currency
           call "ExchRate" using ws-fx-func ws-fx-date ws-conversion
             ws-fx-reply
           evaluate ws-fx-reply
               when "U"
                   move 0 to ws-record-ok
                   move "CURRENCY NOT ON CURRENCY TABLE" to
                     ws-reject-reason
                   exit section
               when "B"
                   move 0 to ws-record-ok
                   move "RATE GIVEN FOR BASE CURRENCY" to
                     ws-reject-reason
                   exit section
           end-evaluate
           move 0 to ws-rate-dup
           perform varying ws-rate-seen-idx from 1 by 1
             until ws-rate-seen-idx > ws-rate-seen-count
               if ws-rate-seen(ws-rate-seen-idx) =
                 feed-in-record(1:11)
                   move 1 to ws-rate-dup
               end-if
           end-perform
           if ws-rate-dup = 1
               move 0 to ws-record-ok
               move "SECOND RATE FOR CURRENCY/DATE" to
                 ws-reject-reason
               exit section
           end-if
           if ws-rate-seen-count < 78-max-rates
               add 1 to ws-rate-seen-count
               move feed-in-record(1:11) to
                 ws-rate-seen(ws-rate-seen-count)
           end-if.

       write-reject-record section.
           move ws-line-no to ws-line-disp
           move spaces to reject-record
             delimited by size into reject-record
           if ws-reject-status = "00"
               write reject-record
           end-if
           move spaces to ws-exc-key
           string ws-feed-name " LINE " ws-line-disp
             delimited by size into ws-exc-key
           move ws-reject-reason to ws-exc-reason
           move "ADD     " to ws-exc-func
           move ws-edit-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-cal-program
             ws-exc-item ws-exc-reply.

       write-feed-summary section.
           move spaces to summary-record
