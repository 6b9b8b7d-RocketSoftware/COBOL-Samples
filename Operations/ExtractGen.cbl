      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. ExtractGen.

      *>Feed generator for rehearsing the night at a volume it has not
      *>reached yet. CapacityProj and ProjBacktest say when the extract
      *>will be a given size; this builds a night's input at that size
      *>so the stream can be run against it in a rehearsal directory
      *>set, and StepTrend there shows the step times before the real
      *>night does.
      *>The target is the number of extract detail records, typed in
      *>at the console or taken from the latest run on projhist.dat
      *>(a chosen period, or the furthest one projected).
      *>The rehearsal set is a copy of the production tree under its
      *>own root -- Operations, MergeSort, LocalVariables,
      *>ColonColonSyntax and the shared files beside them, calendar
      *>included -- named in columns 1-40 of extgen.ctl relative to
      *>this directory (default ../rehearse). The generator never
      *>writes the production tree: a root of ".." or "." is refused.
      *>It writes, under the rehearsal root:
      *>  MergeSort/extract.dat -- the target number of detail
      *>  records between an "H" header carrying the rehearsal
      *>  calendar's business date and a "T" trailer with the count
      *>  and key hash total, as MergeSort validates them;
      *>  LocalVariables/charges.dat and
      *>  ColonColonSyntax/coordinates.dat -- grown in the same
      *>  proportion to the extract as tonight's production files
      *>  (coordinates in whole route blocks).
      *>Each is also written as the .in EditFeeds edits through to
      *>the .dat, so the rehearsal night's edit step carries the
      *>volume too and leaves the same file behind.
      *>The mix is production's: each generated record is a record
      *>drawn at random from tonight's production feed (a sample of
      *>up to 5000 records, or of whole route blocks for the
      *>coordinates, spread evenly across the file) -- branch,
      *>type, amount, currency, and the transaction date at the same
      *>distance from the business date -- carrying an account drawn
      *>at random from the rehearsal set's own account master (open
      *>accounts only), with the next transaction sequence for that
      *>account. The random seed is columns 41-45 of extgen.ctl
      *>(default 1), so a rehearsal can be regenerated record for
      *>record. extgen.rpt shows what was written and the branch and
      *>type mix of the generated extract against production's.
      *>Return code: 0 clean, 4 a feed could not be profiled and was
      *>left as it was in the rehearsal set, 8 refused (no usable
      *>target, a production root, or the rehearsal calendar's date
      *>is not a processing day), 12 the production extract or the
      *>rehearsal account master could not be read, or the rehearsal
      *>extract could not be written.
       environment division.
       input-output section.
       file-control.
           select generator-card assign to "extgen.ctl"
               organization line sequential
               file status is ws-card-status.
           select projections-file assign to "projhist.dat"
               organization line sequential
               file status is ws-projections-status.
           select extract-file assign to "../MergeSort/extract.dat"
               organization line sequential
               file status is ws-extract-status.
           select charges-file assign to
               "../LocalVariables/charges.dat"
               organization line sequential
               file status is ws-charges-status.
           select coordinates-file assign to
               "../ColonColonSyntax/coordinates.dat"
               organization line sequential
               file status is ws-coordinates-status.
           select account-master assign to dynamic ws-acctmast-path
               organization indexed
               access mode sequential
               record key master-account
               file status is ws-master-status.
           select rehearsal-dat-file assign to dynamic ws-dat-path
               organization line sequential
               file status is ws-dat-status.
           select rehearsal-in-file assign to dynamic ws-in-path
               organization line sequential
               file status is ws-in-status.
           select generator-report assign to "extgen.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
      *>Rehearsal root in columns 1-40, random seed in 41-45. Either
      *>may be blank.
       fd  generator-card.
       01  generator-card-record.
           03 card-root pic x(40).
           03 card-seed pic x(5).

       fd  projections-file.
       01  projections-record.
           03 proj-run-date pic 9(8).
           03 proj-period pic 9(3).
           03 proj-volume pic 9(9).

       fd  extract-file.
       01  extract-record.
           03 extract-key pic 9(9).
           03 extract-branch pic 9(3).
           03 extract-tran-date pic 9(8).
           03 extract-amount pic s9(7)v99 sign leading separate.
           03 extract-type pic x(1).
           03 extract-currency pic x(3).

       fd  charges-file.
       01  charges-record.
           03 charge-account pic 9(6).
           03 charge-amount pic 9(7).
           03 charge-type pic x(1).
           03 charge-currency pic x(3).

       fd  coordinates-file.
       01  coordinates-record.
           03 coord-route-id pic 9(4).
           03 coord-x pic s9(4)v99 sign leading separate.
           03 coord-y pic s9(4)v99 sign leading separate.
           03 coord-z pic s9(4)v99 sign leading separate.

       fd  account-master.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

      *>One record of whichever feed is being written -- the widest
      *>is the extract's 34 bytes.
       fd  rehearsal-dat-file.
       01  rehearsal-dat-record pic x(34).

       fd  rehearsal-in-file.
       01  rehearsal-in-record pic x(34).

       fd  generator-report.
       01  generator-line pic x(80).

       working-storage section.
       01 ws-card-status pic xx.
       01 ws-projections-status pic xx.
       01 ws-extract-status pic xx.
       01 ws-charges-status pic xx.
       01 ws-coordinates-status pic xx.
       01 ws-master-status pic xx.
       01 ws-dat-status pic xx.
       01 ws-in-status pic xx.
       01 ws-report-status pic xx.

      *>The rehearsal set and the paths under it.
       01 ws-rehearsal-root pic x(40) value "../rehearse".
       01 ws-acctmast-path pic x(80).
       01 ws-dat-path pic x(80).
       01 ws-in-path pic x(80).
       01 ws-feed-name pic x(40).
       01 ws-feed-in-name pic x(40).

      *>The target volume and where it came from.
       01 ws-volume-in pic x(9).
       01 ws-period-in pic x(3).
       01 ws-char-idx binary-long.
       01 ws-seen-space binary-long.
       01 ws-input-bad binary-long.
       01 ws-target-volume pic 9(9) value 0.
       01 ws-target-source pic x(40).
       01 ws-want-period pic 9(3) value 0.
       01 ws-latest-run-date pic 9(8) value 0.
       01 ws-latest-period pic 9(3) value 0.
       01 ws-period-volume pic 9(9) value 0.

      *>Production's feeds, sampled. The extract sample keeps what a
      *>generated record inherits; the transaction date is kept so
      *>its distance from production's business date can be carried
      *>over to the rehearsal date. A feed bigger than the table is
      *>sampled evenly over its whole length, not cut off at the
      *>top of a key-sorted file.
       78 78-max-sample value 5000.
       01 ws-prod-header-date pic 9(8) value 0.
       01 ws-prod-extract-count binary-long value 0.
       01 ws-extract-sample-count binary-long value 0.
       01 ws-extract-sample-table.
           03 ws-ext-sample occurs 5000 times.
              05 ws-ext-smp-branch pic 9(3).
              05 ws-ext-smp-tran-date pic 9(8).
              05 ws-ext-smp-amount pic s9(7)v99.
              05 ws-ext-smp-type pic x(1).
              05 ws-ext-smp-currency pic x(3).
       01 ws-prod-charge-count binary-long value 0.
       01 ws-charge-sample-count binary-long value 0.
       01 ws-charge-sample-table.
           03 ws-chg-sample occurs 5000 times.
              05 ws-chg-smp-amount pic 9(7).
              05 ws-chg-smp-type pic x(1).
              05 ws-chg-smp-currency pic x(3).
       01 ws-prod-coord-count binary-long value 0.
       01 ws-coord-sample-count binary-long value 0.
       01 ws-coord-sample-table.
           03 ws-crd-sample occurs 5000 times.
              05 ws-crd-smp-route pic 9(4).
              05 ws-crd-smp-record pic x(25).
       01 ws-sample-full binary-long value 0.
      *>Coordinates are sampled a route block at a time.
       01 ws-coord-block-route pic 9(4).
       01 ws-coord-block-started binary-long.
       01 ws-coord-block-start binary-long.
       01 ws-coord-block-keep binary-long.

      *>Open accounts on the rehearsal account master, each with the
      *>last transaction sequence handed out for it.
       78 78-max-accounts value 20000.
       01 ws-account-count binary-long value 0.
       01 ws-account-table.
           03 ws-acct-entry occurs 20000 times.
              05 ws-acct-number pic 9(6).
              05 ws-acct-seq pic 9(3).
       01 ws-accounts-full binary-long value 0.

      *>A generated extract detail record and the file's control
      *>records, laid out as MergeSort reads them.
       01 ws-gen-extract.
           03 ws-gen-key.
              05 ws-gen-account pic 9(6).
              05 ws-gen-seq pic 9(3).
           03 ws-gen-key-value redefines ws-gen-key pic 9(9).
           03 ws-gen-branch pic 9(3).
           03 ws-gen-tran-date pic 9(8).
           03 ws-gen-amount pic s9(7)v99 sign leading separate.
           03 ws-gen-type pic x(1).
           03 ws-gen-currency pic x(3).
       01 ws-gen-header.
           03 filler pic x(1) value "H".
           03 ws-gen-header-date pic 9(8).
       01 ws-gen-trailer.
           03 filler pic x(1) value "T".
           03 ws-gen-trailer-count pic 9(9).
           03 ws-gen-trailer-hash pic 9(15).
       01 ws-gen-charge.
           03 ws-gen-chg-account pic 9(6).
           03 ws-gen-chg-amount pic 9(7).
           03 ws-gen-chg-type pic x(1).
           03 ws-gen-chg-currency pic x(3).

       01 ws-date-shift binary-long value 0.
       01 ws-extract-written binary-long value 0.
       01 ws-charge-target binary-long value 0.
       01 ws-charges-written binary-long value 0.
       01 ws-coord-target binary-long value 0.
       01 ws-coords-written binary-long value 0.
       01 ws-gen-idx binary-long.
       01 ws-sample-idx binary-long.
       01 ws-acct-idx binary-long.
       01 ws-next-idx binary-long.
       01 ws-block-end binary-long.

      *>The random draws, seeded from the card so a rehearsal is
      *>repeatable.
       01 ws-random-seed pic 9(5) value 1.
       01 ws-random-value pic v9(9).

      *>Mix of the generated extract against production's, for the
      *>report: per branch (subscripted by branch + 1) and per type
      *>("D", "C", "R", anything else).
       01 ws-prod-branch-table.
           03 ws-prod-branch-count binary-long occurs 1000 times.
       01 ws-gen-branch-table.
           03 ws-gen-branch-count binary-long occurs 1000 times.
       01 ws-branch-idx binary-long.
       01 ws-type-codes pic x(3) value "DCR".
       01 ws-type-idx binary-long.
       01 ws-type-mix-table.
           03 ws-type-mix occurs 4 times.
              05 ws-prod-type-count binary-long.
              05 ws-gen-type-count binary-long.
       01 ws-count-disp pic 9(9).
       01 ws-count2-disp pic 9(9).
       01 ws-pct-disp pic zz9.99.
       01 ws-pct2-disp pic zz9.99.
       01 ws-pct-work pic 9(3)v99.
       01 ws-branch-disp pic 9(3).
       01 ws-type-disp pic x(6).
       01 ws-work-line pic x(80).

      *>Rehearsal business date: the rehearsal set's own calendar,
      *>read from its Operations directory and left again for this
      *>one.
       01 ws-cal-func pic x(8).
       01 ws-cal-reply pic x(1).
       01 ws-rehearsal-date pic 9(8) value 0.
       01 ws-home-dir pic x(256).
       01 ws-home-dir-len binary-long value 256.
       01 ws-home-dir-flags binary-long value 0.
       01 ws-chdir-dir pic x(80).
       01 ws-chdir-rc binary-long.

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "EXTRACTGEN".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).
       01 ws-audit-count3 pic 9(9).

       01 ws-run-rc binary-long value 0.

       procedure division.
           perform read-generator-card
           compute ws-random-value = function random(ws-random-seed)
           if ws-run-rc < 8
               perform get-target-volume
           end-if
           if ws-run-rc < 8
               perform get-rehearsal-date
           end-if
           if ws-run-rc < 8
               perform clear-mix-counts
               perform load-extract-sample
           end-if
           if ws-run-rc < 8
               perform load-rehearsal-accounts
           end-if
           if ws-run-rc >= 8
               move ws-run-rc to return-code
               goback
           end-if
           perform load-charge-sample
           perform load-coordinate-sample

           compute ws-date-shift =
             function integer-of-date(ws-rehearsal-date) -
             function integer-of-date(ws-prod-header-date)
           perform write-rehearsal-extract
           if ws-run-rc < 12
               perform write-rehearsal-charges
               perform write-rehearsal-coordinates
           end-if
           perform write-generator-report

           move "REHEARSE-GEN" to ws-audit-event
           move ws-extract-written to ws-audit-count1
           move ws-charges-written to ws-audit-count2
           move ws-coords-written to ws-audit-count3
           move spaces to ws-audit-text
           string "EXT " ws-audit-count1 " CHG " ws-audit-count2
             " CRD " ws-audit-count3 " FOR " ws-rehearsal-date
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text

           display "EXTRACTGEN: " ws-audit-count1 " extract, "
             ws-audit-count2 " charge and " ws-audit-count3
             " coordinate records written under "
             function trim(ws-rehearsal-root)
           move ws-run-rc to return-code
           goback.

       read-generator-card section.
      *>No card is the default root and seed.
           open input generator-card
           if ws-card-status = "00"
               read generator-card
                   at end
                       continue
                   not at end
                       if card-root <> spaces
                           move card-root to ws-rehearsal-root
                       end-if
                       if card-seed <> spaces
                           if card-seed is numeric
                               move card-seed to ws-random-seed
                           else
                               display "EXTRACTGEN: invalid seed '"
                                 card-seed "' on extgen.ctl, using "
                                 ws-random-seed
                           end-if
                       end-if
               end-read
               close generator-card
           end-if
           if ws-rehearsal-root = ".." or ws-rehearsal-root = "../" or
             ws-rehearsal-root = "." or ws-rehearsal-root = "./"
               display "EXTRACTGEN: rehearsal root '"
                 function trim(ws-rehearsal-root) "' is the "
                 "production tree -- nothing generated"
               move 8 to ws-run-rc
           end-if.

       get-target-volume section.
           display "ENTER TARGET EXTRACT VOLUME IN RECORDS, OR P FOR "
             "THE LATEST PROJECTION:"
           accept ws-volume-in
           if ws-volume-in = "P" or ws-volume-in = "p"
               perform get-projected-volume
           else
               move 0 to ws-seen-space
               move 0 to ws-input-bad
               perform varying ws-char-idx from 1 by 1
                 until ws-char-idx > 9
                   evaluate true
                       when ws-volume-in(ws-char-idx:1) = space
                           move 1 to ws-seen-space
                       when ws-volume-in(ws-char-idx:1) is not numeric
                           move 1 to ws-input-bad
                       when ws-seen-space = 1
                           move 1 to ws-input-bad
                   end-evaluate
               end-perform
               if ws-input-bad = 0 and ws-volume-in <> spaces
                   compute ws-target-volume =
                     function numval(ws-volume-in)
               end-if
               move "ENTERED AT THE CONSOLE" to ws-target-source
           end-if
           if ws-target-volume = 0
               display "EXTRACTGEN: no usable target volume -- "
                 "nothing generated"
               move 8 to ws-run-rc
           end-if.

       get-projected-volume section.
      *>projhist.dat is appended a run at a time, so the latest run's
      *>periods are the last block on it.
           display "ENTER PROJECTED PERIOD (BLANK = THE FURTHEST "
             "PROJECTED):"
           accept ws-period-in
           move 0 to ws-want-period
           if ws-period-in <> spaces
               move 0 to ws-seen-space
               move 0 to ws-input-bad
               perform varying ws-char-idx from 1 by 1
                 until ws-char-idx > 3
                   evaluate true
                       when ws-period-in(ws-char-idx:1) = space
                           move 1 to ws-seen-space
                       when ws-period-in(ws-char-idx:1) is not numeric
                           move 1 to ws-input-bad
                       when ws-seen-space = 1
                           move 1 to ws-input-bad
                   end-evaluate
               end-perform
               if ws-input-bad = 1
                   display "EXTRACTGEN: '" ws-period-in
                     "' is not a period number"
                   exit section
               end-if
               compute ws-want-period = function numval(ws-period-in)
           end-if

           open input projections-file
           if ws-projections-status <> "00"
               display "EXTRACTGEN: unable to open projhist.dat, "
                 "status " ws-projections-status
               exit section
           end-if
           perform until ws-projections-status = "10"
               read projections-file
                   at end
                       move "10" to ws-projections-status
                   not at end
                       if proj-run-date > ws-latest-run-date
                           move proj-run-date to ws-latest-run-date
                           move 0 to ws-latest-period
                           move 0 to ws-period-volume
                       end-if
                       if proj-run-date = ws-latest-run-date and
                         (ws-want-period = 0 and
                          proj-period > ws-latest-period or
                          proj-period = ws-want-period)
                           move proj-period to ws-latest-period
                           move proj-volume to ws-period-volume
                       end-if
               end-read
           end-perform
           close projections-file

           if ws-period-volume = 0
               display "EXTRACTGEN: no such period on the latest "
                 "projection (" ws-latest-run-date ")"
               exit section
           end-if
           move ws-period-volume to ws-target-volume
           move spaces to ws-target-source
           string "PROJECTION OF " ws-latest-run-date " PERIOD "
             ws-latest-period
             delimited by size into ws-target-source
           display "EXTRACTGEN: " function trim(ws-target-source)
             " is " ws-target-volume " records".

       get-rehearsal-date section.
      *>The header must carry the date the rehearsal night will run,
      *>which is the rehearsal calendar's, not ours -- so Calendar is
      *>asked from the rehearsal Operations directory, where its
      *>../calendar.dat is the rehearsal set's. A rehearsal set with
      *>no calendar dates the extract with the system clock, which
      *>is what its MergeSort will fall back to.
           call "CBL_GET_CURRENT_DIR" using by value ws-home-dir-flags
             by value ws-home-dir-len by reference ws-home-dir
           move spaces to ws-chdir-dir
           string ws-rehearsal-root delimited by space
             "/Operations" delimited by size into ws-chdir-dir
           call "CBL_CHANGE_DIR" using ws-chdir-dir
             returning ws-chdir-rc
           if ws-chdir-rc <> 0
               display "EXTRACTGEN: cannot reach "
                 function trim(ws-chdir-dir) " -- is the rehearsal "
                 "set there?"
               move 8 to ws-run-rc
               exit section
           end-if
           move "GETDATE " to ws-cal-func
           call "Calendar" using ws-cal-func ws-audit-program
             ws-rehearsal-date ws-cal-reply
           call "CBL_CHANGE_DIR" using ws-home-dir
             returning ws-chdir-rc
           evaluate ws-cal-reply
               when "P"
                   continue
               when "H"
               when "W"
                   display "EXTRACTGEN: rehearsal business date "
                     ws-rehearsal-date " is not a processing day -- "
                     "roll the rehearsal calendar first"
                   move 8 to ws-run-rc
               when other
                   display "EXTRACTGEN: no usable rehearsal calendar, "
                     "dating the extract with the system date"
                   accept ws-rehearsal-date from date yyyymmdd
           end-evaluate.

       clear-mix-counts section.
           perform varying ws-branch-idx from 1 by 1
             until ws-branch-idx > 1000
               move 0 to ws-prod-branch-count(ws-branch-idx)
               move 0 to ws-gen-branch-count(ws-branch-idx)
           end-perform
           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > 4
               move 0 to ws-prod-type-count(ws-type-idx)
               move 0 to ws-gen-type-count(ws-type-idx)
           end-perform.

       load-extract-sample section.
      *>Every production detail record counts towards the mix; up
      *>to 78-max-sample, sampled across the file, are kept to draw
      *>from.
           open input extract-file
           if ws-extract-status <> "00"
               display "EXTRACTGEN: unable to open the production "
                 "extract.dat, status " ws-extract-status
               move 12 to ws-run-rc
               exit section
           end-if
           move 0 to ws-sample-full
           perform until ws-extract-status = "10"
               read extract-file
                   at end
                       move "10" to ws-extract-status
                   not at end
                       evaluate extract-record(1:1)
                           when "H"
                               move extract-record(2:8) to
                                 ws-prod-header-date
                           when "T"
                               continue
                           when other
                               perform sample-extract-record
                       end-evaluate
               end-read
           end-perform
           close extract-file
           if ws-extract-sample-count = 0
               display "EXTRACTGEN: production extract.dat has no "
                 "detail records to draw from"
               move 12 to ws-run-rc
               exit section
           end-if
           if ws-prod-header-date is not numeric or
             ws-prod-header-date < 16010101
               move ws-rehearsal-date to ws-prod-header-date
           end-if.

       sample-extract-record section.
           add 1 to ws-prod-extract-count
           compute ws-branch-idx = extract-branch + 1
           add 1 to ws-prod-branch-count(ws-branch-idx)
           perform find-type-index
           add 1 to ws-prod-type-count(ws-type-idx)
      *>Reservoir sampling: the first 78-max-sample records fill the
      *>table; after that the n-th record replaces an entry drawn at
      *>random with probability 78-max-sample / n, so every record in
      *>the file is equally likely to be in the sample.
           if ws-extract-sample-count < 78-max-sample
               add 1 to ws-extract-sample-count
               move ws-extract-sample-count to ws-sample-idx
           else
               if ws-sample-full = 0
                   move 1 to ws-sample-full
                   display "EXTRACTGEN: drawing from "
                     78-max-sample " production extract records "
                     "sampled across the file"
               end-if
               compute ws-sample-idx =
                 function random * ws-prod-extract-count + 1
               if ws-sample-idx > 78-max-sample
                   exit section
               end-if
           end-if
           move extract-branch to ws-ext-smp-branch(ws-sample-idx)
           move extract-tran-date to
             ws-ext-smp-tran-date(ws-sample-idx)
           move extract-amount to ws-ext-smp-amount(ws-sample-idx)
           move extract-type to ws-ext-smp-type(ws-sample-idx)
           move extract-currency to ws-ext-smp-currency(ws-sample-idx).

       find-type-index section.
           move 4 to ws-type-idx
           evaluate extract-type
               when "D"
                   move 1 to ws-type-idx
               when "C"
                   move 2 to ws-type-idx
               when "R"
                   move 3 to ws-type-idx
           end-evaluate.

       load-charge-sample section.
           open input charges-file
           if ws-charges-status <> "00"
               display "EXTRACTGEN: unable to open the production "
                 "charges.dat, status " ws-charges-status
                 " -- rehearsal charges left as they are"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           perform until ws-charges-status = "10"
               read charges-file
                   at end
                       move "10" to ws-charges-status
                   not at end
                       add 1 to ws-prod-charge-count
                       perform sample-charge-record
               end-read
           end-perform
           close charges-file.

       sample-charge-record section.
      *>Reservoir sampling, as for the extract.
           if ws-charge-sample-count < 78-max-sample
               add 1 to ws-charge-sample-count
               move ws-charge-sample-count to ws-sample-idx
           else
               compute ws-sample-idx =
                 function random * ws-prod-charge-count + 1
               if ws-sample-idx > 78-max-sample
                   exit section
               end-if
           end-if
           move charge-amount to ws-chg-smp-amount(ws-sample-idx)
           move charge-type to ws-chg-smp-type(ws-sample-idx)
           move charge-currency to ws-chg-smp-currency(ws-sample-idx).

       load-coordinate-sample section.
      *>Kept in whole route blocks -- the generated file is the
      *>sampled blocks over again until it is big enough. One pass
      *>counts the file; on the second each block is kept with
      *>probability 78-max-sample / records on file, so the blocks
      *>kept come from the whole file, not just its top.
           open input coordinates-file
           if ws-coordinates-status <> "00"
               display "EXTRACTGEN: unable to open the production "
                 "coordinates.dat, status " ws-coordinates-status
                 " -- rehearsal coordinates left as they are"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           perform until ws-coordinates-status = "10"
               read coordinates-file
                   at end
                       move "10" to ws-coordinates-status
                   not at end
                       add 1 to ws-prod-coord-count
               end-read
           end-perform
           close coordinates-file
           open input coordinates-file
           if ws-coordinates-status <> "00"
               display "EXTRACTGEN: unable to reopen the production "
                 "coordinates.dat, status " ws-coordinates-status
                 " -- rehearsal coordinates left as they are"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           move 0 to ws-coord-block-started
           move 0 to ws-coord-block-keep
           move 0 to ws-sample-full
           perform until ws-coordinates-status = "10"
               read coordinates-file
                   at end
                       move "10" to ws-coordinates-status
                   not at end
                       perform sample-coordinate-record
               end-read
           end-perform
           close coordinates-file.

       sample-coordinate-record section.
      *>The keep-or-skip draw is made once, at the top of a block. A
      *>block that will not fit in what is left of the table is
      *>taken back out and the sampling stops -- unless it is the
      *>first, which is kept as far as it goes rather than leave
      *>nothing to draw from.
           if ws-coord-block-started = 0 or
             coord-route-id <> ws-coord-block-route
               move 1 to ws-coord-block-started
               move coord-route-id to ws-coord-block-route
               move ws-coord-sample-count to ws-coord-block-start
               move 0 to ws-coord-block-keep
               if ws-sample-full = 0
                   compute ws-sample-idx =
                     function random * ws-prod-coord-count + 1
                   if ws-sample-idx <= 78-max-sample
                       move 1 to ws-coord-block-keep
                   end-if
               end-if
           end-if
           if ws-coord-block-keep = 0
               exit section
           end-if
           if ws-coord-sample-count >= 78-max-sample
               move 1 to ws-sample-full
               move 0 to ws-coord-block-keep
               if ws-coord-block-start > 0
                   move ws-coord-block-start to ws-coord-sample-count
               end-if
               exit section
           end-if
           add 1 to ws-coord-sample-count
           move coord-route-id to ws-crd-smp-route(ws-coord-sample-count)
           move coordinates-record to
             ws-crd-smp-record(ws-coord-sample-count).

       load-rehearsal-accounts section.
      *>The rehearsal set's own master, so every key generated names
      *>an account the rehearsal posting will find open.
           move spaces to ws-acctmast-path
           string ws-rehearsal-root delimited by space
             "/LocalVariables/acctmast.dat" delimited by size
             into ws-acctmast-path
           open input account-master
           if ws-master-status <> "00"
               display "EXTRACTGEN: unable to open "
                 function trim(ws-acctmast-path) ", status "
                 ws-master-status
               move 12 to ws-run-rc
               exit section
           end-if
           perform until ws-master-status = "10"
               read account-master next record
                   at end
                       move "10" to ws-master-status
                   not at end
                       if master-acct-status = "O"
                           perform keep-rehearsal-account
                       end-if
               end-read
           end-perform
           close account-master
           if ws-account-count = 0
               display "EXTRACTGEN: no open accounts on "
                 function trim(ws-acctmast-path)
               move 12 to ws-run-rc
           end-if.

       keep-rehearsal-account section.
           if ws-account-count >= 78-max-accounts
               if ws-accounts-full = 0
                   move 1 to ws-accounts-full
                   display "EXTRACTGEN: drawing keys from the first "
                     78-max-accounts " open accounts"
               end-if
               exit section
           end-if
           add 1 to ws-account-count
           move master-account to ws-acct-number(ws-account-count)
           move 0 to ws-acct-seq(ws-account-count).

       draw-account section.
      *>An account at random and its next sequence; past 999 the
      *>sequence starts again, as the source system's does.
           compute ws-acct-idx = function random * ws-account-count + 1
           if ws-acct-seq(ws-acct-idx) = 999
               move 1 to ws-acct-seq(ws-acct-idx)
           else
               add 1 to ws-acct-seq(ws-acct-idx)
           end-if.

       open-rehearsal-feed section.
      *>ws-feed-name and ws-feed-in-name under the rehearsal root.
           move spaces to ws-dat-path
           string ws-rehearsal-root delimited by space
             "/" ws-feed-name delimited by space into ws-dat-path
           move spaces to ws-in-path
           string ws-rehearsal-root delimited by space
             "/" ws-feed-in-name delimited by space into ws-in-path
           open output rehearsal-dat-file
           if ws-dat-status = "00"
               open output rehearsal-in-file
               if ws-in-status <> "00"
                   close rehearsal-dat-file
                   move ws-in-status to ws-dat-status
               end-if
           end-if
           if ws-dat-status <> "00"
               display "EXTRACTGEN: unable to write "
                 function trim(ws-dat-path) " and its .in, status "
                 ws-dat-status
           end-if.

       write-rehearsal-record section.
           write rehearsal-dat-record
           write rehearsal-in-record from rehearsal-dat-record.

       write-rehearsal-extract section.
           move "MergeSort/extract.dat" to ws-feed-name
           move "MergeSort/extract.in" to ws-feed-in-name
           perform open-rehearsal-feed
           if ws-dat-status <> "00"
               move 12 to ws-run-rc
               exit section
           end-if
           move ws-rehearsal-date to ws-gen-header-date
           move ws-gen-header to rehearsal-dat-record
           perform write-rehearsal-record
           move 0 to ws-gen-trailer-hash
           perform varying ws-gen-idx from 1 by 1
             until ws-gen-idx > ws-target-volume
               perform generate-extract-record
           end-perform
           move ws-extract-written to ws-gen-trailer-count
           move ws-gen-trailer to rehearsal-dat-record
           perform write-rehearsal-record
           close rehearsal-dat-file
           close rehearsal-in-file.

       generate-extract-record section.
           compute ws-sample-idx =
             function random * ws-extract-sample-count + 1
           perform draw-account
           move ws-acct-number(ws-acct-idx) to ws-gen-account
           move ws-acct-seq(ws-acct-idx) to ws-gen-seq
           move ws-ext-smp-branch(ws-sample-idx) to ws-gen-branch
           if ws-ext-smp-tran-date(ws-sample-idx) is numeric and
             ws-ext-smp-tran-date(ws-sample-idx) >= 16010101
               compute ws-gen-tran-date = function date-of-integer(
                 function integer-of-date(
                 ws-ext-smp-tran-date(ws-sample-idx)) + ws-date-shift)
           else
               move ws-rehearsal-date to ws-gen-tran-date
           end-if
           move ws-ext-smp-amount(ws-sample-idx) to ws-gen-amount
           move ws-ext-smp-type(ws-sample-idx) to ws-gen-type
           move ws-ext-smp-currency(ws-sample-idx) to ws-gen-currency
           move ws-gen-extract to rehearsal-dat-record
           perform write-rehearsal-record
           add 1 to ws-extract-written
           add ws-gen-key-value to ws-gen-trailer-hash
           compute ws-branch-idx = ws-gen-branch + 1
           add 1 to ws-gen-branch-count(ws-branch-idx)
           move ws-gen-type to extract-type
           perform find-type-index
           add 1 to ws-gen-type-count(ws-type-idx).

       write-rehearsal-charges section.
      *>As many charges per extract record as production has tonight.
           if ws-charge-sample-count = 0
               exit section
           end-if
           compute ws-charge-target rounded = ws-prod-charge-count *
             ws-target-volume / ws-prod-extract-count
           move "LocalVariables/charges.dat" to ws-feed-name
           move "LocalVariables/charges.in" to ws-feed-in-name
           perform open-rehearsal-feed
           if ws-dat-status <> "00"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           perform varying ws-gen-idx from 1 by 1
             until ws-gen-idx > ws-charge-target
               compute ws-sample-idx =
                 function random * ws-charge-sample-count + 1
               compute ws-acct-idx =
                 function random * ws-account-count + 1
               move ws-acct-number(ws-acct-idx) to ws-gen-chg-account
               move ws-chg-smp-amount(ws-sample-idx) to
                 ws-gen-chg-amount
               move ws-chg-smp-type(ws-sample-idx) to ws-gen-chg-type
               move ws-chg-smp-currency(ws-sample-idx) to
                 ws-gen-chg-currency
               move ws-gen-charge to rehearsal-dat-record
               perform write-rehearsal-record
               add 1 to ws-charges-written
           end-perform
           close rehearsal-dat-file
           close rehearsal-in-file.

       write-rehearsal-coordinates section.
      *>Production's route blocks in order, round again as often as
      *>it takes, stopping only at the end of a block.
           if ws-coord-sample-count = 0
               exit section
           end-if
           compute ws-coord-target rounded = ws-prod-coord-count *
             ws-target-volume / ws-prod-extract-count
           move "ColonColonSyntax/coordinates.dat" to ws-feed-name
           move "ColonColonSyntax/coordinates.in" to ws-feed-in-name
           perform open-rehearsal-feed
           if ws-dat-status <> "00"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           move 1 to ws-sample-idx
           move 0 to ws-block-end
           perform until ws-coords-written >= ws-coord-target and
             ws-block-end = 1
               move ws-crd-smp-record(ws-sample-idx) to
                 rehearsal-dat-record
               perform write-rehearsal-record
               add 1 to ws-coords-written
               if ws-sample-idx = ws-coord-sample-count
                   move 1 to ws-next-idx
               else
                   compute ws-next-idx = ws-sample-idx + 1
               end-if
               if ws-next-idx = 1 or ws-crd-smp-route(ws-next-idx) <>
                 ws-crd-smp-route(ws-sample-idx)
                   move 1 to ws-block-end
               else
                   move 0 to ws-block-end
               end-if
               move ws-next-idx to ws-sample-idx
           end-perform
           close rehearsal-dat-file
           close rehearsal-in-file.

       write-generator-report section.
           open output generator-report
           if ws-report-status <> "00"
               display "EXTRACTGEN: unable to open extgen.rpt, status "
                 ws-report-status
               exit section
           end-if
           move spaces to ws-work-line
           string "REHEARSAL FEED GENERATION - BUSINESS DATE "
             ws-rehearsal-date
             delimited by size into ws-work-line
           perform write-report-line
           move spaces to ws-work-line
           string "REHEARSAL SET: " ws-rehearsal-root
             delimited by size into ws-work-line
           perform write-report-line
           move ws-target-volume to ws-count-disp
           move spaces to ws-work-line
           string "TARGET VOLUME: " ws-count-disp " ("
             ws-target-source delimited by "  "
             ")" delimited by size into ws-work-line
           perform write-report-line
           move spaces to ws-work-line
           perform write-report-line
           move spaces to ws-work-line
           string "FEED                     PRODUCTION    REHEARSAL"
             delimited by size into ws-work-line
           perform write-report-line
           move ws-prod-extract-count to ws-count-disp
           move ws-extract-written to ws-count2-disp
           move spaces to ws-work-line
           string "EXTRACT.DAT               " ws-count-disp "    "
             ws-count2-disp delimited by size into ws-work-line
           perform write-report-line
           move ws-prod-charge-count to ws-count-disp
           move ws-charges-written to ws-count2-disp
           move spaces to ws-work-line
           string "CHARGES.DAT               " ws-count-disp "    "
             ws-count2-disp delimited by size into ws-work-line
           perform write-report-line
           move ws-prod-coord-count to ws-count-disp
           move ws-coords-written to ws-count2-disp
           move spaces to ws-work-line
           string "COORDINATES.DAT           " ws-count-disp "    "
             ws-count2-disp delimited by size into ws-work-line
           perform write-report-line
           if ws-extract-written = 0
               close generator-report
               exit section
           end-if

           move spaces to ws-work-line
           perform write-report-line
           move spaces to ws-work-line
           string "EXTRACT MIX    PRODUCTION      %    REHEARSAL      %"
             delimited by size into ws-work-line
           perform write-report-line
           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > 4
               if ws-prod-type-count(ws-type-idx) > 0 or
                 ws-gen-type-count(ws-type-idx) > 0
                   if ws-type-idx = 4
                       move "OTHER" to ws-type-disp
                   else
                       move spaces to ws-type-disp
                       string "TYPE " ws-type-codes(ws-type-idx:1)
                         delimited by size into ws-type-disp
                   end-if
                   move ws-prod-type-count(ws-type-idx) to
                     ws-count-disp
                   compute ws-pct-work rounded =
                     ws-prod-type-count(ws-type-idx) * 100 /
                     ws-prod-extract-count
                   move ws-pct-work to ws-pct-disp
                   move ws-gen-type-count(ws-type-idx) to
                     ws-count2-disp
                   compute ws-pct-work rounded =
                     ws-gen-type-count(ws-type-idx) * 100 /
                     ws-extract-written
                   move ws-pct-work to ws-pct2-disp
                   move spaces to ws-work-line
                   string ws-type-disp "         " ws-count-disp
                     " " ws-pct-disp "    " ws-count2-disp " "
                     ws-pct2-disp delimited by size into ws-work-line
                   perform write-report-line
               end-if
           end-perform
           perform varying ws-branch-idx from 1 by 1
             until ws-branch-idx > 1000
               if ws-prod-branch-count(ws-branch-idx) > 0 or
                 ws-gen-branch-count(ws-branch-idx) > 0
                   compute ws-branch-disp = ws-branch-idx - 1
                   move ws-prod-branch-count(ws-branch-idx) to
                     ws-count-disp
                   compute ws-pct-work rounded =
                     ws-prod-branch-count(ws-branch-idx) * 100 /
                     ws-prod-extract-count
                   move ws-pct-work to ws-pct-disp
                   move ws-gen-branch-count(ws-branch-idx) to
                     ws-count2-disp
                   compute ws-pct-work rounded =
                     ws-gen-branch-count(ws-branch-idx) * 100 /
                     ws-extract-written
                   move ws-pct-work to ws-pct2-disp
                   move spaces to ws-work-line
                   string "BRANCH " ws-branch-disp "     " ws-count-disp
                     " " ws-pct-disp "    " ws-count2-disp " "
                     ws-pct2-disp delimited by size into ws-work-line
                   perform write-report-line
               end-if
           end-perform
           close generator-report.

       write-report-line section.
           write generator-line from ws-work-line.

       end program ExtractGen.
