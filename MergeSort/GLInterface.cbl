      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. GLInterface.

      *>General ledger interface, run after the charges step: the
      *>night's posted transactions (postsumm.dat, left by
      *>PostTransactions, already totalled by branch and type) and
      *>the night's charge subtotals (chghist.dat) are summarized
      *>into buckets, each bucket is mapped to a GL debit and credit
      *>account through the operator-maintained glmap.ctl, and the
      *>result goes to corporate GL intake as a balanced journal
      *>file, glintf.dat, with a header and trailer -- instead of
      *>finance keying brsettle.rpt and charges.rpt by hand.
      *>The file is all or nothing. Both inputs are counted and
      *>hashed and checked against the control registry (CtlReg)
      *>before they are used: postsumm.dat against what
      *>PostTransactions registered, chghist.dat against what
      *>LocalVariables registered -- and only the block of chghist.dat
      *>that LocalVariables' last run of the night appended, by its
      *>registered count, is booked, so a rerun of the charges step
      *>is never booked twice. Every bucket is then mapped and the
      *>buckets proved to those registered totals before a record is
      *>written, and the written file is read back and must hold
      *>exactly the entries and totals proved. A bucket with no
      *>mapping, or a journal that does not prove, ends the step RC 8
      *>with an audit event and no glintf.dat at all -- last night's
      *>file is removed too, so intake can never pick up a stale or
      *>partial one. glintf.rpt lists every bucket and what it mapped
      *>to either way.
       environment division.
       input-output section.
       file-control.
           select posting-summary assign to "postsumm.dat"
               organization line sequential
               file status is ws-summary-status.
           select charge-history assign to
             "../LocalVariables/chghist.dat"
               organization line sequential
               file status is ws-history-status.
           select mapping-file assign to "glmap.ctl"
               organization line sequential
               file status is ws-map-status.
           select gl-file assign to "glintf.dat"
               organization line sequential
               file status is ws-gl-status.
           select gl-report assign to "glintf.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
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

       fd  charge-history.
       01  hist-record.
           03 hist-date pic 9(8).
           03 hist-account pic 9(6).
           03 hist-amount pic s9(10) sign leading separate.

      *>One mapping per record:
      *>  column 1      source, "P" posted transactions, "C" charges
      *>  columns 2-4   branch id, or "***" for every branch without
      *>                a mapping of its own (charges use branch 000)
      *>  column 5      type "D", "C" or "R" (charges: "D" net
      *>                charged, "C" net credited)
      *>  columns 6-15  GL account debited
      *>  columns 16-25 GL account credited
       fd  mapping-file.
       01  mapping-record.
           03 map-source pic x(1).
           03 map-branch pic x(3).
           03 map-type pic x(1).
           03 map-debit-acct pic x(10).
           03 map-credit-acct pic x(10).

      *>Corporate GL intake layout: "H" header with the business date
      *>and the feeding system, one "D" entry per GL posting, and a
      *>"T" trailer with the entry count and the debit and credit
      *>totals, which are always equal on a file that was written.
       fd  gl-file.
       01  gl-entry-record.
           03 gle-rec-type pic x(1).
           03 gle-date pic 9(8).
           03 gle-account pic x(10).
           03 gle-drcr pic x(1).
           03 gle-amount pic 9(11)v99.
           03 gle-source pic x(1).
           03 gle-branch pic 9(3).
           03 gle-tran-type pic x(1).
       01  gl-header-record.
           03 glh-rec-type pic x(1).
           03 glh-date pic 9(8).
           03 glh-system pic x(8).
       01  gl-trailer-record.
           03 glt-rec-type pic x(1).
           03 glt-count pic 9(9).
           03 glt-debits pic 9(13)v99.
           03 glt-credits pic 9(13)v99.

       fd  gl-report.
       01  gl-report-line pic x(80).

       working-storage section.
       01 ws-summary-status pic xx.
       01 ws-history-status pic xx.
       01 ws-map-status pic xx.
       01 ws-gl-status pic xx.
       01 ws-report-status pic xx.

       78 78-max-maps value 500.
       01 ws-map-count binary-long value 0.
       01 ws-map-table.
           03 ws-map-entry occurs 500 times.
              05 ws-map-source pic x(1).
              05 ws-map-branch pic x(3).
              05 ws-map-type pic x(1).
              05 ws-map-debit pic x(10).
              05 ws-map-credit pic x(10).
       01 ws-map-idx binary-long.
       01 ws-map-found binary-long.
       01 ws-map-default binary-long.
       01 ws-branch-text pic 9(3).

      *>Every bucket of the night: posted transactions by branch and
      *>type, then the two charge buckets. Amounts in dollars and
      *>cents; the mapped accounts are filled in once all buckets
      *>are known.
       78 78-max-buckets value 3002.
       01 ws-bucket-count binary-long value 0.
       01 ws-bucket-table.
           03 ws-bucket-entry occurs 3002 times.
              05 ws-bk-source pic x(1).
              05 ws-bk-branch pic 9(3).
              05 ws-bk-type pic x(1).
              05 ws-bk-count binary-long.
              05 ws-bk-amount pic s9(11)v99.
              05 ws-bk-debit pic x(10).
              05 ws-bk-credit pic x(10).
       01 ws-bk-idx binary-long.
       01 ws-bucket-overflow binary-long value 0.

      *>Tonight's charge subtotals, from the block of chghist.dat
      *>that LocalVariables' last run appended: the registered count
      *>of records at the end of the file. Earlier runs of the same
      *>date sit above it and are not booked.
       01 ws-chg-debit-pennies pic s9(13) value 0.
       01 ws-chg-credit-pennies pic s9(13) value 0.
       01 ws-chg-debit-count binary-long value 0.
       01 ws-chg-credit-count binary-long value 0.
       01 ws-chg-misdated-count binary-long value 0.
       01 ws-hist-total-count pic 9(9) value 0.
       01 ws-hist-total-hash pic s9(13)v99 value 0.
       01 ws-hist-skip-count pic 9(9).
       01 ws-hist-seq pic 9(9).

      *>Control registry linkage, and the figures registered for
      *>tonight: postsumm.dat's detail count and net amount, and the
      *>count and net pennies of tonight's block of chghist.dat.
       01 ws-ctl-func pic x(8).
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40).
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).
       01 ws-post-ctl-count pic 9(9) value 0.
       01 ws-post-ctl-amount pic s9(13)v99 value 0.
       01 ws-run-block-count pic 9(9) value 0.
       01 ws-run-block-pennies pic s9(13) value 0.

      *>The proof: the buckets against the registered figures, then
      *>the journal as written, read back, against the buckets.
       01 ws-proof-post-count pic 9(9).
       01 ws-proof-post-amount pic s9(13)v99.
       01 ws-proof-chg-pennies pic s9(13).
       01 ws-proof-failed binary-long value 0.
       01 ws-proof-reason pic x(30).
       01 ws-verify-eof binary-long value 0.
       01 ws-verify-count binary-long value 0.
       01 ws-verify-debits pic 9(13)v99 value 0.
       01 ws-verify-credits pic 9(13)v99 value 0.
       01 ws-verify-drcr pic x(1).
       01 ws-verify-account pic x(10).

       01 ws-entry-amount pic 9(11)v99.
       01 ws-entry-debit pic x(10).
       01 ws-entry-credit pic x(10).
       01 ws-entry-count binary-long value 0.
       01 ws-total-debits pic 9(13)v99 value 0.
       01 ws-total-credits pic 9(13)v99 value 0.
       01 ws-unmapped-count binary-long value 0.
       01 ws-delete-path pic x(44) value "glintf.dat".
       01 ws-delete-rc binary-long.

       01 ws-count-disp pic 9(9).
       01 ws-amount-edit pic zzz,zzz,zz9.99-.
       01 ws-total-edit pic z,zzz,zzz,zzz,zz9.99.
       01 ws-work-line pic x(80).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "GLINTERFACE".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Run return code: 0 clean, 4 written but chghist.dat could not
      *>be read (no charge buckets tonight), 8 a bucket had no GL
      *>mapping, the journal did not prove to its controls, or the
      *>file could not be written -- no file goes to intake -- and 12
      *>the posting summary or the mapping file was missing, the
      *>summary was not tonight's, or postsumm.dat or chghist.dat
      *>failed its control check.
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

      *>Whatever happens tonight, last night's file must not be
      *>mistaken for tonight's.
           call "CBL_DELETE_FILE" using ws-delete-path
             returning ws-delete-rc

           perform load-mapping-table
           if ws-run-rc < 12
               perform load-posting-buckets
           end-if
           if ws-run-rc < 12
               perform load-charge-buckets
           end-if
           if ws-run-rc >= 12
               move "GL-NOFILE" to ws-audit-event
               move spaces to ws-audit-text
               string "NO GL FILE FOR " ws-run-date
                 " - INPUT MISSING, STALE OR NOT AS REGISTERED"
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program
                 ws-audit-event ws-audit-text
               move ws-run-rc to return-code
               goback
           end-if

           open output gl-report
           if ws-report-status <> "00"
               display "GLINTERFACE: unable to open glintf.rpt, "
                 "status " ws-report-status
           end-if
           perform write-report-heading
           perform map-and-prove-buckets
           perform write-report-totals

           if ws-unmapped-count > 0
               display "GLINTERFACE: " ws-unmapped-count " buckets "
                 "have no GL mapping on glmap.ctl -- no GL file"
               move "GL-UNMAPPED" to ws-audit-event
               move ws-unmapped-count to ws-audit-count1
               move spaces to ws-audit-text
               string "NO GL FILE FOR " ws-run-date ", UNMAPPED "
                 "BUCKETS " ws-audit-count1
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program
                 ws-audit-event ws-audit-text
               if ws-run-rc < 8
                   move 8 to ws-run-rc
               end-if
           else
               if ws-proof-failed = 1
                   perform report-proof-failure
               else
                   perform write-gl-file
               end-if
           end-if

           if ws-report-status = "00"
               close gl-report
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
                       display "GLINTERFACE: business date "
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
                   display "GLINTERFACE: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "GLINTERFACE: no usable calendar, using "
                     "system date"
                   accept ws-run-date from date yyyymmdd
           end-evaluate.

       mark-business-date section.
      *>Completion is only recorded for a run that actually stood up
      *>-- a refused or unbalanced run stays rerunnable.
           if ws-cal-mode = 1 and ws-run-rc < 8
               move "MARKRUN " to ws-cal-func
               call "Calendar" using ws-cal-func ws-audit-program
                 ws-bus-date ws-cal-reply
           end-if.

       load-mapping-table section.
      *>Malformed mappings are left out with a console note; the
      *>bucket they were meant for then fails as unmapped, which is
      *>the safe direction.
           open input mapping-file
           if ws-map-status <> "00"
               display "GLINTERFACE: unable to open glmap.ctl, "
                 "status " ws-map-status " -- no GL file"
               move 12 to ws-run-rc
               exit section
           end-if
           perform until ws-map-status = "10"
               read mapping-file
                   at end
                       move "10" to ws-map-status
                   not at end
                       if (map-source = "P" or map-source = "C") and
                         (map-type = "D" or map-type = "C" or
                         map-type = "R") and
                         (map-branch is numeric or
                         map-branch = "***") and
                         map-debit-acct <> spaces and
                         map-credit-acct <> spaces
                           if ws-map-count < 78-max-maps
                               add 1 to ws-map-count
                               move map-source to
                                 ws-map-source(ws-map-count)
                               move map-branch to
                                 ws-map-branch(ws-map-count)
                               move map-type to
                                 ws-map-type(ws-map-count)
                               move map-debit-acct to
                                 ws-map-debit(ws-map-count)
                               move map-credit-acct to
                                 ws-map-credit(ws-map-count)
                           else
                               display "GLINTERFACE: more than "
                                 78-max-maps " mappings, excess "
                                 "ignored"
                           end-if
                       else
                           display "GLINTERFACE: invalid mapping '"
                             mapping-record "' on glmap.ctl ignored"
                       end-if
               end-read
           end-perform
           close mapping-file.

       load-posting-buckets section.
      *>The summary has to be tonight's -- a summary left over from a
      *>night PostTransactions did not run would book yesterday's
      *>money twice.
           open input posting-summary
           if ws-summary-status <> "00"
               display "GLINTERFACE: unable to open postsumm.dat, "
                 "status " ws-summary-status " -- no GL file"
               move 12 to ws-run-rc
               exit section
           end-if
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           read posting-summary
               at end
                   move "10" to ws-summary-status
           end-read
           if ws-summary-status <> "00" or summ-header-type <> "H"
             or summ-header-date <> ws-run-date
               display "GLINTERFACE: postsumm.dat is not for "
                 ws-run-date " -- no GL file"
               move 12 to ws-run-rc
               close posting-summary
               exit section
           end-if
           perform until ws-summary-status = "10"
               read posting-summary
                   at end
                       move "10" to ws-summary-status
                   not at end
                       if summ-rec-type = "D"
                           add 1 to ws-ctl-count
                           add summ-amount to ws-ctl-hash
                           perform add-posting-bucket
                       end-if
               end-read
           end-perform
           close posting-summary

           move "CHECK   " to ws-ctl-func
           move "MergeSort/postsumm.dat" to ws-ctl-file
           move ws-run-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply
           if ws-ctl-reply <> "Y"
               display "GLINTERFACE: postsumm.dat failed its control "
                 "check -- no GL file"
               move 12 to ws-run-rc
               exit section
           end-if
           move ws-ctl-count to ws-post-ctl-count
           move ws-ctl-hash to ws-post-ctl-amount.

       add-posting-bucket section.
           if ws-bucket-count >= 78-max-buckets
               move 1 to ws-bucket-overflow
               exit section
           end-if
           add 1 to ws-bucket-count
           move "P" to ws-bk-source(ws-bucket-count)
           move summ-branch to ws-bk-branch(ws-bucket-count)
           move summ-tran-type to ws-bk-type(ws-bucket-count)
           move summ-count to ws-bk-count(ws-bucket-count)
           move summ-amount to ws-bk-amount(ws-bucket-count).

       load-charge-buckets section.
      *>chghist.dat is counted and hashed whole and checked against
      *>the registry first. Then only tonight's block -- the count
      *>LocalVariables registered for its last run, at the end of the
      *>file -- is tallied: net-charged accounts make the "D" bucket,
      *>net-credited ones the "C" bucket, in pennies until the bucket
      *>is built. A rerun of the charges step is told apart by what
      *>it registered, never guessed from the account order.
           open input charge-history
           if ws-history-status <> "00"
               display "GLINTERFACE: unable to open chghist.dat, "
                 "status " ws-history-status " -- no charge buckets"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           perform until ws-history-status = "10"
               read charge-history
                   at end
                       move "10" to ws-history-status
                   not at end
                       add 1 to ws-hist-total-count
                       add hist-amount to ws-hist-total-hash
               end-read
           end-perform
           close charge-history

           move "CHECK   " to ws-ctl-func
           move "LocalVariables/chghist.dat" to ws-ctl-file
           move ws-run-date to ws-ctl-date
           move ws-hist-total-count to ws-ctl-count
           move ws-hist-total-hash to ws-ctl-hash
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply
           if ws-ctl-reply <> "Y"
               display "GLINTERFACE: chghist.dat failed its control "
                 "check -- no GL file"
               move 12 to ws-run-rc
               exit section
           end-if

           move "LOOKUP  " to ws-ctl-func
           move "LocalVariables/chghist.dat/lastrun" to ws-ctl-file
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply
           if ws-ctl-reply <> "Y" or ws-ctl-date <> ws-run-date or
             ws-ctl-count > ws-hist-total-count
               display "GLINTERFACE: tonight's block of chghist.dat "
                 "is not on the control registry -- no GL file"
               move 12 to ws-run-rc
               exit section
           end-if
           move ws-ctl-count to ws-run-block-count
           move ws-ctl-hash to ws-run-block-pennies
           compute ws-hist-skip-count =
             ws-hist-total-count - ws-run-block-count

           open input charge-history
           if ws-history-status <> "00"
               display "GLINTERFACE: unable to reopen chghist.dat, "
                 "status " ws-history-status " -- no GL file"
               move 12 to ws-run-rc
               exit section
           end-if
           move 0 to ws-hist-seq
           perform until ws-history-status = "10"
               read charge-history
                   at end
                       move "10" to ws-history-status
                   not at end
                       add 1 to ws-hist-seq
                       if ws-hist-seq > ws-hist-skip-count
                           perform tally-charge-subtotal
                       end-if
               end-read
           end-perform
           close charge-history
           if ws-chg-misdated-count > 0
               display "GLINTERFACE: " ws-chg-misdated-count
                 " records of tonight's block of chghist.dat are not "
                 "dated " ws-run-date " -- no GL file"
               move 12 to ws-run-rc
               exit section
           end-if

           if ws-chg-debit-count > 0
               perform add-charge-debit-bucket
           end-if
           if ws-chg-credit-count > 0
               perform add-charge-credit-bucket
           end-if.

       tally-charge-subtotal section.
           if hist-date <> ws-run-date
               add 1 to ws-chg-misdated-count
               exit section
           end-if
           if hist-amount < 0
               subtract hist-amount from ws-chg-credit-pennies
               add 1 to ws-chg-credit-count
           else
               add hist-amount to ws-chg-debit-pennies
               add 1 to ws-chg-debit-count
           end-if.

       add-charge-debit-bucket section.
           if ws-bucket-count >= 78-max-buckets
               move 1 to ws-bucket-overflow
               exit section
           end-if
           add 1 to ws-bucket-count
           move "C" to ws-bk-source(ws-bucket-count)
           move 0 to ws-bk-branch(ws-bucket-count)
           move "D" to ws-bk-type(ws-bucket-count)
           move ws-chg-debit-count to ws-bk-count(ws-bucket-count)
           compute ws-bk-amount(ws-bucket-count) =
             ws-chg-debit-pennies / 100.

       add-charge-credit-bucket section.
           if ws-bucket-count >= 78-max-buckets
               move 1 to ws-bucket-overflow
               exit section
           end-if
           add 1 to ws-bucket-count
           move "C" to ws-bk-source(ws-bucket-count)
           move 0 to ws-bk-branch(ws-bucket-count)
           move "C" to ws-bk-type(ws-bucket-count)
           move ws-chg-credit-count to ws-bk-count(ws-bucket-count)
           compute ws-bk-amount(ws-bucket-count) =
             ws-chg-credit-pennies / 100.

       map-and-prove-buckets section.
      *>Each bucket takes its own branch's mapping if there is one,
      *>otherwise the "***" mapping for its source and type. A
      *>bucket's amount goes to its debit account and its credit
      *>account alike -- a negative bucket (more backed out than
      *>booked) swaps the two sides -- so the trailer's debits and
      *>credits agree by construction and prove nothing on their
      *>own; the proof is against the registered controls, below, and
      *>against the file read back once it is written.
           perform varying ws-bk-idx from 1 by 1
             until ws-bk-idx > ws-bucket-count
               move 0 to ws-map-found
               move 0 to ws-map-default
               move ws-bk-branch(ws-bk-idx) to ws-branch-text
               perform varying ws-map-idx from 1 by 1
                 until ws-map-idx > ws-map-count
                   if ws-map-source(ws-map-idx) =
                     ws-bk-source(ws-bk-idx) and
                     ws-map-type(ws-map-idx) = ws-bk-type(ws-bk-idx)
                       if ws-map-branch(ws-map-idx) = ws-branch-text
                           move ws-map-idx to ws-map-found
                       end-if
                       if ws-map-branch(ws-map-idx) = "***"
                           move ws-map-idx to ws-map-default
                       end-if
                   end-if
               end-perform
               if ws-map-found = 0
                   move ws-map-default to ws-map-found
               end-if
               if ws-map-found = 0
                   add 1 to ws-unmapped-count
                   move spaces to ws-bk-debit(ws-bk-idx)
                   move spaces to ws-bk-credit(ws-bk-idx)
               else
                   move ws-map-debit(ws-map-found) to
                     ws-bk-debit(ws-bk-idx)
                   move ws-map-credit(ws-map-found) to
                     ws-bk-credit(ws-bk-idx)
                   perform set-entry-sides
                   if ws-entry-amount > 0
                       add ws-entry-amount to ws-total-debits
                       add ws-entry-amount to ws-total-credits
                       add 2 to ws-entry-count
                   end-if
               end-if
               perform write-bucket-line
           end-perform
           perform prove-bucket-controls.

       prove-bucket-controls section.
      *>The buckets as built against what the producers registered:
      *>a bucket lost to the table limit, or a summary or charge
      *>record misread, fails here.
           move 0 to ws-proof-post-count
           move 0 to ws-proof-post-amount
           move 0 to ws-proof-chg-pennies
           perform varying ws-bk-idx from 1 by 1
             until ws-bk-idx > ws-bucket-count
               if ws-bk-source(ws-bk-idx) = "P"
                   add 1 to ws-proof-post-count
                   add ws-bk-amount(ws-bk-idx) to ws-proof-post-amount
               else
                   if ws-bk-type(ws-bk-idx) = "D"
                       compute ws-proof-chg-pennies =
                         ws-proof-chg-pennies +
                         ws-bk-amount(ws-bk-idx) * 100
                   else
                       compute ws-proof-chg-pennies =
                         ws-proof-chg-pennies -
                         ws-bk-amount(ws-bk-idx) * 100
                   end-if
               end-if
           end-perform
           evaluate true
               when ws-bucket-overflow = 1
                   move "BUCKET TABLE OVERFLOW" to ws-proof-reason
               when ws-proof-post-count <> ws-post-ctl-count or
                 ws-proof-post-amount <> ws-post-ctl-amount
                   move "POSTINGS NOT AS REGISTERED" to
                     ws-proof-reason
               when ws-proof-chg-pennies <> ws-run-block-pennies
                   move "CHARGES NOT AS REGISTERED" to
                     ws-proof-reason
               when other
                   exit section
           end-evaluate
           move 1 to ws-proof-failed.

       set-entry-sides section.
           if ws-bk-amount(ws-bk-idx) < 0
               compute ws-entry-amount = 0 - ws-bk-amount(ws-bk-idx)
               move ws-bk-credit(ws-bk-idx) to ws-entry-debit
               move ws-bk-debit(ws-bk-idx) to ws-entry-credit
           else
               move ws-bk-amount(ws-bk-idx) to ws-entry-amount
               move ws-bk-debit(ws-bk-idx) to ws-entry-debit
               move ws-bk-credit(ws-bk-idx) to ws-entry-credit
           end-if.

       write-gl-file section.
      *>Everything mapped and proved: header, two entries per
      *>non-zero bucket, trailer. A file that cannot be opened is
      *>the same RC 8 as an unbalanced one -- intake gets nothing.
           open output gl-file
           if ws-gl-status <> "00"
               display "GLINTERFACE: unable to open glintf.dat, "
                 "status " ws-gl-status
               if ws-run-rc < 8
                   move 8 to ws-run-rc
               end-if
               exit section
           end-if
           move "H" to glh-rec-type
           move ws-run-date to glh-date
           move "BATCHPST" to glh-system
           write gl-header-record
           perform varying ws-bk-idx from 1 by 1
             until ws-bk-idx > ws-bucket-count
               perform set-entry-sides
               if ws-entry-amount > 0
                   move "D" to gle-rec-type
                   move ws-run-date to gle-date
                   move ws-entry-debit to gle-account
                   move "D" to gle-drcr
                   move ws-entry-amount to gle-amount
                   move ws-bk-source(ws-bk-idx) to gle-source
                   move ws-bk-branch(ws-bk-idx) to gle-branch
                   move ws-bk-type(ws-bk-idx) to gle-tran-type
                   write gl-entry-record
                   move ws-entry-credit to gle-account
                   move "C" to gle-drcr
                   write gl-entry-record
               end-if
           end-perform
           move "T" to glt-rec-type
           move ws-entry-count to glt-count
           move ws-total-debits to glt-debits
           move ws-total-credits to glt-credits
           write gl-trailer-record
           close gl-file

           perform verify-gl-file
           if ws-proof-failed = 1
               call "CBL_DELETE_FILE" using ws-delete-path
                 returning ws-delete-rc
               perform report-proof-failure
               exit section
           end-if

           move "GL-DONE" to ws-audit-event
           move ws-bucket-count to ws-audit-count1
           move ws-entry-count to ws-audit-count2
           move spaces to ws-audit-text
           string "GL FILE " ws-run-date " BUCKETS " ws-audit-count1
             " ENTRIES " ws-audit-count2
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       verify-gl-file section.
      *>The file as it now stands, read back: tonight's header, the
      *>two entries of every non-zero bucket in order with that
      *>bucket's accounts and amount, then a trailer carrying the
      *>proved count and totals -- and the entries themselves,
      *>totalled here by side, must come to the same figures.
           move 0 to ws-verify-eof
           open input gl-file
           if ws-gl-status <> "00"
               move "JOURNAL NOT READABLE" to ws-proof-reason
               move 1 to ws-proof-failed
               exit section
           end-if
           perform read-gl-record
           if ws-verify-eof = 1 or glh-rec-type <> "H" or
             glh-date <> ws-run-date
               move "JOURNAL HEADER WRONG" to ws-proof-reason
               move 1 to ws-proof-failed
           end-if
           perform varying ws-bk-idx from 1 by 1
             until ws-bk-idx > ws-bucket-count or ws-proof-failed = 1
               perform set-entry-sides
               if ws-entry-amount > 0
                   perform read-gl-record
                   move "D" to ws-verify-drcr
                   move ws-entry-debit to ws-verify-account
                   perform verify-gl-entry
                   if ws-proof-failed = 0
                       perform read-gl-record
                       move "C" to ws-verify-drcr
                       move ws-entry-credit to ws-verify-account
                       perform verify-gl-entry
                   end-if
               end-if
           end-perform
           if ws-proof-failed = 0
               perform read-gl-record
               if ws-verify-eof = 1 or glt-rec-type <> "T" or
                 glt-count <> ws-entry-count or
                 glt-debits <> ws-total-debits or
                 glt-credits <> ws-total-credits or
                 ws-verify-count <> ws-entry-count or
                 ws-verify-debits <> ws-total-debits or
                 ws-verify-credits <> ws-total-credits or
                 ws-verify-debits <> ws-verify-credits
                   move "JOURNAL TOTALS WRONG" to ws-proof-reason
                   move 1 to ws-proof-failed
               end-if
           end-if
           if ws-proof-failed = 0
               perform read-gl-record
               if ws-verify-eof = 0
                   move "JOURNAL HAS EXTRA RECORDS" to ws-proof-reason
                   move 1 to ws-proof-failed
               end-if
           end-if
           close gl-file.

       read-gl-record section.
           read gl-file
               at end
                   move 1 to ws-verify-eof
           end-read
           if ws-gl-status <> "00"
               move 1 to ws-verify-eof
           end-if.

       verify-gl-entry section.
           if ws-verify-eof = 1 or gle-rec-type <> "D" or
             gle-date <> ws-run-date or
             gle-drcr <> ws-verify-drcr or
             gle-account <> ws-verify-account or
             gle-amount <> ws-entry-amount or
             gle-source <> ws-bk-source(ws-bk-idx) or
             gle-branch <> ws-bk-branch(ws-bk-idx) or
             gle-tran-type <> ws-bk-type(ws-bk-idx)
               move "JOURNAL ENTRY NOT AS PROVED" to ws-proof-reason
               move 1 to ws-proof-failed
               exit section
           end-if
           add 1 to ws-verify-count
           if gle-drcr = "D"
               add gle-amount to ws-verify-debits
           else
               add gle-amount to ws-verify-credits
           end-if.

       report-proof-failure section.
           move spaces to ws-work-line
           string "GLINTERFACE: journal not proved, "
             delimited by size
             ws-proof-reason delimited by "  "
             " -- no GL file" delimited by size
             into ws-work-line
           display ws-work-line
           move spaces to ws-work-line
           string "NOT PROVED: " delimited by size
             ws-proof-reason delimited by "  "
             " - NO GL FILE" delimited by size
             into ws-work-line
           perform write-report-line
           move "GL-IMBALANCE" to ws-audit-event
           move spaces to ws-audit-text
           string "NO GL FILE FOR " ws-run-date ", " ws-proof-reason
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text
           if ws-run-rc < 8
               move 8 to ws-run-rc
           end-if.

       write-report-heading section.
           move spaces to ws-work-line
           string "GL INTERFACE - RUN DATE: " ws-run-date
             delimited by size into ws-work-line
           perform write-report-line
           move spaces to ws-work-line
           perform write-report-line
           move spaces to ws-work-line
           string "SRC BR  TYPE  COUNT              AMOUNT  "
             "DEBIT GL    CREDIT GL"
             delimited by size into ws-work-line
           perform write-report-line
           move spaces to ws-work-line
           perform write-report-line.

       write-bucket-line section.
           move ws-bk-count(ws-bk-idx) to ws-count-disp
           move ws-bk-amount(ws-bk-idx) to ws-amount-edit
           move spaces to ws-work-line
           if ws-bk-debit(ws-bk-idx) = spaces
               string " " ws-bk-source(ws-bk-idx) "  "
                 ws-bk-branch(ws-bk-idx) "  " ws-bk-type(ws-bk-idx)
                 "  " ws-count-disp " " ws-amount-edit
                 "  ** NO GL MAPPING"
                 delimited by size into ws-work-line
           else
               string " " ws-bk-source(ws-bk-idx) "  "
                 ws-bk-branch(ws-bk-idx) "  " ws-bk-type(ws-bk-idx)
                 "  " ws-count-disp " " ws-amount-edit "  "
                 ws-bk-debit(ws-bk-idx) "  " ws-bk-credit(ws-bk-idx)
                 delimited by size into ws-work-line
           end-if
           perform write-report-line.

       write-report-totals section.
           move spaces to ws-work-line
           perform write-report-line
           move ws-bucket-count to ws-count-disp
           move spaces to ws-work-line
           string "BUCKETS:              " ws-count-disp
             delimited by size into ws-work-line
           perform write-report-line
           move ws-unmapped-count to ws-count-disp
           move spaces to ws-work-line
           string "UNMAPPED BUCKETS:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-report-line
           move ws-entry-count to ws-count-disp
           move spaces to ws-work-line
           string "JOURNAL ENTRIES:      " ws-count-disp
             delimited by size into ws-work-line
           perform write-report-line
           move ws-total-debits to ws-total-edit
           move spaces to ws-work-line
           string "TOTAL DEBITS:    " ws-total-edit
             delimited by size into ws-work-line
           perform write-report-line
           move ws-total-credits to ws-total-edit
           move spaces to ws-work-line
           string "TOTAL CREDITS:   " ws-total-edit
             delimited by size into ws-work-line
           perform write-report-line
           move ws-post-ctl-amount to ws-amount-edit
           move spaces to ws-work-line
           string "POSTINGS REGISTERED:  " ws-amount-edit
             delimited by size into ws-work-line
           perform write-report-line
           compute ws-amount-edit = ws-run-block-pennies / 100
           move spaces to ws-work-line
           string "CHARGES REGISTERED:   " ws-amount-edit
             delimited by size into ws-work-line
           perform write-report-line
           if ws-bucket-overflow = 1
               move spaces to ws-work-line
               string "MORE BUCKETS THAN THE TABLE HOLDS - NOT "
                 "PROVABLE"
                 delimited by size into ws-work-line
               perform write-report-line
           end-if.

       write-report-line section.
           if ws-report-status = "00"
               write gl-report-line from ws-work-line
           end-if.

       end program GLInterface.
