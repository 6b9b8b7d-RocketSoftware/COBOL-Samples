           select volumes-file assign to "volumes.dat"
               organization line sequential
               file status is ws-volumes-status.
           select branch-master assign to "brmast.dat"
               organization indexed
               access mode sequential
               record key branch-id
               file status is ws-brmast-status.

       data division.
       file section.
      *>Full transaction layout, not just the key -- posting needs the
      *>amounts downstream, so the whole record rides the pipeline
      *>(extract -> sortwork -> sortout -> cleanout) instead of being
      *>re-fetched from the source system after the sort. The
      *>amount is in extract-currency, checked by EditFeeds against
      *>the currency table; blank is the base currency, as every
      *>extract was before foreign items were fed.
       01  extract-record.
           03 extract-key pic 9(9).
           03 extract-branch pic 9(3).
           03 extract-tran-date pic 9(8).
           03 extract-amount pic s9(7)v99 sign leading separate.
           03 extract-type pic x(1).
           03 extract-currency pic x(3).

       fd  report-file.
       01  report-line pic x(80).
           03 vol-date pic 9(8).
           03 vol-count pic 9(9).

      *>Branch master maintained by BranchMaint -- an extract
      *>record whose branch is not on it, or is closed, is rejected
      *>to exceptions.rpt instead of being settled and split as a
      *>branch of its own.
       fd  branch-master.
       01  branch-record.
           03 branch-id pic 9(3).
           03 branch-name pic x(30).
           03 branch-region pic x(4).
           03 branch-open-status pic x(1).
           03 branch-contact pic x(30).

       sd  sort-work-file.
       01  sort-work-record.
           03 sort-work-key pic 9(9).
           03 sort-work-tran-date pic 9(8).
           03 sort-work-amount pic s9(7)v99 sign leading separate.
           03 sort-work-type pic x(1).
           03 sort-work-currency pic x(3).

       fd  sorted-output-file.
       01  sorted-output-record.
           03 sorted-output-tran-date pic 9(8).
           03 sorted-output-amount pic s9(7)v99 sign leading separate.
           03 sorted-output-type pic x(1).
           03 sorted-output-currency pic x(3).

       fd  clean-output-file.
       01  clean-output-record.
           03 clean-output-tran-date pic 9(8).
           03 clean-output-amount pic s9(7)v99 sign leading separate.
           03 clean-output-type pic x(1).
           03 clean-output-currency pic x(3).

       fd  checkpoint-file.
      *>One record per checkpointed unit of work. For the recursive
      *>finished sorting ("Y", contents are its final sorted output)
      *>from one whose own merge was only partway done when the last
      *>checkpoint was taken ("N", contents are the merge-so-far).
      *>A full 5000-entry node of 34-byte transactions no longer fits
      *>one indexed record, so a node's contents are chunked across up
      *>to three records of 1800 entries each -- the chunk number is
      *>the last three bytes of checkpoint-key, and every chunk
      *>repeats the node's control fields so chunk 001 alone is enough
      *>to know how many chunks to read back.
           03 checkpoint-merged-so-far binary-long.
           03 checkpoint-sub1-index binary-long.
           03 checkpoint-sub2-index binary-long.
           03 checkpoint-node-contents pic x(34) occurs
             1800 times.

       working-storage section.
      *>One extract transaction, mirroring extract-record byte for
         03 tran-date pic 9(8).
         03 tran-amount pic s9(7)v99 sign leading separate.
         03 tran-type pic x(1).
         03 tran-currency pic x(3).

       01 numbers-t typedef.
         03 numbers-length binary-short.
         78 78-checkpoint-node-min-size value 100.
      *>Entries per checkpoint chunk record -- must match the OCCURS
      *>on checkpoint-node-contents in the file section.
         78 78-checkpoint-chunk-entries value 1800.

       01 ws-extract-status pic xx.
       01 ws-report-status pic xx.
       01 ws-print-tran transaction-t.
       01 ws-detail-line pic x(80).

      *>What went onto the clean file, by type and as fed (every
      *>currency added together, nothing converted): the PROOF lines
      *>at the foot of the report, which CleanProof ties to what each
      *>step that reads the clean file says it saw.
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
              05 ws-proof-tally-count binary-long.
              05 ws-proof-tally-amount pic s9(11)v99.
       01 ws-proof-idx binary-long.

      *>External-path duplicate netting: the survivor record for the
      *>key group currently in flight is accumulated here and only
      *>written when the key changes (or at end of file), so equal

      *>Control records bracketing the extract: a header carrying the
      *>business date and a trailer carrying the detail record count
      *>and a hash total of the keys. Both are 34 bytes or shorter and
      *>are told apart from detail records by column 1 ("H"/"T"
      *>against a detail record's leading key digit), so the detail
      *>layout did not have to change.

       01 ws-control-card-status pic xx.
       01 ws-volumes-status pic xx.
       01 ws-brmast-status pic xx.

      *>Branch validation: the master's status per branch id,
      *>subscripted by branch + 1 (space = not on the master), loaded
      *>once per invocation. No master at all means branches are not
      *>validated, with a warning, as before the master existed.
      *>Rejected records are held for the exceptions report, which
      *>both sort paths open and close themselves, and written after
      *>them.
       01 ws-branch-mode binary-long value 0.
       01 ws-branch-table.
           03 ws-branch-state pic x(1) occurs 1000 times.
       01 ws-branch-reject-count binary-long value 0.
       01 ws-branch-reject-count-disp pic 9(9).
       78 78-max-branch-rejects value 1000.
       01 ws-branch-reject-table.
           03 ws-branch-reject-entry occurs 1000 times.
              05 ws-branch-reject-record pic x(34).
              05 ws-branch-reject-reason pic x(14).
       01 ws-branch-idx binary-long.
       01 ws-sort-direction pic x(1) value "A".

      *>File paths behind the dynamic assigns -- the plain names
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

      *>Exception work queue (ExcQueue): every netting and branch
      *>exception on exceptions.rpt is also queued under the business
      *>date for an operator to work. ws-exc-currency and
      *>ws-net-overflow describe a netting item to
      *>queue-netting-exception.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).
       01 ws-exc-currency pic x(3).

      *>Control registry (CtlReg): cleanout.dat, and sortout.dat when
      *>the external path cuts one, are registered with the business
      *>date, record count and amount hash as they stand once closed,
      *>and the steps that read them check those figures first.
      *>ws-cleanout-written is set only when tonight's clean file was
      *>actually written -- an old one left on disk by a failed open
      *>must never be registered under tonight's date.
       01 ws-ctl-func pic x(8).
       01 ws-ctl-control.
           03 ws-ctl-file pic x(40).
           03 ws-ctl-date pic 9(8).
           03 ws-ctl-count pic 9(9).
           03 ws-ctl-hash pic s9(13)v99.
       01 ws-ctl-reply pic x(1).
       01 ws-cleanout-written binary-long value 0.

      *>Run return code, the stream discipline the scheduler keys
      *>off: 0 clean, 4 processed with exceptions (duplicates
      *>netted, netting overflow, an output the control registry
      *>would not take), 8 extract control records failed
      *>to verify, 12 extract missing or unreadable. The highest
      *>severity reached wins.
       01 ws-run-rc binary-long value 0.

       procedure division.
           perform read-control-card
           perform load-branch-master
           if ws-catchup-count > 0
               perform run-catchup-dates
           else
               perform write-clean-output(reference reconciledNumbers)
               perform print-numbers(reference reconciledNumbers)
           end-if
           if ws-cleanout-written = 1
               perform register-clean-output
           end-if

           move "RUN-COMPLETE" to ws-audit-event
           move ws-sorted-count to ws-sorted-count-disp
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text

           if ws-branch-reject-count > 0
               perform write-branch-rejects
               move "BRANCH-REJ" to ws-audit-event
               move ws-branch-reject-count to
                 ws-branch-reject-count-disp
               move spaces to ws-audit-text
               string ws-branch-reject-count-disp " RECORDS REJECTED "
                 "FOR UNKNOWN OR CLOSED BRANCH"
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program
                 ws-audit-event ws-audit-text
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if

           move "END     " to ws-exc-func
           perform call-exception-queue

           if ws-dup-count > 0 and ws-run-rc < 4
               move 4 to ws-run-rc
           end-if
           move 0 to ws-dup-count
           move 0 to ws-merge-count
           move 0 to ws-filtered-count
           move 0 to ws-branch-reject-count
           move 0 to ws-input-count
           move 0 to ws-input-hash
           move 0 to ws-header-found
           move 0 to ws-ext-resume-count
           move 0 to ws-ext-resume-dup-count
           move 0 to ws-cal-mode
           move 0 to ws-cal-blocked
           move 0 to ws-cleanout-written
           perform varying ws-proof-idx from 1 by 1
             until ws-proof-idx > 3
               move 0 to ws-proof-tally-count(ws-proof-idx)
               move 0 to ws-proof-tally-amount(ws-proof-idx)
           end-perform.

       set-run-file-names section.
      *>Catch-up runs read and write dated names, so each recovered
      *>numbers-array is OCCURS ... DEPENDING ON so we're no longer
      *>capped at 20 entries -- real batches run into the thousands.
      *>Header and trailer control records were verified by
      *>validate-extract-controls and are skipped here. Records for
      *>an unknown or closed branch are held back for the exceptions
      *>report and never reach either sort path.
           move 78-max-entries to numbers::numbers-length
           move 0 to ws-record-count

                                 (extract-key < ws-range-low or
                                 extract-key > ws-range-high)
                                   add 1 to ws-filtered-count
                               when ws-branch-mode = 1 and
                                 ws-branch-state(extract-branch + 1)
                                 <> "O"
                                   perform hold-branch-reject
                               when other
                                   add 1 to ws-record-count
                                   if ws-record-count <= 78-max-entries
      *>adjustment, so equal keys are netted -- the later record's
      *>amount is added into the surviving record instead of the data
      *>being thrown away -- and each netted record is noted on the
      *>exceptions report. An amount in a different currency from
      *>the survivor's cannot be added into it and is reported as a
      *>currency mismatch, not applied.
           declare distinctCount as binary-short value 0
           declare currTran as transaction-t
           declare survivorTran as transaction-t
               display "MERGESORT: unable to open exceptions.rpt, "
                 "status " ws-exceptions-status
           end-if
           move "BEGIN   " to ws-exc-func
           perform call-exception-queue

           perform varying i as binary-short from 1 by 1 until i >
             arr::numbers-length
                 survivorTran::tran-key
                   add 1 to ws-dup-count
                   move 0 to ws-net-overflow
                   if currTran::tran-currency <>
                     survivorTran::tran-currency
                       move 2 to ws-net-overflow
                   else
                       add currTran::tran-amount to
                         survivorTran::tran-amount
                           on size error
                               move 1 to ws-net-overflow
                       end-add
                   end-if
                   if ws-exceptions-status = "00"
                       move currTran::tran-key to ws-key-disp
                       move currTran::tran-amount to ws-amount-disp
                       move spaces to exception-line
                       evaluate ws-net-overflow
                           when 1
                               string "NETTING OVERFLOW ON KEY: "
                                 ws-key-disp " AMOUNT " ws-amount-disp
                                 " NOT APPLIED"
                                 delimited by size into exception-line
                           when 2
                               string "CURRENCY MISMATCH ON KEY: "
                                 ws-key-disp " AMOUNT " ws-amount-disp
                                 " " currTran::tran-currency
                                 " NOT APPLIED"
                                 delimited by size into exception-line
                           when other
                               string "DUPLICATE KEY NETTED: "
                                 ws-key-disp " AMOUNT " ws-amount-disp
                                 delimited by size into exception-line
                       end-evaluate
                       write exception-line
                   end-if
                   move currTran::tran-key to ws-key-disp
                   move currTran::tran-amount to ws-amount-disp
                   move currTran::tran-currency to ws-exc-currency
                   perform queue-netting-exception
               else
                   if haveSurvivor = 1
                       add 1 to distinctCount
                   write clean-output-record
               end-perform
               close clean-output-file
               move 1 to ws-cleanout-written
           end-if.

       print-numbers section (reference arr as numbers-t).
                 arr::numbers-length
                   move arr::numbers-contents(i) to ws-print-tran
                   perform format-detail-line
                   perform tally-proof-record
                   write report-line from ws-detail-line
                   add 1 to ws-sorted-count
               end-perform
           string ws-print-tran::tran-key "  "
             ws-print-tran::tran-branch "  "
             ws-print-tran::tran-date "  "
             ws-amount-disp "  " ws-print-tran::tran-type " "
             ws-print-tran::tran-currency
             delimited by size into ws-detail-line.

       write-report-controls section.
      *>Reports the verified input controls and what the control card
      *>and the branch master kept out, so the balancing clerk can
      *>tie input to output -- input records = records sorted +
      *>duplicates netted + records filtered + branch rejects.
           move spaces to ws-count-line
           string "INPUT BUSINESS DATE: " ws-header-date
             delimited by size into ws-count-line
           string "RECORDS FILTERED BY KEY RANGE: "
             ws-filtered-count-disp
             delimited by size into ws-count-line
           write report-line from ws-count-line

           move ws-branch-reject-count to ws-branch-reject-count-disp
           move spaces to ws-count-line
           string "RECORDS REJECTED FOR BRANCH: "
             ws-branch-reject-count-disp
             delimited by size into ws-count-line
           write report-line from ws-count-line

           perform varying ws-proof-idx from 1 by 1
             until ws-proof-idx > 3
               move ws-run-date to ws-proof-date
               move ws-proof-types(ws-proof-idx:1) to ws-proof-type
               move ws-proof-tally-count(ws-proof-idx) to
                 ws-proof-count
               move ws-proof-tally-amount(ws-proof-idx) to
                 ws-proof-amount
               write report-line from ws-proof-line
           end-perform.

       tally-proof-record section.
      *>Anything not a credit or a reversal is a debit, the way
      *>posting and settlement count it.
           evaluate ws-print-tran::tran-type
               when "C"
                   move 2 to ws-proof-idx
               when "R"
                   move 3 to ws-proof-idx
               when other
                   move 1 to ws-proof-idx
           end-evaluate
           add 1 to ws-proof-tally-count(ws-proof-idx)
           add ws-print-tran::tran-amount to
             ws-proof-tally-amount(ws-proof-idx).

       load-branch-master section.
      *>Every branch on the master, open or closed, into the status
      *>table. Read once per invocation -- a catch-up run validates
      *>every date against the same master.
           move spaces to ws-branch-table
           open input branch-master
           if ws-brmast-status <> "00"
               display "MERGESORT: brmast.dat not available (status "
                 ws-brmast-status "), branches not validated"
               exit section
           end-if
           move 1 to ws-branch-mode
           perform until ws-brmast-status = "10"
               read branch-master next record
                   at end
                       move "10" to ws-brmast-status
                   not at end
                       move branch-open-status to
                         ws-branch-state(branch-id + 1)
               end-read
           end-perform
           close branch-master.

       hold-branch-reject section.
      *>Counts the reject and keeps the record and its reason for the
      *>exceptions report; past the table's size the count still
      *>tallies and the report says how many were not listed.
           add 1 to ws-branch-reject-count
           if ws-branch-reject-count <= 78-max-branch-rejects
               move extract-record to
                 ws-branch-reject-record(ws-branch-reject-count)
               if ws-branch-state(extract-branch + 1) = space
                   move "UNKNOWN BRANCH" to
                     ws-branch-reject-reason(ws-branch-reject-count)
               else
                   move "BRANCH CLOSED" to
                     ws-branch-reject-reason(ws-branch-reject-count)
               end-if
           end-if.

       write-branch-rejects section.
      *>Appended after whichever sort path ran has written its
      *>netting lines, one line per rejected record in the report's
      *>own detail format, then the count.
           open extend exceptions-file
           if ws-exceptions-status <> "00"
               open output exceptions-file
           end-if
           if ws-exceptions-status <> "00"
               display "MERGESORT: unable to open exceptions.rpt, "
                 "status " ws-exceptions-status
               exit section
           end-if
           perform varying ws-branch-idx from 1 by 1
             until ws-branch-idx > ws-branch-reject-count or
             ws-branch-idx > 78-max-branch-rejects
               move ws-branch-reject-record(ws-branch-idx) to
                 ws-print-tran
               perform format-detail-line
               move spaces to exception-line
               string ws-branch-reject-reason(ws-branch-idx) ": "
                 ws-detail-line
                 delimited by size into exception-line
               write exception-line
               move ws-print-tran::tran-amount to ws-amount-disp
               move spaces to ws-exc-key
               string "KEY " ws-print-tran::tran-key " BRANCH "
                 ws-print-tran::tran-branch
                 delimited by size into ws-exc-key
               move spaces to ws-exc-reason
               string ws-branch-reject-reason(ws-branch-idx) " "
                 ws-amount-disp " " ws-print-tran::tran-currency
                 delimited by size into ws-exc-reason
               move "ADD     " to ws-exc-func
               perform call-exception-queue
           end-perform
           if ws-branch-reject-count > 78-max-branch-rejects
               move spaces to exception-line
               string "FURTHER BRANCH REJECTS NOT LISTED - TABLE OF "
                 78-max-branch-rejects " FULL"
                 delimited by size into exception-line
               write exception-line
               move ws-branch-reject-count to
                 ws-branch-reject-count-disp
               move "BRANCH REJECTS" to ws-exc-key
               move spaces to ws-exc-reason
               string "OF " ws-branch-reject-count-disp
                 " NOT ALL LISTED - TABLE FULL"
                 delimited by size into ws-exc-reason
               move "ADD     " to ws-exc-func
               perform call-exception-queue
           end-if
           move ws-branch-reject-count to ws-branch-reject-count-disp
           move spaces to exception-line
           string "BRANCH REJECTS: " ws-branch-reject-count-disp
             delimited by size into exception-line
           write exception-line
           close exceptions-file.

       queue-netting-exception section.
      *>One duplicate key from either sort path: ws-key-disp,
      *>ws-amount-disp and ws-exc-currency carry the item,
      *>ws-net-overflow what became of it.
           move spaces to ws-exc-key
           string "KEY " ws-key-disp
             delimited by size into ws-exc-key
           move spaces to ws-exc-reason
           evaluate ws-net-overflow
               when 1
                   string "NOT NETTED: OVERFLOW " ws-amount-disp
                     delimited by size into ws-exc-reason
               when 2
                   string "NOT NETTED: CURRENCY " ws-exc-currency " "
                     ws-amount-disp
                     delimited by size into ws-exc-reason
               when other
                   string "DUPLICATE NETTED " ws-amount-disp
                     delimited by size into ws-exc-reason
           end-evaluate
           move "ADD     " to ws-exc-func
           perform call-exception-queue.

       call-exception-queue section.
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       register-clean-output section.
      *>Counted back off the file as it now stands on disk, so the
      *>figures are the same whichever sort path wrote it and include
      *>the tail a restarted external pass appended.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           open input clean-output-file
           if ws-cleanout-status <> "00"
               display "MERGESORT: unable to reopen " ws-cleanout-path
                 " to register it, status " ws-cleanout-status
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           perform until ws-cleanout-status <> "00"
               read clean-output-file
                   at end
                       move "10" to ws-cleanout-status
                   not at end
                       add 1 to ws-ctl-count
                       add clean-output-amount to ws-ctl-hash
               end-read
           end-perform
           close clean-output-file
           move spaces to ws-ctl-file
           string "MergeSort/" ws-cleanout-path
             delimited by space into ws-ctl-file
           perform call-control-registry.

       register-sorted-output section.
           move 0 to ws-ctl-count
           move 0 to ws-ctl-hash
           open input sorted-output-file
           if ws-sortout-status <> "00"
               display "MERGESORT: unable to reopen sortout.dat to "
                 "register it, status " ws-sortout-status
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               exit section
           end-if
           perform until ws-sortout-status <> "00"
               read sorted-output-file
                   at end
                       move "10" to ws-sortout-status
                   not at end
                       add 1 to ws-ctl-count
                       add sorted-output-amount to ws-ctl-hash
               end-read
           end-perform
           close sorted-output-file
           move "MergeSort/sortout.dat" to ws-ctl-file
           perform call-control-registry.

       call-control-registry section.
           move "RECORD  " to ws-ctl-func
           move ws-run-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply
           if ws-ctl-reply <> "Y"
               display "MERGESORT: " ws-ctl-file " not on the control "
                 "registry -- the steps that read it will stop"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if.

       print-numbers-from-file section.
      *>File-based counterpart of print-numbers for the external
                       not at end
                           move clean-output-record to ws-print-tran
                           perform format-detail-line
                           perform tally-proof-record
                           write report-line from ws-detail-line
                           add 1 to ws-sorted-count
                   end-read

       release-extract-records section.
      *>Feeds the external sort, dropping records outside the control
      *>card's key range or for a branch that is unknown or closed.
      *>The filtered and rejected counts were already tallied by
      *>load-extract-file's full read of the extract (that is how the
      *>volume decision was made), so records are dropped silently
      *>here rather than counted twice.
                             (extract-key < ws-range-low or
                             extract-key > ws-range-high)
                               continue
                           when ws-branch-mode = 1 and
                             ws-branch-state(extract-branch + 1) <> "O"
                               continue
                           when other
                               release sort-work-record from
                                 extract-record
               move ws-ext-resume-dup-count to ws-dup-count
               open extend clean-output-file
               open extend exceptions-file
               move "RESUME  " to ws-exc-func
               perform call-exception-queue
               perform varying i as binary-long from 1 by 1
                 until i > ws-ext-resume-count or
                 ws-sortout-status = "10"
           else
               open output clean-output-file
               open output exceptions-file
               move "BEGIN   " to ws-exc-func
               perform call-exception-queue
           end-if
           if ws-exceptions-status <> "00"
               display "MERGESORT: unable to open exceptions.rpt, "
                         ws-pending-tran::tran-key
                           add 1 to ws-dup-count
                           move 0 to ws-net-overflow
                           if sorted-output-currency <>
                             ws-pending-tran::tran-currency
                               move 2 to ws-net-overflow
                           else
                               add sorted-output-amount to
                                 ws-pending-tran::tran-amount
                                   on size error
                                       move 1 to ws-net-overflow
                               end-add
                           end-if
                           if ws-exceptions-status = "00"
                               move sorted-output-amount to
                                 ws-amount-disp
                               move spaces to exception-line
                               evaluate ws-net-overflow
                                   when 1
                                       string
                                         "NETTING OVERFLOW ON KEY: "
                                         sorted-output-key " AMOUNT "
                                         ws-amount-disp " NOT APPLIED"
                                         delimited by size into
                                         exception-line
                                   when 2
                                       string
                                         "CURRENCY MISMATCH ON KEY: "
                                         sorted-output-key " AMOUNT "
                                         ws-amount-disp " "
                                         sorted-output-currency
                                         " NOT APPLIED"
                                         delimited by size into
                                         exception-line
                                   when other
                                       string "DUPLICATE KEY NETTED: "
                                         sorted-output-key " AMOUNT "
                                         ws-amount-disp
                                         delimited by size into
                                         exception-line
                               end-evaluate
                               write exception-line
                           end-if
                           move sorted-output-key to ws-key-disp
                           move sorted-output-amount to ws-amount-disp
                           move sorted-output-currency to
                             ws-exc-currency
                           perform queue-netting-exception
                       else
                           if ws-have-pending = 1
                               perform write-pending-survivor
           end-if

           close sorted-output-file
           perform register-sorted-output
           close clean-output-file
           if ws-cleanout-status = "00"
               move 1 to ws-cleanout-written
           end-if
           perform clear-checkpoint

           perform print-numbers-from-file.
