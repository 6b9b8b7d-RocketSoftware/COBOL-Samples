      *>(detail count and key hash total) that
      *>validate-extract-controls checks on the inbound extract, and
      *>closes it -- each branch's intake verifies its slice exactly
      *>the way MergeSort verifies the extract. The trailer also
      *>carries the slice's count and amount by type (debits,
      *>credits, reversals, as fed), which CleanProof adds up across
      *>the night's slices and ties to mergesort.rpt. A branch that
      *>is not on the branch master gets no file: its records are
      *>counted on brsplit.rpt as not cut and the run ends RC 4, so a
      *>mis-keyed branch never turns into a distribution file of its
      *>own. What was not cut, refused or for a slice that would not
      *>open, is left on brsplit.rpt as NOTCUT lines by type, so the
      *>proof can still account for it, and queued on the exception
      *>work queue (ExcQueue) with each refused branch and unopened
      *>slice.
      *>Nothing is cut until cleanout.dat has been counted and its
      *>amounts hashed and the figures agree with what MergeSort
      *>registered for tonight on the control registry (CtlReg); a
      *>short or stale clean file stops the step RC 12 with no slice
      *>written. A sort that fails, or slices that between them hold
      *>fewer records than were counted, also end RC 12.
       environment division.
       input-output section.
       file-control.
           select split-report assign to "brsplit.rpt"
               organization line sequential
               file status is ws-report-status.
           select branch-master assign to "brmast.dat"
               organization indexed
               access mode random
               record key branch-id
               file status is ws-brmast-status.

       data division.
       file section.
           03 clean-tran-date pic 9(8).
           03 clean-amount pic s9(7)v99 sign leading separate.
           03 clean-type pic x(1).
           03 clean-currency pic x(3).

       sd  branch-sort-file.
       01  branch-sort-record.
           03 branch-sort-tran-date pic 9(8).
           03 branch-sort-amount pic s9(7)v99 sign leading separate.
           03 branch-sort-type pic x(1).
           03 branch-sort-currency pic x(3).

       fd  branch-sorted-file.
       01  branch-sorted-record.
           03 sorted-tran-date pic 9(8).
           03 sorted-amount pic s9(7)v99 sign leading separate.
           03 sorted-type pic x(1).
           03 sorted-currency pic x(3).

       fd  branch-out-file.
       01  branch-out-record pic x(34).
       01  branch-out-trailer pic x(94).

       fd  split-report.
       01  split-report-line pic x(80).

       fd  branch-master.
       01  branch-record.
           03 branch-id pic 9(3).
           03 branch-name pic x(30).
           03 branch-region pic x(4).
           03 branch-open-status pic x(1).
           03 branch-contact pic x(30).

       working-storage section.
       01 ws-cleanin-status pic xx.
       01 ws-sorted-status pic xx.
       01 ws-branch-out-status pic xx.
       01 ws-report-status pic xx.
       01 ws-brmast-status pic xx.

       01 ws-branch-path pic x(40).

      *>Branch master lookup: 1 when brmast.dat opened. Without it
      *>every slice is cut as before, with a warning and RC 4.
       01 ws-brmast-mode binary-long value 0.
       01 ws-branch-refused binary-long value 0.
       01 ws-refused-count binary-long value 0.
       01 ws-not-cut-count binary-long value 0.

      *>Control records in the extract's own shapes -- column 1 tells
      *>them apart from a detail record's leading key digit, and the
      *>hash is the same truncating sum of keys the inbound trailer
           03 ws-split-trailer-marker pic x(1).
           03 ws-split-trailer-count pic 9(9).
           03 ws-split-trailer-hash pic 9(15).
           03 ws-split-trailer-type occurs 3 times.
              05 ws-split-trailer-type-count pic 9(9).
              05 ws-split-trailer-type-amount pic s9(11)v99
                sign leading separate.

      *>Control-break state for the branch in flight.
       01 ws-current-branch pic 9(3).
       01 ws-have-branch binary-long value 0.
       01 ws-branch-rec-count binary-long value 0.
       01 ws-branch-key-hash pic 9(15) value 0.
       01 ws-branch-proof-table.
           03 ws-branch-proof occurs 3 times.
              05 ws-bp-count binary-long.
              05 ws-bp-amount pic s9(11)v99.

      *>Records not cut into any slice, by type and as fed, for the
      *>NOTCUT lines -- the label is the only difference from the
      *>PROOF lines the other readers of the clean file leave.
       01 ws-proof-line.
           03 ws-proof-label pic x(6) value "NOTCUT".
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

       01 ws-read-count binary-long value 0.
       01 ws-branch-count binary-long value 0.
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Exception work queue (ExcQueue): refused branches, slices
      *>that would not open and what was not cut are queued for
      *>someone to work, not just printed on brsplit.rpt.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).
       01 ws-exc-amount-edit pic zzz,zzz,zz9.99-.

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
      *>off: 0 clean, 4 a branch file would not open or a branch was
      *>not on the branch master (that branch's slice is missing, the
      *>rest were cut), 12 the clean file was missing or unreadable
      *>or failed its control check.
       01 ws-run-rc binary-long value 0.

      *>Batch calendar linkage: the slice headers carry the
               move ws-run-rc to return-code
               goback
           end-if
           perform check-clean-controls
           if ws-ctl-reply <> "Y"
               display "BRANCHSPLIT: cleanout.dat failed its control "
                 "check, no slices cut"
               move 12 to ws-run-rc
               move ws-run-rc to return-code
               goback
           end-if

           open input branch-master
           if ws-brmast-status = "00"
               move 1 to ws-brmast-mode
           else
               display "BRANCHSPLIT: brmast.dat not available (status "
                 ws-brmast-status "), branches not checked"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if

      *>Key order within the branch is preserved by sorting on the
      *>key as well -- the slices read in the same order the clean
             branch-sort-key
               using clean-input-file
               giving branch-sorted-file
      *>The sort opens cleanout.dat again for itself; one that could
      *>not is no night to cut slices from.
           if sort-return <> 0
               display "BRANCHSPLIT: sort of cleanout.dat failed, "
                 "return " sort-return ", no slices cut"
               move 12 to ws-run-rc
               if ws-brmast-mode = 1
                   close branch-master
               end-if
               move ws-run-rc to return-code
               goback
           end-if
           move "BEGIN   " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply

           open output split-report
           if ws-report-status <> "00"
               end-if
               close branch-sorted-file
           end-if
      *>The slices must hold the file the control check counted --
      *>fewer means the sort did not read all of cleanout.dat.
           if ws-read-count <> ws-ctl-count
               move ws-read-count to ws-count-disp
               display "BRANCHSPLIT: " ws-count-disp " records split "
                 "but cleanout.dat holds " ws-ctl-count
                 " -- slices are not to be sent"
               move 12 to ws-run-rc
               move "CLEANOUT.DAT" to ws-exc-key
               move spaces to ws-exc-reason
               string "ONLY " ws-count-disp " OF " ws-ctl-count
                 " SPLIT"
                 delimited by size into ws-exc-reason
               perform queue-exception
           end-if

           move ws-read-count to ws-count-disp
           move spaces to ws-work-line
           string "BRANCH FILES:   " ws-count-disp
             delimited by size into ws-work-line
           perform write-report-line
           if ws-refused-count > 0
               move ws-refused-count to ws-count-disp
               move spaces to ws-work-line
               string "BRANCHES REFUSED (NOT ON MASTER): " ws-count-disp
                 delimited by size into ws-work-line
               perform write-report-line
               move ws-not-cut-count to ws-count-disp
               move spaces to ws-work-line
               string "RECORDS NOT CUT:  " ws-count-disp
                 delimited by size into ws-work-line
               perform write-report-line
           end-if
           perform write-notcut-lines
           move "END     " to ws-exc-func
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply
           close split-report
           if ws-brmast-mode = 1
               close branch-master
           end-if

           move "SPLIT-DONE" to ws-audit-event
           move ws-read-count to ws-audit-count1
                 ws-bus-date ws-cal-reply
           end-if.

       check-clean-controls section.
      *>One pass to count the file and hash its amounts before the
      *>sort reads it.
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
           move ws-run-date to ws-ctl-date
           call "CtlReg" using ws-ctl-func ws-audit-program
             ws-ctl-control ws-ctl-reply.

       split-one-record section.
      *>Change of branch closes the slice in flight (trailer and
      *>report line) and opens the next one with its header.
             ws-current-branch
               perform open-branch-file
           end-if
           evaluate sorted-type
               when "C"
                   move 2 to ws-proof-idx
               when "R"
                   move 3 to ws-proof-idx
               when other
                   move 1 to ws-proof-idx
           end-evaluate
           if ws-branch-refused = 1
               add 1 to ws-branch-rec-count
               add 1 to ws-not-cut-count
               add 1 to ws-proof-tally-count(ws-proof-idx)
               add sorted-amount to ws-proof-tally-amount(ws-proof-idx)
               exit section
           end-if
           if ws-branch-out-status = "00"
               move branch-sorted-record to branch-out-record
               write branch-out-record
               add 1 to ws-bp-count(ws-proof-idx)
               add sorted-amount to ws-bp-amount(ws-proof-idx)
           else
               add 1 to ws-proof-tally-count(ws-proof-idx)
               add sorted-amount to ws-proof-tally-amount(ws-proof-idx)
           end-if
           add 1 to ws-branch-rec-count
           add sorted-key to ws-branch-key-hash.
           move 1 to ws-have-branch
           move 0 to ws-branch-rec-count
           move 0 to ws-branch-key-hash
           move 0 to ws-branch-refused
           perform varying ws-proof-idx from 1 by 1
             until ws-proof-idx > 3
               move 0 to ws-bp-count(ws-proof-idx)
               move 0 to ws-bp-amount(ws-proof-idx)
           end-perform
           if ws-brmast-mode = 1
               move ws-current-branch to branch-id
               read branch-master
                   invalid key
                       move 1 to ws-branch-refused
               end-read
           end-if
           if ws-branch-refused = 1
               add 1 to ws-refused-count
               display "BRANCHSPLIT: branch " ws-current-branch
                 " is not on the branch master -- slice not cut"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
               move "SPLIT-REFUSE" to ws-audit-event
               move spaces to ws-audit-text
               string "BRANCH " ws-current-branch " NOT ON BRANCH "
                 "MASTER, NO FILE CUT"
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program
                 ws-audit-event ws-audit-text
               exit section
           end-if
           move spaces to ws-branch-path
           string "brout" ws-current-branch ".dat"
             delimited by size into ws-branch-path
       close-branch-file section.
      *>Trailer carries what is actually in the slice -- the counts
      *>the branch intake verifies before loading anything.
           if ws-branch-refused = 1
               move ws-branch-rec-count to ws-count-disp
               move spaces to ws-work-line
               string "BRANCH " ws-current-branch " NOT ON MASTER - "
                 ws-count-disp " RECORDS NOT CUT"
                 delimited by size into ws-work-line
               perform write-report-line
               move spaces to ws-exc-key
               string "BRANCH " ws-current-branch
                 delimited by size into ws-exc-key
               move spaces to ws-exc-reason
               string "NOT ON BRANCH MASTER " ws-count-disp " NOT CUT"
                 delimited by size into ws-exc-reason
               perform queue-exception
               move 0 to ws-have-branch
               exit section
           end-if
           if ws-branch-out-status = "00"
               move "T" to ws-split-trailer-marker
               move ws-branch-rec-count to ws-split-trailer-count
               move ws-branch-key-hash to ws-split-trailer-hash
               perform varying ws-proof-idx from 1 by 1
                 until ws-proof-idx > 3
                   move ws-bp-count(ws-proof-idx) to
                     ws-split-trailer-type-count(ws-proof-idx)
                   move ws-bp-amount(ws-proof-idx) to
                     ws-split-trailer-type-amount(ws-proof-idx)
               end-perform
               move ws-split-trailer to branch-out-trailer
               write branch-out-trailer
               close branch-out-file
           else
               move ws-branch-rec-count to ws-count-disp
               move spaces to ws-exc-key
               string "BRANCH " ws-current-branch
                 delimited by size into ws-exc-key
               move spaces to ws-exc-reason
               string "SLICE NOT OPENED " ws-count-disp " NOT CUT"
                 delimited by size into ws-exc-reason
               perform queue-exception
           end-if
           move ws-branch-rec-count to ws-count-disp
           move spaces to ws-work-line
           perform write-report-line
           move 0 to ws-have-branch.

       write-notcut-lines section.
           move spaces to ws-work-line
           perform write-report-line
           perform varying ws-proof-idx from 1 by 1
             until ws-proof-idx > 3
               move ws-run-date to ws-proof-date
               move ws-proof-types(ws-proof-idx:1) to ws-proof-type
               move ws-proof-tally-count(ws-proof-idx) to
                 ws-proof-count
               move ws-proof-tally-amount(ws-proof-idx) to
                 ws-proof-amount
               move ws-proof-line to ws-work-line
               perform write-report-line
               if ws-proof-tally-count(ws-proof-idx) > 0
                   move spaces to ws-exc-key
                   string "NOTCUT TYPE " ws-proof-type
                     delimited by size into ws-exc-key
                   move ws-proof-tally-amount(ws-proof-idx) to
                     ws-exc-amount-edit
                   move spaces to ws-exc-reason
                   string ws-proof-count " ITEMS " ws-exc-amount-edit
                     " NOT CUT"
                     delimited by size into ws-exc-reason
                   perform queue-exception
               end-if
           end-perform.

       queue-exception section.
           move "ADD     " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       write-report-line section.
           if ws-report-status = "00"
               write split-report-line from ws-work-line
