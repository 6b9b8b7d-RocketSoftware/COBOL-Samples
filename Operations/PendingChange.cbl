      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. PendingChange.

      *>Dual control for the sensitive master-file changes: a charge
      *>limit change, an account close or reopen, a route deletion,
      *>a calendar run-flag clear, the reopen of a closed month. The
      *>program that takes the change holds it here instead of
      *>applying it; the program that owns the master lists what is
      *>held for its domain and, when a different operator with the
      *>approver role releases an item, applies it and marks it
      *>approved -- or marks it rejected. One indexed file,
      *>../pending.dat, keyed date/time/sequence like the audit
      *>repository, keeps every held change with its state "P"
      *>pending, "A" approved or "R" rejected, so decided items
      *>stay on file as the record of who asked and who agreed.
      *>Every hold and every decision goes to the audit repository
      *>with both operator ids, under the calling program's id.
      *>Functions, in ls-func, with the change in ls-pending:
      *>  HOLD -- files the change as pending (key and state set
      *>  here); ls-reply "Y" held, "N" not.
      *>  NEXT -- the next pending change for pend-domain after
      *>  pend-key (zeros to start); "Y" found, "N" no more.
      *>  APPROVE, REJECT -- records the decision by pend-approver;
      *>  "Y" done, "S" approver is the requester, "N" no longer
      *>  pending or the decision could not be recorded.
       environment division.
       input-output section.
       file-control.
           select pending-file assign to "../pending.dat"
               organization indexed
               access mode dynamic
               record key pend-key
               file status is ws-pending-status.

       data division.
       file section.
      *>pend-target names what is changed and pend-value carries
      *>the new value, laid out by pend-kind:
      *>  LIMIT    account (1:6), new limit in pennies (1:9)
      *>  CLOSE    account (1:6)
      *>  REOPEN   account (1:6)
      *>  RTDELETE route (1:4)
      *>  RUNCLEAR date (1:8) space program (10:23), reason (1:8)
      *>  PERREOPN period yyyymm (1:6), reason (1:8)
       fd  pending-file.
       01  pending-record.
           03 pend-key.
              05 pend-date pic 9(8).
              05 pend-time pic 9(8).
              05 pend-seq pic 9(4).
           03 pend-domain pic x(8).
           03 pend-kind pic x(8).
           03 pend-target pic x(32).
           03 pend-value pic x(30).
           03 pend-program pic x(24).
           03 pend-requester pic x(3).
           03 pend-state pic x(1).
           03 pend-approver pic x(3).
           03 pend-decided-date pic 9(8).

       working-storage section.
       01 ws-pending-status pic xx.
       01 ws-written binary-long.
       01 ws-found binary-long.
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
      *>The target as the audit text names it: account items read
      *>"ACCOUNT nnnnnn", the tag the account inquiry looks for.
       01 ws-audit-target pic x(40).

       linkage section.
       01 ls-func pic x(8).
       01 ls-program pic x(24).
       01 ls-pending.
           03 ls-pend-key.
              05 ls-pend-date pic 9(8).
              05 ls-pend-time pic 9(8).
              05 ls-pend-seq pic 9(4).
           03 ls-pend-domain pic x(8).
           03 ls-pend-kind pic x(8).
           03 ls-pend-target pic x(32).
           03 ls-pend-value pic x(30).
           03 ls-pend-program pic x(24).
           03 ls-pend-requester pic x(3).
           03 ls-pend-state pic x(1).
           03 ls-pend-approver pic x(3).
           03 ls-pend-decided-date pic 9(8).
       01 ls-reply pic x(1).

       procedure division using ls-func ls-program ls-pending ls-reply.
           move "N" to ls-reply
           open i-o pending-file
           if ws-pending-status = "35"
               if ls-func = "HOLD    "
                   open output pending-file
                   close pending-file
                   open i-o pending-file
               else
                   goback
               end-if
           end-if
           if ws-pending-status <> "00"
               display "PENDINGCHANGE: unable to open pending.dat, "
                 "status " ws-pending-status
               goback
           end-if

           evaluate ls-func
               when "HOLD    "
                   perform hold-change
               when "NEXT    "
                   perform next-pending-change
               when "APPROVE "
               when "REJECT  "
                   perform decide-change
               when other
                   display "PENDINGCHANGE: unknown function '"
                     ls-func "'"
                   move "E" to ls-reply
           end-evaluate

           close pending-file
           goback.

       hold-change section.
      *>Two holds in the same hundredth of a second take successive
      *>sequence numbers, as in the audit repository.
           move ls-pending to pending-record
           accept pend-date from date yyyymmdd
           accept pend-time from time
           move 0 to pend-seq
           move ls-program to pend-program
           move "P" to pend-state
           move spaces to pend-approver
           move 0 to pend-decided-date
           move 0 to ws-written
           perform until ws-written = 1 or pend-seq > 9998
               write pending-record
                   invalid key
                       add 1 to pend-seq
                   not invalid key
                       move 1 to ws-written
               end-write
           end-perform
           if ws-written = 0
               display "PENDINGCHANGE: could not sequence change from "
                 ls-program ", change not held"
               exit section
           end-if
           move pending-record to ls-pending
           move "Y" to ls-reply
           move "CHG-PENDING" to ws-audit-event
           perform set-audit-target
           move spaces to ws-audit-text
           string "REQ " pend-requester " " delimited by size
             pend-kind delimited by space
             " " delimited by size
             ws-audit-target delimited by "  "
             " " delimited by size
             pend-value delimited by "  "
             into ws-audit-text
           call "AuditWrite" using ls-program ws-audit-event
             ws-audit-text.

       next-pending-change section.
           move ls-pending to pending-record
           start pending-file key is > pend-key
               invalid key
                   exit section
           end-start
           move 0 to ws-found
           perform until ws-found = 1 or ws-pending-status <> "00"
               read pending-file next record
                   at end
                       move "10" to ws-pending-status
                   not at end
                       if pend-state = "P" and
                         pend-domain = ls-pend-domain
                           move 1 to ws-found
                       end-if
               end-read
           end-perform
           if ws-found = 1
               move pending-record to ls-pending
               move "Y" to ls-reply
           end-if.

       decide-change section.
      *>The file's own copy is re-read, so a change another session
      *>already decided is not decided twice; the approver comes
      *>from the caller.
           move ls-pend-key to pend-key
           read pending-file
               invalid key
                   exit section
           end-read
           if pend-state <> "P"
               exit section
           end-if
           if ls-pend-approver = pend-requester or
             ls-pend-approver = spaces
               move "S" to ls-reply
               exit section
           end-if
           move ls-pend-approver to pend-approver
           if ls-func = "APPROVE "
               move "A" to pend-state
               move "CHG-APPROVED" to ws-audit-event
           else
               move "R" to pend-state
               move "CHG-REJECTED" to ws-audit-event
           end-if
           accept pend-decided-date from date yyyymmdd
           rewrite pending-record
      *>A decision that did not reach the file is no decision: the
      *>caller must not apply a change whose approval is not recorded.
           if ws-pending-status <> "00"
               display "PENDINGCHANGE: unable to record decision on "
                 pend-key ", status " ws-pending-status
               exit section
           end-if
           move pending-record to ls-pending
           move "Y" to ls-reply
           perform set-audit-target
           move spaces to ws-audit-text
           string "REQ " pend-requester " APP " pend-approver " "
             delimited by size
             pend-kind delimited by space
             " " delimited by size
             ws-audit-target delimited by "  "
             " " delimited by size
             pend-value delimited by "  "
             into ws-audit-text
           call "AuditWrite" using ls-program ws-audit-event
             ws-audit-text.

       set-audit-target section.
           move spaces to ws-audit-target
           if pend-domain = "ACCOUNT"
               string "ACCOUNT " pend-target(1:6) delimited by size
                 into ws-audit-target
           else
               move pend-target to ws-audit-target
           end-if.

       end program PendingChange.
