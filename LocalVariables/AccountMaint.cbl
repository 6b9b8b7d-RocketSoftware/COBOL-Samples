      *>LocalVariables validates the charges feed against: add new
      *>accounts, close existing ones, and look one up, through a
      *>prompted dialog instead of anyone editing an indexed file by
      *>hand. Reopen puts a closed account, or one the dormancy run
      *>moved to "D", back to open once someone has reviewed the
      *>items rejected against it; closes and reopens are audited.
      *>Operators sign on first (SignOn). Charge-limit changes,
      *>closes and reopens are sensitive, so they are not applied
      *>when keyed: each is held through PendingChange until a
      *>different operator with the approver role releases it here
      *>with P -- held changes keyed through AcctApply included.
       environment division.
       input-output section.
       file-control.
       data division.
       file section.
       fd  account-master.
      *>master-charge-limit is the highest position the account may
      *>reach, in pennies -- addAccountCharges compares each
      *>account's ledger balance after the night's charges against
      *>it at control-break time. Zero means no limit, so accounts
      *>added before limits existed post exactly as before.
      *>master-ledger-balance is the running position in signed
      *>pennies; only the posting and charges runs move it, so this
      *>dialog opens new accounts at zero and otherwise just shows it.
      *>master-acct-status is "O" open, "C" closed or "D" dormant;
      *>master-status-date is the date it last changed (or the date
      *>the account was added), so the dormancy run does not take a
      *>new or just-reopened account for a dead one.
      *>Masters kept in the original 46-byte record (without the
      *>ledger balance and status date) are converted once with
      *>Operations/AcctConvert before these programs run against them.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-limit-in pic x(9).
       01 ws-limit-valid binary-long value 0.
       01 ws-done binary-long value 0.
       01 ws-balance-disp pic -(9)9.99.
       01 ws-balance-work pic s9(9)v99.
       01 ws-run-date pic 9(8).
       01 ws-old-status pic x(1).

      *>Sign-on interface, and the operator this session runs as.
       01 ws-sign-func pic x(8).
       01 ws-operator pic x(3).
       01 ws-operator-role pic x(1).
       01 ws-sign-password pic x(8).
       01 ws-sign-check pic 9(12).
       01 ws-sign-reply pic x(1).

      *>A held change, in the layout PendingChange keeps on file.
       01 ws-pend-func pic x(8).
       01 ws-pend-reply pic x(1).
       01 ws-pending.
           03 ws-pend-key.
              05 ws-pend-date pic 9(8).
              05 ws-pend-time pic 9(8).
              05 ws-pend-seq pic 9(4).
           03 ws-pend-domain pic x(8).
           03 ws-pend-kind pic x(8).
           03 ws-pend-target pic x(32).
           03 ws-pend-value pic x(30).
           03 ws-pend-program pic x(24).
           03 ws-pend-requester pic x(3).
           03 ws-pend-state pic x(1).
           03 ws-pend-approver pic x(3).
           03 ws-pend-decided-date pic 9(8).
       01 ws-decision pic x(1).
       01 ws-review-done binary-long.
       01 ws-apply-ok binary-long.

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "ACCOUNTMAINT".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

       procedure division.
           move "SIGNON  " to ws-sign-func
           call "SignOn" using ws-sign-func ws-audit-program
             ws-operator ws-operator-role ws-sign-password
             ws-sign-check ws-sign-reply
           if ws-sign-reply <> "Y"
               goback
           end-if
           accept ws-run-date from date yyyymmdd
           open i-o account-master
           if ws-master-status = "35"
               display "ACCOUNTMAINT: creating new acctmast.dat"

           perform until ws-done = 1
               display " "
               display "ACCOUNTMAINT: A=add C=close R=reopen "
                 "L=limit P=pending I=inquire Q=quit"
               accept ws-action
               evaluate ws-action
                   when "A"
                   when "C"
                   when "c"
                       perform close-account
                   when "R"
                   when "r"
                       perform reopen-account
                   when "L"
                   when "l"
                       perform set-charge-limit
                   when "P"
                   when "p"
                       perform review-held-changes
                   when "I"
                   when "i"
                       perform inquire-account
           end-if
           move ws-name-in to master-name
           move "O" to master-acct-status
           move 0 to master-ledger-balance
           move ws-run-date to master-status-date
           perform get-charge-limit
           if ws-limit-valid = 0
               exit section
           end-write.

       get-charge-limit section.
      *>Prompts for and edits the charge limit, in pennies --
      *>blank means no limit, anything else must be numeric. The
      *>edited value lands in master-charge-limit.
           move 0 to ws-limit-valid
           display "ENTER CHARGE LIMIT IN PENNIES "
             "(BLANK = NO LIMIT):"
           accept ws-limit-in
           if ws-limit-in = spaces
                   display "CURRENT LIMIT: " master-charge-limit
                   perform get-charge-limit
                   if ws-limit-valid = 1
                       move "LIMIT" to ws-pend-kind
                       move master-charge-limit to ws-pend-value
                       perform hold-account-change
                   end-if
           end-read.

                       display "ACCOUNTMAINT: account " master-account
                         " is already closed"
                   else
                       move "CLOSE" to ws-pend-kind
                       move spaces to ws-pend-value
                       perform hold-account-change
                   end-if
           end-read.

       reopen-account section.
           perform get-account-number
           if ws-account-in is not numeric
               exit section
           end-if
           read account-master
               invalid key
                   display "ACCOUNTMAINT: account " master-account
                     " not on master"
               not invalid key
                   if master-acct-status = "O"
                       display "ACCOUNTMAINT: account " master-account
                         " is already open"
                   else
                       move "REOPEN" to ws-pend-kind
                       move spaces to ws-pend-value
                       perform hold-account-change
                   end-if
           end-read.

       hold-account-change section.
      *>The kind and new value arrive in ws-pend-kind and
      *>ws-pend-value; nothing touches the master until release.
           move "ACCOUNT" to ws-pend-domain
           move master-account to ws-pend-target
           move ws-operator to ws-pend-requester
           move "HOLD    " to ws-pend-func
           call "PendingChange" using ws-pend-func ws-audit-program
             ws-pending ws-pend-reply
           if ws-pend-reply = "Y"
               display "ACCOUNTMAINT: " ws-pend-kind " of account "
                 master-account " held for approval"
           else
               display "ACCOUNTMAINT: unable to hold the change -- "
                 "nothing done"
           end-if.

       review-held-changes section.
      *>Walks the held account changes oldest first. Each one
      *>released is checked against the master, marked approved,
      *>and only then applied -- so a change another approver
      *>decided in the meantime is never applied twice.
           if ws-operator-role <> "A"
               display "ACCOUNTMAINT: releasing held changes needs "
                 "the approver role"
               exit section
           end-if
           move zeros to ws-pend-key
           move "ACCOUNT" to ws-pend-domain
           move 0 to ws-review-done
           perform until ws-review-done = 1
               move "NEXT    " to ws-pend-func
               call "PendingChange" using ws-pend-func
                 ws-audit-program ws-pending ws-pend-reply
               if ws-pend-reply = "Y"
                   perform review-one-change
               else
                   display "ACCOUNTMAINT: no more held changes"
                   move 1 to ws-review-done
               end-if
           end-perform.

       review-one-change section.
           display " "
           display "HELD " ws-pend-date " " ws-pend-kind " ACCOUNT "
             ws-pend-target(1:6) " " ws-pend-value(1:9)
             " KEYED BY " ws-pend-requester " VIA " ws-pend-program
           if ws-pend-requester = ws-operator
               display "ACCOUNTMAINT: you keyed this change -- "
                 "another approver must release it"
               exit section
           end-if
           display "A=APPROVE R=REJECT S=SKIP X=STOP REVIEWING"
           accept ws-decision
           evaluate ws-decision
               when "A"
               when "a"
                   perform check-held-change
                   if ws-apply-ok = 1
                       move "APPROVE " to ws-pend-func
                       perform decide-held-change
                       if ws-pend-reply = "Y"
                           perform apply-held-change
                       end-if
                   end-if
               when "R"
               when "r"
                   move "REJECT  " to ws-pend-func
                   perform decide-held-change
                   if ws-pend-reply = "Y"
                       display "ACCOUNTMAINT: " ws-pend-kind
                         " of account " ws-pend-target(1:6)
                         " rejected"
                   end-if
               when "X"
               when "x"
                   move 1 to ws-review-done
               when other
                   continue
           end-evaluate.

       check-held-change section.
      *>The master may have moved on since the change was keyed; a
      *>change that no longer applies is left for rejection.
           move 0 to ws-apply-ok
           move ws-pend-target(1:6) to master-account
           read account-master
               invalid key
                   display "ACCOUNTMAINT: account " master-account
                     " not on master -- reject the change"
                   exit section
           end-read
           if ws-pend-kind = "CLOSE" and master-acct-status = "C"
               display "ACCOUNTMAINT: account " master-account
                 " is already closed -- reject the change"
               exit section
           end-if
           if ws-pend-kind = "REOPEN" and master-acct-status = "O"
               display "ACCOUNTMAINT: account " master-account
                 " is already open -- reject the change"
               exit section
           end-if
           move 1 to ws-apply-ok.

       decide-held-change section.
           move ws-operator to ws-pend-approver
           call "PendingChange" using ws-pend-func ws-audit-program
             ws-pending ws-pend-reply
           evaluate ws-pend-reply
               when "Y"
                   continue
               when "S"
                   display "ACCOUNTMAINT: a change must be released "
                     "by an operator other than the one who keyed it"
               when other
                   display "ACCOUNTMAINT: the change is no longer "
                     "pending"
           end-evaluate.

       apply-held-change section.
      *>The master record read by check-held-change is still in the
      *>record area.
           evaluate ws-pend-kind
               when "LIMIT"
                   move ws-pend-value(1:9) to master-charge-limit
                   rewrite master-record
                   display "ACCOUNTMAINT: account " master-account
                     " limit set to " master-charge-limit
               when "CLOSE"
                   move master-acct-status to ws-old-status
                   move "C" to master-acct-status
                   move ws-run-date to master-status-date
                   rewrite master-record
                   display "ACCOUNTMAINT: account " master-account
                     " closed"
                   move "ACCT-CLOSE" to ws-audit-event
                   perform write-status-audit
               when "REOPEN"
                   move master-acct-status to ws-old-status
                   move "O" to master-acct-status
                   move ws-run-date to master-status-date
                   rewrite master-record
                   display "ACCOUNTMAINT: account " master-account
                     " reopened"
                   move "ACCT-REOPEN" to ws-audit-event
                   perform write-status-audit
           end-evaluate.

       write-status-audit section.
           move spaces to ws-audit-text
           string "ACCOUNT " master-account " STATUS " ws-old-status
             " TO " master-acct-status
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       inquire-account section.
           perform get-account-number
           if ws-account-in is not numeric
               not invalid key
                   display "ACCOUNT " master-account " NAME "
                     master-name " STATUS " master-acct-status
                     " SINCE " master-status-date
                     " LIMIT " master-charge-limit
                   compute ws-balance-work =
                     master-ledger-balance / 100
                   move ws-balance-work to ws-balance-disp
                   display "BALANCE " ws-balance-disp
           end-read.

       end program AccountMaint.
