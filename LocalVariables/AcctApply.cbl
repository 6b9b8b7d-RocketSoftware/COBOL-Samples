      *>refused update, so the feed balances against what corporate
      *>says they sent. New accounts open with no charge limit; the
      *>credit team sets limits through AccountMaint.
      *>The operator starting the apply signs on first (SignOn), and
      *>closes are held for dual control rather than applied: each
      *>goes to PendingChange under that operator's id, for an
      *>approver to release through AccountMaint. The report shows
      *>them as held, and read = accepted + held + rejected.
       environment division.
       input-output section.
       file-control.
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

       fd  apply-report.
       01  apply-line pic x(80).
       01 ws-read-count binary-long value 0.
       01 ws-accept-count binary-long value 0.
       01 ws-reject-count binary-long value 0.
       01 ws-held-count binary-long value 0.
       01 ws-count-disp pic 9(9).
       01 ws-reject-reason pic x(30).
       01 ws-work-line pic x(80).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).
       01 ws-audit-count3 pic 9(9).

      *>Sign-on interface, and the operator the apply runs under.
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

      *>Run return code: 0 clean, 4 applied with rejects, 12 the
      *>feed or the master was missing or unreadable, or nobody
      *>signed on.
       01 ws-run-rc binary-long value 0.

       procedure division.
           move "SIGNON  " to ws-sign-func
           call "SignOn" using ws-sign-func ws-audit-program
             ws-operator ws-operator-role ws-sign-password
             ws-sign-check ws-sign-reply
           if ws-sign-reply <> "Y"
               move 12 to ws-run-rc
               move ws-run-rc to return-code
               goback
           end-if
           accept ws-run-date from date yyyymmdd

           open input update-feed
           move "APPLY-DONE" to ws-audit-event
           move ws-accept-count to ws-audit-count1
           move ws-reject-count to ws-audit-count2
           move ws-held-count to ws-audit-count3
           move spaces to ws-audit-text
           string "ACCEPTED " ws-audit-count1 " REJECTED "
             ws-audit-count2 " HELD " ws-audit-count3
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text
           move upd-name to master-name
           move "O" to master-acct-status
           move 0 to master-charge-limit
           move 0 to master-ledger-balance
           move ws-run-date to master-status-date
           write master-record
               invalid key
                   move "ACCOUNT ALREADY EXISTS" to ws-reject-reason
                         ws-reject-reason
                       perform write-apply-reject
                   else
                       perform hold-close-account
                   end-if
           end-read.

       hold-close-account section.
           move "ACCOUNT" to ws-pend-domain
           move "CLOSE" to ws-pend-kind
           move master-account to ws-pend-target
           move spaces to ws-pend-value
           move ws-operator to ws-pend-requester
           move "HOLD    " to ws-pend-func
           call "PendingChange" using ws-pend-func ws-audit-program
             ws-pending ws-pend-reply
           if ws-pend-reply = "Y"
               add 1 to ws-held-count
               move spaces to ws-work-line
               string "HELD:     " upd-action " " upd-account
                 " CLOSE AWAITING APPROVAL"
                 delimited by size into ws-work-line
               perform write-apply-line
           else
               move "CLOSE COULD NOT BE HELD" to ws-reject-reason
               perform write-apply-reject
           end-if.

       apply-name-change section.
           if upd-name = spaces
               move "NAME MAY NOT BE BLANK" to ws-reject-reason

       write-apply-trailer section.
      *>The balancing block corporate's transmittal is checked
      *>against -- read = accepted + held + rejected.
           move spaces to ws-work-line
           perform write-apply-line

             delimited by size into ws-work-line
           perform write-apply-line

           move ws-held-count to ws-count-disp
           move spaces to ws-work-line
           string "UPDATES HELD:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-apply-line

           move ws-reject-count to ws-count-disp
           move spaces to ws-work-line
           string "UPDATES REJECTED: " ws-count-disp
