      *>and fails the run, so the morning operator learns about a
      *>dropped handoff from the balancing page, not from a
      *>dispatcher days later.
      *>Mismatched and overdue handoffs also go to the exception work
      *>queue (ExcQueue), carried rather than requeued while the one
      *>already there is still being worked.
       environment division.
       input-output section.
       file-control.
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Exception work queue linkage.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).
       01 ws-exc-limit-disp pic zz9.

      *>Run return code: 0 every handoff acknowledged and tied,
      *>4 a mismatched acknowledgment or one unacknowledged past
      *>the day limit -- warning level, because the discrepancy is
           move spaces to ws-work-line
           perform write-recon-line

           move "BEGIN   " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply
           perform varying ws-i from 1 by 1
             until ws-i > ws-hand-count
               perform reconcile-one-date
           end-perform
           move "END     " to ws-exc-func
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply

           perform write-recon-trailer
           close recon-report
                   string ws-hand-date(ws-i)
                     " UNACKNOWLEDGED " ws-age-disp " DAYS **"
                     delimited by size into ws-work-line
                   move ws-ack-limit to ws-exc-limit-disp
                   move spaces to ws-exc-reason
                   string "UNACKNOWLEDGED PAST " ws-exc-limit-disp
                     " DAY LIMIT"
                     delimited by size into ws-exc-reason
                   perform queue-handoff-exception
                   if ws-run-rc < 4
                       move 4 to ws-run-rc
                   end-if
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program
                 ws-audit-event ws-audit-text
               move spaces to ws-exc-reason
               string "MISMATCH SENT " ws-audit-count1 " ACKED "
                 ws-audit-count2
                 delimited by size into ws-exc-reason
               perform queue-handoff-exception
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if.

       queue-handoff-exception section.
      *>Keyed by the handoff date; the same discrepancy comes up
      *>every night until it is resolved, so it is carried.
           move spaces to ws-exc-key
           string "HANDOFF " ws-hand-date(ws-i)
             delimited by size into ws-exc-key
           move "CARRY   " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       write-recon-trailer section.
           move spaces to ws-work-line
           perform write-recon-line
