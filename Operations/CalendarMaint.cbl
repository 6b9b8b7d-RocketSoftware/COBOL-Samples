      *>protection asks for -- clear a program's run flag so a
      *>business date can be processed again. Everything goes
      *>through the Calendar subprogram, the one place that knows
      *>the file. Operators sign on first (SignOn), and a run-flag
      *>clear is held through PendingChange until a different
      *>operator with the approver role releases it with P. So is
      *>the reopen of a month the month-end close has locked -- the
      *>only way anything can run or rerun a date in that month.
       environment division.
       input-output section.
       file-control.

      *>CLEARRUN is the most dangerous action in the shop -- it
      *>authorizes a business date to be processed twice -- so every
      *>override carries who asked, who released it and why to the
      *>central audit repository. The override report reads them
      *>back by range.
       01 ws-reason-in pic x(8).
       01 ws-audit-program pic x(24) value "CALENDARMAINT".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

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
       01 ws-period-in pic x(6).

       procedure division.
           move "SIGNON  " to ws-sign-func
           call "SignOn" using ws-sign-func ws-audit-program
             ws-operator ws-operator-role ws-sign-password
             ws-sign-check ws-sign-reply
           if ws-sign-reply <> "Y"
               goback
           end-if

           perform until ws-done = 1
               display " "
               display "CALENDARMAINT: S=SET DATE D=MARK DAY "
                 "B=BULK BUILD YEAR O=OVERRIDE RUN FLAG "
                 "R=REOPEN PERIOD P=PENDING OVERRIDES I=INQUIRE "
                 "Q=QUIT"
               accept ws-action
               evaluate ws-action
                   when "S"
                   when "O"
                   when "o"
                       perform override-run-flag
                   when "R"
                   when "r"
                       perform reopen-period
                   when "P"
                   when "p"
                       perform review-held-overrides
                   when "I"
                   when "i"
                       perform inquire-calendar
             "verify calbuild.rpt against the holiday list".

       override-run-flag section.
      *>The override demands a reason code, and is held for a second
      *>operator's release rather than cleared on the spot; the
      *>release writes the whole decision to the audit repository
      *>-- month-end ties every double-processed date to an
      *>authorized decision instead of a shrug.
           perform get-date-entry
           if ws-cal-date = 0
               exit section
               display "CALENDARMAINT: program may not be blank"
               exit section
           end-if
           move "CHECKPER" to ws-cal-func
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply = "C"
               display "CALENDARMAINT: " ws-cal-date " is in a "
                 "closed period -- reopen the period first"
               exit section
           end-if
           move "CHECKRUN" to ws-cal-func
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "Y"
               display "CALENDARMAINT: no run record for that "
                 "program and date"
               exit section
           end-if
           display "ENTER REASON CODE:"
                 "override"
               exit section
           end-if
           move "CALENDAR" to ws-pend-domain
           move "RUNCLEAR" to ws-pend-kind
           move spaces to ws-pend-target
           move ws-cal-date to ws-pend-target(1:8)
           move ws-cal-program to ws-pend-target(10:23)
           move ws-reason-in to ws-pend-value
           move ws-operator to ws-pend-requester
           move "HOLD    " to ws-pend-func
           call "PendingChange" using ws-pend-func ws-audit-program
             ws-pending ws-pend-reply
           if ws-pend-reply = "Y"
               display "CALENDARMAINT: override of " ws-cal-program
                 " for " ws-cal-date " held for approval"
           else
               display "CALENDARMAINT: unable to hold the override "
                 "-- nothing cleared"
           end-if.

       reopen-period section.
      *>A closed month is reopened only on a second operator's
      *>release, with a reason, the same as a run-flag clear.
           display "ENTER PERIOD TO REOPEN (YYYYMM):"
           accept ws-period-in
           if ws-period-in is not numeric
               display "CALENDARMAINT: '" ws-period-in
                 "' is not a period"
               exit section
           end-if
           move ws-period-in to ws-cal-date(1:6)
           move "01" to ws-cal-date(7:2)
           move "CHECKPER" to ws-cal-func
           move spaces to ws-cal-program
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "C"
               display "CALENDARMAINT: period " ws-period-in
                 " is not closed"
               exit section
           end-if
           display "ENTER REASON CODE:"
           accept ws-reason-in
           if ws-reason-in = spaces
               display "CALENDARMAINT: reason code required for a "
                 "reopen"
               exit section
           end-if
           move "CALENDAR" to ws-pend-domain
           move "PERREOPN" to ws-pend-kind
           move spaces to ws-pend-target
           move ws-period-in to ws-pend-target(1:6)
           move ws-reason-in to ws-pend-value
           move ws-operator to ws-pend-requester
           move "HOLD    " to ws-pend-func
           call "PendingChange" using ws-pend-func ws-audit-program
             ws-pending ws-pend-reply
           if ws-pend-reply = "Y"
               display "CALENDARMAINT: reopen of period "
                 ws-period-in " held for approval"
           else
               display "CALENDARMAINT: unable to hold the reopen "
                 "-- period left closed"
           end-if.

       review-held-overrides section.
      *>Walks the held run-flag clears oldest first; each one
      *>released is marked approved and only then cleared, so an
      *>override another approver decided meanwhile is not redone.
           if ws-operator-role <> "A"
               display "CALENDARMAINT: releasing held overrides "
                 "needs the approver role"
               exit section
           end-if
           move zeros to ws-pend-key
           move "CALENDAR" to ws-pend-domain
           move 0 to ws-review-done
           perform until ws-review-done = 1
               move "NEXT    " to ws-pend-func
               call "PendingChange" using ws-pend-func
                 ws-audit-program ws-pending ws-pend-reply
               if ws-pend-reply = "Y"
                   perform review-one-override
               else
                   display "CALENDARMAINT: no more held overrides"
                   move 1 to ws-review-done
               end-if
           end-perform.

       review-one-override section.
           if ws-pend-kind = "PERREOPN"
               perform review-one-reopen
               exit section
           end-if
           move ws-pend-target(1:8) to ws-cal-date
           move ws-pend-target(10:23) to ws-cal-program
           move ws-pend-value(1:8) to ws-reason-in
           display " "
           display "HELD " ws-pend-date " CLEAR RUN FLAG "
             ws-cal-program " " ws-cal-date " RSN " ws-reason-in
             " KEYED BY " ws-pend-requester
           if ws-pend-requester = ws-operator
               display "CALENDARMAINT: you keyed this override -- "
                 "another approver must release it"
               exit section
           end-if
           display "A=APPROVE R=REJECT S=SKIP X=STOP REVIEWING"
           accept ws-decision
           evaluate ws-decision
               when "A"
               when "a"
                   perform release-held-override
               when "R"
               when "r"
                   move "REJECT  " to ws-pend-func
                   perform decide-held-override
                   if ws-pend-reply = "Y"
                       display "CALENDARMAINT: override of "
                         ws-cal-program " for " ws-cal-date
                         " rejected"
                   end-if
               when "X"
               when "x"
                   move 1 to ws-review-done
               when other
                   continue
           end-evaluate.

       review-one-reopen section.
           move ws-pend-target(1:6) to ws-period-in
           move ws-pend-value(1:8) to ws-reason-in
           display " "
           display "HELD " ws-pend-date " REOPEN PERIOD " ws-period-in
             " RSN " ws-reason-in " KEYED BY " ws-pend-requester
           if ws-pend-requester = ws-operator
               display "CALENDARMAINT: you keyed this reopen -- "
                 "another approver must release it"
               exit section
           end-if
           display "A=APPROVE R=REJECT S=SKIP X=STOP REVIEWING"
           accept ws-decision
           evaluate ws-decision
               when "A"
               when "a"
                   perform release-held-reopen
               when "R"
               when "r"
                   move "REJECT  " to ws-pend-func
                   perform decide-held-override
                   if ws-pend-reply = "Y"
                       display "CALENDARMAINT: reopen of period "
                         ws-period-in " rejected"
                   end-if
               when "X"
               when "x"
                   move 1 to ws-review-done
               when other
                   continue
           end-evaluate.

       release-held-reopen section.
           move ws-period-in to ws-cal-date(1:6)
           move "01" to ws-cal-date(7:2)
           move spaces to ws-cal-program
           move "CHECKPER" to ws-cal-func
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "C"
               display "CALENDARMAINT: period already open -- "
                 "reject the reopen"
               exit section
           end-if
      *>The reopen is applied first and approved only once the
      *>calendar has taken it, so pending.dat never shows an approved
      *>reopen that did not happen; one the calendar refuses is
      *>rejected, with the reason on the audit trail.
           move "OPENPER " to ws-cal-func
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "Y"
               display "CALENDARMAINT: the calendar could not reopen "
                 "period " ws-period-in " -- reopen rejected"
               move "PER-NOTOPEN" to ws-audit-event
               move spaces to ws-audit-text
               string "PERIOD " ws-period-in " NOT REOPENED, "
                 "CALENDAR NOT UPDATED"
                 delimited by size into ws-audit-text
               perform reject-unapplied-change
               exit section
           end-if
           move "APPROVE " to ws-pend-func
           perform decide-held-override
           if ws-pend-reply <> "Y"
               display "CALENDARMAINT: period " ws-period-in
                 " was reopened but the approval was not recorded"
           end-if
           display "CALENDARMAINT: period " ws-period-in
             " reopened -- close it again with MonthEnd"
           move "PERIOD-OPEN" to ws-audit-event
           move spaces to ws-audit-text
           string "REOPENED " ws-period-in " BY "
             ws-pend-requester "/" ws-operator " RSN "
             ws-reason-in
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program
             ws-audit-event ws-audit-text.

       release-held-override section.
           move "CHECKRUN" to ws-cal-func
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "Y"
               display "CALENDARMAINT: run flag already clear -- "
                 "reject the override"
               exit section
           end-if
      *>As with a reopen: cleared first, approved only once the
      *>flag is clear, rejected with the reason when it is not.
           move "CLEARRUN" to ws-cal-func
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           if ws-cal-reply <> "Y"
               move spaces to ws-audit-text
               if ws-cal-reply = "C"
                   display "CALENDARMAINT: " ws-cal-date " is in a "
                     "closed period -- flag not cleared, override "
                     "rejected"
                   string "NOT CLEARED " ws-cal-program(1:16) " "
                     ws-cal-date ", PERIOD CLOSED"
                     delimited by size into ws-audit-text
               else
                   display "CALENDARMAINT: run flag could not be "
                     "cleared -- override rejected"
                   string "NOT CLEARED " ws-cal-program(1:16) " "
                     ws-cal-date ", CALENDAR NOT UPDATED"
                     delimited by size into ws-audit-text
               end-if
               move "RUN-NOTCLEAR" to ws-audit-event
               perform reject-unapplied-change
               exit section
           end-if
           move "APPROVE " to ws-pend-func
           perform decide-held-override
           if ws-pend-reply <> "Y"
               display "CALENDARMAINT: run flag was cleared but the "
                 "approval was not recorded"
           end-if
           display "CALENDARMAINT: run flag cleared -- "
             ws-cal-program " may process " ws-cal-date " again"
           move "RUN-OVERRIDE" to ws-audit-event
           move spaces to ws-audit-text
           string "CLEARED " ws-cal-program(1:16) " "
             ws-cal-date " BY " ws-pend-requester "/"
             ws-operator " RSN " ws-reason-in
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program
             ws-audit-event ws-audit-text.

       reject-unapplied-change section.
      *>A released change the calendar would not take is rejected,
      *>not left pending to be released again; the note already in
      *>ws-audit-event/ws-audit-text says why.
           move "REJECT  " to ws-pend-func
           perform decide-held-override
           call "AuditWrite" using ws-audit-program
             ws-audit-event ws-audit-text.

       decide-held-override section.
           move ws-operator to ws-pend-approver
           call "PendingChange" using ws-pend-func ws-audit-program
             ws-pending ws-pend-reply
           evaluate ws-pend-reply
               when "Y"
                   continue
               when "S"
                   display "CALENDARMAINT: an override must be "
                     "released by an operator other than the one "
                     "who keyed it"
               when other
                   display "CALENDARMAINT: the override is no longer "
                     "pending"
           end-evaluate.

       inquire-calendar section.
           move "GETDATE " to ws-cal-func
           move spaces to ws-cal-program
           end-if
           display "CURRENT BUSINESS DATE: " ws-cal-date
             " DAY TYPE: " ws-cal-reply
           move "CHECKPER" to ws-cal-func
           call "Calendar" using ws-cal-func ws-cal-program
             ws-cal-date ws-cal-reply
           display "PERIOD " ws-cal-date(1:6) " STATE: " ws-cal-reply
           display "ENTER PROGRAM TO CHECK (OR BLANK):"
           accept ws-cal-program
           if ws-cal-program <> spaces
