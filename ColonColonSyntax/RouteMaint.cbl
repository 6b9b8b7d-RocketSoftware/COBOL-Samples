      *>carries the expected waypoint count with a tolerance, and the
      *>longest plausible leg -- the yardsticks that catch a mis-keyed
      *>route id or coordinate before dispatch plans fuel around it.
      *>A route also names the customer account it is run for and
      *>the mileage rate, in pennies per unit of distance, that
      *>ColonColonSyntax bills that account each night; account
      *>000000 or a zero rate means the route is not billed. Its
      *>service zone (kept by ZoneMaint) bounds where its waypoints
      *>may fall; a blank zone leaves the route unchecked.
      *>Masters kept in the original 46-byte record (without the
      *>account, rate and zone) are converted once with
      *>Operations/RouteConvert before these programs run against them.
      *>Operators sign on first (SignOn). A deletion takes a route
      *>out of billing and validation at once, so it is held through
      *>PendingChange until a different operator with the approver
      *>role releases it here with P.
       environment division.
       input-output section.
       file-control.
               access mode dynamic
               record key route-id
               file status is ws-route-status.
           select zone-file assign to "zones.dat"
               organization indexed
               access mode random
               record key zone-id
               file status is ws-zone-status.

       data division.
       file section.
           03 route-exp-waypoints pic 9(4).
           03 route-way-tolerance pic 9(3).
           03 route-max-leg pic 9(5).
           03 route-account pic 9(6).
           03 route-rate pic 9(5)v99.
           03 route-zone pic x(4).

      *>Only the key is needed here -- the zone is checked to exist.
       fd  zone-file.
       01  zone-record.
           03 zone-id pic x(4).
           03 filler pic x(72).

       working-storage section.
       01 ws-route-status pic xx.
       01 ws-zone-status pic xx.
       01 ws-zone-mode binary-long value 0.
       01 ws-zone-in pic x(4).
       01 ws-action pic x(1).
       01 ws-route-in pic x(4).
       01 ws-desc-in pic x(30).
       01 ws-field-in pic x(7).
       01 ws-rate-in redefines ws-field-in pic 9(5)v99.
       01 ws-rate-disp pic z(4)9.99.
       01 ws-fields-valid binary-long value 0.
       01 ws-done binary-long value 0.

      *>Sign-on interface, and the operator this session runs as.
       01 ws-audit-program pic x(24) value "ROUTEMAINT".
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

       procedure division.
           move "SIGNON  " to ws-sign-func
           call "SignOn" using ws-sign-func ws-audit-program
             ws-operator ws-operator-role ws-sign-password
             ws-sign-check ws-sign-reply
           if ws-sign-reply <> "Y"
               goback
           end-if
           open i-o route-master
           if ws-route-status = "35"
               display "ROUTEMAINT: creating new routemast.dat"
                 "status " ws-route-status
               goback
           end-if
           open input zone-file
           if ws-zone-status = "00"
               move 1 to ws-zone-mode
           else
               display "ROUTEMAINT: zone file zones.dat not "
                 "available, zones not checked"
           end-if

           perform until ws-done = 1
               display " "
               display "ROUTEMAINT: A=add C=change D=delete "
                 "P=pending I=inquire Q=quit"
               accept ws-action
               evaluate ws-action
                   when "A"
                   when "D"
                   when "d"
                       perform delete-route
                   when "P"
                   when "p"
                       perform review-held-deletes
                   when "I"
                   when "i"
                       perform inquire-route
           end-perform

           close route-master
           if ws-zone-mode = 1
               close zone-file
           end-if
           goback.

       get-route-id section.
           display "ENTER EXPECTED WAYPOINT COUNT (4 DIGITS):"
           accept ws-field-in
           if ws-field-in(1:4) is not numeric or
             ws-field-in(5:3) <> spaces
               display "ROUTEMAINT: '" ws-field-in
                 "' is not a 4-digit waypoint count"
               exit section
           display "ENTER WAYPOINT COUNT TOLERANCE (3 DIGITS):"
           accept ws-field-in
           if ws-field-in(1:3) is not numeric or
             ws-field-in(4:4) <> spaces
               display "ROUTEMAINT: '" ws-field-in
                 "' is not a 3-digit tolerance"
               exit section
             "0 = NOT CHECKED):"
           accept ws-field-in
           if ws-field-in(1:5) is not numeric or
             ws-field-in(6:2) <> spaces
               display "ROUTEMAINT: '" ws-field-in
                 "' is not a 5-digit distance"
               exit section
           end-if
           move ws-field-in(1:5) to route-max-leg
           display "ENTER OWNING ACCOUNT (6 DIGITS, "
             "000000 = NOT BILLED):"
           accept ws-field-in
           if ws-field-in(1:6) is not numeric or
             ws-field-in(7:1) <> spaces
               display "ROUTEMAINT: '" ws-field-in
                 "' is not a 6-digit account"
               exit section
           end-if
           move ws-field-in(1:6) to route-account
      *>The rate is keyed as 7 digits with two implied decimals:
      *>0012550 is 125.50 pennies per unit of distance.
           display "ENTER MILEAGE RATE IN PENNIES PER UNIT "
             "(7 DIGITS, 2 DECIMALS IMPLIED):"
           accept ws-field-in
           if ws-field-in is not numeric
               display "ROUTEMAINT: '" ws-field-in
                 "' is not a 7-digit rate"
               exit section
           end-if
           move ws-rate-in to route-rate
           display "ENTER SERVICE ZONE (UP TO 4 CHARACTERS, "
             "BLANK = NOT CHECKED):"
           accept ws-zone-in
           if ws-zone-in <> spaces and ws-zone-mode = 1
               move ws-zone-in to zone-id
               read zone-file
                   invalid key
                       display "ROUTEMAINT: zone '" ws-zone-in
                         "' is not on zones.dat"
                       exit section
               end-read
           end-if
           move ws-zone-in to route-zone
           move 1 to ws-fields-valid.

       add-route section.
                   display "ROUTEMAINT: route " route-id
                     " not on master"
               not invalid key
                   move route-rate to ws-rate-disp
                   display "CURRENT: " route-desc " WAYPOINTS "
                     route-exp-waypoints " TOL " route-way-tolerance
                     " MAXLEG " route-max-leg
                   display "  ACCOUNT " route-account " RATE "
                     ws-rate-disp " ZONE " route-zone
                   perform get-route-fields
                   if ws-fields-valid = 1
                       rewrite route-record
                   display "ROUTEMAINT: route " route-id
                     " not on master"
               not invalid key
                   move "ROUTE" to ws-pend-domain
                   move "RTDELETE" to ws-pend-kind
                   move route-id to ws-pend-target
                   move route-desc to ws-pend-value
                   move ws-operator to ws-pend-requester
                   move "HOLD    " to ws-pend-func
                   call "PendingChange" using ws-pend-func
                     ws-audit-program ws-pending ws-pend-reply
                   if ws-pend-reply = "Y"
                       display "ROUTEMAINT: deletion of route "
                         route-id " held for approval"
                   else
                       display "ROUTEMAINT: unable to hold the "
                         "deletion -- nothing done"
                   end-if
           end-read.

       review-held-deletes section.
      *>Walks the held route deletions oldest first; each one
      *>released is marked approved and only then applied, so a
      *>deletion another approver decided meanwhile is not redone.
           if ws-operator-role <> "A"
               display "ROUTEMAINT: releasing held changes needs "
                 "the approver role"
               exit section
           end-if
           move zeros to ws-pend-key
           move "ROUTE" to ws-pend-domain
           move 0 to ws-review-done
           perform until ws-review-done = 1
               move "NEXT    " to ws-pend-func
               call "PendingChange" using ws-pend-func
                 ws-audit-program ws-pending ws-pend-reply
               if ws-pend-reply = "Y"
                   perform review-one-delete
               else
                   display "ROUTEMAINT: no more held changes"
                   move 1 to ws-review-done
               end-if
           end-perform.

       review-one-delete section.
           display " "
           display "HELD " ws-pend-date " DELETE ROUTE "
             ws-pend-target(1:4) " " ws-pend-value
             " KEYED BY " ws-pend-requester
           if ws-pend-requester = ws-operator
               display "ROUTEMAINT: you keyed this change -- "
                 "another approver must release it"
               exit section
           end-if
           display "A=APPROVE R=REJECT S=SKIP X=STOP REVIEWING"
           accept ws-decision
           evaluate ws-decision
               when "A"
               when "a"
                   move ws-pend-target(1:4) to route-id
                   read route-master
                       invalid key
                           display "ROUTEMAINT: route " route-id
                             " no longer on master -- reject the "
                             "change"
                       not invalid key
                           move "APPROVE " to ws-pend-func
                           perform decide-held-delete
                           if ws-pend-reply = "Y"
                               delete route-master
                               display "ROUTEMAINT: route " route-id
                                 " deleted"
                           end-if
                   end-read
               when "R"
               when "r"
                   move "REJECT  " to ws-pend-func
                   perform decide-held-delete
                   if ws-pend-reply = "Y"
                       display "ROUTEMAINT: deletion of route "
                         ws-pend-target(1:4) " rejected"
                   end-if
               when "X"
               when "x"
                   move 1 to ws-review-done
               when other
                   continue
           end-evaluate.

       decide-held-delete section.
           move ws-operator to ws-pend-approver
           call "PendingChange" using ws-pend-func ws-audit-program
             ws-pending ws-pend-reply
           evaluate ws-pend-reply
               when "Y"
                   continue
               when "S"
                   display "ROUTEMAINT: a change must be released "
                     "by an operator other than the one who keyed it"
               when other
                   display "ROUTEMAINT: the change is no longer "
                     "pending"
           end-evaluate.

       inquire-route section.
           perform get-route-id
           if ws-route-in is not numeric
                   display "ROUTEMAINT: route " route-id
                     " not on master"
               not invalid key
                   move route-rate to ws-rate-disp
                   display "ROUTE " route-id " " route-desc
                     " WAYPOINTS " route-exp-waypoints " TOL "
                     route-way-tolerance " MAXLEG " route-max-leg
                   display "  BILLED TO ACCOUNT " route-account
                     " AT " ws-rate-disp " PENNIES PER UNIT"
                   display "  SERVICE ZONE " route-zone
           end-read.

       end program RouteMaint.
