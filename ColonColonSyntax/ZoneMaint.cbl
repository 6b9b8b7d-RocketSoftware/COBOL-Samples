      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. ZoneMaint.

      *>Console maintenance for the service-area zone file: add,
      *>change, delete and look up zones through a prompted dialog,
      *>the same way RouteMaint keeps the route master out of text
      *>editors. A zone is a depot's service area, a box of x, y and
      *>z ranges in the coordinate feed's own units; each route on
      *>the route master names its zone, and ColonColonSyntax rejects
      *>any waypoint that falls outside it -- the mistyped coordinate
      *>that still passes the route's maximum-leg check.
      *>A zone some route on the route master still names is not
      *>deleted -- those routes would silently lose their area check
      *>-- the way RouteMaint refuses a zone that is not on file;
      *>move the routes to another zone first. Adds, changes and
      *>deletes are audited.
       environment division.
       input-output section.
       file-control.
           select zone-file assign to "zones.dat"
               organization indexed
               access mode dynamic
               record key zone-id
               file status is ws-zone-status.
           select route-master assign to "routemast.dat"
               organization indexed
               access mode sequential
               record key route-id
               file status is ws-route-status.

       data division.
       file section.
       fd  zone-file.
       01  zone-record.
           03 zone-id pic x(4).
           03 zone-desc pic x(30).
           03 zone-min-x pic s9(4)v99 sign leading separate.
           03 zone-max-x pic s9(4)v99 sign leading separate.
           03 zone-min-y pic s9(4)v99 sign leading separate.
           03 zone-max-y pic s9(4)v99 sign leading separate.
           03 zone-min-z pic s9(4)v99 sign leading separate.
           03 zone-max-z pic s9(4)v99 sign leading separate.

      *>Only the zone is needed here -- a delete is refused while a
      *>route names it.
       fd  route-master.
       01  route-record.
           03 route-id pic 9(4).
           03 filler pic x(55).
           03 route-zone pic x(4).

       working-storage section.
       01 ws-zone-status pic xx.
       01 ws-action pic x(1).
       01 ws-zone-in pic x(4).
       01 ws-desc-in pic x(30).
       01 ws-fields-valid binary-long value 0.
       01 ws-done binary-long value 0.
       01 ws-route-status pic xx.
       01 ws-zone-routes binary-long.
       01 ws-zone-routes-disp pic zzz9.

      *>A bound is keyed the way the coordinate feed carries it: sign
      *>then six digits with two implied decimals, +001250 = 12.50.
       01 ws-bound-prompt pic x(5).
       01 ws-bound-valid binary-long.
       01 ws-bound-in pic x(7).
       01 ws-bound-value redefines ws-bound-in
           pic s9(4)v99 sign leading separate.
       01 ws-low-disp pic -9(4).99.
       01 ws-high-disp pic -9(4).99.

      *>Sign-on interface -- only a signed-on operator maintains
      *>the file (SignOn).
       01 ws-audit-program pic x(24) value "ZONEMAINT".
       01 ws-sign-func pic x(8).
       01 ws-operator pic x(3).
       01 ws-operator-role pic x(1).
       01 ws-sign-password pic x(8).
       01 ws-sign-check pic 9(12).
       01 ws-sign-reply pic x(1).

      *>Events for the central audit repository.
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
           open i-o zone-file
           if ws-zone-status = "35"
               display "ZONEMAINT: creating new zones.dat"
               open output zone-file
               close zone-file
               open i-o zone-file
           end-if
           if ws-zone-status <> "00"
               display "ZONEMAINT: unable to open zones.dat, "
                 "status " ws-zone-status
               goback
           end-if

           perform until ws-done = 1
               display " "
               display "ZONEMAINT: A=add C=change D=delete "
                 "I=inquire Q=quit"
               accept ws-action
               evaluate ws-action
                   when "A"
                   when "a"
                       perform add-zone
                   when "C"
                   when "c"
                       perform change-zone
                   when "D"
                   when "d"
                       perform delete-zone
                   when "I"
                   when "i"
                       perform inquire-zone
                   when "Q"
                   when "q"
                       move 1 to ws-done
                   when other
                       display "ZONEMAINT: unknown action '"
                         ws-action "'"
               end-evaluate
           end-perform

           close zone-file
           goback.

       get-zone-id section.
      *>Prompts for the zone id -- up to 4 characters, the same code
      *>RouteMaint will ask for on each route.
           display "ENTER ZONE ID (UP TO 4 CHARACTERS):"
           accept ws-zone-in
           if ws-zone-in = spaces
               display "ZONEMAINT: zone id may not be blank"
           else
               move ws-zone-in to zone-id
           end-if.

       get-zone-fields section.
      *>Description and the three ranges, each low bound no greater
      *>than its high bound.
           move 0 to ws-fields-valid
           display "ENTER ZONE DESCRIPTION:"
           accept ws-desc-in
           if ws-desc-in = spaces
               display "ZONEMAINT: description may not be blank"
               exit section
           end-if
           move ws-desc-in to zone-desc
           move "MIN X" to ws-bound-prompt
           perform get-bound
           if ws-bound-valid = 0
               exit section
           end-if
           move ws-bound-value to zone-min-x
           move "MAX X" to ws-bound-prompt
           perform get-bound
           if ws-bound-valid = 0
               exit section
           end-if
           move ws-bound-value to zone-max-x
           move "MIN Y" to ws-bound-prompt
           perform get-bound
           if ws-bound-valid = 0
               exit section
           end-if
           move ws-bound-value to zone-min-y
           move "MAX Y" to ws-bound-prompt
           perform get-bound
           if ws-bound-valid = 0
               exit section
           end-if
           move ws-bound-value to zone-max-y
           move "MIN Z" to ws-bound-prompt
           perform get-bound
           if ws-bound-valid = 0
               exit section
           end-if
           move ws-bound-value to zone-min-z
           move "MAX Z" to ws-bound-prompt
           perform get-bound
           if ws-bound-valid = 0
               exit section
           end-if
           move ws-bound-value to zone-max-z
           if zone-min-x > zone-max-x or zone-min-y > zone-max-y or
             zone-min-z > zone-max-z
               display "ZONEMAINT: a minimum is greater than its "
                 "maximum -- zone not saved"
               exit section
           end-if
           move 1 to ws-fields-valid.

       get-bound section.
           move 0 to ws-bound-valid
           display "ENTER " ws-bound-prompt
             " (SIGN + 6 DIGITS, 2 DECIMALS IMPLIED):"
           accept ws-bound-in
           if (ws-bound-in(1:1) <> "+" and ws-bound-in(1:1) <> "-")
             or ws-bound-in(2:6) is not numeric
               display "ZONEMAINT: '" ws-bound-in
                 "' is not a signed 6-digit coordinate"
               exit section
           end-if
           move 1 to ws-bound-valid.

       add-zone section.
           perform get-zone-id
           if ws-zone-in = spaces
               exit section
           end-if
           perform get-zone-fields
           if ws-fields-valid = 0
               exit section
           end-if
           write zone-record
               invalid key
                   display "ZONEMAINT: zone " zone-id
                     " already exists"
               not invalid key
                   display "ZONEMAINT: zone " zone-id " added"
                   move "ZONE-ADD" to ws-audit-event
                   perform write-zone-audit
           end-write.

       change-zone section.
           perform get-zone-id
           if ws-zone-in = spaces
               exit section
           end-if
           read zone-file
               invalid key
                   display "ZONEMAINT: zone " zone-id
                     " not on file"
               not invalid key
                   perform show-zone
                   perform get-zone-fields
                   if ws-fields-valid = 1
                       rewrite zone-record
                       display "ZONEMAINT: zone " zone-id
                         " changed"
                       move "ZONE-CHANGE" to ws-audit-event
                       perform write-zone-audit
                   end-if
           end-read.

       delete-zone section.
           perform get-zone-id
           if ws-zone-in = spaces
               exit section
           end-if
           read zone-file
               invalid key
                   display "ZONEMAINT: zone " zone-id
                     " not on file"
               not invalid key
                   perform count-zone-routes
                   evaluate true
                       when ws-zone-routes < 0
                           display "ZONEMAINT: unable to read "
                             "routemast.dat, status " ws-route-status
                             " -- zone not deleted"
                       when ws-zone-routes > 0
                           move ws-zone-routes to ws-zone-routes-disp
                           display "ZONEMAINT: zone " zone-id
                             " is named by " ws-zone-routes-disp
                             " route(s) -- move them to another zone "
                             "with RouteMaint first; zone not deleted"
                       when other
                           delete zone-file
                           display "ZONEMAINT: zone " zone-id
                             " deleted"
                           move "ZONE-DELETE" to ws-audit-event
                           perform write-zone-audit
                   end-evaluate
           end-read.

       count-zone-routes section.
      *>Routes on the master naming zone-id; -1 when the master is
      *>there but cannot be read through. No master at all means no
      *>route names anything.
           move 0 to ws-zone-routes
           open input route-master
           if ws-route-status = "35"
               exit section
           end-if
           if ws-route-status <> "00"
               move -1 to ws-zone-routes
               exit section
           end-if
           perform until ws-route-status <> "00"
               read route-master next record
                   at end
                       move "10" to ws-route-status
                   not at end
                       if route-zone = zone-id
                           add 1 to ws-zone-routes
                       end-if
               end-read
           end-perform
           if ws-route-status <> "10"
               move -1 to ws-zone-routes
           end-if
           close route-master.

       inquire-zone section.
           perform get-zone-id
           if ws-zone-in = spaces
               exit section
           end-if
           read zone-file
               invalid key
                   display "ZONEMAINT: zone " zone-id
                     " not on file"
               not invalid key
                   perform show-zone
           end-read.

       show-zone section.
           display "ZONE " zone-id " " zone-desc
           move zone-min-x to ws-low-disp
           move zone-max-x to ws-high-disp
           display "  X " ws-low-disp " TO " ws-high-disp
           move zone-min-y to ws-low-disp
           move zone-max-y to ws-high-disp
           display "  Y " ws-low-disp " TO " ws-high-disp
           move zone-min-z to ws-low-disp
           move zone-max-z to ws-high-disp
           display "  Z " ws-low-disp " TO " ws-high-disp.

       write-zone-audit section.
           move spaces to ws-audit-text
           string "ZONE " zone-id " " zone-desc " BY " ws-operator
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       end program ZoneMaint.
