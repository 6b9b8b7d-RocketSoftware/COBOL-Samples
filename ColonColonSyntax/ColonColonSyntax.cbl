           select handoff-file assign to "handoff.dat"
               organization line sequential
               file status is ws-handoff-status.
           select optimize-report assign to "routeopt.rpt"
               organization line sequential
               file status is ws-optimize-status.
           select zone-file assign to "zones.dat"
               organization indexed
               access mode sequential
               record key zone-id
               file status is ws-zone-status.
           select zone-report assign to "zoneocc.rpt"
               organization line sequential
               file status is ws-zone-rpt-status.
           select mileage-file assign to "../LocalVariables/mileage.dat"
               organization line sequential
               file status is ws-mileage-status.
           select mileage-control assign to
               "../LocalVariables/mileage.ctl"
               organization line sequential
               file status is ws-mileage-ctl-status.

       data division.
       file section.
      *>job can tell a complete file from one cut short mid-run --
      *>a file with no trailer, or counts that don't tie, is not to
      *>be processed.
      *>In optimization mode each route's block closes with "S"
      *>records, the suggested driving order: position in the new
      *>sequence and the as-fed waypoint number (1 = the first
      *>waypoint of the route, the depot, which always stays first).
      *>They are advice to dispatch, not vectors, so the trailer's
      *>counts leave them out.
       fd  results-file.
       01  results-record.
           03 result-x pic s9(4)v99 sign leading separate.
           03 results-trailer-read pic 9(9).
           03 results-trailer-written pic 9(9).
           03 results-trailer-excepted pic 9(9).
       01  results-sequence-record.
           03 results-seq-marker pic x(1).
           03 results-seq-route pic 9(4).
           03 results-seq-position pic 9(4).
           03 results-seq-waypoint pic 9(4).

      *>Operator control card, read once at startup. Column 1 of
      *>record 1 picks the normalization mode: "S" divides each
      *>component by the plain sum x+y+z (the historical behavior),
      *>"E" divides by the Euclidean magnitude sqrt(x**2+y**2+z**2),
      *>which is what the downstream route calculations actually
      *>want. No card at all means "S", as before. Column 2 "O"
      *>switches on route optimization; blank leaves it off.
       fd  control-card-file.
       01  control-card-record.
           03 card-norm-mode pic x(1).
           03 card-optimize pic x(1).

       fd  route-leg-file.
       01  route-leg-line pic x(80).
           03 route-exp-waypoints pic 9(4).
           03 route-way-tolerance pic 9(3).
           03 route-max-leg pic 9(5).
           03 route-account pic 9(6).
           03 route-rate pic 9(5)v99.
           03 route-zone pic x(4).

      *>Service-area zones kept by ZoneMaint, loaded whole at startup:
      *>a route's waypoints must fall inside its zone's x, y and z
      *>ranges, or the waypoint is rejected as out of area -- the
      *>mistyped coordinate that stays under the route's maximum leg.
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

      *>Zone occupancy for the night: routes and waypoints each zone
      *>handled, and how many of its waypoints fell outside it.
       fd  zone-report.
       01  zone-report-line pic x(80).

      *>Handoff history, one record appended per run: the business
      *>date and the trailer's written count. results.dat is recut
           03 hand-date pic 9(8).
           03 hand-written pic 9(9).

      *>Fleet ops' view of the optimization: per route the as-fed
      *>distance, the optimized distance and what resequencing saves.
       fd  optimize-report.
       01  optimize-line pic x(80).

      *>Mileage billing, one charge per billed route per night in the
      *>charges.dat layout: the owning account, the route's total
      *>distance times its rate in pennies, type "D", currency blank
      *>(the base currency). It is written beside charges.dat for
      *>EditFeeds to add to the next night's charges feed. mileage.ctl
      *>carries the business date and the charge count and penny
      *>total -- it is emptied when the run starts and only written
      *>once the coordinates have been read through, so a run cut
      *>short leaves nothing EditFeeds will bill.
       fd  mileage-file.
       01  mileage-record.
           03 mileage-account pic 9(6).
           03 mileage-amount pic 9(7).
           03 mileage-type pic x(1).
           03 mileage-currency pic x(3).

       fd  mileage-control.
       01  mileage-control-record.
           03 mile-ctl-date pic 9(8).
           03 mile-ctl-count pic 9(9).
           03 mile-ctl-pennies pic 9(11).

       working-storage section.
       01 ws-coordinates-status pic xx.
       01 ws-exceptions-status pic xx.
       01 ws-unknown-route-count binary-long value 0.
       01 ws-count-flag-count binary-long value 0.
       01 ws-leg-flag-count binary-long value 0.
       01 ws-route-account pic 9(6) value 0.
       01 ws-route-rate pic 9(5)v99 value 0.
       01 ws-route-zone pic x(4) value spaces.

      *>Zone table. ws-zone-mode = 0 (no zones.dat) skips the area
      *>check entirely, the same degradation as the route master.
      *>ws-route-zone-idx points the route in flight at its zone,
      *>0 when the route names none or names one not on file.
       78 78-max-zones value 200.
       01 ws-zone-status pic xx.
       01 ws-zone-rpt-status pic xx.
       01 ws-zone-mode binary-long value 0.
       01 ws-zone-count binary-long value 0.
       01 ws-zone-idx binary-long.
       01 ws-route-zone-idx binary-long value 0.
       01 ws-waypoint-in-zone binary-long.
       01 ws-out-of-area-count binary-long value 0.
       01 ws-bad-zone-count binary-long value 0.
       01 ws-nozone-routes binary-long value 0.
       01 ws-nozone-waypoints binary-long value 0.
       01 ws-zone-table.
           03 ws-zone-entry occurs 200 times.
               05 zt-id pic x(4).
               05 zt-desc pic x(30).
               05 zt-min-x pic s9(4)v99.
               05 zt-max-x pic s9(4)v99.
               05 zt-min-y pic s9(4)v99.
               05 zt-max-y pic s9(4)v99.
               05 zt-min-z pic s9(4)v99.
               05 zt-max-z pic s9(4)v99.
               05 zt-routes binary-long.
               05 zt-waypoints binary-long.
               05 zt-rejects binary-long.
       01 ws-zone-routes-disp pic zzz9.
       01 ws-zone-way-disp pic z(6)9.
       01 ws-zone-rej-disp pic z(6)9.

      *>Mileage billing tallies for mileage.ctl and the audit trail.
       01 ws-mileage-status pic xx.
       01 ws-mileage-ctl-status pic xx.
       01 ws-mile-distance pic 9(7)v99.
       01 ws-mile-pennies pic 9(7).
       01 ws-mile-count binary-long value 0.
       01 ws-mile-total pic 9(11) value 0.
       01 ws-mile-pennies-disp pic z(6)9.
       01 ws-mile-total-disp pic z(10)9.

      *>Optimization mode, from column 2 of the control card. Each
      *>known route's waypoints are held in route-points (local
      *>storage) while the block is read; a route with more than
      *>78-max-route-points waypoints is measured but not resequenced.
       78 78-max-route-points value 1000.
      *>Improvement passes over one route before the search settles
      *>for what it has.
       78 78-max-opt-passes value 50.
       01 ws-optimize-status pic xx.
       01 ws-opt-mode binary-long value 0.
       01 ws-opt-route-count binary-long value 0.
       01 ws-opt-improved-count binary-long value 0.
       01 ws-opt-skipped-count binary-long value 0.
       01 ws-opt-pass binary-long.
       01 ws-opt-changed binary-long.
       01 ws-opt-best binary-long.
       01 ws-opt-i binary-long.
       01 ws-opt-k binary-long.
       01 ws-opt-lo binary-long.
       01 ws-opt-hi binary-long.
       01 ws-opt-a binary-long.
       01 ws-opt-b binary-long.
       01 ws-opt-swap binary-long.
       01 ws-opt-dist-disp pic z(6)9.99.
       01 ws-opt-fed-disp pic z(6)9.99.
       01 ws-opt-save-disp pic z(6)9.99.
       01 ws-opt-fed pic s9(9)v9(4) comp-3.
       01 ws-opt-save pic s9(9)v9(4) comp-3.
       01 ws-opt-pct pic s9(5)v9(4) comp-3.
       01 ws-opt-pct-disp pic zz9.9.
       01 ws-opt-count-disp pic zzz9.

      *>Run-level completeness counts for the results.dat trailer and
      *>the end-of-run balancing display -- the same numbers our
       01 ws-audit-count2 pic 9(9).
       01 ws-audit-count3 pic 9(9).

      *>Exception work queue (ExcQueue): every line this run puts on
      *>exceptions.rpt is also queued for an operator to work, keyed
      *>by route and input record so a rerun recognises its own items.
       01 ws-exc-func pic x(8).
       01 ws-exc-item.
           03 ws-exc-date pic 9(8).
           03 ws-exc-key pic x(30).
           03 ws-exc-reason pic x(40).
       01 ws-exc-reply pic x(1).
       01 ws-exc-record-disp pic 9(9).

      *>Run return code, the stream discipline the scheduler keys
      *>off: 0 clean, 4 processed with exceptions (waypoints that
      *>would not normalize), 12 an input or output file was missing
       01 route-total float-long value 0.
       01 grand-total float-long value 0.

      *>The route in flight's waypoints in as-fed order, and the
      *>sequence the optimizer settles on (pt-seq holds as-fed
      *>waypoint numbers in driving order). Distances are worked in
      *>the same floating point as the leg lengths above.
       01 point-count binary-long value 0.
       01 point-overflow binary-long value 0.
       01 route-points.
         03 route-point occurs 1000 times.
           05 pt-x float-long.
           05 pt-y float-long.
           05 pt-z float-long.
           05 pt-seq binary-long.
           05 pt-used binary-long.
       01 point-distance float-long.
       01 best-distance float-long.
       01 path-length float-long.
       01 fed-length float-long.
       01 nearest-length float-long.
       01 before-length float-long.
       01 after-length float-long.
       01 opt-savings float-long.
       01 fed-grand-total float-long value 0.
       01 opt-grand-total float-long value 0.

       procedure division.
      *>Normalize a whole day's worth of shipment routing coordinate
      *>pairs from a file, one result line per input record, instead
                 "routemast.dat not available (status "
                 ws-routemast-status "), routes not validated"
           end-if
           perform load-zone-table
           move "BEGIN   " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply
           open output exceptions-file
           if ws-exceptions-status <> "00"
               display "COLONCOLONSYNTAX: unable to open "
               display "COLONCOLONSYNTAX: unable to open "
                 "routelegs.rpt, status " ws-route-leg-status
           end-if
           perform open-mileage-files
           if ws-opt-mode = 1
               perform open-optimize-report
           end-if
           open input coordinates-file
           if ws-coordinates-status <> "00"
               display "COLONCOLONSYNTAX: unable to open "
                           if ws-route-known = 0
                               perform reject-unknown-waypoint
                           else
                               perform check-waypoint-zone
                               if ws-waypoint-in-zone = 1
                                   perform compute-route-leg
                                   perform normalize-vector
                               end-if
                           end-if
                   end-read
               end-perform
               end-if
               perform write-route-total
               perform write-results-trailer
               perform write-mileage-control
               if ws-zone-mode = 1
                   perform write-zone-report
               end-if
           end-if
           close exceptions-file
           move "END     " to ws-exc-func
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply
           close results-file
           close route-leg-file
           if ws-mileage-status = "00"
               close mileage-file
           end-if
           if ws-opt-mode = 1
               perform close-optimize-report
           end-if
           if ws-route-mode = 1
               close route-master
           end-if
                   at end
                       continue
                   not at end
                       if card-norm-mode = "S" or
                         card-norm-mode = "E"
                           move card-norm-mode to ws-norm-mode
                       else
                           display "COLONCOLONSYNTAX: invalid "
                             "normalization mode '" card-norm-mode
                             "' on colonsyn.ctl, using component sum"
                       end-if
                       evaluate card-optimize
                           when "O"
                               move 1 to ws-opt-mode
                           when space
                               continue
                           when other
                               display "COLONCOLONSYNTAX: invalid "
                                 "optimization switch '" card-optimize
                                 "' on colonsyn.ctl, not optimizing"
                       end-evaluate
               end-read
               close control-card-file
           end-if.
               move 0 to ws-leg-count
               move 0 to have-previous
               move 0 to route-total
               move 0 to point-count
               move 0 to point-overflow
               perform look-up-route-master
      *>An unknown route gets no section marker -- its block must
      *>not reach the routing system at all.
           move 0 to ws-route-expected
           move 0 to ws-route-tolerance
           move 0 to ws-route-leg-max
           move 0 to ws-route-account
           move 0 to ws-route-rate
           move spaces to ws-route-zone
           move 0 to ws-route-zone-idx
           if ws-route-mode = 0
               exit section
           end-if
                   move route-exp-waypoints to ws-route-expected
                   move route-way-tolerance to ws-route-tolerance
                   move route-max-leg to ws-route-leg-max
                   move route-account to ws-route-account
                   move route-rate to ws-route-rate
                   move route-zone to ws-route-zone
                   perform find-route-zone
           end-read.

       load-zone-table section.
      *>The whole zone file into storage once -- a night's feed
      *>touches the same handful of zones thousands of times.
           open input zone-file
           if ws-zone-status <> "00"
               display "COLONCOLONSYNTAX: zone file zones.dat not "
                 "available (status " ws-zone-status
                 "), waypoints not area-checked"
               exit section
           end-if
           move 1 to ws-zone-mode
           perform until ws-zone-status <> "00"
               read zone-file next record
                   at end
                       move "10" to ws-zone-status
                   not at end
                       if ws-zone-count < 78-max-zones
                           add 1 to ws-zone-count
                           move zone-id to zt-id(ws-zone-count)
                           move zone-desc to zt-desc(ws-zone-count)
                           move zone-min-x to zt-min-x(ws-zone-count)
                           move zone-max-x to zt-max-x(ws-zone-count)
                           move zone-min-y to zt-min-y(ws-zone-count)
                           move zone-max-y to zt-max-y(ws-zone-count)
                           move zone-min-z to zt-min-z(ws-zone-count)
                           move zone-max-z to zt-max-z(ws-zone-count)
                           move 0 to zt-routes(ws-zone-count)
                           move 0 to zt-waypoints(ws-zone-count)
                           move 0 to zt-rejects(ws-zone-count)
                       else
                           display "COLONCOLONSYNTAX: more than "
                             "200 zones on zones.dat, zone " zone-id
                             " not loaded"
                       end-if
               end-read
           end-perform
           close zone-file.

       find-route-zone section.
      *>Points the route in flight at its zone. A route with no zone
      *>is not area-checked; one whose zone is not on file is not
      *>checked either, but is flagged -- the master is out of step.
           if ws-zone-mode = 0
               exit section
           end-if
           if ws-route-zone = spaces
               add 1 to ws-nozone-routes
               exit section
           end-if
           perform varying ws-zone-idx from 1 by 1
             until ws-zone-idx > ws-zone-count
               if zt-id(ws-zone-idx) = ws-route-zone
                   move ws-zone-idx to ws-route-zone-idx
                   add 1 to zt-routes(ws-zone-idx)
                   exit section
               end-if
           end-perform
           add 1 to ws-bad-zone-count
           add 1 to ws-nozone-routes
           if ws-run-rc < 4
               move 4 to ws-run-rc
           end-if
           display "COLONCOLONSYNTAX: route " ws-current-route
             " zone " ws-route-zone " not on zones.dat -- not "
             "area-checked"
           move spaces to route-leg-line
           string "ROUTE " ws-current-route " ZONE " ws-route-zone
             " NOT ON ZONE FILE - NOT AREA-CHECKED"
             delimited by size into route-leg-line
           if ws-route-leg-status = "00"
               write route-leg-line
           end-if.

       check-waypoint-zone section.
      *>An out-of-area waypoint goes to exceptions with its zone and
      *>coordinates and is counted excepted, so the trailer still
      *>balances; it takes no part in the route's legs, distance,
      *>optimization or billing -- nobody should drive there.
           move 1 to ws-waypoint-in-zone
           if ws-route-zone-idx = 0
               if ws-zone-mode = 1
                   add 1 to ws-nozone-waypoints
               end-if
               exit section
           end-if
           move ws-route-zone-idx to ws-zone-idx
           if coord-x >= zt-min-x(ws-zone-idx) and
             coord-x <= zt-max-x(ws-zone-idx) and
             coord-y >= zt-min-y(ws-zone-idx) and
             coord-y <= zt-max-y(ws-zone-idx) and
             coord-z >= zt-min-z(ws-zone-idx) and
             coord-z <= zt-max-z(ws-zone-idx)
               add 1 to zt-waypoints(ws-zone-idx)
               exit section
           end-if
           move 0 to ws-waypoint-in-zone
           add 1 to zt-rejects(ws-zone-idx)
           add 1 to ws-out-of-area-count
           add 1 to ws-route-rej-count
           add 1 to ws-records-excepted
           move spaces to exception-line
           string "ROUTE " ws-current-route " ZONE " ws-route-zone
             " OUT OF AREA: X=" coord-x " Y=" coord-y " Z=" coord-z
             delimited by size into exception-line
           if ws-exceptions-status = "00"
               write exception-line
           end-if
           move spaces to ws-exc-reason
           string "WAYPOINT OUT OF AREA OF ZONE " ws-route-zone
             delimited by size into ws-exc-reason
           perform queue-waypoint-exception.

       write-zone-report section.
      *>One line per zone on file, in zone-id order, then the routes
      *>that were not area-checked.
           open output zone-report
           if ws-zone-rpt-status <> "00"
               display "COLONCOLONSYNTAX: unable to open "
                 "zoneocc.rpt, status " ws-zone-rpt-status
               exit section
           end-if
           move spaces to zone-report-line
           string "ZONE OCCUPANCY - RUN DATE: " ws-run-date
             delimited by size into zone-report-line
           write zone-report-line
           move spaces to zone-report-line
           write zone-report-line
           move "ZONE DESCRIPTION                     ROUTES WAYPOINTS"
             to zone-report-line
           move "OUT OF AREA" to zone-report-line(57:11)
           write zone-report-line
           perform varying ws-zone-idx from 1 by 1
             until ws-zone-idx > ws-zone-count
               move zt-routes(ws-zone-idx) to ws-zone-routes-disp
               move zt-waypoints(ws-zone-idx) to ws-zone-way-disp
               move zt-rejects(ws-zone-idx) to ws-zone-rej-disp
               move spaces to zone-report-line
               string zt-id(ws-zone-idx) " " zt-desc(ws-zone-idx)
                 "    " ws-zone-routes-disp "   " ws-zone-way-disp
                 "       " ws-zone-rej-disp
                 delimited by size into zone-report-line
               write zone-report-line
           end-perform
           move spaces to zone-report-line
           write zone-report-line
           move ws-nozone-routes to ws-zone-routes-disp
           move ws-nozone-waypoints to ws-zone-way-disp
           move spaces to zone-report-line
           string "NOT AREA-CHECKED                       "
             ws-zone-routes-disp "   " ws-zone-way-disp
             delimited by size into zone-report-line
           write zone-report-line
           move ws-bad-zone-count to ws-zone-routes-disp
           move spaces to zone-report-line
           string "  OF WHICH ZONE NOT ON FILE            "
             ws-zone-routes-disp
             delimited by size into zone-report-line
           write zone-report-line
           move ws-out-of-area-count to ws-zone-rej-disp
           move spaces to zone-report-line
           string "WAYPOINTS OUT OF AREA:  " ws-zone-rej-disp
             delimited by size into zone-report-line
           write zone-report-line
           close zone-report
           if ws-out-of-area-count > 0
               move "ZONE-REJECT" to ws-audit-event
               move ws-out-of-area-count to ws-audit-count1
               move spaces to ws-audit-text
               string "WAYPOINTS OUT OF AREA " ws-audit-count1
                 delimited by size into ws-audit-text
               call "AuditWrite" using ws-audit-program
                 ws-audit-event ws-audit-text
           end-if.

       reject-unknown-waypoint section.
      *>Every waypoint of an unknown route goes to exceptions --
      *>counted as excepted so the trailer still balances
             delimited by size into exception-line
           if ws-exceptions-status = "00"
               write exception-line
           end-if
           move "WAYPOINT OF UNKNOWN ROUTE" to ws-exc-reason
           perform queue-waypoint-exception.

       queue-waypoint-exception section.
      *>A waypoint is named by its route and its record number on
      *>coordinates.dat; the caller has set the reason.
           move ws-records-read to ws-exc-record-disp
           move spaces to ws-exc-key
           string "ROUTE " ws-current-route " RECORD "
             ws-exc-record-disp
             delimited by size into ws-exc-key
           perform queue-exception.

       queue-exception section.
           move "ADD     " to ws-exc-func
           move ws-run-date to ws-exc-date
           call "ExcQueue" using ws-exc-func ws-audit-program
             ws-exc-item ws-exc-reply.

       write-route-summary section.
      *>One summary line per route -- waypoint tallies and the
               exit section
           end-if
           add route-total to grand-total
           if ws-opt-mode = 1
               perform optimize-route
           end-if
           if ws-route-account > 0 and ws-route-rate > 0
               perform bill-route-mileage
           end-if
           compute ws-route-count-disp = ws-route-norm-count +
             ws-route-rej-count
           move spaces to route-leg-line
               end-if
           end-if
           move v to prev-v
           move 1 to have-previous
           if ws-opt-mode = 1
               if point-count < 78-max-route-points
                   add 1 to point-count
                   move v::x to pt-x(point-count)
                   move v::y to pt-y(point-count)
                   move v::z to pt-z(point-count)
               else
                   move 1 to point-overflow
               end-if
           end-if.

       optimize-route section.
      *>Resequences the route in flight for the shortest driving
      *>distance with the depot (as-fed waypoint 1) kept first: a
      *>nearest-neighbour tour from the depot, then repeated segment
      *>reversals (2-opt) on whichever of that tour and the as-fed
      *>order is shorter, until a pass finds nothing better. The
      *>suggestion therefore never reads worse than what was fed.
           add 1 to ws-opt-route-count
           if point-overflow = 1
               add 1 to ws-opt-skipped-count
               add route-total to fed-grand-total
               add route-total to opt-grand-total
               compute ws-opt-fed-disp rounded = route-total
               move spaces to optimize-line
               string ws-current-route "  OVER 1000 WAYPOINTS - NOT "
                 "OPTIMIZED, AS-FED " ws-opt-fed-disp
                 delimited by size into optimize-line
               perform write-optimize-line
               exit section
           end-if

           perform varying ws-opt-i from 1 by 1
             until ws-opt-i > point-count
               move ws-opt-i to pt-seq(ws-opt-i)
           end-perform
           perform measure-sequence
           move path-length to fed-length

           if point-count > 2
               perform build-nearest-tour
               perform measure-sequence
               move path-length to nearest-length
               if nearest-length >= fed-length
                   perform varying ws-opt-i from 1 by 1
                     until ws-opt-i > point-count
                       move ws-opt-i to pt-seq(ws-opt-i)
                   end-perform
               end-if
               perform improve-sequence
               perform measure-sequence
           end-if

      *>Nothing better than the as-fed order means the as-fed order
      *>is what gets suggested.
           if path-length < fed-length
               add 1 to ws-opt-improved-count
           else
               move fed-length to path-length
               perform varying ws-opt-i from 1 by 1
                 until ws-opt-i > point-count
                   move ws-opt-i to pt-seq(ws-opt-i)
               end-perform
           end-if
           add fed-length to fed-grand-total
           add path-length to opt-grand-total
           perform write-route-sequence

           compute opt-savings = fed-length - path-length
           compute ws-opt-fed rounded = fed-length
           compute ws-opt-save rounded = opt-savings
           if ws-opt-fed > 0
               compute ws-opt-pct rounded =
                 ws-opt-save * 100 / ws-opt-fed
           else
               move 0 to ws-opt-pct
           end-if
           move point-count to ws-opt-count-disp
           compute ws-opt-fed-disp rounded = fed-length
           compute ws-opt-dist-disp rounded = path-length
           compute ws-opt-save-disp rounded = opt-savings
           compute ws-opt-pct-disp rounded = ws-opt-pct
           move spaces to optimize-line
           string ws-current-route "        " ws-opt-count-disp "  "
             ws-opt-fed-disp "  " ws-opt-dist-disp "  "
             ws-opt-save-disp "  " ws-opt-pct-disp
             delimited by size into optimize-line
           perform write-optimize-line.

       build-nearest-tour section.
      *>From the depot, always drive next to the closest waypoint not
      *>yet visited.
           perform varying ws-opt-i from 1 by 1
             until ws-opt-i > point-count
               move 0 to pt-used(ws-opt-i)
           end-perform
           move 1 to pt-seq(1)
           move 1 to pt-used(1)
           perform varying ws-opt-i from 2 by 1
             until ws-opt-i > point-count
               move 0 to ws-opt-best
               move pt-seq(ws-opt-i - 1) to ws-opt-a
               perform varying ws-opt-b from 2 by 1
                 until ws-opt-b > point-count
                   if pt-used(ws-opt-b) = 0
                       perform measure-point-distance
                       if ws-opt-best = 0 or
                         point-distance < best-distance
                           move ws-opt-b to ws-opt-best
                           move point-distance to best-distance
                       end-if
                   end-if
               end-perform
               move ws-opt-best to pt-seq(ws-opt-i)
               move 1 to pt-used(ws-opt-best)
           end-perform.

       improve-sequence section.
      *>2-opt over an open path: reversing positions i..k replaces
      *>the leg into i and the leg out of k (the last position has
      *>no leg out). Any reversal that shortens the path is taken;
      *>passes repeat until one changes nothing.
           move 1 to ws-opt-changed
           perform varying ws-opt-pass from 1 by 1
             until ws-opt-changed = 0 or
             ws-opt-pass > 78-max-opt-passes
               move 0 to ws-opt-changed
               perform varying ws-opt-i from 2 by 1
                 until ws-opt-i >= point-count
                   perform varying ws-opt-k from ws-opt-i by 1
                     until ws-opt-k > point-count
                       perform try-reversal
                   end-perform
               end-perform
           end-perform.

       try-reversal section.
           if ws-opt-k = ws-opt-i
               exit section
           end-if
           move pt-seq(ws-opt-i - 1) to ws-opt-a
           move pt-seq(ws-opt-i) to ws-opt-b
           perform measure-point-distance
           move point-distance to before-length
           move pt-seq(ws-opt-k) to ws-opt-b
           perform measure-point-distance
           move point-distance to after-length
           if ws-opt-k < point-count
               move pt-seq(ws-opt-k) to ws-opt-a
               move pt-seq(ws-opt-k + 1) to ws-opt-b
               perform measure-point-distance
               add point-distance to before-length
               move pt-seq(ws-opt-i) to ws-opt-a
               perform measure-point-distance
               add point-distance to after-length
           end-if
      *>A hair's improvement is rounding, not distance -- without the
      *>margin two equal paths could swap back and forth forever.
           if after-length < before-length - 0.0001
               move ws-opt-i to ws-opt-lo
               move ws-opt-k to ws-opt-hi
               perform until ws-opt-lo >= ws-opt-hi
                   move pt-seq(ws-opt-lo) to ws-opt-swap
                   move pt-seq(ws-opt-hi) to pt-seq(ws-opt-lo)
                   move ws-opt-swap to pt-seq(ws-opt-hi)
                   add 1 to ws-opt-lo
                   subtract 1 from ws-opt-hi
               end-perform
               move 1 to ws-opt-changed
           end-if.

       measure-point-distance section.
      *>Straight-line distance between as-fed waypoints ws-opt-a and
      *>ws-opt-b, the same measure compute-route-leg uses.
           compute point-distance = function sqrt(
             (pt-x(ws-opt-a) - pt-x(ws-opt-b)) ** 2 +
             (pt-y(ws-opt-a) - pt-y(ws-opt-b)) ** 2 +
             (pt-z(ws-opt-a) - pt-z(ws-opt-b)) ** 2).

       measure-sequence section.
      *>Total driving distance of the order in pt-seq.
           move 0 to path-length
           perform varying ws-opt-i from 2 by 1
             until ws-opt-i > point-count
               move pt-seq(ws-opt-i - 1) to ws-opt-a
               move pt-seq(ws-opt-i) to ws-opt-b
               perform measure-point-distance
               add point-distance to path-length
           end-perform.

       write-route-sequence section.
      *>The suggested order onto the route's block of results.dat.
           if ws-results-status <> "00"
               exit section
           end-if
           perform varying ws-opt-i from 1 by 1
             until ws-opt-i > point-count
               move "S" to results-seq-marker
               move ws-current-route to results-seq-route
               move ws-opt-i to results-seq-position
               move pt-seq(ws-opt-i) to results-seq-waypoint
               write results-sequence-record
           end-perform.

       open-optimize-report section.
           open output optimize-report
           if ws-optimize-status <> "00"
               display "COLONCOLONSYNTAX: unable to open "
                 "routeopt.rpt, status " ws-optimize-status
               exit section
           end-if
           move spaces to optimize-line
           string "ROUTE OPTIMIZATION - RUN DATE: " ws-run-date
             delimited by size into optimize-line
           perform write-optimize-line
           move spaces to optimize-line
           perform write-optimize-line
           move "ROUTE  WAYPOINTS      AS-FED   OPTIMIZED     SAVINGS"
             to optimize-line
           move "PCT" to optimize-line(57:3)
           perform write-optimize-line.

       close-optimize-report section.
      *>Fleet totals, and one audit event carrying the night's
      *>mileage saved.
           compute opt-savings = fed-grand-total - opt-grand-total
           compute ws-opt-fed rounded = fed-grand-total
           compute ws-opt-save rounded = opt-savings
           if ws-opt-fed > 0
               compute ws-opt-pct rounded =
                 ws-opt-save * 100 / ws-opt-fed
           else
               move 0 to ws-opt-pct
           end-if
           compute ws-opt-fed-disp rounded = fed-grand-total
           compute ws-opt-dist-disp rounded = opt-grand-total
           compute ws-opt-save-disp rounded = opt-savings
           compute ws-opt-pct-disp rounded = ws-opt-pct
           move spaces to optimize-line
           perform write-optimize-line
           move spaces to optimize-line
           string "ALL ROUTES        " ws-opt-fed-disp "  "
             ws-opt-dist-disp "  " ws-opt-save-disp "  "
             ws-opt-pct-disp
             delimited by size into optimize-line
           perform write-optimize-line
           move ws-opt-route-count to ws-opt-count-disp
           move spaces to optimize-line
           string "ROUTES MEASURED: " ws-opt-count-disp
             delimited by size into optimize-line
           perform write-optimize-line
           move ws-opt-improved-count to ws-opt-count-disp
           move spaces to optimize-line
           string "ROUTES IMPROVED: " ws-opt-count-disp
             delimited by size into optimize-line
           perform write-optimize-line
           move ws-opt-skipped-count to ws-opt-count-disp
           move spaces to optimize-line
           string "ROUTES TOO LONG: " ws-opt-count-disp
             delimited by size into optimize-line
           perform write-optimize-line
           if ws-optimize-status = "00"
               close optimize-report
           end-if
           move "ROUTE-OPT" to ws-audit-event
           move ws-opt-route-count to ws-audit-count1
           move ws-opt-improved-count to ws-audit-count2
           move spaces to ws-audit-text
           string "ROUTES " ws-audit-count1 " IMPROVED "
             ws-audit-count2 " SAVED " ws-opt-save-disp
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       write-optimize-line section.
           if ws-optimize-status = "00"
               write optimize-line
           end-if.

       bill-route-mileage section.
      *>The route's charge for the night: distance actually driven
      *>(the as-fed length -- resequencing is advice, not what ran)
      *>times the route's rate, rounded to the penny. A charge too
      *>big for the 7-digit charges amount is not cut short; it goes
      *>to exceptions for billing to raise by hand.
           compute ws-mile-distance rounded = route-total
           compute ws-mile-pennies rounded =
             ws-mile-distance * ws-route-rate
               on size error
                   move spaces to exception-line
                   string "ROUTE " ws-current-route " ACCOUNT "
                     ws-route-account " MILEAGE CHARGE OVER 7 DIGITS"
                     " - NOT BILLED"
                     delimited by size into exception-line
                   if ws-exceptions-status = "00"
                       write exception-line
                   end-if
                   move spaces to ws-exc-key
                   string "ROUTE " ws-current-route " ACCOUNT "
                     ws-route-account
                     delimited by size into ws-exc-key
                   move "MILEAGE CHARGE OVER 7 DIGITS - NOT BILLED"
                     to ws-exc-reason
                   perform queue-exception
                   if ws-run-rc < 4
                       move 4 to ws-run-rc
                   end-if
                   exit section
           end-compute
           if ws-mile-pennies = 0
               exit section
           end-if
           if ws-mileage-status = "00"
               move ws-route-account to mileage-account
               move ws-mile-pennies to mileage-amount
               move "D" to mileage-type
               move spaces to mileage-currency
               write mileage-record
               add 1 to ws-mile-count
               add ws-mile-pennies to ws-mile-total
           end-if
           move ws-mile-pennies to ws-mile-pennies-disp
           move spaces to route-leg-line
           string "ROUTE " ws-current-route " BILLED TO ACCOUNT "
             ws-route-account " PENNIES: " ws-mile-pennies-disp
             delimited by size into route-leg-line
           if ws-route-leg-status = "00"
               write route-leg-line
           end-if.

       open-mileage-files section.
      *>Both mileage files are recut at the start of every run that
      *>gets this far; the control record goes on at the end.
           open output mileage-control
           if ws-mileage-ctl-status = "00"
               close mileage-control
           end-if
           open output mileage-file
           if ws-mileage-status <> "00"
               display "COLONCOLONSYNTAX: unable to open "
                 "mileage.dat, status " ws-mileage-status
                 " -- routes not billed"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if.

       write-mileage-control section.
           if ws-mileage-status <> "00"
               exit section
           end-if
           open output mileage-control
           if ws-mileage-ctl-status = "00"
               move ws-run-date to mile-ctl-date
               move ws-mile-count to mile-ctl-count
               move ws-mile-total to mile-ctl-pennies
               write mileage-control-record
               close mileage-control
           else
               display "COLONCOLONSYNTAX: unable to write "
                 "mileage.ctl, status " ws-mileage-ctl-status
                 " -- tonight's mileage will not be billed"
               if ws-run-rc < 4
                   move 4 to ws-run-rc
               end-if
           end-if
           move ws-mile-total to ws-mile-total-disp
           move "MILE-BILL" to ws-audit-event
           move ws-mile-count to ws-audit-count1
           move spaces to ws-audit-text
           string "CHARGES " ws-audit-count1 " PENNIES "
             ws-mile-total-disp
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       write-results-trailer section.
      *>Trailer on results.dat plus the same counts on the console,
               if ws-exceptions-status = "00"
                   write exception-line
               end-if
               if v::x = 0 and v::y = 0 and v::z = 0
                   move "ZERO VECTOR, CANNOT NORMALIZE" to
                     ws-exc-reason
               else
                   move "COMPONENT SUM IS ZERO, CANNOT NORMALIZE" to
                     ws-exc-reason
               end-if
               perform queue-waypoint-exception
           else
               add 1 to ws-route-norm-count
               *>Now compute the components of the unit vector, store
