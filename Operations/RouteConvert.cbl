      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. RouteConvert.

      *>One-off conversion of the route master from its original
      *>46-byte record (route, description, expected waypoints,
      *>tolerance, longest leg) to the 63-byte record the stream now
      *>reads, which appends the billed account, the mileage rate and
      *>the service zone. Run once, with the stream stopped, before
      *>the first night on the new programs:
      *>  1. rename ../ColonColonSyntax/routemast.dat (and its index,
      *>     where the file system keeps one) to routemast46.dat;
      *>  2. run RouteConvert from Operations;
      *>  3. check the counts it shows, then keep routemast46.dat
      *>     until the first month-end close on the new layout.
      *>Every route is copied with its first five fields unchanged;
      *>the account and rate start at zero and the zone blank, so no
      *>converted route is billed or zone-checked until RouteMaint
      *>gives it an account, a rate and a zone.
      *>The conversion refuses to run if routemast.dat is already
      *>there, so a converted or live master is never overwritten,
      *>and it ends RC 12 if the old master cannot be read whole.
       environment division.
       input-output section.
       file-control.
           select old-route-master assign to
             "../ColonColonSyntax/routemast46.dat"
               organization indexed
               access mode sequential
               record key old-route-id
               file status is ws-old-status.
           select route-master assign to
             "../ColonColonSyntax/routemast.dat"
               organization indexed
               access mode sequential
               record key route-id
               file status is ws-new-status.

       data division.
       file section.
       fd  old-route-master.
       01  old-route-record.
           03 old-route-id pic 9(4).
           03 old-route-desc pic x(30).
           03 old-route-exp-waypoints pic 9(4).
           03 old-route-way-tolerance pic 9(3).
           03 old-route-max-leg pic 9(5).

       fd  route-master.
       01  route-record.
           03 route-id pic 9(4).
           03 route-desc pic x(30).
           03 route-exp-waypoints pic 9(4).
           03 route-way-tolerance pic 9(3).
           03 route-max-leg pic 9(5).
           03 route-account pic 9(6).
           03 route-rate pic 9(5)v99.
           03 route-zone pic x(4).

       working-storage section.
       01 ws-old-status pic xx.
       01 ws-new-status pic xx.
       01 ws-read-count pic 9(9) value 0.
       01 ws-written-count pic 9(9) value 0.

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "ROUTECONVERT".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

      *>Run return code: 0 converted, 12 not converted (new master
      *>already there, old master missing, or a record not copied).
       01 ws-run-rc binary-long value 0.

       procedure division.
           open input route-master
           if ws-new-status = "00"
               close route-master
               display "ROUTECONVERT: routemast.dat already exists -- "
                 "nothing converted"
               move 12 to return-code
               goback
           end-if

           open input old-route-master
           if ws-old-status <> "00"
               display "ROUTECONVERT: unable to open routemast46.dat, "
                 "status " ws-old-status " -- rename the 46-byte "
                 "master to it first"
               move 12 to return-code
               goback
           end-if
           open output route-master
           if ws-new-status <> "00"
               display "ROUTECONVERT: unable to create routemast.dat, "
                 "status " ws-new-status
               close old-route-master
               move 12 to return-code
               goback
           end-if

           perform until ws-old-status <> "00"
               read old-route-master next record
                   at end
                       move "10" to ws-old-status
                   not at end
                       add 1 to ws-read-count
                       perform convert-one-route
               end-read
           end-perform
           if ws-old-status <> "10"
               display "ROUTECONVERT: routemast46.dat read failed, "
                 "status " ws-old-status
               move 12 to ws-run-rc
           end-if
           close old-route-master
           close route-master

           display "ROUTECONVERT: routes read    " ws-read-count
           display "ROUTECONVERT: routes written " ws-written-count
           if ws-written-count <> ws-read-count
               move 12 to ws-run-rc
           end-if
           if ws-run-rc = 0
               move "CONVERTED" to ws-audit-event
           else
               display "ROUTECONVERT: conversion incomplete -- remove "
                 "routemast.dat and run again"
               move "CONVERT-FAIL" to ws-audit-event
           end-if
           move spaces to ws-audit-text
           string "ROUTEMAST 46 TO 63 BYTES, READ " ws-read-count
             " WRITTEN " ws-written-count
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text
           move ws-run-rc to return-code
           goback.

       convert-one-route section.
           move old-route-id to route-id
           move old-route-desc to route-desc
           move old-route-exp-waypoints to route-exp-waypoints
           move old-route-way-tolerance to route-way-tolerance
           move old-route-max-leg to route-max-leg
           move 0 to route-account
           move 0 to route-rate
           move spaces to route-zone
           write route-record
           if ws-new-status = "00"
               add 1 to ws-written-count
           else
               display "ROUTECONVERT: unable to write route "
                 old-route-id ", status " ws-new-status
           end-if.

       end program RouteConvert.
