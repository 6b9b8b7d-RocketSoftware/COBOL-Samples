      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. ExcAging.

      *>Daily open-items report over the exception work queue,
      *>../excqueue.dat (ExcQueue, worked with ExcWork), run last in
      *>the night so it sees what tonight's steps queued. Every item
      *>still open or assigned older than the limit on excaging.ctl
      *>-- days from the business date it was raised to tonight's
      *>business date -- is listed on excaging.rpt with its age and
      *>who has it. The report closes with a page by source program:
      *>outstanding items in age bands, how many of those nobody has
      *>picked up, and how many that source has had closed, so the
      *>morning meeting sees which feeds are being worked and which
      *>are piling up. Items past the limit end the step RC 4.
       environment division.
       input-output section.
       file-control.
           select exc-file assign to "../excqueue.dat"
               organization indexed
               access mode sequential
               record key exc-key
               file status is ws-exc-status.
           select aging-card assign to "excaging.ctl"
               organization line sequential
               file status is ws-card-status.
           select aging-report assign to "excaging.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  exc-file.
       01  exc-record.
           03 exc-key.
              05 exc-source pic x(24).
              05 exc-date pic 9(8).
              05 exc-seq pic 9(6).
           03 exc-item-key pic x(30).
           03 exc-reason pic x(40).
           03 exc-status pic x(1).
           03 exc-assignee pic x(3).
           03 exc-assigned-date pic 9(8).
           03 exc-closed-by pic x(3).
           03 exc-closed-date pic 9(8).
           03 exc-note pic x(60).

      *>Single record: the age limit in whole days, columns 1-3.
      *>No card means 7.
       fd  aging-card.
       01  aging-card-record.
           03 card-limit-days pic 9(3).

       fd  aging-report.
       01  aging-line pic x(132).

       working-storage section.
       01 ws-exc-status pic xx.
       01 ws-card-status pic xx.
       01 ws-report-status pic xx.

       01 ws-limit-days pic 9(3) value 7.
       01 ws-age-days binary-long.
       01 ws-age-disp pic zzz9.
       01 ws-late-count binary-long value 0.
       01 ws-open-count binary-long value 0.
       01 ws-count-disp pic 9(9).
       01 ws-work-line pic x(132).

      *>One entry per source program on the queue. The age bands are
      *>0-1, 2-7, 8-30 and over 30 days.
       78 78-max-sources value 50.
       01 ws-source-count binary-long value 0.
       01 ws-source-table.
           03 ws-source-entry occurs 50 times.
              05 ws-src-name pic x(24).
              05 ws-src-band binary-long occurs 4 times.
              05 ws-src-unassigned binary-long.
              05 ws-src-closed binary-long.
       01 ws-src-idx binary-long.
       01 ws-band-idx binary-long.
       01 ws-band-disp-table.
           03 ws-band-disp pic zzzzz9 occurs 4 times.
       01 ws-unassigned-disp pic z(9)9.
       01 ws-closed-disp pic zzzzzz9.
       01 ws-table-full binary-long value 0.

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "EXCAGING".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Run return code: 0 clean, 4 items past the limit,
      *>12 excqueue.dat could not be read.
       01 ws-run-rc binary-long value 0.

      *>Batch calendar linkage, as everywhere in the stream.
       01 ws-cal-func pic x(8).
       01 ws-cal-reply pic x(1).
       01 ws-bus-date pic 9(8).
       01 ws-run-date pic 9(8).
       01 ws-cal-mode binary-long value 0.
       01 ws-cal-blocked binary-long value 0.

       procedure division.
           perform check-business-date
           if ws-cal-blocked = 1
               move ws-run-rc to return-code
               goback
           end-if
           perform read-aging-card

           open output aging-report
           if ws-report-status <> "00"
               display "EXCAGING: unable to open excaging.rpt, "
                 "status " ws-report-status
           end-if
           move spaces to ws-work-line
           string "EXCEPTIONS OUTSTANDING PAST THE AGE LIMIT - RUN "
             "DATE: " ws-run-date "  LIMIT: " ws-limit-days " DAYS"
             delimited by size into ws-work-line
           perform write-aging-line
           move spaces to ws-work-line
           perform write-aging-line
           move spaces to ws-work-line
           string "SOURCE                   RAISED   SEQ    ST WHO "
             "DAYS KEY                            REASON"
             delimited by size into ws-work-line
           perform write-aging-line

      *>No queue is a shop where nothing has been queued yet.
           open input exc-file
           if ws-exc-status = "00"
               perform until ws-exc-status = "10"
                   read exc-file next record
                       at end
                           move "10" to ws-exc-status
                       not at end
                           perform age-one-item
                   end-read
               end-perform
               close exc-file
           else
               if ws-exc-status <> "35"
                   display "EXCAGING: unable to open excqueue.dat, "
                     "status " ws-exc-status
                   move 12 to ws-run-rc
               end-if
           end-if

           perform write-source-page
           if ws-report-status = "00"
               close aging-report
           end-if

           move "EXC-AGING" to ws-audit-event
           move ws-open-count to ws-audit-count1
           move ws-late-count to ws-audit-count2
           move spaces to ws-audit-text
           string "OUTSTANDING " ws-audit-count1 " PAST LIMIT "
             ws-audit-count2
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text

           if ws-late-count > 0 and ws-run-rc < 4
               move 4 to ws-run-rc
           end-if
           perform mark-business-date
           move ws-run-rc to return-code
           goback.

       check-business-date section.
      *>Business date from the calendar; a site without one falls
      *>back to the system clock with a warning and no double-run
      *>protection, the same degradation the rest of the stream uses.
           move "GETDATE " to ws-cal-func
           move 0 to ws-bus-date
           call "Calendar" using ws-cal-func ws-audit-program
             ws-bus-date ws-cal-reply
           evaluate ws-cal-reply
               when "P"
                   move 1 to ws-cal-mode
                   move ws-bus-date to ws-run-date
                   move "CHECKRUN" to ws-cal-func
                   call "Calendar" using ws-cal-func ws-audit-program
                     ws-bus-date ws-cal-reply
                   if ws-cal-reply = "Y"
                       display "EXCAGING: business date "
                         ws-bus-date " already processed -- operator "
                         "override required (clear the run flag with "
                         "CalendarMaint)"
                       move 1 to ws-cal-blocked
                       if ws-run-rc < 8
                           move 8 to ws-run-rc
                       end-if
                   end-if
               when "H"
               when "W"
                   display "EXCAGING: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "EXCAGING: no usable calendar, using "
                     "system date"
                   accept ws-run-date from date yyyymmdd
           end-evaluate.

       mark-business-date section.
      *>Completion is only recorded for a run that actually stood up
      *>-- a refused run stays rerunnable.
           if ws-cal-mode = 1 and ws-run-rc < 8
               move "MARKRUN " to ws-cal-func
               call "Calendar" using ws-cal-func ws-audit-program
                 ws-bus-date ws-cal-reply
           end-if.

       read-aging-card section.
           open input aging-card
           if ws-card-status = "00"
               read aging-card
                   at end
                       continue
                   not at end
                       if card-limit-days is numeric and
                         card-limit-days <> 0
                           move card-limit-days to ws-limit-days
                       else
                           display "EXCAGING: invalid day count "
                             "on excaging.ctl, using " ws-limit-days
                             " days"
                       end-if
               end-read
               close aging-card
           end-if.

       age-one-item section.
      *>The file is in source order, so a source's entry is the last
      *>one added or a new one.
           if ws-source-count = 0 or
             ws-src-name(ws-source-count) <> exc-source
               if ws-source-count >= 78-max-sources
                   if ws-table-full = 0
                       move 1 to ws-table-full
                       display "EXCAGING: more than " 78-max-sources
                         " sources on the queue, " exc-source
                         " and later left off the source page"
                   end-if
               else
                   add 1 to ws-source-count
                   move exc-source to ws-src-name(ws-source-count)
                   perform varying ws-band-idx from 1 by 1
                     until ws-band-idx > 4
                       move 0 to
                         ws-src-band(ws-source-count, ws-band-idx)
                   end-perform
                   move 0 to ws-src-unassigned(ws-source-count)
                   move 0 to ws-src-closed(ws-source-count)
               end-if
           end-if
           if ws-src-name(ws-source-count) = exc-source
               move ws-source-count to ws-src-idx
           else
               move 0 to ws-src-idx
           end-if

           if exc-status = "C"
               if ws-src-idx > 0
                   add 1 to ws-src-closed(ws-src-idx)
               end-if
               exit section
           end-if

           add 1 to ws-open-count
           compute ws-age-days =
             function integer-of-date(ws-run-date) -
             function integer-of-date(exc-date)
           evaluate true
               when ws-age-days <= 1
                   move 1 to ws-band-idx
               when ws-age-days <= 7
                   move 2 to ws-band-idx
               when ws-age-days <= 30
                   move 3 to ws-band-idx
               when other
                   move 4 to ws-band-idx
           end-evaluate
           if ws-src-idx > 0
               add 1 to ws-src-band(ws-src-idx, ws-band-idx)
               if exc-status = "O"
                   add 1 to ws-src-unassigned(ws-src-idx)
               end-if
           end-if

           if ws-age-days <= ws-limit-days
               exit section
           end-if
           add 1 to ws-late-count
           move ws-age-days to ws-age-disp
           move spaces to ws-work-line
           string exc-source " " exc-date " " exc-seq " "
             exc-status "  " exc-assignee " " ws-age-disp " "
             exc-item-key " " exc-reason
             delimited by size into ws-work-line
           perform write-aging-line.

       write-source-page section.
           move spaces to ws-work-line
           perform write-aging-line
           move ws-late-count to ws-count-disp
           move spaces to ws-work-line
           string "OUTSTANDING PAST THE LIMIT: " ws-count-disp
             delimited by size into ws-work-line
           perform write-aging-line
           move ws-open-count to ws-count-disp
           move spaces to ws-work-line
           string "OUTSTANDING IN ALL:         " ws-count-disp
             delimited by size into ws-work-line
           perform write-aging-line
           move spaces to ws-work-line
           perform write-aging-line
           move spaces to ws-work-line
           string "AGING BY SOURCE          DAYS OUTSTANDING: "
             delimited by size into ws-work-line
           perform write-aging-line
           move spaces to ws-work-line
           string "                            0-1     2-7    8-30     "
             "31+  UNASSIGNED   CLOSED"
             delimited by size into ws-work-line
           perform write-aging-line
           perform varying ws-src-idx from 1 by 1
             until ws-src-idx > ws-source-count
               perform varying ws-band-idx from 1 by 1
                 until ws-band-idx > 4
                   move ws-src-band(ws-src-idx, ws-band-idx) to
                     ws-band-disp(ws-band-idx)
               end-perform
               move ws-src-unassigned(ws-src-idx) to
                 ws-unassigned-disp
               move ws-src-closed(ws-src-idx) to ws-closed-disp
               move spaces to ws-work-line
               string ws-src-name(ws-src-idx) " "
                 ws-band-disp(1) "  " ws-band-disp(2) "  "
                 ws-band-disp(3) "  " ws-band-disp(4) "  "
                 ws-unassigned-disp "  " ws-closed-disp
                 delimited by size into ws-work-line
               perform write-aging-line
           end-perform.

       write-aging-line section.
           if ws-report-status = "00"
               write aging-line from ws-work-line
           end-if.

       end program ExcAging.
