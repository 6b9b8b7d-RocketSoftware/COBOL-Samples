      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. DisputeAging.

      *>Dispute aging. Every charge dispute still open on dispute.dat
      *>(DisputeMaint) longer than the regulatory response window --
      *>days from dispaging.ctl, counted from the date the dispute
      *>was opened to the business date -- is listed on
      *>dispaging.rpt with its age, for the team that has to answer
      *>the customer. The report closes with the number open, the
      *>number past the window, and the upheld credits still waiting
      *>for a night's charges. Disputes past the window also end the
      *>step RC 4, so the morning balancing page shows them.
       environment division.
       input-output section.
       file-control.
           select dispute-file assign to "dispute.dat"
               organization indexed
               access mode sequential
               record key disp-key
               file status is ws-dispute-status.
           select aging-card assign to "dispaging.ctl"
               organization line sequential
               file status is ws-card-status.
           select aging-report assign to "dispaging.rpt"
               organization line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  dispute-file.
       01  dispute-record.
           03 disp-key.
              05 disp-account pic 9(6).
              05 disp-charge-date pic 9(8).
              05 disp-amount pic 9(7).
           03 disp-currency pic x(3).
           03 disp-status pic x(1).
           03 disp-reason pic x(30).
           03 disp-opened-date pic 9(8).
           03 disp-opened-by pic x(3).
           03 disp-resolved-date pic 9(8).
           03 disp-resolved-by pic x(3).
           03 disp-credit-date pic 9(8).

      *>Single record: response window in whole days, columns 1-3.
      *>No card means 60.
       fd  aging-card.
       01  aging-card-record.
           03 card-window-days pic 9(3).

       fd  aging-report.
       01  aging-line pic x(100).

       working-storage section.
       01 ws-dispute-status pic xx.
       01 ws-card-status pic xx.
       01 ws-report-status pic xx.

       01 ws-window-days pic 9(3) value 60.
       01 ws-days-open binary-long.
       01 ws-days-disp pic zzz9.
       01 ws-open-count binary-long value 0.
       01 ws-late-count binary-long value 0.
       01 ws-credit-due-count binary-long value 0.
       01 ws-count-disp pic 9(9).
       01 ws-amount-work pic s9(9)v99.
       01 ws-amount-edit pic z,zzz,zz9.99.
       01 ws-work-line pic x(100).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "DISPUTEAGING".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).
       01 ws-audit-count1 pic 9(9).
       01 ws-audit-count2 pic 9(9).

      *>Run return code: 0 clean, 4 disputes past the window,
      *>12 dispute.dat could not be read.
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
               display "DISPUTEAGING: unable to open dispaging.rpt, "
                 "status " ws-report-status
           end-if
           move spaces to ws-work-line
           string "DISPUTES OPEN PAST THE RESPONSE WINDOW - RUN DATE: "
             ws-run-date "  WINDOW: " ws-window-days " DAYS"
             delimited by size into ws-work-line
           perform write-aging-line
           move spaces to ws-work-line
           perform write-aging-line
           move spaces to ws-work-line
           string "ACCOUNT CHARGED          AMOUNT CCY OPENED   BY  "
             "DAYS REASON"
             delimited by size into ws-work-line
           perform write-aging-line

      *>No dispute file is a shop that has never had one.
           open input dispute-file
           if ws-dispute-status = "00"
               perform until ws-dispute-status = "10"
                   read dispute-file next record
                       at end
                           move "10" to ws-dispute-status
                       not at end
                           perform check-one-dispute
                   end-read
               end-perform
               close dispute-file
           else
               if ws-dispute-status <> "35"
                   display "DISPUTEAGING: unable to open dispute.dat, "
                     "status " ws-dispute-status
                   move 12 to ws-run-rc
               end-if
           end-if

           perform write-run-summary
           if ws-report-status = "00"
               close aging-report
           end-if

           move "DISP-AGING" to ws-audit-event
           move ws-open-count to ws-audit-count1
           move ws-late-count to ws-audit-count2
           move spaces to ws-audit-text
           string "OPEN " ws-audit-count1 " PAST WINDOW "
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
                       display "DISPUTEAGING: business date "
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
                   display "DISPUTEAGING: " ws-bus-date " is not a "
                     "processing day -- run rejected"
                   move 1 to ws-cal-blocked
                   if ws-run-rc < 8
                       move 8 to ws-run-rc
                   end-if
               when other
                   display "DISPUTEAGING: no usable calendar, using "
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
                       if card-window-days is numeric and
                         card-window-days <> 0
                           move card-window-days to ws-window-days
                       else
                           display "DISPUTEAGING: invalid day count "
                             "on dispaging.ctl, using " ws-window-days
                             " days"
                       end-if
               end-read
               close aging-card
           end-if.

       check-one-dispute section.
      *>Only open disputes age. An upheld one whose credit has not
      *>gone into a night's charges yet is counted, not listed --
      *>EditFeeds carries it on the next night with a charges feed.
           if disp-status = "U" and disp-credit-date = 0
               add 1 to ws-credit-due-count
           end-if
           if disp-status <> "O"
               exit section
           end-if
           add 1 to ws-open-count
           compute ws-days-open =
             function integer-of-date(ws-run-date) -
             function integer-of-date(disp-opened-date)
           if ws-days-open <= ws-window-days
               exit section
           end-if
           add 1 to ws-late-count
           move ws-days-open to ws-days-disp
           compute ws-amount-work = disp-amount / 100
           move ws-amount-work to ws-amount-edit
           move spaces to ws-work-line
           string disp-account "  " disp-charge-date " "
             ws-amount-edit " " disp-currency " "
             disp-opened-date " " disp-opened-by " " ws-days-disp " "
             disp-reason
             delimited by size into ws-work-line
           perform write-aging-line.

       write-run-summary section.
           move spaces to ws-work-line
           perform write-aging-line
           move ws-open-count to ws-count-disp
           move spaces to ws-work-line
           string "DISPUTES OPEN:            " ws-count-disp
             delimited by size into ws-work-line
           perform write-aging-line
           move ws-late-count to ws-count-disp
           move spaces to ws-work-line
           string "OPEN PAST THE WINDOW:     " ws-count-disp
             delimited by size into ws-work-line
           perform write-aging-line
           move ws-credit-due-count to ws-count-disp
           move spaces to ws-work-line
           string "UPHELD, CREDIT NOT YET IN:" ws-count-disp
             delimited by size into ws-work-line
           perform write-aging-line.

       write-aging-line section.
           if ws-report-status = "00"
               write aging-line from ws-work-line
           end-if.

       end program DisputeAging.
