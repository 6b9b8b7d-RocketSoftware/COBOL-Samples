      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. ExcQueue.

      *>The exception work queue. Every program that prints
      *>exceptions also queues each one here, so an item does not
      *>vanish when its report is recut the next night: one indexed
      *>file, ../excqueue.dat, keyed by source program, business date
      *>and sequence, holding the item's key and reason with its
      *>state -- "O" open, "A" assigned, "C" closed -- who it is
      *>assigned to, and who closed it when, with what note. ExcWork
      *>is where operators assign and close items; ExcAging reports
      *>what is still open by source and age. Nothing is deleted
      *>once worked, so the file is the record that each exception
      *>was dealt with, not just printed.
      *>Functions, in ls-func, under the calling program's id in
      *>ls-program, with the item in ls-exc-item:
      *>  BEGIN -- start of a run for ls-exc-date. Items that run
      *>  queued earlier and nobody has touched are dropped, so a
      *>  rerun of the date queues its exceptions afresh rather than
      *>  twice. Leaves the file open for the ADDs.
      *>  RESUME -- as BEGIN for a run restarted from a checkpoint:
      *>  nothing is dropped, the restart carries on from the items
      *>  the failed attempt already queued.
      *>  ADD -- queues ls-exc-key/ls-exc-reason as open. An item with
      *>  the same key and reason already on file for the date from
      *>  an earlier run (worked, or left by a restarted attempt) is
      *>  not queued again. ls-reply "Y" queued, "D" already on file,
      *>  "N" not queued.
      *>  CARRY -- as ADD, for a condition a report raises night
      *>  after night until someone deals with it (a handoff still
      *>  unacknowledged): not queued again while an item with the
      *>  same key and reason from an earlier date is still open or
      *>  assigned, so the one item ages instead of a new one each
      *>  night. ls-reply as ADD, "D" also for the carried item.
      *>  END -- closes the file.
      *>A program that never called BEGIN gets RESUME's treatment on
      *>its first ADD.
       environment division.
       input-output section.
       file-control.
           select exc-file assign to "../excqueue.dat"
               organization indexed
               access mode dynamic
               record key exc-key
               file status is ws-exc-status.

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

       working-storage section.
       01 ws-exc-status pic xx.
       01 ws-file-open binary-long value 0.
       01 ws-found binary-long.
       01 ws-dropped binary-long.
       01 ws-dropped-disp pic 9(6).

      *>The run in flight: its source and date, the last sequence on
      *>file for them when the run began (items at or below it came
      *>from an earlier run), and the next sequence to give out.
       01 ws-run-source pic x(24) value spaces.
       01 ws-run-date pic 9(8) value 0.
       01 ws-base-seq pic 9(6) value 0.
       01 ws-next-seq pic 9(6) value 0.

       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

       linkage section.
       01 ls-func pic x(8).
       01 ls-program pic x(24).
       01 ls-exc-item.
           03 ls-exc-date pic 9(8).
           03 ls-exc-key pic x(30).
           03 ls-exc-reason pic x(40).
       01 ls-reply pic x(1).

       procedure division using ls-func ls-program ls-exc-item
           ls-reply.
           move "N" to ls-reply
           if ls-func = "END     "
               if ws-file-open = 1
                   close exc-file
                   move 0 to ws-file-open
               end-if
               move "Y" to ls-reply
               goback
           end-if
           if ws-file-open = 0
               perform open-queue
               if ws-file-open = 0
                   goback
               end-if
           end-if

           evaluate ls-func
               when "BEGIN   "
                   perform drop-unworked-items
                   perform start-run
               when "RESUME  "
                   perform start-run
               when "ADD     "
                   if ls-program <> ws-run-source or
                     ls-exc-date <> ws-run-date
                       perform start-run
                   end-if
                   perform add-item
               when "CARRY   "
                   if ls-program <> ws-run-source or
                     ls-exc-date <> ws-run-date
                       perform start-run
                   end-if
                   perform find-unclosed-item
                   if ws-found = 1
                       move "D" to ls-reply
                   else
                       perform add-item
                   end-if
               when other
                   display "EXCQUEUE: unknown function '" ls-func "'"
                   move "E" to ls-reply
           end-evaluate
           goback.

       open-queue section.
           open i-o exc-file
           if ws-exc-status = "35"
               open output exc-file
               close exc-file
               open i-o exc-file
           end-if
           if ws-exc-status <> "00"
               display "EXCQUEUE: unable to open excqueue.dat, "
                 "status " ws-exc-status ", exceptions from "
                 ls-program " not queued"
               exit section
           end-if
           move 1 to ws-file-open.

       drop-unworked-items section.
      *>Only items still open and unassigned go; anything an operator
      *>has put a name to stays, with its history.
           move 0 to ws-dropped
           move ls-program to exc-source
           move ls-exc-date to exc-date
           move 0 to exc-seq
           start exc-file key is > exc-key
               invalid key
                   exit section
           end-start
           perform until ws-exc-status <> "00"
               read exc-file next record
                   at end
                       move "10" to ws-exc-status
                   not at end
                       if exc-source <> ls-program or
                         exc-date <> ls-exc-date
                           move "10" to ws-exc-status
                       else
                           if exc-status = "O"
                               delete exc-file record
                               add 1 to ws-dropped
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-exc-status
           if ws-dropped > 0
               move ws-dropped to ws-dropped-disp
               move "EXC-REQUEUE" to ws-audit-event
               move spaces to ws-audit-text
               string "DATE " ls-exc-date " OPEN ITEMS REQUEUED "
                 ws-dropped-disp
                 delimited by size into ws-audit-text
               call "AuditWrite" using ls-program ws-audit-event
                 ws-audit-text
           end-if.

       start-run section.
      *>Finds the last sequence on file for the source and date.
           move ls-program to ws-run-source
           move ls-exc-date to ws-run-date
           move 0 to ws-base-seq
           move ls-program to exc-source
           move ls-exc-date to exc-date
           move 0 to exc-seq
           start exc-file key is > exc-key
               invalid key
                   move "10" to ws-exc-status
           end-start
           perform until ws-exc-status <> "00"
               read exc-file next record
                   at end
                       move "10" to ws-exc-status
                   not at end
                       if exc-source <> ls-program or
                         exc-date <> ls-exc-date
                           move "10" to ws-exc-status
                       else
                           move exc-seq to ws-base-seq
                       end-if
               end-read
           end-perform
           move "00" to ws-exc-status
           move ws-base-seq to ws-next-seq
           move "Y" to ls-reply.

       add-item section.
           if ws-base-seq > 0
               perform find-earlier-item
               if ws-found = 1
                   move "D" to ls-reply
                   exit section
               end-if
           end-if
           if ws-next-seq = 999999
               display "EXCQUEUE: sequence exhausted for " ls-program
                 " " ls-exc-date ", item " ls-exc-key " not queued"
               exit section
           end-if
           add 1 to ws-next-seq
           move ls-program to exc-source
           move ls-exc-date to exc-date
           move ws-next-seq to exc-seq
           move ls-exc-key to exc-item-key
           move ls-exc-reason to exc-reason
           move "O" to exc-status
           move spaces to exc-assignee
           move 0 to exc-assigned-date
           move spaces to exc-closed-by
           move 0 to exc-closed-date
           move spaces to exc-note
           write exc-record
               invalid key
                   display "EXCQUEUE: unable to queue " ls-program " "
                     ls-exc-date " " exc-seq ", status " ws-exc-status
               not invalid key
                   move "Y" to ls-reply
           end-write.

       find-earlier-item section.
      *>Looks only at what was on file when the run began.
           move 0 to ws-found
           move ls-program to exc-source
           move ls-exc-date to exc-date
           move 0 to exc-seq
           start exc-file key is > exc-key
               invalid key
                   exit section
           end-start
           perform until ws-exc-status <> "00" or ws-found = 1
               read exc-file next record
                   at end
                       move "10" to ws-exc-status
                   not at end
                       if exc-source <> ls-program or
                         exc-date <> ls-exc-date or
                         exc-seq > ws-base-seq
                           move "10" to ws-exc-status
                       else
                           if exc-item-key = ls-exc-key and
                             exc-reason = ls-exc-reason
                               move 1 to ws-found
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-exc-status.

       find-unclosed-item section.
      *>Any earlier date of the source's, oldest first.
           move 0 to ws-found
           move ls-program to exc-source
           move 0 to exc-date
           move 0 to exc-seq
           start exc-file key is > exc-key
               invalid key
                   exit section
           end-start
           perform until ws-exc-status <> "00" or ws-found = 1
               read exc-file next record
                   at end
                       move "10" to ws-exc-status
                   not at end
                       if exc-source <> ls-program or
                         exc-date >= ls-exc-date
                           move "10" to ws-exc-status
                       else
                           if exc-status <> "C" and
                             exc-item-key = ls-exc-key and
                             exc-reason = ls-exc-reason
                               move 1 to ws-found
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-exc-status.

       end program ExcQueue.
