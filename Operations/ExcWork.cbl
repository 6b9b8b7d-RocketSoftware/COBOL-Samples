      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. ExcWork.

      *>Console work program for the exception queue, ../excqueue.dat
      *>(ExcQueue): list what is still outstanding, assign an item to
      *>an operator, close it with a note saying what was done, look
      *>one up. An item is named by its source program, business date
      *>and sequence, as the list shows them.
      *>Operators sign on first (SignOn). An item can be assigned to
      *>any operator on the security file, and reassigned while it
      *>is open. Closing needs a note; an item assigned to someone
      *>else can be closed only by them or by an approver. Closed
      *>items stay on file with who closed them, when and why --
      *>the record that each exception was worked. Every assignment
      *>and closure is audited.
       environment division.
       input-output section.
       file-control.
           select exc-file assign to "../excqueue.dat"
               organization indexed
               access mode dynamic
               record key exc-key
               file status is ws-exc-status.
           select operator-file assign to "../operators.dat"
               organization indexed
               access mode random
               record key op-id
               file status is ws-operator-status.

       data division.
       file section.
      *>exc-status is "O" open, "A" assigned or "C" closed.
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

       fd  operator-file.
       01  operator-record.
           03 op-id pic x(3).
           03 op-name pic x(30).
           03 op-role pic x(1).
           03 op-check pic 9(12).

       working-storage section.
       01 ws-exc-status pic xx.
       01 ws-operator-status pic xx.
       01 ws-action pic x(1).
       01 ws-source-in pic x(24).
       01 ws-date-in pic x(8).
       01 ws-seq-in pic x(6).
       01 ws-assignee-in pic x(3).
       01 ws-note-in pic x(60).
       01 ws-mine-in pic x(1).
       01 ws-key-valid binary-long value 0.
       01 ws-done binary-long value 0.
       01 ws-list-count binary-long.
       01 ws-count-disp pic zzzz9.
       01 ws-run-date pic 9(8).

      *>Sign-on interface, and the operator this session runs as.
       01 ws-sign-func pic x(8).
       01 ws-operator pic x(3).
       01 ws-operator-role pic x(1).
       01 ws-sign-password pic x(8).
       01 ws-sign-check pic 9(12).
       01 ws-sign-reply pic x(1).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "EXCWORK".
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
           accept ws-run-date from date yyyymmdd
           open input operator-file
           if ws-operator-status <> "00"
               display "EXCWORK: unable to open operators.dat, "
                 "status " ws-operator-status
               goback
           end-if
      *>No queue yet is a shop where nothing has raised an exception
      *>since the queue went in -- there is nothing to work.
           open i-o exc-file
           if ws-exc-status <> "00"
               display "EXCWORK: unable to open excqueue.dat, "
                 "status " ws-exc-status
               close operator-file
               goback
           end-if

           perform until ws-done = 1
               display " "
               display "EXCWORK: L=list outstanding A=assign C=close "
                 "I=inquire Q=quit"
               accept ws-action
               evaluate ws-action
                   when "L"
                   when "l"
                       perform list-outstanding-items
                   when "A"
                   when "a"
                       perform assign-item
                   when "C"
                   when "c"
                       perform close-item
                   when "I"
                   when "i"
                       perform inquire-item
                   when "Q"
                   when "q"
                       move 1 to ws-done
                   when other
                       display "EXCWORK: unknown action '"
                         ws-action "'"
               end-evaluate
           end-perform

           close exc-file
           close operator-file
           goback.

       get-item-key section.
           move 0 to ws-key-valid
           display "ENTER SOURCE PROGRAM:"
           accept ws-source-in
           if ws-source-in = spaces
               display "EXCWORK: source program may not be blank"
               exit section
           end-if
           move function upper-case(ws-source-in) to exc-source
           display "ENTER BUSINESS DATE (YYYYMMDD):"
           accept ws-date-in
           if ws-date-in is not numeric
               display "EXCWORK: '" ws-date-in "' is not a date"
               exit section
           end-if
           move ws-date-in to exc-date
           display "ENTER SEQUENCE (6 DIGITS):"
           accept ws-seq-in
           if ws-seq-in is not numeric
               display "EXCWORK: '" ws-seq-in
                 "' is not a 6-digit sequence"
               exit section
           end-if
           move ws-seq-in to exc-seq
           read exc-file
               invalid key
                   display "EXCWORK: no such item on the queue"
                   exit section
           end-read
           move 1 to ws-key-valid.

       list-outstanding-items section.
      *>Open and assigned items, oldest business date first within
      *>each source; a blank source lists every source, and the list
      *>can be cut down to the operator's own items.
           display "ENTER SOURCE PROGRAM (BLANK = ALL):"
           accept ws-source-in
           move function upper-case(ws-source-in) to ws-source-in
           display "ONLY ITEMS ASSIGNED TO YOU (Y/N):"
           accept ws-mine-in
           move ws-source-in to exc-source
           move 0 to exc-date
           move 0 to exc-seq
           move 0 to ws-list-count
           start exc-file key is >= exc-key
               invalid key
                   move "10" to ws-exc-status
           end-start
           perform until ws-exc-status <> "00"
               read exc-file next record
                   at end
                       move "10" to ws-exc-status
                   not at end
                       if ws-source-in <> spaces and
                         exc-source <> ws-source-in
                           move "10" to ws-exc-status
                       else
                           if exc-status <> "C" and
                             (ws-mine-in <> "Y" and ws-mine-in <> "y"
                              or exc-assignee = ws-operator)
                               add 1 to ws-list-count
                               perform show-item
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-exc-status
           move ws-list-count to ws-count-disp
           display "EXCWORK: " ws-count-disp " item(s) outstanding".

       assign-item section.
           perform get-item-key
           if ws-key-valid = 0
               exit section
           end-if
           perform show-item
           if exc-status = "C"
               display "EXCWORK: the item is already closed"
               exit section
           end-if
           display "ENTER OPERATOR TO ASSIGN TO (BLANK = YOURSELF):"
           accept ws-assignee-in
           if ws-assignee-in = spaces
               move ws-operator to ws-assignee-in
           end-if
           move function upper-case(ws-assignee-in) to op-id
           read operator-file
               invalid key
                   display "EXCWORK: operator " op-id
                     " is not on the security file"
                   exit section
           end-read
           move "A" to exc-status
           move op-id to exc-assignee
           move ws-run-date to exc-assigned-date
           rewrite exc-record
               invalid key
                   display "EXCWORK: unable to update the item, "
                     "status " ws-exc-status
                   exit section
           end-rewrite
           display "EXCWORK: item assigned to " exc-assignee
           move "EXC-ASSIGN" to ws-audit-event
           move spaces to ws-audit-text
           string exc-source delimited by space
             " " exc-date " " exc-seq " TO " exc-assignee " BY "
             ws-operator
             delimited by size into ws-audit-text
           perform write-item-audit.

       close-item section.
           perform get-item-key
           if ws-key-valid = 0
               exit section
           end-if
           perform show-item
           if exc-status = "C"
               display "EXCWORK: the item is already closed"
               exit section
           end-if
           if exc-status = "A" and exc-assignee <> ws-operator and
             ws-operator-role <> "A"
               display "EXCWORK: the item is assigned to "
                 exc-assignee " -- only they or an approver may "
                 "close it"
               exit section
           end-if
           display "ENTER RESOLUTION NOTE:"
           accept ws-note-in
           if ws-note-in = spaces
               display "EXCWORK: a closed item needs a note saying "
                 "what was done"
               exit section
           end-if
           move "C" to exc-status
           move ws-operator to exc-closed-by
           move ws-run-date to exc-closed-date
           move ws-note-in to exc-note
           rewrite exc-record
               invalid key
                   display "EXCWORK: unable to update the item, "
                     "status " ws-exc-status
                   exit section
           end-rewrite
           display "EXCWORK: item closed"
           move "EXC-CLOSE" to ws-audit-event
           move spaces to ws-audit-text
           string exc-source delimited by space
             " " exc-date " " exc-seq " BY " ws-operator " "
             exc-note
             delimited by size into ws-audit-text
           perform write-item-audit.

       inquire-item section.
           perform get-item-key
           if ws-key-valid = 1
               perform show-item
           end-if.

       show-item section.
           display exc-source " " exc-date " " exc-seq " STATUS "
             exc-status " " exc-item-key
           display "  REASON " exc-reason
           if exc-assignee <> spaces
               display "  ASSIGNED TO " exc-assignee " ON "
                 exc-assigned-date
           end-if
           if exc-status = "C"
               display "  CLOSED BY " exc-closed-by " ON "
                 exc-closed-date " NOTE " exc-note
           end-if.

       write-item-audit section.
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       end program ExcWork.
