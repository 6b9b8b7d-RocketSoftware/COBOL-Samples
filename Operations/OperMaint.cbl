      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. OperMaint.

      *>Console maintenance for the operator security file every
      *>maintenance program signs on against (see SignOn): add an
      *>operator, change a name or role, set a password, delete an
      *>operator, look one up. Only a security administrator (role
      *>"S") may sign on here. On a new or empty file there is nobody
      *>to sign on as, so the first operator added is made the
      *>security administrator without a sign-on -- the one time the
      *>file is open to whoever runs this. Administrators may not
      *>change their own role or delete themselves, so the file is
      *>never left without one. Every change is audited. The file's
      *>check values are not a cipher, so operators.dat is kept
      *>readable only by the user ids these programs run under.
       environment division.
       input-output section.
       file-control.
           select operator-file assign to "../operators.dat"
               organization indexed
               access mode dynamic
               record key op-id
               file status is ws-operator-status.

       data division.
       file section.
       fd  operator-file.
       01  operator-record.
           03 op-id pic x(3).
           03 op-name pic x(30).
           03 op-role pic x(1).
           03 op-check pic 9(12).

       working-storage section.
       01 ws-operator-status pic xx.
       01 ws-action pic x(1).
       01 ws-id-in pic x(3).
       01 ws-name-in pic x(30).
       01 ws-role-in pic x(1).
       01 ws-password-in pic x(8).
       01 ws-confirm-in pic x(8).
       01 ws-fields-valid binary-long value 0.
       01 ws-password-valid binary-long value 0.
       01 ws-blank-count binary-long.
       01 ws-first-operator binary-long value 0.
       01 ws-done binary-long value 0.

      *>Sign-on interface, and the operator this session runs as.
       01 ws-sign-func pic x(8).
       01 ws-operator pic x(3).
       01 ws-operator-role pic x(1).
       01 ws-sign-password pic x(8).
       01 ws-sign-check pic 9(12).
       01 ws-sign-reply pic x(1).

       01 ws-audit-program pic x(24) value "OPERMAINT".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

       procedure division.
           open i-o operator-file
           if ws-operator-status = "35"
               display "OPERMAINT: creating new operators.dat"
               open output operator-file
               close operator-file
               open i-o operator-file
           end-if
           if ws-operator-status <> "00"
               display "OPERMAINT: unable to open operators.dat, "
                 "status " ws-operator-status
               goback
           end-if

           move low-values to op-id
           start operator-file key is >= op-id
               invalid key
                   move 1 to ws-first-operator
           end-start

           if ws-first-operator = 1
               perform add-first-operator
               if ws-operator = spaces
                   close operator-file
                   goback
               end-if
           else
      *>SignOn reads the file itself, so it is closed around the call.
               close operator-file
               move "SIGNON  " to ws-sign-func
               call "SignOn" using ws-sign-func ws-audit-program
                 ws-operator ws-operator-role ws-sign-password
                 ws-sign-check ws-sign-reply
               if ws-sign-reply <> "Y"
                   goback
               end-if
               if ws-operator-role <> "S"
                   display "OPERMAINT: operator " ws-operator
                     " is not a security administrator"
                   goback
               end-if
               open i-o operator-file
               if ws-operator-status <> "00"
                   display "OPERMAINT: unable to open operators.dat, "
                     "status " ws-operator-status
                   goback
               end-if
           end-if

           perform until ws-done = 1
               display " "
               display "OPERMAINT: A=add C=change P=password "
                 "D=delete I=inquire Q=quit"
               accept ws-action
               evaluate ws-action
                   when "A"
                   when "a"
                       perform add-operator
                   when "C"
                   when "c"
                       perform change-operator
                   when "P"
                   when "p"
                       perform set-operator-password
                   when "D"
                   when "d"
                       perform delete-operator
                   when "I"
                   when "i"
                       perform inquire-operator
                   when "Q"
                   when "q"
                       move 1 to ws-done
                   when other
                       display "OPERMAINT: unknown action '"
                         ws-action "'"
               end-evaluate
           end-perform

           close operator-file
           goback.

       add-first-operator section.
           move spaces to ws-operator
           display "OPERMAINT: no operators on file -- the first "
             "operator added is the security administrator"
           perform get-operator-id
           if ws-id-in = spaces
               exit section
           end-if
           display "ENTER OPERATOR NAME:"
           accept ws-name-in
           if ws-name-in = spaces
               display "OPERMAINT: operator name may not be blank"
               exit section
           end-if
           move ws-name-in to op-name
           move "S" to op-role
           perform get-password
           if ws-password-valid = 0
               exit section
           end-if
           write operator-record
               invalid key
                   display "OPERMAINT: unable to add operator "
                     op-id ", status " ws-operator-status
               not invalid key
                   display "OPERMAINT: operator " op-id
                     " added as security administrator"
                   move op-id to ws-operator
                   move "S" to ws-operator-role
                   move "OPER-ADD" to ws-audit-event
                   perform write-operator-audit
           end-write.

       get-operator-id section.
      *>Operator ids are the initials the maintenance logs and the
      *>override records have always carried -- up to 3 characters.
           display "ENTER OPERATOR ID (INITIALS):"
           accept ws-id-in
           if ws-id-in = spaces
               display "OPERMAINT: operator id may not be blank"
           else
               move ws-id-in to op-id
           end-if.

       get-operator-fields section.
           move 0 to ws-fields-valid
           display "ENTER OPERATOR NAME:"
           accept ws-name-in
           if ws-name-in = spaces
               display "OPERMAINT: operator name may not be blank"
               exit section
           end-if
           display "ENTER ROLE (O=OPERATOR A=APPROVER "
             "S=SECURITY ADMINISTRATOR):"
           accept ws-role-in
           if ws-role-in <> "O" and ws-role-in <> "A" and
             ws-role-in <> "S"
               display "OPERMAINT: '" ws-role-in "' is not a role"
               exit section
           end-if
           move ws-name-in to op-name
           move ws-role-in to op-role
           move 1 to ws-fields-valid.

       get-password section.
      *>The password is keyed twice and only its check value, from
      *>SignOn, is kept; at least 6 characters, no embedded blanks.
           move 0 to ws-password-valid
           display "ENTER NEW PASSWORD (6 TO 8 CHARACTERS):"
           accept ws-password-in
           display "ENTER NEW PASSWORD AGAIN:"
           accept ws-confirm-in
           if ws-password-in <> ws-confirm-in
               display "OPERMAINT: passwords do not match"
               exit section
           end-if
           move 0 to ws-blank-count
           inspect ws-password-in(1:6) tallying ws-blank-count
             for all space
           if ws-blank-count > 0 or
             (ws-password-in(7:1) = space and
               ws-password-in(8:1) <> space)
               display "OPERMAINT: a password is 6 to 8 characters "
                 "with no blanks"
               exit section
           end-if
           move "HASH    " to ws-sign-func
           call "SignOn" using ws-sign-func ws-audit-program
             op-id ws-operator-role ws-password-in ws-sign-check
             ws-sign-reply
           move ws-sign-check to op-check
           move 1 to ws-password-valid.

       add-operator section.
           perform get-operator-id
           if ws-id-in = spaces
               exit section
           end-if
           perform get-operator-fields
           if ws-fields-valid = 0
               exit section
           end-if
           perform get-password
           if ws-password-valid = 0
               exit section
           end-if
           write operator-record
               invalid key
                   display "OPERMAINT: operator " op-id
                     " already exists"
               not invalid key
                   display "OPERMAINT: operator " op-id " added"
                   move "OPER-ADD" to ws-audit-event
                   perform write-operator-audit
           end-write.

       change-operator section.
           perform get-operator-id
           if ws-id-in = spaces
               exit section
           end-if
           read operator-file
               invalid key
                   display "OPERMAINT: operator " op-id " not on file"
               not invalid key
                   perform show-operator
                   perform get-operator-fields
                   if ws-fields-valid = 1
                       if op-id = ws-operator and op-role <> "S"
                           display "OPERMAINT: you may not change "
                             "your own role"
                       else
                           rewrite operator-record
                           display "OPERMAINT: operator " op-id
                             " changed"
                           move "OPER-CHANGE" to ws-audit-event
                           perform write-operator-audit
                       end-if
                   end-if
           end-read.

       set-operator-password section.
           perform get-operator-id
           if ws-id-in = spaces
               exit section
           end-if
           read operator-file
               invalid key
                   display "OPERMAINT: operator " op-id " not on file"
               not invalid key
                   perform get-password
                   if ws-password-valid = 1
                       rewrite operator-record
                       display "OPERMAINT: password set for "
                         "operator " op-id
                       move "OPER-PASSWD" to ws-audit-event
                       perform write-operator-audit
                   end-if
           end-read.

       delete-operator section.
           perform get-operator-id
           if ws-id-in = spaces
               exit section
           end-if
           if op-id = ws-operator
               display "OPERMAINT: you may not delete yourself"
               exit section
           end-if
           read operator-file
               invalid key
                   display "OPERMAINT: operator " op-id " not on file"
               not invalid key
                   delete operator-file
                   display "OPERMAINT: operator " op-id " deleted"
                   move "OPER-DELETE" to ws-audit-event
                   perform write-operator-audit
           end-read.

       inquire-operator section.
           perform get-operator-id
           if ws-id-in = spaces
               exit section
           end-if
           read operator-file
               invalid key
                   display "OPERMAINT: operator " op-id " not on file"
               not invalid key
                   perform show-operator
           end-read.

       show-operator section.
           display "OPERATOR " op-id " " op-name " ROLE " op-role.

       write-operator-audit section.
           move spaces to ws-audit-text
           string "OPERATOR " op-id " ROLE " op-role " BY "
             ws-operator
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       end program OperMaint.
