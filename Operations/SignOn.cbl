      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. SignOn.

      *>Operator sign-on for every maintenance program, against the
      *>operator security file ../operators.dat that OperMaint keeps:
      *>operator id (the initials the logs and override records have
      *>always carried), name, role and password check value. Roles
      *>are "O" operator -- may key changes -- "A" approver -- may
      *>also release changes another operator keyed and that are
      *>held for dual control -- and "S" security administrator, the
      *>only role OperMaint lets in. Passwords are not stored as
      *>keyed: the file holds a check value folded from id and
      *>password. The fold keeps a casual browse from showing a
      *>password, but it is not a cipher -- anyone who can read the
      *>file can work back to a password that signs on. So
      *>../operators.dat must be readable and writable only by the
      *>user ids the maintenance programs and OperMaint run under,
      *>and kept out of general backups and file transfers.
      *>Functions, in ls-func:
      *>  SIGNON -- prompts for id and password, three tries; on
      *>  success ls-reply "Y" with ls-operator and ls-role set, else
      *>  "N". Every attempt is audited under the caller's program id.
      *>  A missing operator file refuses everyone.
      *>  HASH -- returns in ls-check the check value for ls-operator
      *>  and ls-password; OperMaint sets passwords with it.
       environment division.
       input-output section.
       file-control.
           select operator-file assign to "../operators.dat"
               organization indexed
               access mode random
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
       78 78-max-attempts value 3.
       01 ws-attempts binary-long.
       01 ws-attempt-disp pic 9.
       01 ws-operator-in pic x(3).
       01 ws-password-in pic x(8).

      *>Check value workings: id and password side by side, folded
      *>one character at a time.
       01 ws-check-source pic x(11).
       01 ws-check-pos binary-long.
       01 ws-check-value pic 9(12).
       01 ws-check-work pic 9(18).

       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

       linkage section.
       01 ls-func pic x(8).
       01 ls-program pic x(24).
       01 ls-operator pic x(3).
       01 ls-role pic x(1).
       01 ls-password pic x(8).
       01 ls-check pic 9(12).
       01 ls-reply pic x(1).

       procedure division using ls-func ls-program ls-operator ls-role
           ls-password ls-check ls-reply.
           evaluate ls-func
               when "SIGNON  "
                   perform sign-on-operator
               when "HASH    "
                   move ls-operator to ws-operator-in
                   move ls-password to ws-password-in
                   perform compute-check-value
                   move ws-check-value to ls-check
                   move "Y" to ls-reply
               when other
                   display "SIGNON: unknown function '" ls-func "'"
                   move "E" to ls-reply
           end-evaluate
           goback.

       sign-on-operator section.
           move "N" to ls-reply
           move spaces to ls-operator
           move spaces to ls-role
           open input operator-file
           if ws-operator-status <> "00"
               display "SIGNON: unable to open operators.dat, status "
                 ws-operator-status " -- no maintenance without the "
                 "operator file (OperMaint sets it up)"
               exit section
           end-if

           move 0 to ws-attempts
           perform until ls-reply = "Y" or
             ws-attempts = 78-max-attempts
               add 1 to ws-attempts
               display "ENTER OPERATOR ID:"
               accept ws-operator-in
               display "ENTER PASSWORD:"
               accept ws-password-in
               perform compute-check-value
               move ws-operator-in to op-id
               read operator-file
                   invalid key
                       continue
                   not invalid key
                       if op-check = ws-check-value
                           move "Y" to ls-reply
                       end-if
               end-read
               if ls-reply = "Y"
                   move op-id to ls-operator
                   move op-role to ls-role
                   display "SIGNON: " op-name " signed on, role "
                     op-role
                   move "SIGNON" to ws-audit-event
                   move spaces to ws-audit-text
                   string "OPERATOR " op-id " ROLE " op-role
                     delimited by size into ws-audit-text
               else
                   display "SIGNON: operator id or password not "
                     "recognized"
                   move ws-attempts to ws-attempt-disp
                   move "SIGNON-FAIL" to ws-audit-event
                   move spaces to ws-audit-text
                   string "OPERATOR " ws-operator-in " ATTEMPT "
                     ws-attempt-disp
                     delimited by size into ws-audit-text
               end-if
               call "AuditWrite" using ls-program ws-audit-event
                 ws-audit-text
           end-perform
           close operator-file

           if ls-reply <> "Y"
               display "SIGNON: sign-on refused"
           end-if.

       compute-check-value section.
      *>Folds id and password into a value below 999999999989 (a
      *>prime), multiplying by 131 before each character goes in, so
      *>transposed or repeated characters do not collide. It is a
      *>check value only; the file's access rights are what protect
      *>it (see the heading).
           move ws-operator-in to ws-check-source(1:3)
           move ws-password-in to ws-check-source(4:8)
           move 0 to ws-check-value
           perform varying ws-check-pos from 1 by 1
             until ws-check-pos > 11
               compute ws-check-work = ws-check-value * 131 +
                 function ord(ws-check-source(ws-check-pos:1))
               compute ws-check-value =
                 function mod(ws-check-work, 999999999989)
           end-perform.

       end program SignOn.
