      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. BranchMaint.

      *>Console maintenance for the branch master that MergeSort
      *>validates the extract's 3-digit branch against: add, change,
      *>delete and look up branches through a prompted dialog, the
      *>same way RouteMaint keeps the route master out of text
      *>editors. Each branch carries its name and region code for
      *>the settlement report, an open/closed status -- a closed
      *>branch's transactions are rejected, not settled -- and the
      *>settlement contact the clerk rings when its figures are out.
       environment division.
       input-output section.
       file-control.
           select branch-master assign to "brmast.dat"
               organization indexed
               access mode dynamic
               record key branch-id
               file status is ws-branch-status.

       data division.
       file section.
       fd  branch-master.
       01  branch-record.
           03 branch-id pic 9(3).
           03 branch-name pic x(30).
           03 branch-region pic x(4).
           03 branch-open-status pic x(1).
           03 branch-contact pic x(30).

       working-storage section.
       01 ws-branch-status pic xx.
       01 ws-action pic x(1).
       01 ws-branch-in pic x(3).
       01 ws-name-in pic x(30).
       01 ws-region-in pic x(4).
       01 ws-status-in pic x(1).
       01 ws-contact-in pic x(30).
       01 ws-fields-valid binary-long value 0.
       01 ws-done binary-long value 0.

      *>Sign-on interface -- only a signed-on operator maintains
      *>the file (SignOn).
       01 ws-audit-program pic x(24) value "BRANCHMAINT".
       01 ws-sign-func pic x(8).
       01 ws-operator pic x(3).
       01 ws-operator-role pic x(1).
       01 ws-sign-password pic x(8).
       01 ws-sign-check pic 9(12).
       01 ws-sign-reply pic x(1).

       procedure division.
           move "SIGNON  " to ws-sign-func
           call "SignOn" using ws-sign-func ws-audit-program
             ws-operator ws-operator-role ws-sign-password
             ws-sign-check ws-sign-reply
           if ws-sign-reply <> "Y"
               goback
           end-if
           open i-o branch-master
           if ws-branch-status = "35"
               display "BRANCHMAINT: creating new brmast.dat"
               open output branch-master
               close branch-master
               open i-o branch-master
           end-if
           if ws-branch-status <> "00"
               display "BRANCHMAINT: unable to open brmast.dat, "
                 "status " ws-branch-status
               goback
           end-if

           perform until ws-done = 1
               display " "
               display "BRANCHMAINT: A=add C=change D=delete "
                 "I=inquire Q=quit"
               accept ws-action
               evaluate ws-action
                   when "A"
                   when "a"
                       perform add-branch
                   when "C"
                   when "c"
                       perform change-branch
                   when "D"
                   when "d"
                       perform delete-branch
                   when "I"
                   when "i"
                       perform inquire-branch
                   when "Q"
                   when "q"
                       move 1 to ws-done
                   when other
                       display "BRANCHMAINT: unknown action '"
                         ws-action "'"
               end-evaluate
           end-perform

           close branch-master
           goback.

       get-branch-id section.
      *>Prompts for and edits the 3-digit branch id -- the id is the
      *>one thing the extract carries, so it has to be exact.
           display "ENTER 3-DIGIT BRANCH ID:"
           accept ws-branch-in
           if ws-branch-in is numeric
               move ws-branch-in to branch-id
           else
               display "BRANCHMAINT: '" ws-branch-in
                 "' is not a 3-digit branch id"
           end-if.

       get-branch-fields section.
      *>Name, region code, status and settlement contact, each
      *>edited at entry time. Status is "O" open or "C" closed.
           move 0 to ws-fields-valid
           display "ENTER BRANCH NAME:"
           accept ws-name-in
           if ws-name-in = spaces
               display "BRANCHMAINT: branch name may not be blank"
               exit section
           end-if
           display "ENTER REGION CODE (UP TO 4 CHARACTERS):"
           accept ws-region-in
           if ws-region-in = spaces
               display "BRANCHMAINT: region code may not be blank"
               exit section
           end-if
           display "ENTER STATUS (O=OPEN C=CLOSED):"
           accept ws-status-in
           evaluate ws-status-in
               when "O"
               when "o"
                   move "O" to ws-status-in
               when "C"
               when "c"
                   move "C" to ws-status-in
               when other
                   display "BRANCHMAINT: '" ws-status-in
                     "' is not O or C"
                   exit section
           end-evaluate
           display "ENTER SETTLEMENT CONTACT:"
           accept ws-contact-in
           if ws-contact-in = spaces
               display "BRANCHMAINT: settlement contact may not be "
                 "blank"
               exit section
           end-if
           move ws-name-in to branch-name
           move ws-region-in to branch-region
           move ws-status-in to branch-open-status
           move ws-contact-in to branch-contact
           move 1 to ws-fields-valid.

       add-branch section.
           perform get-branch-id
           if ws-branch-in is not numeric
               exit section
           end-if
           perform get-branch-fields
           if ws-fields-valid = 0
               exit section
           end-if
           write branch-record
               invalid key
                   display "BRANCHMAINT: branch " branch-id
                     " already exists"
               not invalid key
                   display "BRANCHMAINT: branch " branch-id " added"
           end-write.

       change-branch section.
           perform get-branch-id
           if ws-branch-in is not numeric
               exit section
           end-if
           read branch-master
               invalid key
                   display "BRANCHMAINT: branch " branch-id
                     " not on master"
               not invalid key
                   display "CURRENT: " branch-name " REGION "
                     branch-region " STATUS " branch-open-status
                     " CONTACT " branch-contact
                   perform get-branch-fields
                   if ws-fields-valid = 1
                       rewrite branch-record
                       display "BRANCHMAINT: branch " branch-id
                         " changed"
                   end-if
           end-read.

       delete-branch section.
           perform get-branch-id
           if ws-branch-in is not numeric
               exit section
           end-if
           read branch-master
               invalid key
                   display "BRANCHMAINT: branch " branch-id
                     " not on master"
               not invalid key
                   delete branch-master
                   display "BRANCHMAINT: branch " branch-id
                     " deleted"
           end-read.

       inquire-branch section.
           perform get-branch-id
           if ws-branch-in is not numeric
               exit section
           end-if
           read branch-master
               invalid key
                   display "BRANCHMAINT: branch " branch-id
                     " not on master"
               not invalid key
                   display "BRANCH " branch-id " " branch-name
                     " REGION " branch-region " STATUS "
                     branch-open-status
                   display "  SETTLEMENT CONTACT " branch-contact
           end-read.

       end program BranchMaint.
