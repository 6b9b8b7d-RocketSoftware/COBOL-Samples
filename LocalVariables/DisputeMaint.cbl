      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. DisputeMaint.

      *>Console maintenance for charge disputes, on dispute.dat
      *>instead of a spreadsheet: open a dispute against a charge,
      *>resolve it upheld or denied, list an account's disputes, look
      *>one up. A dispute is keyed by the account, the business date
      *>the charge posted and its amount in pennies as fed, and
      *>carries the charge's currency, the reason, and who opened and
      *>resolved it when.
      *>While a dispute is open, addAccountCharges leaves its amount
      *>out of the account's over-limit comparison. An upheld dispute
      *>owes the customer a "C" credit: nobody keys it -- EditFeeds
      *>appends it to the next night's charges.dat and stamps the
      *>dispute with that business date, so the credit goes in once
      *>(a rerun of the same night carries it again into the recut
      *>file, any later night does not). DisputeAging lists the ones
      *>left open past the response window.
      *>Operators sign on first (SignOn). Resolving a dispute moves
      *>money or closes the customer's complaint, so it needs the
      *>approver role and an operator other than the one who opened
      *>it. Every open and resolution is audited.
       environment division.
       input-output section.
       file-control.
           select dispute-file assign to "dispute.dat"
               organization indexed
               access mode dynamic
               record key disp-key
               file status is ws-dispute-status.
           select account-master assign to "acctmast.dat"
               organization indexed
               access mode random
               record key master-account
               file status is ws-master-status.

       data division.
       file section.
      *>disp-status is "O" open, "U" upheld or "D" denied.
      *>disp-amount is the disputed charge in pennies, in
      *>disp-currency (blank is the base currency), the way the feed
      *>carried it. disp-credit-date is the business date whose
      *>charges carried the credit for an upheld dispute -- zero
      *>until EditFeeds has generated it.
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

       fd  account-master.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

       working-storage section.
       01 ws-dispute-status pic xx.
       01 ws-master-status pic xx.
       01 ws-action pic x(1).
       01 ws-account-in pic x(6).
       01 ws-date-in pic x(8).
       01 ws-amount-in pic x(7).
       01 ws-currency-in pic x(3).
       01 ws-reason-in pic x(30).
       01 ws-key-valid binary-long value 0.
       01 ws-done binary-long value 0.
       01 ws-list-count binary-long.
       01 ws-count-disp pic zzz9.
       01 ws-run-date pic 9(8).
       01 ws-amount-work pic s9(9)v99.
       01 ws-amount-disp pic z,zzz,zz9.99.

      *>Sign-on interface, and the operator this session runs as.
       01 ws-sign-func pic x(8).
       01 ws-operator pic x(3).
       01 ws-operator-role pic x(1).
       01 ws-sign-password pic x(8).
       01 ws-sign-check pic 9(12).
       01 ws-sign-reply pic x(1).

      *>Currency check, through ExchRate.
       01 ws-fx-func pic x(8) value "CHECK   ".
       01 ws-fx-date pic 9(8) value 0.
       01 ws-conversion.
           03 ws-cv-currency pic x(3).
           03 ws-cv-amount pic s9(11)v99.
           03 ws-cv-base-amount pic s9(11)v99.
           03 ws-cv-base-currency pic x(3).
           03 ws-cv-rate pic 9(4)v9(6).
           03 ws-cv-rate-date pic 9(8).
       01 ws-fx-reply pic x(1).

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "DISPUTEMAINT".
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
           open input account-master
           if ws-master-status <> "00"
               display "DISPUTEMAINT: unable to open acctmast.dat, "
                 "status " ws-master-status
               goback
           end-if
           open i-o dispute-file
           if ws-dispute-status = "35"
               display "DISPUTEMAINT: creating new dispute.dat"
               open output dispute-file
               close dispute-file
               open i-o dispute-file
           end-if
           if ws-dispute-status <> "00"
               display "DISPUTEMAINT: unable to open dispute.dat, "
                 "status " ws-dispute-status
               close account-master
               goback
           end-if

           perform until ws-done = 1
               display " "
               display "DISPUTEMAINT: O=open U=uphold D=deny "
                 "L=list account I=inquire Q=quit"
               accept ws-action
               evaluate ws-action
                   when "O"
                   when "o"
                       perform open-dispute
                   when "U"
                   when "u"
                       move "U" to ws-action
                       perform resolve-dispute
                   when "D"
                   when "d"
                       move "D" to ws-action
                       perform resolve-dispute
                   when "L"
                   when "l"
                       perform list-account-disputes
                   when "I"
                   when "i"
                       perform inquire-dispute
                   when "Q"
                   when "q"
                       move 1 to ws-done
                   when other
                       display "DISPUTEMAINT: unknown action '"
                         ws-action "'"
               end-evaluate
           end-perform

           close dispute-file
           close account-master
           goback.

       get-account-number section.
           display "ENTER 6-DIGIT ACCOUNT NUMBER:"
           accept ws-account-in
           if ws-account-in is numeric
               move ws-account-in to disp-account
           else
               display "DISPUTEMAINT: '" ws-account-in
                 "' is not a 6-digit account number"
           end-if.

       get-dispute-key section.
      *>Account, the business date the charge posted, and the amount
      *>in pennies exactly as the charge carried it -- together they
      *>name the charge on the charges report.
           move 0 to ws-key-valid
           perform get-account-number
           if ws-account-in is not numeric
               exit section
           end-if
           display "ENTER CHARGE DATE (YYYYMMDD):"
           accept ws-date-in
           if ws-date-in is not numeric
               display "DISPUTEMAINT: '" ws-date-in
                 "' is not a date"
               exit section
           end-if
           move ws-date-in to disp-charge-date
           display "ENTER CHARGE AMOUNT IN PENNIES (7 DIGITS):"
           accept ws-amount-in
           if ws-amount-in is not numeric or ws-amount-in = "0000000"
               display "DISPUTEMAINT: '" ws-amount-in
                 "' is not a 7-digit amount"
               exit section
           end-if
           move ws-amount-in to disp-amount
           move 1 to ws-key-valid.

       open-dispute section.
           perform get-dispute-key
           if ws-key-valid = 0
               exit section
           end-if
           if disp-charge-date > ws-run-date
               display "DISPUTEMAINT: charge date " disp-charge-date
                 " is in the future"
               exit section
           end-if
           move disp-account to master-account
           read account-master
               invalid key
                   display "DISPUTEMAINT: account " master-account
                     " not on master"
                   exit section
           end-read
           display "ENTER CHARGE CURRENCY (BLANK = BASE):"
           accept ws-currency-in
           move ws-currency-in to ws-cv-currency
           call "ExchRate" using ws-fx-func ws-fx-date ws-conversion
             ws-fx-reply
           if ws-fx-reply = "U"
               display "DISPUTEMAINT: '" ws-currency-in
                 "' is not on the currency table"
               exit section
           end-if
           display "ENTER REASON FOR THE DISPUTE:"
           accept ws-reason-in
           if ws-reason-in = spaces
               display "DISPUTEMAINT: reason may not be blank"
               exit section
           end-if
           move ws-currency-in to disp-currency
           move "O" to disp-status
           move ws-reason-in to disp-reason
           move ws-run-date to disp-opened-date
           move ws-operator to disp-opened-by
           move 0 to disp-resolved-date
           move spaces to disp-resolved-by
           move 0 to disp-credit-date
           write dispute-record
               invalid key
                   display "DISPUTEMAINT: a dispute on that charge "
                     "is already on file"
               not invalid key
                   display "DISPUTEMAINT: dispute opened on account "
                     disp-account
                   move "DISP-OPEN" to ws-audit-event
                   perform write-dispute-audit
           end-write.

       resolve-dispute section.
      *>ws-action carries the outcome, "U" upheld or "D" denied.
           if ws-operator-role <> "A"
               display "DISPUTEMAINT: resolving a dispute needs the "
                 "approver role"
               exit section
           end-if
           perform get-dispute-key
           if ws-key-valid = 0
               exit section
           end-if
           read dispute-file
               invalid key
                   display "DISPUTEMAINT: no dispute on that charge"
                   exit section
           end-read
           perform show-dispute
           if disp-status <> "O"
               display "DISPUTEMAINT: the dispute is already resolved"
               exit section
           end-if
           if disp-opened-by = ws-operator
               display "DISPUTEMAINT: you opened this dispute -- "
                 "another approver must resolve it"
               exit section
           end-if
           move ws-action to disp-status
           move ws-run-date to disp-resolved-date
           move ws-operator to disp-resolved-by
           rewrite dispute-record
               invalid key
                   display "DISPUTEMAINT: unable to update the "
                     "dispute, status " ws-dispute-status
                   exit section
           end-rewrite
           if disp-status = "U"
               display "DISPUTEMAINT: dispute upheld -- the credit "
                 "goes into the next night's charges"
               move "DISP-UPHELD" to ws-audit-event
           else
               display "DISPUTEMAINT: dispute denied"
               move "DISP-DENIED" to ws-audit-event
           end-if
           perform write-dispute-audit.

       list-account-disputes section.
           perform get-account-number
           if ws-account-in is not numeric
               exit section
           end-if
           move 0 to disp-charge-date
           move 0 to disp-amount
           move 0 to ws-list-count
           start dispute-file key is >= disp-key
               invalid key
                   move "10" to ws-dispute-status
           end-start
           perform until ws-dispute-status <> "00"
               read dispute-file next record
                   at end
                       move "10" to ws-dispute-status
                   not at end
                       if disp-account = ws-account-in
                           add 1 to ws-list-count
                           perform show-dispute
                       else
                           move "10" to ws-dispute-status
                       end-if
               end-read
           end-perform
           move "00" to ws-dispute-status
           move ws-list-count to ws-count-disp
           display "DISPUTEMAINT: " ws-count-disp
             " dispute(s) on account " ws-account-in.

       inquire-dispute section.
           perform get-dispute-key
           if ws-key-valid = 0
               exit section
           end-if
           read dispute-file
               invalid key
                   display "DISPUTEMAINT: no dispute on that charge"
               not invalid key
                   perform show-dispute
           end-read.

       show-dispute section.
           compute ws-amount-work = disp-amount / 100
           move ws-amount-work to ws-amount-disp
           display "ACCOUNT " disp-account " CHARGE " disp-charge-date
             " " ws-amount-disp " " disp-currency " STATUS "
             disp-status
           display "  REASON " disp-reason
           display "  OPENED " disp-opened-date " BY " disp-opened-by
             " RESOLVED " disp-resolved-date " BY " disp-resolved-by
             " CREDITED " disp-credit-date.

       write-dispute-audit section.
           move spaces to ws-audit-text
           string "ACCOUNT " disp-account " CHARGE " disp-charge-date
             " " disp-amount " " disp-currency " BY " ws-operator
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text.

       end program DisputeMaint.
