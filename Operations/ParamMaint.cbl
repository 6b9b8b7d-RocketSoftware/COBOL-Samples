       program-id. ParamMaint.

      *>Console maintenance for the operator-edited parameter files
      *>(addnums.dat, controltotal.dat, fibbatch.dat, the charges
      *>feed and the currency table), replacing hand edits in a
      *>text editor: each file's picture and range rules are
      *>enforced at entry time, so a 4-digit value in 5-digit
      *>positions or a missing leading zero is caught here instead
      *>of abending the run or silently computing garbage. Every
      *>add, change and delete is logged to parammnt.log with
      *>operator, date, time and before/after record images. Run
      *>from this directory; the parameter files are reached in
      *>their owning programs' directories.
       environment division.
       input-output section.
       file-control.
       01 ws-record-len binary-long.

       01 ws-operator pic x(3).

      *>Sign-on interface -- the operator signed on is the one the
      *>log names.
       01 ws-audit-program pic x(24) value "PARAMMAINT".
       01 ws-sign-func pic x(8).
       01 ws-operator-role pic x(1).
       01 ws-sign-password pic x(8).
       01 ws-sign-check pic 9(12).
       01 ws-sign-reply pic x(1).
       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
       01 ws-done binary-long value 0.

       01 ws-action-verb pic x(6).

      *>Currency entry: codes keyed on charges are checked against the
      *>currency table through ExchRate, and the table itself may
      *>carry only one base currency and no code twice.
       01 ws-currency-in pic x(3).
       01 ws-base-in pic x(1).
       01 ws-cur-desc-in pic x(28).
       01 ws-entry-conflict binary-long.
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

       procedure division.
           perform get-operator
           if ws-sign-reply <> "Y"
               goback
           end-if
           open extend maint-log
           if ws-log-status <> "00"
               open output maint-log
           perform until ws-done = 1
               display " "
               display "PARAMMAINT: 1=ADDNUMS 2=CONTROLTOTAL "
                 "3=FIBBATCH 4=CHARGES 5=CURRENCY Q=QUIT"
               accept ws-file-id
               evaluate ws-file-id
                   when "1"
                       move "../LocalVariables/charges.dat" to
                         ws-param-path
                       move "CHARGES " to ws-file-name
                       move 17 to ws-record-len
                       perform maintain-file
                   when "5"
                       move "../currency.dat" to ws-param-path
                       move "CURRENCY" to ws-file-name
                       move 32 to ws-record-len
                       perform maintain-file
                   when "Q"
                   when "q"

       get-operator section.
      *>Every logged action carries who keyed it, so the operator
      *>signs on (SignOn) before anything else happens.
           move "SIGNON  " to ws-sign-func
           call "SignOn" using ws-sign-func ws-audit-program
             ws-operator ws-operator-role ws-sign-password
             ws-sign-check ws-sign-reply.

       maintain-file section.
           perform load-param-file
                   perform get-fibbatch-fields
               when "4"
                   perform get-charges-fields
               when "5"
                   perform get-currency-fields
           end-evaluate.

       get-addnums-fields section.
               exit section
           end-if
           move ws-field-in(1:1) to ws-new-record(14:1)
           display "ENTER CURRENCY CODE (BLANK = BASE CURRENCY):"
           accept ws-currency-in
           move ws-currency-in to ws-cv-currency
           call "ExchRate" using ws-fx-func ws-fx-date ws-conversion
             ws-fx-reply
           if ws-fx-reply = "U"
               display "PARAMMAINT: '" ws-currency-in
                 "' is not on the currency table"
               exit section
           end-if
           move ws-currency-in to ws-new-record(15:3)
           move 1 to ws-record-valid.

       get-currency-fields section.
      *>Code, "B" if this is the base currency, description. Only
      *>one base, and no code twice -- the line being changed is
      *>not counted against itself.
           display "ENTER 3-CHARACTER CURRENCY CODE:"
           accept ws-currency-in
           if ws-currency-in(1:1) = space or
             ws-currency-in(2:1) = space or
             ws-currency-in(3:1) = space
               display "PARAMMAINT: '" ws-currency-in
                 "' is not a 3-character code"
               exit section
           end-if
           display "BASE CURRENCY? (B=YES, BLANK=NO):"
           accept ws-base-in
           if ws-base-in <> "B" and ws-base-in <> space
               display "PARAMMAINT: '" ws-base-in
                 "' is not B or blank"
               exit section
           end-if
           display "ENTER DESCRIPTION:"
           accept ws-cur-desc-in
           if ws-cur-desc-in = spaces
               display "PARAMMAINT: description may not be blank"
               exit section
           end-if
           move 0 to ws-entry-conflict
           perform varying ws-shift-idx from 1 by 1
             until ws-shift-idx > ws-param-count
               if ws-shift-idx <> ws-line-no
                   if ws-param-entry(ws-shift-idx)(1:3) =
                     ws-currency-in
                       move ws-shift-idx to ws-line-disp
                       display "PARAMMAINT: " ws-currency-in
                         " is already on line " ws-line-disp
                       move 1 to ws-entry-conflict
                   end-if
                   if ws-base-in = "B" and
                     ws-param-entry(ws-shift-idx)(4:1) = "B"
                       display "PARAMMAINT: "
                         ws-param-entry(ws-shift-idx)(1:3)
                         " is already the base currency"
                       move 1 to ws-entry-conflict
                   end-if
               end-if
           end-perform
           if ws-entry-conflict = 1
               exit section
           end-if
           move ws-currency-in to ws-new-record(1:3)
           move ws-base-in to ws-new-record(4:1)
           move ws-cur-desc-in to ws-new-record(5:28)
           move 1 to ws-record-valid.

       get-line-number section.
               display "PARAMMAINT: " ws-file-name " is full"
               exit section
           end-if
           move 0 to ws-line-no
           perform get-record-fields
           if ws-record-valid = 0
               exit section
