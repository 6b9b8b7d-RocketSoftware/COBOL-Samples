      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. CtlReg.

      *>The control registry for the files our own steps pass to one
      *>another. extract.dat and results.dat carry header and trailer
      *>records from outside; cleanout.dat, sortout.dat, chargesrt.dat,
      *>chghist.dat and chgsusp.dat did not, and were read downstream
      *>on trust -- a cleanout.dat cut short by a full disk would have
      *>posted half a night without complaint. Now the program that
      *>writes one of them records, as it closes it, the business date
      *>it was written for, its record count and a hash total of its
      *>amounts; a program that reads it counts it first and checks
      *>the figures here before using any of it.
      *>One indexed file, ../ctlreg.dat, one record per file, keyed by
      *>the file's name under its directory ("MergeSort/cleanout.dat"),
      *>so producer and consumer name it alike wherever they run.
      *>Functions, in ls-func, for the calling program in ls-program,
      *>with the file's figures in ls-control:
      *>  RECORD -- registers ls-ctl-file as written for ls-ctl-date
      *>  with ls-ctl-count records and amount hash ls-ctl-hash,
      *>  replacing what was registered before. ls-reply "Y"
      *>  registered, "N" the registry could not be updated.
      *>  CHECK -- compares the caller's own count and hash of the file
      *>  with the registry. ls-reply "Y" they agree and the file was
      *>  written for ls-ctl-date; "S" stale, registered for another
      *>  date; "M" count or hash differ; "U" the file is not on the
      *>  registry (or there is no registry). Anything but "Y" is shown
      *>  on the console with the registered figures and audited under
      *>  the caller (CTL-STALE, CTL-MISMATCH, CTL-UNREG) -- the
      *>  caller's job is to stop, RC 12, without reading the file.
      *>  LOOKUP -- hands back what is registered for ls-ctl-file,
      *>  without comparing, for a caller that needs the registered
      *>  count before it can count the file itself. ls-reply "Y"
      *>  found, "U" not on the registry (shown and audited as on
      *>  CHECK).
      *>On CHECK the registered figures are handed back in
      *>ls-control, so the caller can show what it was expecting.
       environment division.
       input-output section.
       file-control.
           select registry-file assign to "../ctlreg.dat"
               organization indexed
               access mode random
               record key reg-file
               file status is ws-registry-status.

       data division.
       file section.
       fd  registry-file.
       01  registry-record.
           03 reg-file pic x(40).
           03 reg-date pic 9(8).
           03 reg-count pic 9(9).
           03 reg-hash pic s9(13)v99 sign leading separate.
           03 reg-program pic x(24).
           03 reg-written-date pic 9(8).
           03 reg-written-time pic 9(8).

       working-storage section.
       01 ws-registry-status pic xx.
       01 ws-hash-edit pic -,---,---,---,--9.99.
       01 ws-reg-hash-edit pic -,---,---,---,--9.99.
       01 ws-console-line pic x(132).

       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

       linkage section.
       01 ls-func pic x(8).
       01 ls-program pic x(24).
       01 ls-control.
           03 ls-ctl-file pic x(40).
           03 ls-ctl-date pic 9(8).
           03 ls-ctl-count pic 9(9).
           03 ls-ctl-hash pic s9(13)v99.
       01 ls-reply pic x(1).

       procedure division using ls-func ls-program ls-control
           ls-reply.
           move "N" to ls-reply
           evaluate ls-func
               when "RECORD  "
                   perform record-file-controls
               when "CHECK   "
                   perform check-file-controls
               when "LOOKUP  "
                   perform lookup-file-controls
               when other
                   display "CTLREG: unknown function '" ls-func "'"
                   move "E" to ls-reply
           end-evaluate
           goback.

       record-file-controls section.
           open i-o registry-file
           if ws-registry-status = "35"
               open output registry-file
               close registry-file
               open i-o registry-file
           end-if
           if ws-registry-status <> "00"
               move spaces to ws-console-line
               string "CTLREG: unable to open ctlreg.dat, status "
                 ws-registry-status ", " delimited by size
                 ls-ctl-file delimited by space
                 " not registered" delimited by size
                 into ws-console-line
               display ws-console-line
               exit section
           end-if
           move ls-ctl-file to reg-file
           read registry-file
               invalid key
                   move ls-ctl-file to reg-file
           end-read
           move ls-ctl-date to reg-date
           move ls-ctl-count to reg-count
           move ls-ctl-hash to reg-hash
           move ls-program to reg-program
           accept reg-written-date from date yyyymmdd
           accept reg-written-time from time
           if ws-registry-status = "00"
               rewrite registry-record
           else
               write registry-record
           end-if
           if ws-registry-status = "00"
               move "Y" to ls-reply
           else
               move spaces to ws-console-line
               string "CTLREG: unable to register " delimited by size
                 ls-ctl-file delimited by space
                 ", status " ws-registry-status delimited by size
                 into ws-console-line
               display ws-console-line
           end-if
           close registry-file.

       check-file-controls section.
           open input registry-file
           if ws-registry-status <> "00"
               display "CTLREG: control registry ctlreg.dat not "
                 "available, status " ws-registry-status
               move "U" to ls-reply
               perform report-unregistered
               exit section
           end-if
           move ls-ctl-file to reg-file
           read registry-file
               invalid key
                   move "U" to ls-reply
           end-read
           close registry-file
           if ls-reply = "U"
               perform report-unregistered
               exit section
           end-if

           move ls-ctl-hash to ws-hash-edit
           move reg-hash to ws-reg-hash-edit
           evaluate true
               when reg-date <> ls-ctl-date
                   move "S" to ls-reply
                   move spaces to ws-console-line
                   string "CTLREG: " delimited by size ls-ctl-file
                     delimited by space
                     " is registered for " reg-date " by "
                     delimited by size
                     reg-program delimited by space
                     ", expected " ls-ctl-date " -- stale file"
                     delimited by size into ws-console-line
                   display ws-console-line
                   move "CTL-STALE" to ws-audit-event
                   move spaces to ws-audit-text
                   string ls-ctl-file delimited by space
                     " DATED " reg-date " WANTED " ls-ctl-date
                     delimited by size into ws-audit-text
               when reg-count <> ls-ctl-count or
                 reg-hash <> ls-ctl-hash
                   move "M" to ls-reply
                   move spaces to ws-console-line
                   string "CTLREG: " delimited by size ls-ctl-file
                     delimited by space
                     " registered by " delimited by size
                     reg-program delimited by space
                     " with " reg-count " records, hash "
                     ws-reg-hash-edit delimited by size
                     into ws-console-line
                   display ws-console-line
                   move spaces to ws-console-line
                   string "CTLREG: " delimited by size ls-ctl-file
                     delimited by space
                     " now holds " ls-ctl-count " records, hash "
                     ws-hash-edit delimited by size
                     into ws-console-line
                   display ws-console-line
                   move "CTL-MISMATCH" to ws-audit-event
                   move spaces to ws-audit-text
                   if reg-count <> ls-ctl-count
                       string ls-ctl-file delimited by space
                         " REG " reg-count " FOUND " ls-ctl-count
                         delimited by size into ws-audit-text
                   else
                       string ls-ctl-file delimited by space
                         " HASH DIFFERS, COUNT " ls-ctl-count
                         delimited by size into ws-audit-text
                   end-if
               when other
                   move "Y" to ls-reply
           end-evaluate
           move reg-date to ls-ctl-date
           move reg-count to ls-ctl-count
           move reg-hash to ls-ctl-hash
           if ls-reply <> "Y"
               call "AuditWrite" using ls-program ws-audit-event
                 ws-audit-text
           end-if.

       lookup-file-controls section.
           open input registry-file
           if ws-registry-status <> "00"
               display "CTLREG: control registry ctlreg.dat not "
                 "available, status " ws-registry-status
               move "U" to ls-reply
               perform report-unregistered
               exit section
           end-if
           move ls-ctl-file to reg-file
           move "Y" to ls-reply
           read registry-file
               invalid key
                   move "U" to ls-reply
           end-read
           close registry-file
           if ls-reply = "U"
               perform report-unregistered
               exit section
           end-if
           move reg-date to ls-ctl-date
           move reg-count to ls-ctl-count
           move reg-hash to ls-ctl-hash.

       report-unregistered section.
           move spaces to ws-console-line
           string "CTLREG: " delimited by size ls-ctl-file
             delimited by space
             " is not on the control registry -- no producer has "
             "recorded it" delimited by size into ws-console-line
           display ws-console-line
           move "CTL-UNREG" to ws-audit-event
           move spaces to ws-audit-text
           string ls-ctl-file delimited by space
             " NOT ON THE CONTROL REGISTRY"
             delimited by size into ws-audit-text
           call "AuditWrite" using ls-program ws-audit-event
             ws-audit-text.

       end program CtlReg.
