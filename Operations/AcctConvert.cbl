      ******************************************************************
      *
      * (C) Copyright 2010-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      $set sourceformat(variable)
       program-id. AcctConvert.

      *>One-off conversion of the account master from its original
      *>46-byte record (account, name, status, charge limit) to the
      *>66-byte record the stream now reads, which appends the ledger
      *>balance and the status date. Run once, with the stream
      *>stopped, before the first night on the new programs:
      *>  1. rename ../LocalVariables/acctmast.dat (and its index,
      *>     where the file system keeps one) to acctmast46.dat;
      *>  2. run AcctConvert from Operations;
      *>  3. check the counts it shows, then keep acctmast46.dat
      *>     until the first month-end close on the new layout.
      *>Every account is copied with its first four fields unchanged;
      *>the ledger balance starts at zero and the status date at zero
      *>-- Dormancy treats a zero status date as unknown and starts
      *>the clock for the account on its next run, rather than taking
      *>a converted account to have been open forever.
      *>The conversion refuses to run if acctmast.dat is already
      *>there, so a converted or live master is never overwritten,
      *>and it ends RC 12 if the old master cannot be read whole.
       environment division.
       input-output section.
       file-control.
           select old-master assign to
             "../LocalVariables/acctmast46.dat"
               organization indexed
               access mode sequential
               record key old-account
               file status is ws-old-status.
           select new-master assign to
             "../LocalVariables/acctmast.dat"
               organization indexed
               access mode sequential
               record key master-account
               file status is ws-new-status.

       data division.
       file section.
       fd  old-master.
       01  old-record.
           03 old-account pic 9(6).
           03 old-name pic x(30).
           03 old-acct-status pic x(1).
           03 old-charge-limit pic 9(9).

       fd  new-master.
       01  master-record.
           03 master-account pic 9(6).
           03 master-name pic x(30).
           03 master-acct-status pic x(1).
           03 master-charge-limit pic 9(9).
           03 master-ledger-balance pic s9(11) sign leading separate.
           03 master-status-date pic 9(8).

       working-storage section.
       01 ws-old-status pic xx.
       01 ws-new-status pic xx.
       01 ws-read-count pic 9(9) value 0.
       01 ws-written-count pic 9(9) value 0.

      *>Events for the central audit repository.
       01 ws-audit-program pic x(24) value "ACCTCONVERT".
       01 ws-audit-event pic x(12).
       01 ws-audit-text pic x(60).

      *>Run return code: 0 converted, 12 not converted (new master
      *>already there, old master missing, or a record not copied).
       01 ws-run-rc binary-long value 0.

       procedure division.
           open input new-master
           if ws-new-status = "00"
               close new-master
               display "ACCTCONVERT: acctmast.dat already exists -- "
                 "nothing converted"
               move 12 to return-code
               goback
           end-if

           open input old-master
           if ws-old-status <> "00"
               display "ACCTCONVERT: unable to open acctmast46.dat, "
                 "status " ws-old-status " -- rename the 46-byte "
                 "master to it first"
               move 12 to return-code
               goback
           end-if
           open output new-master
           if ws-new-status <> "00"
               display "ACCTCONVERT: unable to create acctmast.dat, "
                 "status " ws-new-status
               close old-master
               move 12 to return-code
               goback
           end-if

           perform until ws-old-status <> "00"
               read old-master next record
                   at end
                       move "10" to ws-old-status
                   not at end
                       add 1 to ws-read-count
                       perform convert-one-account
               end-read
           end-perform
           if ws-old-status <> "10"
               display "ACCTCONVERT: acctmast46.dat read failed, "
                 "status " ws-old-status
               move 12 to ws-run-rc
           end-if
           close old-master
           close new-master

           display "ACCTCONVERT: accounts read    " ws-read-count
           display "ACCTCONVERT: accounts written " ws-written-count
           if ws-written-count <> ws-read-count
               move 12 to ws-run-rc
           end-if
           if ws-run-rc = 0
               move "CONVERTED" to ws-audit-event
           else
               display "ACCTCONVERT: conversion incomplete -- remove "
                 "acctmast.dat and run again"
               move "CONVERT-FAIL" to ws-audit-event
           end-if
           move spaces to ws-audit-text
           string "ACCTMAST 46 TO 66 BYTES, READ " ws-read-count
             " WRITTEN " ws-written-count
             delimited by size into ws-audit-text
           call "AuditWrite" using ws-audit-program ws-audit-event
             ws-audit-text
           move ws-run-rc to return-code
           goback.

       convert-one-account section.
           move old-account to master-account
           move old-name to master-name
           move old-acct-status to master-acct-status
           move old-charge-limit to master-charge-limit
           move 0 to master-ledger-balance
           move 0 to master-status-date
           write master-record
           if ws-new-status = "00"
               add 1 to ws-written-count
           else
               display "ACCTCONVERT: unable to write account "
                 old-account ", status " ws-new-status
           end-if.

       end program AcctConvert.
