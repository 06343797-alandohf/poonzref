      ***********************************************************************
      ** Licensed Materials - Property of IBM
      **
      ** Governed under the terms of the International
      ** License Agreement for Non-Warranted Sample Code.
      **
      ** (C) COPYRIGHT International Business Machines Corp. 1995 - 2002
      ** All Rights Reserved.
      **
      ** US Government Users Restricted Rights - Use, duplication or
      ** disclosure restricted by GSA ADP Schedule Contract with IBM Corp.
      ***********************************************************************
      **
      ** SOURCE FILE NAME: recert.cbl
      **
      ** SAMPLE: Quarterly access recertification of the operator
      **         menu profiles.  operauth.ctl grants only ever grew;
      **         this puts every grant in front of the operator's
      **         manager (from the operator master, opermst.dat)
      **         once a quarter.
      **
      **         recert.ctl mode "G" issues the worksheets: one file
      **         per manager, recert_<manager>.wks, listing each of
      **         their operators' menu selections with how often the
      **         operator ran that program in the last 90 days
      **         (dbops.log), how often anyone did, and how often it
      **         completed at all (runreg.log -- the registry has no
      **         operator column, so it only says whether a program
      **         that never writes to dbops.log ran).  A grant never
      **         used is flagged UNUSED, a leaver's grants LEFT, and
      **         both come pre-marked "R" (remove) in the decision
      **         column; everything else is pre-marked "K" (keep).
      **         The manager changes the column as they see fit.
      **
      **         Mode "S" (the default) is the status run.  A
      **         manager's recertification is signed off by an
      **         approved RECERT ticket in appr.tickets whose target
      **         is the manager's operator id (the apprchk rules,
      **         applied here so that every ticket on file is
      **         seen, not just the first match); until one is
      **         on file -- and not one already used in an earlier
      **         quarter -- the run reports the manager OUTSTANDING
      **         and ends with return code 4.  Once signed, the "R"
      **         rows of the returned worksheet are taken out of
      **         operauth.ctl (the old file saved aside as
      **         operauth.ctl.bak, the cfgmnt convention) and the
      **         sign-off is recorded in recert.hist, so it is
      **         applied exactly once.  The rewrite holds the
      **         file's cfglock edit lock; when another writer holds
      **         it, or changed the file meanwhile, nothing is
      **         removed, the refusal is logged, the sign-offs wait
      **         for the next run and the run ends with return
      **         code 8.  Status lands in recert.rpt.
      **
      ** OUTPUT FILE: recert.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "recert".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select opmst-file assign to opmst-envfn
              organization is indexed
              access mode is sequential
              record key is OM-OPERATOR
              file status is opmst-status.
           select auth-file assign to auth-envfn
              organization is line sequential
              file status is auth-status.
           select new-file assign to new-envfn
              organization is line sequential
              file status is new-status.
           select bak-file assign to bak-filename
              organization is line sequential.
           select ops-file assign to ops-envfn
              organization is line sequential
              file status is in-status.
           select reg-file assign to reg-envfn
              organization is line sequential
              file status is in-status.
           select wks-file assign to wks-envfn
              organization is line sequential
              file status is wks-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select ticket-file assign to ticket-envfn
              organization is line sequential
              file status is tk-status.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).

       FD  opmst-file.
       copy "opmstrec.cbl".

       FD  auth-file.
       01  auth-rec.
           05  oa-userid          pic x(8).
           05  filler             pic x.
           05  oa-item            occurs 20 times.
               10  oa-number      pic x(2).
               10  filler         pic x.

       FD  new-file.
       01  new-rec                pic x(69).

       FD  bak-file.
       01  bak-rec                pic x(69).

       FD  ops-file.
       01  ops-rec                pic x(240).

       FD  reg-file.
       01  reg-rec.
           05  rg-date            pic x(8).
           05  filler             pic x.
           05  rg-time            pic x(8).
           05  filler             pic x.
           05  rg-program         pic x(10).
           05  filler             pic x.
           05  rg-rc              pic x(5).
           05  filler             pic x.
           05  rg-type            pic x(1).

       FD  wks-file.
       01  wks-rec                pic x(80).

       FD  ticket-file.
       01  ticket-rec.
           05  tk-number          pic 9(6).
           05  filler             pic x.
           05  tk-date            pic x(8).
           05  filler             pic x.
           05  tk-requester       pic x(8).
           05  filler             pic x.
           05  tk-approver        pic x(8).
           05  filler             pic x.
           05  tk-action          pic x(10).
           05  filler             pic x.
           05  tk-target          pic x(9).
           05  filler             pic x.
           05  tk-expiry          pic x(8).
           05  filler             pic x.
           05  tk-ticket-status   pic x(1).

       FD  hist-file.
       01  hist-rec.
           05  hs-quarter         pic x(6).
           05  filler             pic x.
           05  hs-manager         pic x(8).
           05  filler             pic x.
           05  hs-ticket          pic x(6).
           05  filler             pic x.
           05  hs-date            pic x(8).
           05  filler             pic x.
           05  hs-removed         pic 9(4).

       FD  rpt-file.
       01  rpt-rec                pic x(100).

       Working-Storage Section.

       copy "menutab.cbl".
       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 opmst-envfn          pic x(42).
       77 auth-envfn           pic x(42).
       77 new-envfn            pic x(42).
       77 bak-filename         pic x(46).
       77 ops-envfn            pic x(42).
       77 reg-envfn            pic x(42).
       77 wks-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 rpt-envfn            pic x(42).
       77 wks-name             pic x(30).

       77 ctl-status           pic x(2).
       77 opmst-status         pic x(2).
       77 auth-status          pic x(2).
       77 new-status           pic x(2).
       77 in-status            pic x(2).
       77 wks-status           pic x(2).
       77 hist-status          pic x(2).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

       77 run-mode             pic x value "S".
          88 issue-mode        value "G".
       77 lower-alpha          pic x(26) value
                               "abcdefghijklmnopqrstuvwxyz".
       77 upper-alpha          pic x(26) value
                               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77 today-date           pic 9(8).
       77 today-x              pic x(8).
       77 quarter-id           pic x(6).
       77 quarter-num          pic 9.

      * day-serial date arithmetic for the 90-day window
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.
       77 cutoff-serial        pic s9(9) comp-5.
       77 window-sw            pic x value "N".
          88 in-window         value "Y".

      * the operator master -- manager and leaver status per id
       01 master-entries.
          05 master-entry      occurs 300 times.
             10 me-operator    pic x(8).
             10 me-manager     pic x(8).
             10 me-status      pic x(1).
       77 master-count         pic s9(4) comp-5 value 0.
       77 master-idx           pic s9(4) comp-5.
       77 master-found-sw      pic x value "N".
          88 master-found      value "Y".

      * the operauth.ctl profiles, one entry per operator row, with
      * that row's grants kept together in the grant table
       01 profile-entries.
          05 profile-entry     occurs 300 times.
             10 pf-operator    pic x(8).
             10 pf-manager     pic x(8).
             10 pf-left-sw     pic x.
             10 pf-first       pic s9(4) comp-5.
             10 pf-last        pic s9(4) comp-5.
       77 profile-count        pic s9(4) comp-5 value 0.
       77 profile-idx          pic s9(4) comp-5.
       77 profile-found-sw     pic x value "N".
          88 profile-found     value "Y".

       01 grant-entries.
          05 grant-entry       occurs 6000 times.
             10 gt-number      pic x(2).
             10 gt-menu-idx    pic s9(4) comp-5.
             10 gt-op-runs     pic s9(9) comp-5.
             10 gt-flag        pic x(12).
             10 gt-decision    pic x(1).
       77 grant-count          pic s9(4) comp-5 value 0.
       77 grant-idx            pic s9(4) comp-5.
       77 oa-idx               pic s9(4) comp-5.
       77 item-num             pic 99.

      * per menu item: the program name as the logs carry it, and
      * its run counts across all operators
       01 program-entries.
          05 program-entry     occurs 26 times.
             10 pg-name        pic x(10).
             10 pg-ops-runs    pic s9(9) comp-5.
             10 pg-reg-runs    pic s9(9) comp-5.
       77 menu-idx             pic s9(4) comp-5.
       77 found-menu-idx       pic s9(4) comp-5.

      * one entry per manager with operators under them
       01 manager-entries.
          05 manager-entry     occurs 100 times.
             10 mg-manager     pic x(8).
             10 mg-operators   pic s9(4) comp-5.
             10 mg-grants      pic s9(4) comp-5.
             10 mg-flagged     pic s9(4) comp-5.
             10 mg-removed     pic s9(4) comp-5.
             10 mg-ticket      pic x(6).
             10 mg-state       pic x(1).
                88 mg-signed-earlier  value "E".
                88 mg-signed-now      value "N".
                88 mg-outstanding     value "O".
             10 mg-note        pic x(40).
       77 manager-count        pic s9(4) comp-5 value 0.
       77 manager-idx          pic s9(4) comp-5.
       77 manager-found-sw     pic x value "N".
          88 manager-found     value "Y".
       77 check-manager        pic x(8).
       77 unmanaged-count      pic s9(4) comp-5 value 0.
       77 outstanding-count    pic s9(4) comp-5 value 0.

      * earlier sign-offs (recert.hist)
       01 history-entries.
          05 history-entry     occurs 1000 times.
             10 he-quarter     pic x(6).
             10 he-manager     pic x(8).
             10 he-ticket      pic x(6).
       77 history-count        pic s9(4) comp-5 value 0.
       77 history-idx          pic s9(4) comp-5.

      * grants to take out of operauth.ctl this run
       01 removal-entries.
          05 removal-entry     occurs 2000 times.
             10 rm-operator    pic x(8).
             10 rm-number      pic x(2).
       77 removal-count        pic s9(4) comp-5 value 0.
       77 removal-idx          pic s9(4) comp-5.
       77 removal-sw           pic x value "N".
          88 grant-removed     value "Y".
       77 kept-count           pic s9(4) comp-5.

       01 new-auth-line.
          05 na-userid         pic x(8).
          05 filler            pic x value space.
          05 na-item           occurs 20 times.
             10 na-number      pic x(2).
             10 filler         pic x value space.

      * the worksheet -- a header row, comment rows, and one detail
      * row per grant with the manager's decision in the last column
       01 wks-header.
          05 wh-type           pic x(1) value "H".
          05 filler            pic x value space.
          05 wh-manager        pic x(8).
          05 filler            pic x value space.
          05 wh-quarter        pic x(6).
          05 filler            pic x value space.
          05 wh-issued         pic x(8).
          05 filler            pic x(54) value spaces.

       01 wks-detail.
          05 wd-type           pic x(1) value "D".
          05 filler            pic x value space.
          05 wd-operator       pic x(8).
          05 filler            pic x value space.
          05 wd-number         pic x(2).
          05 filler            pic x value space.
          05 wd-program        pic x(10).
          05 filler            pic x value space.
          05 wd-op-runs        pic zzzz9.
          05 filler            pic x value space.
          05 wd-all-runs       pic zzzz9.
          05 filler            pic x value space.
          05 wd-reg-runs       pic zzzz9.
          05 filler            pic x value space.
          05 wd-flag           pic x(12).
          05 filler            pic x value space.
          05 wd-decision       pic x(1).
          05 filler            pic x(24) value spaces.

       01 wks-in-rec           pic x(80).
       01 wks-in-header redefines wks-in-rec.
          05 wih-type          pic x(1).
          05 filler            pic x.
          05 wih-manager       pic x(8).
          05 filler            pic x.
          05 wih-quarter       pic x(6).
          05 filler            pic x(63).
       01 wks-in-detail redefines wks-in-rec.
          05 wid-type          pic x(1).
          05 filler            pic x.
          05 wid-operator      pic x(8).
          05 filler            pic x.
          05 wid-number        pic x(2).
          05 filler            pic x(42).
          05 wid-decision      pic x(1).
          05 filler            pic x(24).
       77 wks-quarter          pic x(6).
       77 wks-removals         pic s9(4) comp-5.
       77 wks-removal-start    pic s9(4) comp-5.

      * Variables for the shared approval-ticket check (apprchk)
       77 appr-rc              pic s9(9) comp-5 value 0.
       77 appr-ticket          pic x(6) value spaces.
       77 appr-target          pic x(9).
      * appr.tickets is read here rather than through apprchk --
      * apprchk stops at the first match, and an older ticket
      * already spent in recert.hist would hide a newer one
       77 ticket-envfn         pic x(42).
       77 tk-status            pic x(2).
       77 used-ticket          pic x(6) value spaces.
       77 end-of-tickets-sw    pic x value "N".
          88 end-of-tickets    value "Y".

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc               pic s9(9) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.
       77 removals-refused-sw  pic x value "N".
          88 removals-refused  value "Y".

       01 rpt-line             pic x(100).
       01 status-line.
          05 sl-manager        pic x(8).
          05 filler            pic x(2) value spaces.
          05 sl-operators      pic zzz9.
          05 filler            pic x(2) value spaces.
          05 sl-grants         pic zzz9.
          05 filler            pic x(2) value spaces.
          05 sl-flagged        pic zzz9.
          05 filler            pic x(2) value spaces.
          05 sl-removed        pic zzz9.
          05 filler            pic x(2) value spaces.
          05 sl-state          pic x(11).
          05 filler            pic x value space.
          05 sl-note           pic x(40).
       77 count-ed             pic zzz9.

       Procedure Division.
       recert-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : RECERT.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "RECERT    ".

           accept today-date from date yyyymmdd.
           move today-date to today-x.
           move today-date to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.
           compute cutoff-serial = today-serial - 90.
           compute quarter-num = (swd-mm + 2) / 3.
           move spaces to quarter-id.
           string swd-yyyy delimited by size
                  "Q"      delimited by size
                  quarter-num delimited by size
             into quarter-id.

           perform read-control.
           perform load-program-names
              varying menu-idx from 1 by 1 until menu-idx > 26.
           perform load-master.
           if master-count equal 0
      * without the master no grant has a manager to go to
              display "RECERT: opermst.dat empty or not on hand ",
                       "-- run opermnt"
              move 8 to RETURN-CODE
              go to end-recert.
           perform load-profiles.
           if profile-count equal 0
              display "RECERT: no operauth.ctl profiles -- the menu ",
                       "is unrestricted, nothing to recertify"
              go to end-recert.
           perform load-history.

           open output rpt-file.
           move spaces to rpt-line.
           string "ACCESS RECERTIFICATION  " delimited by size
                  quarter-id delimited by size
                  "  RUN " delimited by size
                  today-x delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           perform list-unmanaged-operator
              varying profile-idx from 1 by 1
              until profile-idx > profile-count.

           if issue-mode
              perform count-ops-log-runs
              perform count-registry-runs
              perform flag-one-grant
                 varying grant-idx from 1 by 1
                 until grant-idx > grant-count
              perform issue-worksheet
                 varying manager-idx from 1 by 1
                 until manager-idx > manager-count
           else
              perform check-sign-off
                 varying manager-idx from 1 by 1
                 until manager-idx > manager-count
              if removal-count greater than 0
                 perform apply-removals
              end-if
      * every manager signed off this run is recorded, whether the
      * sheet asked for removals or confirmed every grant -- unless
      * the removals were refused, when the sign-offs stay open so
      * the next run applies them
              if not removals-refused
                 perform record-sign-off
                    varying manager-idx from 1 by 1
                    until manager-idx > manager-count
              end-if
           end-if.

           perform write-status-report.
           close rpt-file.
           call "rptarch" using "recert.rpt                    ",
                   "RECERT    ".

           if outstanding-count greater than 0
              or unmanaged-count greater than 0
              move 4 to RETURN-CODE
           end-if.
           if removals-refused
              move 8 to RETURN-CODE
           end-if.

       end-recert.
           move RETURN-CODE to reg-rc.
           call "runreg" using "RECERT    ", reg-rc.
           goback.

       read-control section.
      *************************************************************
      * recert.ctl: mode(1) -- "G" issue this quarter's           *
      * worksheets, "S" (the default) report the sign-offs and    *
      * apply the signed ones                                     *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-mode equal "G"
                    move "G" to run-mode
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-program-names section.
      * the logs carry program names in upper case
           move mi-program(menu-idx) to pg-name(menu-idx).
           inspect pg-name(menu-idx)
              converting lower-alpha to upper-alpha.
           move 0 to pg-ops-runs(menu-idx).
           move 0 to pg-reg-runs(menu-idx).
       end-load-program-names. exit.

       load-master section.
           open input opmst-file.
           if opmst-status not equal "00"
              go to end-load-master.
           move "N" to end-of-file-sw.
           perform load-one-master thru load-one-master-exit
              until end-of-file or master-count equal 300.
           close opmst-file.
       end-load-master. exit.

       load-one-master section.
           read opmst-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-master-exit
           end-read.
           add 1 to master-count.
           move OM-OPERATOR to me-operator(master-count).
           move OM-MANAGER  to me-manager(master-count).
           move OM-STATUS   to me-status(master-count).
       load-one-master-exit. exit.

       load-profiles section.
      *************************************************************
      * operauth.ctl: operator id(8), then up to 20 two-digit    *
      * menu numbers; each row's manager comes from the master    *
      *************************************************************
           open input auth-file.
           if auth-status not equal "00"
              go to end-load-profiles.
           move "N" to end-of-file-sw.
           perform load-one-profile thru load-one-profile-exit
              until end-of-file or profile-count equal 300.
           close auth-file.
       end-load-profiles. exit.

       load-one-profile section.
           read auth-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-profile-exit
           end-read.
           if oa-userid equal spaces or oa-userid(1:1) equal "*"
              go to load-one-profile-exit.
           add 1 to profile-count.
           move oa-userid to pf-operator(profile-count).
           move spaces to pf-manager(profile-count).
           move "N" to pf-left-sw(profile-count).
           compute pf-first(profile-count) = grant-count + 1.

           move "N" to master-found-sw.
           perform check-master-entry
              varying master-idx from 1 by 1
              until master-idx > master-count or master-found.
           if master-found
              subtract 1 from master-idx
              move me-manager(master-idx)
                to pf-manager(profile-count)
              if me-status(master-idx) equal "L"
                 move "Y" to pf-left-sw(profile-count)
              end-if
           end-if.

           perform load-one-grant
              varying oa-idx from 1 by 1 until oa-idx > 20.
           move grant-count to pf-last(profile-count).

           if pf-manager(profile-count) not equal spaces
              move pf-manager(profile-count) to check-manager
              perform find-or-add-manager
              if manager-found
                 add 1 to mg-operators(manager-idx)
                 compute mg-grants(manager-idx) =
                    mg-grants(manager-idx)
                    + pf-last(profile-count)
                    - pf-first(profile-count) + 1
              end-if
           end-if.
       load-one-profile-exit. exit.

       check-master-entry section.
           if me-operator(master-idx) equal oa-userid
              move "Y" to master-found-sw
           end-if.
       end-check-master-entry. exit.

       load-one-grant section.
           if oa-number(oa-idx) equal spaces
              or grant-count equal 6000
              go to end-load-one-grant.
           add 1 to grant-count.
           move oa-number(oa-idx) to gt-number(grant-count).
           move 0 to gt-menu-idx(grant-count).
           move 0 to gt-op-runs(grant-count).
           move spaces to gt-flag(grant-count).
           move "K" to gt-decision(grant-count).
           if oa-number(oa-idx) is numeric
              move oa-number(oa-idx) to item-num
              if item-num greater than 0
                 and item-num not greater than 26
                 move item-num to gt-menu-idx(grant-count)
              end-if
           end-if.
       end-load-one-grant. exit.

       find-or-add-manager section.
           move "N" to manager-found-sw.
           perform check-manager-entry
              varying manager-idx from 1 by 1
              until manager-idx > manager-count or manager-found.
           if manager-found
              subtract 1 from manager-idx
              go to end-find-or-add-manager.
           if manager-count equal 100
              go to end-find-or-add-manager.
           add 1 to manager-count.
           move manager-count to manager-idx.
           move check-manager to mg-manager(manager-idx).
           move 0 to mg-operators(manager-idx).
           move 0 to mg-grants(manager-idx).
           move 0 to mg-flagged(manager-idx).
           move 0 to mg-removed(manager-idx).
           move spaces to mg-ticket(manager-idx).
           move "O" to mg-state(manager-idx).
           move spaces to mg-note(manager-idx).
           move "Y" to manager-found-sw.
       end-find-or-add-manager. exit.

       check-manager-entry section.
           if mg-manager(manager-idx) equal check-manager
              move "Y" to manager-found-sw
           end-if.
       end-check-manager-entry. exit.

       load-history section.
      *************************************************************
      * recert.hist: quarter(6) manager(8) ticket(6) date(8)      *
      * removed(4) -- one row per applied sign-off                *
      *************************************************************
           open input hist-file.
           if hist-status not equal "00"
              go to end-load-history.
           move "N" to end-of-file-sw.
           perform load-one-history thru load-one-history-exit
              until end-of-file or history-count equal 1000.
           close hist-file.
       end-load-history. exit.

       load-one-history section.
           read hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-history-exit
           end-read.
           add 1 to history-count.
           move hs-quarter to he-quarter(history-count).
           move hs-manager to he-manager(history-count).
           move hs-ticket  to he-ticket(history-count).
       load-one-history-exit. exit.

       list-unmanaged-operator section.
      * a profile whose operator has no manager in the master
      * cannot be recertified by anyone -- say so every run
           if pf-manager(profile-idx) not equal spaces
              go to end-list-unmanaged-operator.
           add 1 to unmanaged-count.
           move spaces to rpt-line.
           string pf-operator(profile-idx) delimited by size
                  "  has menu grants but no manager in opermst.dat"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-list-unmanaged-operator. exit.

       count-ops-log-runs section.
      *************************************************************
      * dbops.log, through the layout-aware reader: every record  *
      * in the last 90 days counts once for its program, and once *
      * for the operator's grant of that program                  *
      *************************************************************
           move "N" to end-of-file-sw.
           open input ops-file.
           if in-status not equal "00"
              go to end-count-ops-log-runs.
           perform count-one-action thru count-one-action-exit
              until end-of-file.
           close ops-file.
       end-count-ops-log-runs. exit.

       count-one-action section.
           read ops-file
              at end
                 move "Y" to end-of-file-sw
                 go to count-one-action-exit
           end-read.
           move ops-rec to raw-log-record.
           call "logread" using "O", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to count-one-action-exit.
           move LOGREC-DATE to serial-work-date.
           perform check-window.
           if not in-window
              go to count-one-action-exit.

           move 0 to found-menu-idx.
           perform match-ops-program
              varying menu-idx from 1 by 1
              until menu-idx > 26 or found-menu-idx not equal 0.
           if found-menu-idx equal 0
              go to count-one-action-exit.
           add 1 to pg-ops-runs(found-menu-idx).

           move "N" to profile-found-sw.
           perform check-profile-entry
              varying profile-idx from 1 by 1
              until profile-idx > profile-count or profile-found.
           if not profile-found
              go to count-one-action-exit.
           subtract 1 from profile-idx.
           perform credit-one-grant
              varying grant-idx from pf-first(profile-idx) by 1
              until grant-idx > pf-last(profile-idx).
       count-one-action-exit. exit.

       match-ops-program section.
           if pg-name(menu-idx) equal LOGREC-PROGRAM
              move menu-idx to found-menu-idx
           end-if.
       end-match-ops-program. exit.

       check-profile-entry section.
           if pf-operator(profile-idx) equal LOGREC-OPERATOR
              move "Y" to profile-found-sw
           end-if.
       end-check-profile-entry. exit.

       credit-one-grant section.
           if gt-menu-idx(grant-idx) equal found-menu-idx
              add 1 to gt-op-runs(grant-idx)
           end-if.
       end-credit-one-grant. exit.

       count-registry-runs section.
      *************************************************************
      * runreg.log completions (type "C") in the window, per      *
      * program -- the registry does not say who ran them         *
      *************************************************************
           move "N" to end-of-file-sw.
           open input reg-file.
           if in-status not equal "00"
              go to end-count-registry-runs.
           perform count-one-completion thru count-one-completion-exit
              until end-of-file.
           close reg-file.
       end-count-registry-runs. exit.

       count-one-completion section.
           read reg-file
              at end
                 move "Y" to end-of-file-sw
                 go to count-one-completion-exit
           end-read.
           if rg-type not equal "C"
              go to count-one-completion-exit.
           move rg-date to serial-work-date.
           perform check-window.
           if not in-window
              go to count-one-completion-exit.
           perform match-registry-program
              varying menu-idx from 1 by 1 until menu-idx > 26.
       count-one-completion-exit. exit.

       match-registry-program section.
           if pg-name(menu-idx) equal rg-program
              add 1 to pg-reg-runs(menu-idx)
           end-if.
       end-match-registry-program. exit.

       check-window section.
      * serial-work-date holds the record's date
           move "N" to window-sw.
           if serial-work-date is not numeric
              go to end-check-window.
           perform date-to-serial.
           if serial-days not less than cutoff-serial
              and serial-days not greater than today-serial
              move "Y" to window-sw
           end-if.
       end-check-window. exit.

       flag-one-grant section.
      *************************************************************
      * a leaver's grants and grants never used go to the manager *
      * pre-marked for removal; a program that ran but never     *
      * writes to dbops.log cannot be pinned on anyone, so that  *
      * one is left for the manager to judge                      *
      *************************************************************
           move "N" to profile-found-sw.
           perform find-grant-profile
              varying profile-idx from 1 by 1
              until profile-idx > profile-count or profile-found.
           subtract 1 from profile-idx.

           if pf-left-sw(profile-idx) equal "Y"
              move "LEFT" to gt-flag(grant-idx)
              move "R" to gt-decision(grant-idx)
              go to end-flag-one-grant.
           if gt-menu-idx(grant-idx) equal 0
              move "NO SUCH ITEM" to gt-flag(grant-idx)
              move "R" to gt-decision(grant-idx)
              go to end-flag-one-grant.
           if gt-op-runs(grant-idx) greater than 0
              go to end-flag-one-grant.
           move gt-menu-idx(grant-idx) to menu-idx.
           if pg-ops-runs(menu-idx) equal 0
              and pg-reg-runs(menu-idx) greater than 0
              move "NOT LOGGED" to gt-flag(grant-idx)
              go to end-flag-one-grant.
           move "UNUSED" to gt-flag(grant-idx).
           move "R" to gt-decision(grant-idx).
       end-flag-one-grant. exit.

       find-grant-profile section.
           if grant-idx not less than pf-first(profile-idx)
              and grant-idx not greater than pf-last(profile-idx)
              move "Y" to profile-found-sw
           end-if.
       end-find-grant-profile. exit.

       issue-worksheet section.
      *************************************************************
      * recert_<manager>.wks, rewritten from scratch -- issuing   *
      * again in the same quarter replaces an unreturned sheet    *
      *************************************************************
           perform resolve-worksheet-name.
           open output wks-file.
           if wks-status not equal "00"
              move "WORKSHEET COULD NOT BE WRITTEN" to
                   mg-note(manager-idx)
              add 1 to outstanding-count
              go to end-issue-worksheet.

           move mg-manager(manager-idx) to wh-manager.
           move quarter-id to wh-quarter.
           move today-x to wh-issued.
           write wks-rec from wks-header.
           move spaces to wks-rec.
           string "* OPERATOR ITEM PROGRAM    OPRUN ALLRN REGRN"
                     delimited by size
                  " FLAG         D" delimited by size
             into wks-rec.
           write wks-rec.
           move spaces to wks-rec.
           string "* runs cover the last 90 days -- set D to K to"
                     delimited by size
                  " keep a grant, R to remove it" delimited by size
             into wks-rec.
           write wks-rec.
           move spaces to wks-rec.
           string "* then raise a RECERT ticket for " delimited by size
                  mg-manager(manager-idx) delimited by space
                  " through apprmnt" delimited by size
             into wks-rec.
           write wks-rec.

           perform write-operator-grants
              varying profile-idx from 1 by 1
              until profile-idx > profile-count.
           close wks-file.

           add 1 to outstanding-count.
           move "WORKSHEET ISSUED" to mg-note(manager-idx).
           move mg-flagged(manager-idx) to count-ed.
           move spaces to log-detail.
           string "worksheet issued to " delimited by size
                  mg-manager(manager-idx) delimited by space
                  " for " delimited by size
                  quarter-id delimited by size
                  ", grants flagged " delimited by size
                  count-ed delimited by size
             into log-detail.
           call "opslog" using "RECERT    ",
                   "RECERT WORKSHEET ISSUED       ", log-detail.
       end-issue-worksheet. exit.

       write-operator-grants section.
           if pf-manager(profile-idx) not equal mg-manager(manager-idx)
              go to end-write-operator-grants.
           perform write-one-grant
              varying grant-idx from pf-first(profile-idx) by 1
              until grant-idx > pf-last(profile-idx).
       end-write-operator-grants. exit.

       write-one-grant section.
           move pf-operator(profile-idx) to wd-operator.
           move gt-number(grant-idx) to wd-number.
           move gt-op-runs(grant-idx) to wd-op-runs.
           if gt-menu-idx(grant-idx) equal 0
              move "?" to wd-program
              move 0 to wd-all-runs
              move 0 to wd-reg-runs
           else
              move gt-menu-idx(grant-idx) to menu-idx
              move mi-program(menu-idx) to wd-program
              move pg-ops-runs(menu-idx) to wd-all-runs
              move pg-reg-runs(menu-idx) to wd-reg-runs
           end-if.
           move gt-flag(grant-idx) to wd-flag.
           move gt-decision(grant-idx) to wd-decision.
           write wks-rec from wks-detail.
           if gt-decision(grant-idx) equal "R"
              add 1 to mg-flagged(manager-idx)
           end-if.
       end-write-one-grant. exit.

       resolve-worksheet-name section.
           move spaces to wks-name.
           string "recert_" delimited by size
                  mg-manager(manager-idx) delimited by space
                  ".wks" delimited by size
             into wks-name.
           call "envname" using wks-name, wks-envfn.
       end-resolve-worksheet-name. exit.

       check-sign-off section.
      *************************************************************
      * signed this quarter already -- nothing to do; otherwise   *
      * a fresh approved RECERT ticket for the manager, and the  *
      * returned worksheet, are both needed                       *
      *************************************************************
           move "N" to manager-found-sw.
           perform check-history-quarter
              varying history-idx from 1 by 1
              until history-idx > history-count or manager-found.
           if manager-found
              subtract 1 from history-idx
              move "E" to mg-state(manager-idx)
              move he-ticket(history-idx) to mg-ticket(manager-idx)
              move "SIGNED OFF EARLIER THIS QUARTER"
                to mg-note(manager-idx)
              go to end-check-sign-off.

           add 1 to outstanding-count.
           move spaces to appr-target.
           move mg-manager(manager-idx) to appr-target.
           perform find-unused-ticket.
           if appr-rc not equal 0
              if used-ticket equal spaces
                 move "AWAITING AN APPROVED RECERT TICKET"
                   to mg-note(manager-idx)
              else
                 move spaces to mg-note(manager-idx)
                 string "TICKET " delimited by size
                        used-ticket delimited by size
                        " WAS USED IN AN EARLIER QUARTER"
                           delimited by size
                   into mg-note(manager-idx)
              end-if
              go to end-check-sign-off.

           perform resolve-worksheet-name.
           open input wks-file.
           if wks-status not equal "00"
              move "SIGNED BUT NO WORKSHEET ON FILE"
                to mg-note(manager-idx)
              go to end-check-sign-off.
           move spaces to wks-quarter.
           move 0 to wks-removals.
           move removal-count to wks-removal-start.
           move "N" to end-of-file-sw.
           perform read-one-worksheet-row
              thru read-one-worksheet-row-exit
              until end-of-file.
           close wks-file.

           if wks-quarter not equal quarter-id
      * a sheet from an earlier quarter is not this quarter's
      * answer -- drop whatever it asked for
              move wks-removal-start to removal-count
              move spaces to mg-note(manager-idx)
              string "WORKSHEET ON FILE IS FOR " delimited by size
                     wks-quarter delimited by size
                     " -- ISSUE WITH MODE G" delimited by size
                into mg-note(manager-idx)
              go to end-check-sign-off.

           subtract 1 from outstanding-count.
           move "N" to mg-state(manager-idx).
           move appr-ticket to mg-ticket(manager-idx).
           move wks-removals to mg-removed(manager-idx).
           move "SIGNED OFF AND APPLIED" to mg-note(manager-idx).
       end-check-sign-off. exit.

       check-history-quarter section.
           if he-quarter(history-idx) equal quarter-id
              and he-manager(history-idx) equal mg-manager(manager-idx)
              move "Y" to manager-found-sw
           end-if.
       end-check-history-quarter. exit.

       find-unused-ticket section.
      *************************************************************
      * the first approved, unexpired RECERT ticket for the      *
      * manager -- approved by someone other than its requester, *
      * the apprchk rules -- whose number recert.hist has not    *
      * already recorded                                          *
      *************************************************************
           move 8 to appr-rc.
           move spaces to appr-ticket.
           move spaces to used-ticket.
           move "N" to end-of-tickets-sw.
           open input ticket-file.
           if tk-status not equal "00"
              go to end-find-unused-ticket.
           perform check-one-ticket thru check-one-ticket-exit
              until end-of-tickets or appr-rc equal 0.
           close ticket-file.
       end-find-unused-ticket. exit.

       check-one-ticket section.
           read ticket-file
              at end
                 move "Y" to end-of-tickets-sw
                 go to check-one-ticket-exit
           end-read.
           if tk-ticket-status not equal "A"
              or tk-action not equal "RECERT"
              or tk-target not equal appr-target
              or tk-expiry less than today-x
              or tk-approver equal spaces
              or tk-approver equal tk-requester
              go to check-one-ticket-exit.
           move tk-number to appr-ticket.
           move "N" to manager-found-sw.
           perform check-history-ticket
              varying history-idx from 1 by 1
              until history-idx > history-count or manager-found.
           if manager-found
              move appr-ticket to used-ticket
              move spaces to appr-ticket
              go to check-one-ticket-exit.
           move 0 to appr-rc.
       check-one-ticket-exit. exit.

       check-history-ticket section.
           if he-manager(history-idx) equal mg-manager(manager-idx)
              and he-ticket(history-idx) equal appr-ticket
              move "Y" to manager-found-sw
           end-if.
       end-check-history-ticket. exit.

       read-one-worksheet-row section.
           read wks-file into wks-in-rec
              at end
                 move "Y" to end-of-file-sw
                 go to read-one-worksheet-row-exit
           end-read.
           if wih-type equal "H"
              move wih-quarter to wks-quarter
              go to read-one-worksheet-row-exit.
           if wid-type not equal "D"
              go to read-one-worksheet-row-exit.
           if wid-decision not equal "R"
              and wid-decision not equal "r"
              go to read-one-worksheet-row-exit.

      * only a grant of one of this manager's own operators may
      * be taken away on this manager's say-so
           move "N" to profile-found-sw.
           perform check-worksheet-operator
              varying profile-idx from 1 by 1
              until profile-idx > profile-count or profile-found.
           if not profile-found
              go to read-one-worksheet-row-exit.
           subtract 1 from profile-idx.
           if pf-manager(profile-idx) not equal mg-manager(manager-idx)
              go to read-one-worksheet-row-exit.
           if removal-count equal 2000
              go to read-one-worksheet-row-exit.
           add 1 to removal-count.
           move wid-operator to rm-operator(removal-count).
           move wid-number to rm-number(removal-count).
           add 1 to wks-removals.
       read-one-worksheet-row-exit. exit.

       check-worksheet-operator section.
           if pf-operator(profile-idx) equal wid-operator
              move "Y" to profile-found-sw
           end-if.
       end-check-worksheet-operator. exit.

       apply-removals section.
      *************************************************************
      * operauth.ctl is rewritten through a side file minus the   *
      * signed-off removals; the file as it stood is saved as    *
      * operauth.ctl.bak first, the cfgmnt convention, and the   *
      * whole edit holds the file's cfglock edit lock, since     *
      * ctlapply installs the same file under it                  *
      *************************************************************
           call "cfglock" using "A", "operauth.ctl                  ",
                   "RECERT    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform refuse-removals
              go to end-apply-removals.
           perform save-old-version.
           call "cfglock" using "I", "operauth.ctl                  ",
                   "RECERT    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform release-edit-lock
              perform refuse-removals
              go to end-apply-removals.

           move "N" to end-of-file-sw.
           open input auth-file.
           if auth-status not equal "00"
              perform release-edit-lock
              go to end-apply-removals.
           open output new-file.
           perform sift-one-profile thru sift-one-profile-exit
              until end-of-file.
           close auth-file.
           close new-file.

           move "N" to end-of-file-sw.
           open input new-file.
           open output auth-file.
           perform copy-one-profile thru copy-one-profile-exit
              until end-of-file.
           close new-file.
           close auth-file.
           perform release-edit-lock.
       end-apply-removals. exit.

       release-edit-lock section.
           call "cfglock" using "R", "operauth.ctl                  ",
                   "RECERT    ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       refuse-removals section.
      * operauth.ctl is left exactly as it was; the sign-offs are
      * not recorded, so the removals are taken on the next run
           move "Y" to removals-refused-sw.
           display "RECERT: operauth.ctl is locked or changed by ",
                    "another writer -- grants not removed this run".
           move spaces to log-detail.
           string "operauth.ctl unchanged for quarter "
                     delimited by size
                  quarter-id delimited by size
                  " -- lock refused" delimited by size
             into log-detail.
           call "opslog" using "RECERT    ",
                   "MENU GRANT REMOVAL REFUSED    ", log-detail.
       end-refuse-removals. exit.

       sift-one-profile section.
           read auth-file
              at end
                 move "Y" to end-of-file-sw
                 go to sift-one-profile-exit
           end-read.
           if oa-userid equal spaces or oa-userid(1:1) equal "*"
              write new-rec from auth-rec
              go to sift-one-profile-exit.
           move spaces to new-auth-line.
           move oa-userid to na-userid.
           move 0 to kept-count.
           perform sift-one-grant
              varying oa-idx from 1 by 1 until oa-idx > 20.
           write new-rec from new-auth-line.
       sift-one-profile-exit. exit.

       sift-one-grant section.
           if oa-number(oa-idx) equal spaces
              go to end-sift-one-grant.
           move "N" to removal-sw.
           perform check-removal-entry
              varying removal-idx from 1 by 1
              until removal-idx > removal-count or grant-removed.
           if grant-removed
              subtract 1 from removal-idx
              move spaces to log-detail
              string "menu item " delimited by size
                     oa-number(oa-idx) delimited by size
                     " removed from " delimited by size
                     oa-userid delimited by space
                     " at recertification " delimited by size
                     quarter-id delimited by size
                into log-detail
              call "opslog" using "RECERT    ",
                      "MENU GRANT REMOVED            ", log-detail
              go to end-sift-one-grant.
           add 1 to kept-count.
           move oa-number(oa-idx) to na-number(kept-count).
       end-sift-one-grant. exit.

       check-removal-entry section.
           if rm-operator(removal-idx) equal oa-userid
              and rm-number(removal-idx) equal oa-number(oa-idx)
              move "Y" to removal-sw
           end-if.
       end-check-removal-entry. exit.

       copy-one-profile section.
           read new-file
              at end
                 move "Y" to end-of-file-sw
                 go to copy-one-profile-exit
           end-read.
           write auth-rec from new-rec.
       copy-one-profile-exit. exit.

       save-old-version section.
      *************************************************************
      * the edit is reversible: the profiles as they stood are    *
      * copied to operauth.ctl.bak before anything is rewritten   *
      *************************************************************
           move "N" to end-of-file-sw.
           open input auth-file.
           if auth-status not equal "00"
              go to end-save-old-version.
           move spaces to bak-filename.
           string auth-envfn delimited by space
                  ".bak"     delimited by size
             into bak-filename.
           open output bak-file.
           perform back-up-one-profile thru back-up-one-profile-exit
              until end-of-file.
           close auth-file.
           close bak-file.
       end-save-old-version. exit.

       back-up-one-profile section.
           read auth-file
              at end
                 move "Y" to end-of-file-sw
                 go to back-up-one-profile-exit
           end-read.
           write bak-rec from auth-rec.
       back-up-one-profile-exit. exit.

       record-sign-off section.
           if not mg-signed-now(manager-idx)
              go to end-record-sign-off.
           open extend hist-file.
           if hist-status equal "35"
              open output hist-file
           end-if.
           move spaces to hist-rec.
           move quarter-id to hs-quarter.
           move mg-manager(manager-idx) to hs-manager.
           move mg-ticket(manager-idx) to hs-ticket.
           move today-x to hs-date.
           move mg-removed(manager-idx) to hs-removed.
           write hist-rec.
           close hist-file.

           move mg-removed(manager-idx) to count-ed.
           move spaces to log-detail.
           string mg-manager(manager-idx) delimited by space
                  " signed off " delimited by size
                  quarter-id delimited by size
                  " under ticket " delimited by size
                  mg-ticket(manager-idx) delimited by size
                  ", removed " delimited by size
                  count-ed delimited by size
             into log-detail.
           call "opslog" using "RECERT    ",
                   "RECERT SIGNED OFF             ", log-detail.
       end-record-sign-off. exit.

       write-status-report section.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "MANAGER   OPERS  GRANTS  FLAGGED  REMOVED  STATE" to
                rpt-line.
           write rpt-rec from rpt-line.
           perform write-manager-status
              varying manager-idx from 1 by 1
              until manager-idx > manager-count.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move outstanding-count to count-ed.
           move spaces to rpt-line.
           string "outstanding recertifications : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           display "Outstanding recertifications : ",
                    outstanding-count.
       end-write-status-report. exit.

       write-manager-status section.
           move mg-manager(manager-idx)   to sl-manager.
           move mg-operators(manager-idx) to sl-operators.
           move mg-grants(manager-idx)    to sl-grants.
           move mg-flagged(manager-idx)   to sl-flagged.
           move mg-removed(manager-idx)   to sl-removed.
           evaluate true
              when mg-signed-earlier(manager-idx)
                 move "SIGNED" to sl-state
              when mg-signed-now(manager-idx)
                 move "SIGNED" to sl-state
              when other
                 move "OUTSTANDING" to sl-state
           end-evaluate.
           move mg-note(manager-idx) to sl-note.
           write rpt-rec from status-line.
       end-write-manager-status. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the 90-day window can be     *
      * computed across month and year boundaries with plain     *
      * integer arithmetic                                        *
      *************************************************************
           move swd-yyyy to serial-yy.
           move swd-mm   to serial-mm.
           if serial-mm less than 3
              subtract 1 from serial-yy
              add 12 to serial-mm
           end-if.
           compute serial-days = 365 * serial-yy
              + serial-yy / 4 - serial-yy / 100 + serial-yy / 400
              + (153 * (serial-mm - 3) + 2) / 5
              + swd-dd.
       end-date-to-serial. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "recert.ctl                    ",
                   ctl-envfn.
           call "envname" using "opermst.dat                   ",
                   opmst-envfn.
           call "envname" using "operauth.ctl                  ",
                   auth-envfn.
           call "envname" using "operauth.ctl.new              ",
                   new-envfn.
           call "envname" using "dbops.log                     ",
                   ops-envfn.
           call "envname" using "runreg.log                    ",
                   reg-envfn.
           call "envname" using "recert.hist                   ",
                   hist-envfn.
           call "envname" using "recert.rpt                    ",
                   rpt-envfn.
           call "envname" using "appr.tickets                  ",
                   ticket-envfn.
       end-resolve-toolkit-filenames. exit.
