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
      ** SOURCE FILE NAME: migpln.cbl
      **
      ** SAMPLE: Migration wave planner.  Every MIGRATE campaign
      **         used to be divided into nightly waves on a
      **         whiteboard.  The plan pass (migpln.ctl mode "P")
      **         builds the waves from what the toolkit holds: the
      **         active inventory databases (optionally one
      **         environment) not already migrated per migrate.hist;
      **         appdep.dat, so every database of an application --
      **         and of any application sharing one of its databases
      **         -- lands in the same wave; cap.hist for each
      **         database's size, at migpln.ctl's migration rate;
      **         backup.hist for the expected backup, which is also
      **         the back-out restore reserved behind it; wkld.hist
      **         for each application group's quietest hour, so a
      **         group goes to a window covering that hour when one
      **         has room; and chgcal.ctl, so waves land only in
      **         approved "W" windows on dates with no blackout.
      **         Groups are placed largest first, and each wave's
      **         databases are dealt largest first to the least
      **         loaded of migrate.cfg's streams (the bkplan
      **         convention), so the streams finish together.  Each
      **         wave is written as migrate.<yyyymmdd>.lst with its
      **         stream assignment in migpln.<yyyymmdd>.str, the
      **         whole campaign as migpln.plan, and the plan report
      **         as migpln.rpt.  The stage pass (mode "S", scheduled
      **         ahead of the migration streams) puts tonight's wave
      **         in place as migrate.lst and migpln.str, keeping the
      **         previous list as migrate.lst.bak, under migrate.lst's
      **         cfglock edit lock; when another writer holds it the
      **         wave is not staged, the refusal is logged and the
      **         run ends with return code 8.  The progress pass
      **         (mode "R", each morning) reports every planned
      **         database against migrate.hist into migprog.rpt.
      **
      ** OUTPUT FILE: migpln.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "migpln".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select mcfg-file assign to mcfg-envfn
              organization is line sequential
              file status is mcfg-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select mig-hist-file assign to mig-hist-envfn
              organization is line sequential
              file status is in-status.
           select bkp-list-file assign to bkp-list-envfn
              organization is line sequential
              file status is in-status.
           select cap-hist-file assign to cap-hist-envfn
              organization is line sequential
              file status is in-status.
           select bkp-hist-file assign to bkp-hist-envfn
              organization is line sequential
              file status is in-status.
           select wkld-file assign to wkld-envfn
              organization is line sequential
              file status is in-status.
           select dep-file assign to dep-envfn
              organization is line sequential
              file status is in-status.
           select cal-file assign to cal-envfn
              organization is line sequential
              file status is in-status.
           select plan-file assign to plan-envfn
              organization is line sequential
              file status is plan-status.
           select list-in-file assign to list-in-filename
              organization is line sequential
              file status is in-status.
           select list-out-file assign to list-out-filename
              organization is line sequential.
           select str-in-file assign to str-in-filename
              organization is line sequential
              file status is in-status.
           select str-out-file assign to str-out-filename
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).
           05  filler             pic x.
           05  ctl-start-date     pic x(8).
           05  filler             pic x.
           05  ctl-environment    pic x(4).
           05  filler             pic x.
           05  ctl-mb-per-min     pic x(5).

       FD  mcfg-file.
       01  mcfg-rec.
           05  cfg-min-free-mb    pic 9(9).
           05  cfg-retry-max      pic 9(2).
           05  cfg-retry-delay    pic 9(3).
           05  cfg-restart        pic x(1).
           05  cfg-backup-age     pic 9(4).
           05  cfg-streams        pic 9(2).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  mig-hist-file.
       01  mig-hist-rec.
           05  mh-date            pic x(8).
           05  filler             pic x.
           05  mh-time            pic x(8).
           05  filler             pic x.
           05  mh-dbname          pic x(9).
           05  filler             pic x.
           05  mh-result          pic x(40).

       FD  bkp-list-file.
       01  bkp-list-rec.
           05  bk-dbname          pic x(9).
           05  bk-userid          pic x(18).
           05  bk-type            pic x(1).
           05  bk-target          pic x(40).

       FD  cap-hist-file.
       01  cap-hist-rec.
           05  ch-date            pic x(8).
           05  filler             pic x.
           05  ch-dbname          pic x(8).
           05  filler             pic x.
           05  ch-tsname          pic x(18).
           05  filler             pic x.
           05  ch-free-mb         pic 9(9).
           05  filler             pic x.
           05  ch-total-mb        pic 9(9).

       FD  bkp-hist-file.
       01  bkp-hist-rec.
           05  bh-date            pic x(8).
           05  filler             pic x.
           05  bh-time            pic x(8).
           05  filler             pic x.
           05  bh-dbname          pic x(9).
           05  filler             pic x.
           05  bh-type            pic x(1).
           05  filler             pic x.
           05  bh-target          pic x(40).
           05  filler             pic x.
           05  bh-duration        pic x(6).
           05  filler             pic x.
           05  bh-sqlcode         pic x(6).
           05  filler             pic x.
           05  bh-result          pic x(40).

       FD  wkld-file.
       01  wkld-rec.
           05  wh-date            pic x(8).
           05  filler             pic x.
           05  wh-hour            pic 9(2).
           05  filler             pic x.
           05  wh-dbname          pic x(8).
           05  filler             pic x.
           05  wh-appl-name       pic x(20).
           05  filler             pic x.
           05  wh-conns           pic 9(4).

       FD  dep-file.
       01  dep-rec.
           05  dp-appl-name       pic x(20).
           05  filler             pic x.
           05  dp-dbname          pic x(8).
           05  filler             pic x.
           05  dp-rank            pic 9(2).

       FD  cal-file.
       01  cal-rec.
           05  ca-type            pic x(1).
           05  filler             pic x.
           05  ca-date            pic x(8).
           05  filler             pic x.
           05  ca-start-hhmm      pic x(4).
           05  filler             pic x.
           05  ca-end-hhmm        pic x(4).
           05  filler             pic x.
           05  ca-comment         pic x(30).

       FD  plan-file.
       01  plan-rec.
           05  pf-date            pic x(8).
           05  filler             pic x.
           05  pf-dbname          pic x(9).
           05  filler             pic x.
           05  pf-appl-name       pic x(20).
           05  filler             pic x.
           05  pf-stream          pic 9(2).
           05  filler             pic x.
           05  pf-secs            pic 9(6).
           05  filler             pic x.
           05  pf-start-hhmm      pic x(4).
           05  filler             pic x.
           05  pf-end-hhmm        pic x(4).

       FD  list-in-file.
       01  list-in-rec            pic x(27).

       FD  list-out-file.
       01  list-out-rec.
           05  lo-dbname          pic x(9).
           05  lo-userid          pic x(18).

       FD  str-in-file.
       01  str-in-rec             pic x(19).

       FD  str-out-file.
       01  str-out-rec.
           05  so-stream          pic 9(2).
           05  filler             pic x.
           05  so-dbname          pic x(9).
           05  filler             pic x.
           05  so-secs            pic 9(6).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 mcfg-envfn           pic x(42).
       77 inv-envfn            pic x(42).
       77 mig-hist-envfn       pic x(42).
       77 bkp-list-envfn       pic x(42).
       77 cap-hist-envfn       pic x(42).
       77 bkp-hist-envfn       pic x(42).
       77 wkld-envfn           pic x(42).
       77 dep-envfn            pic x(42).
       77 cal-envfn            pic x(42).
       77 plan-envfn           pic x(42).
       77 rpt-envfn            pic x(42).
       77 prog-envfn           pic x(42).
       77 list-in-filename     pic x(42).
       77 list-out-filename    pic x(42).
       77 str-in-filename      pic x(42).
       77 str-out-filename     pic x(42).
       77 file-basename        pic x(30).

       77 ctl-status           pic x(2).
       77 mcfg-status          pic x(2).
       77 inv-status           pic x(2).
       77 in-status            pic x(2).
       77 plan-status          pic x(2).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 today-date           pic 9(8).
       77 today-x              pic x(8).

       77 run-mode             pic x value "P".
          88 plan-mode         value "P".
          88 stage-mode        value "S".
          88 progress-mode     value "R".
       77 start-date           pic x(8).
       77 env-filter           pic x(4) value spaces.
       77 mb-per-min           pic s9(9) comp-5 value 2000.
       77 stream-count         pic s9(4) comp-5 value 1.
      * assumed for a database backup.hist has never timed
       77 default-backup-secs  pic s9(9) comp-5 value 1800.

      * the databases to migrate, with what the history says
       01 db-entries.
          05 db-entry          occurs 200 times.
             10 de-dbname      pic x(8).
             10 de-userid      pic x(18).
             10 de-migrated-sw pic x.
                88 de-migrated value "Y".
             10 de-size-date   pic x(8).
             10 de-size-mb     pic s9(9) comp-5.
             10 de-bk-secs     pic s9(9) comp-5.
             10 de-bk-runs     pic s9(4) comp-5.
             10 de-est-secs    pic s9(9) comp-5.
             10 de-group       pic s9(4) comp-5.
             10 de-stream      pic s9(4) comp-5.
             10 de-hour-conns  pic s9(9) comp-5 occurs 24 times.
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 search-dbname        pic x(8).
       77 db-found-sw          pic x value "N".
          88 db-found          value "Y".

      * application groups: an application and every application
      * sharing a database with it migrate together
       01 group-entries.
          05 group-entry       occurs 200 times.
             10 gr-appl-name   pic x(20).
             10 gr-secs        pic s9(9) comp-5.
             10 gr-db-count    pic s9(4) comp-5.
             10 gr-quiet-hour  pic s9(4) comp-5.
             10 gr-window      pic s9(4) comp-5.
      * a group folded into another keeps its name and points on
      * to the group that took it in
             10 gr-merged-into pic s9(4) comp-5.
       77 group-count          pic s9(4) comp-5 value 0.
       77 group-idx            pic s9(4) comp-5.
       77 from-group           pic s9(4) comp-5.
       77 into-group           pic s9(4) comp-5.
       77 best-group           pic s9(4) comp-5.
       77 best-secs            pic s9(9) comp-5.
       77 unplaced-count       pic s9(4) comp-5 value 0.
       01 group-hour-conns.
          05 gh-conns          pic s9(9) comp-5 occurs 24 times.
       77 hour-idx             pic s9(4) comp-5.
       77 quiet-conns          pic s9(9) comp-5.

      * the approved windows from the campaign start on, blackout
      * dates dropped, in date order
       01 window-entries.
          05 window-entry      occurs 60 times.
             10 wn-date        pic x(8).
             10 wn-start-hhmm  pic x(4).
             10 wn-end-hhmm    pic x(4).
             10 wn-secs        pic s9(9) comp-5.
             10 wn-used-secs   pic s9(9) comp-5.
             10 wn-db-count    pic s9(4) comp-5.
       77 window-count         pic s9(4) comp-5 value 0.
       77 window-idx           pic s9(4) comp-5.
       77 scan-idx             pic s9(4) comp-5.
       77 chosen-window        pic s9(4) comp-5.
       01 swap-window.
          05 sw-date           pic x(8).
          05 sw-start-hhmm     pic x(4).
          05 sw-end-hhmm       pic x(4).
          05 sw-secs           pic s9(9) comp-5.
          05 sw-used-secs      pic s9(9) comp-5.
          05 sw-db-count       pic s9(4) comp-5.
       01 blackout-entries.
          05 blackout-date     occurs 60 times pic x(8).
       77 blackout-count       pic s9(4) comp-5 value 0.
       77 blackout-idx         pic s9(4) comp-5.
       77 blackout-sw          pic x value "N".
          88 date-blacked-out  value "Y".
       01 hhmm-parse.
          05 hp-hh             pic 99.
          05 hp-mm             pic 99.
       77 start-minute         pic s9(9) comp-5.
       77 end-minute           pic s9(9) comp-5.
       77 quiet-minute         pic s9(9) comp-5.
       77 covers-sw            pic x value "N".
          88 window-covers     value "Y".

      * streams within a wave, dealt largest first
       01 stream-entries.
          05 stream-secs       occurs 20 times pic s9(9) comp-5.
       77 stream-idx           pic s9(4) comp-5.
       77 least-idx            pic s9(4) comp-5.
       77 best-db              pic s9(4) comp-5.
       77 longest-secs         pic s9(9) comp-5.
       77 overrun-count        pic s9(4) comp-5 value 0.

      * de-editing work area for the right-justified duration
       01 de-edit-x            pic x(6).
       01 de-edit-n redefines de-edit-x pic 9(6).

      * progress pass: one entry per planned database
       01 prog-entries.
          05 prog-entry        occurs 500 times.
             10 pg-date        pic x(8).
             10 pg-dbname      pic x(9).
             10 pg-appl-name   pic x(20).
             10 pg-stream      pic 9(2).
             10 pg-result      pic x(40).
       77 prog-count           pic s9(4) comp-5 value 0.
       77 prog-idx             pic s9(4) comp-5.
       77 last-wave-date       pic x(8).
       77 listed-wave-date     pic x(8) value spaces.
       77 prog-state           pic x(10).
       77 done-count           pic s9(4) comp-5 value 0.
       77 failed-count         pic s9(4) comp-5 value 0.
       77 pending-count        pic s9(4) comp-5 value 0.
       77 missed-count         pic s9(4) comp-5 value 0.

       77 count-ed             pic zzz9.
       77 hour-ed              pic 99.
       77 mins-ed              pic zzzz9.
       77 size-ed              pic zzzzzzzz9.
       77 stream-ed            pic 99.

       01 rpt-line             pic x(110).
       01 detail-line.
          05 filler            pic x(4) value spaces.
          05 dt-stream         pic z9.
          05 filler            pic x(2) value spaces.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-appl-name      pic x(20).
          05 filler            pic x(2) value spaces.
          05 dt-size           pic zzzzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-mins           pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-note           pic x(30).
       01 progress-line.
          05 filler            pic x(4) value spaces.
          05 pr-dbname         pic x(9).
          05 filler            pic x value space.
          05 pr-appl-name      pic x(20).
          05 filler            pic x value space.
          05 pr-stream         pic z9.
          05 filler            pic x(2) value spaces.
          05 pr-state          pic x(10).
          05 filler            pic x value space.
          05 pr-result         pic x(40).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.

       Procedure Division.
       migpln-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : MIGPLN.CBL".

           accept today-date from date yyyymmdd.
           move today-date to today-x.
           move today-x to start-date.

           perform read-control.

           evaluate true
              when stage-mode
                 perform stage-tonights-wave
              when progress-mode
                 perform write-progress-report
              when other
                 perform plan-campaign
           end-evaluate.

       end-migpln. goback.

       read-control section.
      *************************************************************
      * migpln.ctl: mode(1) -- "P" plan (the default), "S" stage  *
      * tonight's wave, "R" progress -- campaign start date(8,    *
      * blank = today), environment(4, blank = all), migration    *
      * rate in MB per minute(5, blank = 2000); migrate.cfg       *
      * supplies the stream count                                 *
      *************************************************************
           open input ctl-file.
           if ctl-status equal "00"
              read ctl-file
                 at end continue
                 not at end
                    if ctl-mode equal "S" or ctl-mode equal "R"
                       move ctl-mode to run-mode
                    end-if
                    if ctl-start-date is numeric
                       move ctl-start-date to start-date
                    end-if
                    move ctl-environment to env-filter
                    if ctl-mb-per-min is numeric
                       and ctl-mb-per-min greater than 0
                       move ctl-mb-per-min to mb-per-min
                    end-if
              end-read
              close ctl-file
           end-if.

           open input mcfg-file.
           if mcfg-status equal "00"
              read mcfg-file
                 at end continue
                 not at end
                    if cfg-streams is numeric
                       and cfg-streams greater than 1
                       move cfg-streams to stream-count
                    end-if
              end-read
              close mcfg-file
           end-if.
           if stream-count greater than 20
              move 20 to stream-count
           end-if.
       end-read-control. exit.

       plan-campaign section.
           perform load-inventory.
           perform load-migration-history.
           perform load-userids.
           perform load-sizes.
           perform load-backup-durations.
           perform load-workload.
           perform build-groups.
           perform load-windows.

           perform settle-one-estimate
              varying db-idx from 1 by 1
              until db-idx > db-count.
           perform settle-one-group
              varying group-idx from 1 by 1
              until group-idx > group-count.

           perform place-one-group thru place-one-group-exit
              varying scan-idx from 1 by 1
              until scan-idx > group-count.

           open output plan-file.
           open output rpt-file.
           perform write-plan-heading.
           perform write-one-wave
              varying window-idx from 1 by 1
              until window-idx > window-count.
           perform write-unplaced-groups.
           close plan-file.
           close rpt-file.
           call "rptarch" using "migpln.rpt                    ",
                   "MIGPLN    ".

           display "Migration waves planned : ", window-count,
                    "  groups not placed : ", unplaced-count,
                    "  stream overruns : ", overrun-count.
           if unplaced-count greater than 0
              or overrun-count greater than 0
              move 4 to RETURN-CODE
           end-if.
       end-plan-campaign. exit.

       load-inventory section.
           open input inv-file.
           if inv-status not equal "00"
              display "MIGPLN: dbinv.dat not on hand -- run ",
                       "dbinvmnt"
              move 8 to RETURN-CODE
              go to end-load-inventory.
           move "N" to end-of-file-sw.
           perform load-one-db thru load-one-db-exit
              until end-of-file or db-count equal 200.
           close inv-file.
       end-load-inventory. exit.

       load-one-db section.
           read inv-file next record
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-db-exit
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-db-exit.
           if env-filter not equal spaces
              and IV-ENVIRONMENT not equal env-filter
              go to load-one-db-exit.
           add 1 to db-count.
           initialize db-entry(db-count).
           move IV-DBNAME to de-dbname(db-count).
           move "N" to de-migrated-sw(db-count).
       load-one-db-exit. exit.

       find-db-entry section.
           move "N" to db-found-sw.
           perform check-one-db-entry
              varying db-idx from 1 by 1
              until db-idx > db-count or db-found.
           if db-found
              subtract 1 from db-idx
           end-if.
       end-find-db-entry. exit.

       check-one-db-entry section.
           if de-dbname(db-idx) equal search-dbname
              move "Y" to db-found-sw
           end-if.
       end-check-one-db-entry. exit.

       load-migration-history section.
      *************************************************************
      * the newest migrate.hist row per database decides whether  *
      * it is already migrated: MIGRATED or VERIFIED is done, a    *
      * back-out puts it back in the campaign                      *
      *************************************************************
           open input mig-hist-file.
           if in-status not equal "00"
              go to end-load-migration-history.
           move "N" to end-of-file-sw.
           perform load-one-mig-row thru load-one-mig-row-exit
              until end-of-file.
           close mig-hist-file.
       end-load-migration-history. exit.

       load-one-mig-row section.
           read mig-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-mig-row-exit
           end-read.
           move mh-dbname to search-dbname.
           perform find-db-entry.
           if not db-found
              go to load-one-mig-row-exit.
           evaluate true
              when mh-result(1:8) equal "MIGRATED"
              when mh-result(1:8) equal "VERIFIED"
                 move "Y" to de-migrated-sw(db-idx)
              when mh-result(1:8) equal "BACK-OUT"
                 move "N" to de-migrated-sw(db-idx)
           end-evaluate.
       load-one-mig-row-exit. exit.

       load-userids section.
      * migrate.lst carries the vault userid beside each database;
      * the planner takes it from the database's backup.lst row
           open input bkp-list-file.
           if in-status not equal "00"
              go to end-load-userids.
           move "N" to end-of-file-sw.
           perform load-one-userid thru load-one-userid-exit
              until end-of-file.
           close bkp-list-file.
       end-load-userids. exit.

       load-one-userid section.
           read bkp-list-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-userid-exit
           end-read.
           move bk-dbname(1:8) to search-dbname.
           perform find-db-entry.
           if db-found
              move bk-userid to de-userid(db-idx)
           end-if.
       load-one-userid-exit. exit.

       load-sizes section.
      *************************************************************
      * cap.hist: a database's size is the sum of its tablespace  *
      * totals on its newest capture date                         *
      *************************************************************
           open input cap-hist-file.
           if in-status not equal "00"
              go to end-load-sizes.
           move "N" to end-of-file-sw.
           perform load-one-size-row thru load-one-size-row-exit
              until end-of-file.
           close cap-hist-file.
       end-load-sizes. exit.

       load-one-size-row section.
           read cap-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-size-row-exit
           end-read.
           if ch-total-mb is not numeric
              go to load-one-size-row-exit.
           move ch-dbname to search-dbname.
           perform find-db-entry.
           if not db-found
              go to load-one-size-row-exit.
           if ch-date less than de-size-date(db-idx)
              go to load-one-size-row-exit.
           if ch-date greater than de-size-date(db-idx)
              move ch-date to de-size-date(db-idx)
              move 0 to de-size-mb(db-idx)
           end-if.
           add ch-total-mb to de-size-mb(db-idx).
       load-one-size-row-exit. exit.

       load-backup-durations section.
      *************************************************************
      * backup.hist: the average successful backup, which is also *
      * the restore reserved for a back-out                       *
      *************************************************************
           open input bkp-hist-file.
           if in-status not equal "00"
              go to end-load-backup-durations.
           move "N" to end-of-file-sw.
           perform load-one-backup-row thru load-one-backup-row-exit
              until end-of-file.
           close bkp-hist-file.
       end-load-backup-durations. exit.

       load-one-backup-row section.
           read bkp-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-backup-row-exit
           end-read.
           if bh-result(1:9) not equal "BACKED UP"
              go to load-one-backup-row-exit.
           move bh-dbname(1:8) to search-dbname.
           perform find-db-entry.
           if not db-found
              go to load-one-backup-row-exit.
           move bh-duration to de-edit-x.
           inspect de-edit-x replacing all " " by "0".
           if de-edit-x is not numeric
              go to load-one-backup-row-exit.
           add de-edit-n to de-bk-secs(db-idx).
           add 1 to de-bk-runs(db-idx).
       load-one-backup-row-exit. exit.

       load-workload section.
      * wkld.hist: connections per hour of day, summed per database
           open input wkld-file.
           if in-status not equal "00"
              go to end-load-workload.
           move "N" to end-of-file-sw.
           perform load-one-wkld-row thru load-one-wkld-row-exit
              until end-of-file.
           close wkld-file.
       end-load-workload. exit.

       load-one-wkld-row section.
           read wkld-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-wkld-row-exit
           end-read.
           if wh-hour is not numeric or wh-hour greater than 23
              or wh-conns is not numeric
              go to load-one-wkld-row-exit.
           move wh-dbname to search-dbname.
           perform find-db-entry.
           if not db-found
              go to load-one-wkld-row-exit.
           compute hour-idx = wh-hour + 1.
           add wh-conns to de-hour-conns(db-idx, hour-idx).
       load-one-wkld-row-exit. exit.

       build-groups section.
      *************************************************************
      * appdep.dat: each application is a group; a database two  *
      * applications share merges their groups; a database no    *
      * application claims is a group of its own                  *
      *************************************************************
           open input dep-file.
           if in-status equal "00"
              move "N" to end-of-file-sw
              perform group-one-dep-row thru group-one-dep-row-exit
                 until end-of-file
              close dep-file
           end-if.
           perform group-one-orphan
              varying db-idx from 1 by 1
              until db-idx > db-count.
       end-build-groups. exit.

       group-one-dep-row section.
           read dep-file
              at end
                 move "Y" to end-of-file-sw
                 go to group-one-dep-row-exit
           end-read.
           move dp-dbname to search-dbname.
           perform find-db-entry.
           if not db-found
              go to group-one-dep-row-exit.

           move 0 to into-group.
           perform find-appl-group
              varying group-idx from 1 by 1
              until group-idx > group-count or into-group > 0.
           if into-group > 0
              perform follow-group-redirect
                 until gr-merged-into(into-group) equal 0
           end-if.
           if into-group equal 0
              if group-count equal 200
                 go to group-one-dep-row-exit
              end-if
              add 1 to group-count
              move group-count to into-group
              initialize group-entry(group-count)
              move dp-appl-name to gr-appl-name(group-count)
           end-if.

           if de-group(db-idx) equal 0
              move into-group to de-group(db-idx)
              go to group-one-dep-row-exit.
           if de-group(db-idx) equal into-group
              go to group-one-dep-row-exit.
      * the database already belongs to another application's
      * group -- fold this application's group into that one
           move into-group to from-group.
           move de-group(db-idx) to into-group.
           perform merge-one-db-group
              varying db-idx from 1 by 1
              until db-idx > db-count.
           move into-group to gr-merged-into(from-group).
       group-one-dep-row-exit. exit.

       follow-group-redirect section.
           move gr-merged-into(into-group) to into-group.
       end-follow-group-redirect. exit.

       find-appl-group section.
           if gr-appl-name(group-idx) equal dp-appl-name
              move group-idx to into-group
           end-if.
       end-find-appl-group. exit.

       merge-one-db-group section.
           if de-group(db-idx) equal from-group
              move into-group to de-group(db-idx)
           end-if.
       end-merge-one-db-group. exit.

       group-one-orphan section.
           if de-group(db-idx) not equal 0 or de-migrated(db-idx)
              or group-count equal 200
              go to end-group-one-orphan.
           add 1 to group-count.
           initialize group-entry(group-count).
           move spaces to gr-appl-name(group-count).
           string "(" delimited by size
                  de-dbname(db-idx) delimited by space
                  " alone)" delimited by size
             into gr-appl-name(group-count).
           move group-count to de-group(db-idx).
       end-group-one-orphan. exit.

       load-windows section.
      *************************************************************
      * chgcal.ctl "W" windows dated on or after the campaign     *
      * start, on dates no "B" row blacks out, in date order      *
      *************************************************************
           open input cal-file.
           if in-status not equal "00"
              display "MIGPLN: no chgcal.ctl -- no approved ",
                       "windows to plan into"
              go to end-load-windows.
           move "N" to end-of-file-sw.
           perform load-one-cal-row thru load-one-cal-row-exit
              until end-of-file.
           close cal-file.

           move 1 to window-idx.
           perform drop-blacked-out-window
              until window-idx > window-count.
           perform order-one-window
              varying window-idx from 1 by 1
              until window-idx > window-count.
       end-load-windows. exit.

       load-one-cal-row section.
           read cal-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-cal-row-exit
           end-read.
           if ca-date less than start-date
              go to load-one-cal-row-exit.
           if ca-type equal "B" and blackout-count less than 60
              add 1 to blackout-count
              move ca-date to blackout-date(blackout-count)
              go to load-one-cal-row-exit.
           if ca-type not equal "W" or window-count equal 60
              go to load-one-cal-row-exit.
           move ca-start-hhmm to hhmm-parse.
           if hhmm-parse is not numeric
              go to load-one-cal-row-exit.
           compute start-minute = hp-hh * 60 + hp-mm.
           move ca-end-hhmm to hhmm-parse.
           if hhmm-parse is not numeric
              go to load-one-cal-row-exit.
           compute end-minute = hp-hh * 60 + hp-mm.
           if end-minute not greater than start-minute
      * a window running past midnight
              add 1440 to end-minute
           end-if.
           add 1 to window-count.
           move ca-date       to wn-date(window-count).
           move ca-start-hhmm to wn-start-hhmm(window-count).
           move ca-end-hhmm   to wn-end-hhmm(window-count).
           compute wn-secs(window-count) =
              (end-minute - start-minute) * 60.
           move 0 to wn-used-secs(window-count).
           move 0 to wn-db-count(window-count).
       load-one-cal-row-exit. exit.

       drop-blacked-out-window section.
           move "N" to blackout-sw.
           perform check-one-blackout
              varying blackout-idx from 1 by 1
              until blackout-idx > blackout-count
                 or date-blacked-out.
           if date-blacked-out
              move window-entry(window-count)
                to window-entry(window-idx)
              subtract 1 from window-count
           else
              add 1 to window-idx
           end-if.
       end-drop-blacked-out-window. exit.

       check-one-blackout section.
           if blackout-date(blackout-idx) equal wn-date(window-idx)
              move "Y" to blackout-sw
           end-if.
       end-check-one-blackout. exit.

       order-one-window section.
      * selection sort on date and start time -- a few dozen rows
           perform order-against-one
              varying scan-idx from window-idx by 1
              until scan-idx > window-count.
       end-order-one-window. exit.

       order-against-one section.
           if wn-date(scan-idx) less than wn-date(window-idx)
              or (wn-date(scan-idx) equal wn-date(window-idx)
                  and wn-start-hhmm(scan-idx)
                      less than wn-start-hhmm(window-idx))
              move window-entry(window-idx) to swap-window
              move window-entry(scan-idx)
                to window-entry(window-idx)
              move swap-window to window-entry(scan-idx)
           end-if.
       end-order-against-one. exit.

       settle-one-estimate section.
      *************************************************************
      * a database's slot: the migration itself at the configured *
      * rate, plus the back-out restore reserved behind it (its   *
      * average backup, or the default when never timed)          *
      *************************************************************
           if de-bk-runs(db-idx) greater than 0
              compute de-bk-secs(db-idx) =
                 de-bk-secs(db-idx) / de-bk-runs(db-idx)
           else
              move default-backup-secs to de-bk-secs(db-idx)
           end-if.
           compute de-est-secs(db-idx) =
              (de-size-mb(db-idx) * 60) / mb-per-min
              + de-bk-secs(db-idx).
           if de-migrated(db-idx) or de-group(db-idx) equal 0
              go to end-settle-one-estimate.
           add de-est-secs(db-idx) to gr-secs(de-group(db-idx)).
           add 1 to gr-db-count(de-group(db-idx)).
       end-settle-one-estimate. exit.

       settle-one-group section.
      * the group's quietest hour over all its databases' hours
           move 0 to gr-window(group-idx).
           move -1 to gr-quiet-hour(group-idx).
           if gr-db-count(group-idx) equal 0
              go to end-settle-one-group.
           initialize group-hour-conns.
           perform add-one-db-hours
              varying db-idx from 1 by 1
              until db-idx > db-count.
           move 0 to gr-quiet-hour(group-idx).
           move gh-conns(1) to quiet-conns.
           perform check-one-quiet-hour
              varying hour-idx from 2 by 1
              until hour-idx > 24.
       end-settle-one-group. exit.

       add-one-db-hours section.
           if de-group(db-idx) not equal group-idx
              or de-migrated(db-idx)
              go to end-add-one-db-hours.
           perform add-one-hour
              varying hour-idx from 1 by 1
              until hour-idx > 24.
       end-add-one-db-hours. exit.

       add-one-hour section.
           add de-hour-conns(db-idx, hour-idx) to gh-conns(hour-idx).
       end-add-one-hour. exit.

       check-one-quiet-hour section.
           if gh-conns(hour-idx) less than quiet-conns
              move gh-conns(hour-idx) to quiet-conns
              compute gr-quiet-hour(group-idx) = hour-idx - 1
           end-if.
       end-check-one-quiet-hour. exit.

       place-one-group section.
      *************************************************************
      * largest group first: the earliest window covering its     *
      * quiet hour with room for it, else the earliest window     *
      * with room; room is the window times the stream count      *
      *************************************************************
           move 0 to best-group.
           move -1 to best-secs.
           perform find-largest-unplaced
              varying group-idx from 1 by 1
              until group-idx > group-count.
           if best-group equal 0
              go to place-one-group-exit.

           move 0 to chosen-window.
           perform try-quiet-window
              varying window-idx from 1 by 1
              until window-idx > window-count or chosen-window > 0.
           if chosen-window equal 0
              perform try-any-window
                 varying window-idx from 1 by 1
                 until window-idx > window-count
                    or chosen-window > 0
           end-if.

           if chosen-window equal 0
      * -1 marks it considered and not placed
              move -1 to gr-window(best-group)
              add 1 to unplaced-count
              go to place-one-group-exit.
           move chosen-window to gr-window(best-group).
           add gr-secs(best-group) to wn-used-secs(chosen-window).
           add gr-db-count(best-group) to wn-db-count(chosen-window).
       place-one-group-exit. exit.

       find-largest-unplaced section.
           if gr-window(group-idx) equal 0
              and gr-db-count(group-idx) greater than 0
              and gr-secs(group-idx) greater than best-secs
              move group-idx to best-group
              move gr-secs(group-idx) to best-secs
           end-if.
       end-find-largest-unplaced. exit.

       try-quiet-window section.
           if wn-used-secs(window-idx) + gr-secs(best-group)
              greater than wn-secs(window-idx) * stream-count
              go to end-try-quiet-window.
           perform check-window-covers.
           if window-covers
              move window-idx to chosen-window
           end-if.
       end-try-quiet-window. exit.

       try-any-window section.
           if wn-used-secs(window-idx) + gr-secs(best-group)
              not greater than wn-secs(window-idx) * stream-count
              move window-idx to chosen-window
           end-if.
       end-try-any-window. exit.

       check-window-covers section.
           move "N" to covers-sw.
           move wn-start-hhmm(window-idx) to hhmm-parse.
           compute start-minute = hp-hh * 60 + hp-mm.
           compute end-minute = start-minute
              + wn-secs(window-idx) / 60.
           compute quiet-minute = gr-quiet-hour(best-group) * 60.
           if quiet-minute less than start-minute
              add 1440 to quiet-minute
           end-if.
           if quiet-minute not less than start-minute
              and quiet-minute less than end-minute
              move "Y" to covers-sw
           end-if.
       end-check-window-covers. exit.

       write-plan-heading section.
           move spaces to rpt-line.
           string "MIGRATION CAMPAIGN PLAN " delimited by size
                  today-date delimited by size
                  "  from " delimited by size
                  start-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move stream-count to stream-ed.
           move spaces to rpt-line.
           string "streams per wave " delimited by size
                  stream-ed delimited by size
                  "   environment " delimited by size
                  env-filter delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "    ST  DATABASE  APPLICATION GROUP      "
                     delimited by size
                  "       SIZE MB   MINS  NOTE" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-plan-heading. exit.

       write-one-wave section.
      *************************************************************
      * deal the wave's databases to the streams, then write      *
      * migrate.<date>.lst, migpln.<date>.str, its plan rows and  *
      * its report block; a second window on the same night adds  *
      * to that night's files, which migrate takes in one run     *
      *************************************************************
           if wn-db-count(window-idx) equal 0
              go to end-write-one-wave.

           perform clear-one-stream
              varying stream-idx from 1 by 1
              until stream-idx > stream-count.
           perform deal-one-database
              until best-db equal 0.

           move spaces to file-basename.
           string "migrate." delimited by size
                  wn-date(window-idx) delimited by size
                  ".lst" delimited by size
             into file-basename.
           call "envname" using file-basename, list-out-filename.
           move spaces to file-basename.
           string "migpln." delimited by size
                  wn-date(window-idx) delimited by size
                  ".str" delimited by size
             into file-basename.
           call "envname" using file-basename, str-out-filename.
           if wn-date(window-idx) equal listed-wave-date
              open extend list-out-file
              open extend str-out-file
           else
              open output list-out-file
              open output str-out-file
           end-if.
           move wn-date(window-idx) to listed-wave-date.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move wn-db-count(window-idx) to count-ed.
           move spaces to rpt-line.
           string "WAVE " delimited by size
                  wn-date(window-idx) delimited by size
                  "  window " delimited by size
                  wn-start-hhmm(window-idx) delimited by size
                  "-" delimited by size
                  wn-end-hhmm(window-idx) delimited by size
                  "  databases " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform write-one-stream-block
              varying stream-idx from 1 by 1
              until stream-idx > stream-count.
           close list-out-file.
           close str-out-file.
       end-write-one-wave. exit.

       clear-one-stream section.
           move 0 to stream-secs(stream-idx).
           move 1 to best-db.
       end-clear-one-stream. exit.

       deal-one-database section.
      * largest first, each to the stream carrying the least so far
           move 0 to best-db.
           move -1 to best-secs.
           perform find-largest-undealt
              varying db-idx from 1 by 1
              until db-idx > db-count.
           if best-db equal 0
              go to end-deal-one-database.
           move 1 to least-idx.
           perform find-least-stream
              varying stream-idx from 2 by 1
              until stream-idx > stream-count.
           move least-idx to de-stream(best-db).
           add de-est-secs(best-db) to stream-secs(least-idx).
       end-deal-one-database. exit.

       find-largest-undealt section.
           if de-migrated(db-idx) or de-group(db-idx) equal 0
              or de-stream(db-idx) not equal 0
              go to end-find-largest-undealt.
           if gr-window(de-group(db-idx)) not equal window-idx
              go to end-find-largest-undealt.
           if de-est-secs(db-idx) greater than best-secs
              move db-idx to best-db
              move de-est-secs(db-idx) to best-secs
           end-if.
       end-find-largest-undealt. exit.

       find-least-stream section.
           if stream-secs(stream-idx) less than stream-secs(least-idx)
              move stream-idx to least-idx
           end-if.
       end-find-least-stream. exit.

       write-one-stream-block section.
           perform write-one-wave-db
              varying db-idx from 1 by 1
              until db-idx > db-count.
           compute mins-ed = stream-secs(stream-idx) / 60.
           move stream-idx to stream-ed.
           move spaces to rpt-line.
           if stream-secs(stream-idx) greater than wn-secs(window-idx)
              add 1 to overrun-count
              string "    stream " delimited by size
                     stream-ed delimited by size
                     " total " delimited by size
                     mins-ed delimited by size
                     " mins  ** OVERRUNS THE WINDOW **"
                        delimited by size
                into rpt-line
           else
              string "    stream " delimited by size
                     stream-ed delimited by size
                     " total " delimited by size
                     mins-ed delimited by size
                     " mins" delimited by size
                into rpt-line
           end-if.
           write rpt-rec from rpt-line.
       end-write-one-stream-block. exit.

       write-one-wave-db section.
           if de-stream(db-idx) not equal stream-idx
              or de-migrated(db-idx) or de-group(db-idx) equal 0
              go to end-write-one-wave-db.
           if gr-window(de-group(db-idx)) not equal window-idx
              go to end-write-one-wave-db.

           move de-dbname(db-idx) to lo-dbname.
           move de-userid(db-idx) to lo-userid.
           write list-out-rec.

           move spaces to str-out-rec.
           move stream-idx        to so-stream.
           move de-dbname(db-idx) to so-dbname.
           if de-est-secs(db-idx) greater than 999999
              move 999999 to so-secs
           else
              move de-est-secs(db-idx) to so-secs
           end-if.
           write str-out-rec.

           move spaces to plan-rec.
           move wn-date(window-idx)       to pf-date.
           move de-dbname(db-idx)         to pf-dbname.
           move gr-appl-name(de-group(db-idx)) to pf-appl-name.
           move stream-idx                to pf-stream.
           move so-secs                   to pf-secs.
           move wn-start-hhmm(window-idx) to pf-start-hhmm.
           move wn-end-hhmm(window-idx)   to pf-end-hhmm.
           write plan-rec.

           move stream-idx        to dt-stream.
           move de-dbname(db-idx) to dt-dbname.
           move gr-appl-name(de-group(db-idx)) to dt-appl-name.
           move de-size-mb(db-idx) to dt-size.
           compute dt-mins = de-est-secs(db-idx) / 60.
           move spaces to dt-note.
           move gr-quiet-hour(de-group(db-idx)) to hour-ed.
           string "quiet hour " delimited by size
                  hour-ed delimited by size
                  ":00" delimited by size
             into dt-note.
           if de-userid(db-idx) equal spaces
              move "NO USERID IN backup.lst" to dt-note
           end-if.
           if de-bk-runs(db-idx) equal 0
              move "NO BACKUP HISTORY -- DEFAULT" to dt-note
           end-if.
           write rpt-rec from detail-line.
       end-write-one-wave-db. exit.

       write-unplaced-groups section.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "NOT PLACED -- NO APPROVED WINDOW WITH ROOM"
             to rpt-line.
           write rpt-rec from rpt-line.
           perform write-one-unplaced
              varying group-idx from 1 by 1
              until group-idx > group-count.
           if unplaced-count equal 0
              move "  (none -- every group has a wave)" to rpt-line
              write rpt-rec from rpt-line
           end-if.
       end-write-unplaced-groups. exit.

       write-one-unplaced section.
           if gr-window(group-idx) not equal -1
              go to end-write-one-unplaced.
           compute mins-ed = gr-secs(group-idx) / 60.
           move gr-db-count(group-idx) to count-ed.
           move spaces to rpt-line.
           string "  " delimited by size
                  gr-appl-name(group-idx) delimited by size
                  count-ed delimited by size
                  " database(s), " delimited by size
                  mins-ed delimited by size
                  " mins" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-one-unplaced. exit.

       stage-tonights-wave section.
      *************************************************************
      * tonight's planned wave becomes migrate.lst and migpln.str *
      * for the migration streams; the list it replaces is kept   *
      * as migrate.lst.bak; no wave tonight leaves both alone     *
      *************************************************************
           move spaces to file-basename.
           string "migrate." delimited by size
                  today-x delimited by size
                  ".lst" delimited by size
             into file-basename.
           call "envname" using file-basename, list-in-filename.
           open input list-in-file.
           if in-status not equal "00"
              display "No migration wave planned for ", today-x
              go to end-stage-tonights-wave.
           close list-in-file.

      * migrate.lst is replaced under its cfglock edit lock, taken
      * before the list is read and installed before it is written
           call "cfglock" using "A", "migrate.lst                   ",
                   "MIGPLN    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform refuse-staging
              go to end-stage-tonights-wave.

      * keep the list being replaced
           call "envname" using "migrate.lst                   ",
                   list-in-filename.
           call "envname" using "migrate.lst.bak               ",
                   list-out-filename.
           perform copy-list-file.

           call "cfglock" using "I", "migrate.lst                   ",
                   "MIGPLN    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform release-edit-lock
              perform refuse-staging
              go to end-stage-tonights-wave.
           call "envname" using file-basename, list-in-filename.
           call "envname" using "migrate.lst                   ",
                   list-out-filename.
           perform copy-list-file.
           perform release-edit-lock.

           move spaces to file-basename.
           string "migpln." delimited by size
                  today-x delimited by size
                  ".str" delimited by size
             into file-basename.
           call "envname" using file-basename, str-in-filename.
           call "envname" using "migpln.str                    ",
                   str-out-filename.
           perform copy-stream-file.

           call "opslog" using "MIGPLN    ",
                   "MIGRATION WAVE STAGED         ", file-basename.
           display "Migration wave ", today-x, " staged as ",
                    "migrate.lst and migpln.str".
       end-stage-tonights-wave. exit.

       release-edit-lock section.
           call "cfglock" using "R", "migrate.lst                   ",
                   "MIGPLN    ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       refuse-staging section.
           display "migrate.lst is locked or changed by another ",
                    "writer -- wave ", today-x, " not staged".
           move spaces to log-detail.
           string "wave " delimited by size
                  today-x delimited by size
                  " not staged -- migrate.lst lock refused"
                    delimited by size
             into log-detail.
           call "opslog" using "MIGPLN    ",
                   "MIGRATION WAVE NOT STAGED     ", log-detail.
           move 8 to RETURN-CODE.
       end-refuse-staging. exit.

       copy-list-file section.
           open input list-in-file.
           open output list-out-file.
           if in-status equal "00"
              move "N" to end-of-file-sw
              perform copy-one-list-row thru copy-one-list-row-exit
                 until end-of-file
              close list-in-file
           end-if.
           close list-out-file.
       end-copy-list-file. exit.

       copy-one-list-row section.
           read list-in-file
              at end
                 move "Y" to end-of-file-sw
                 go to copy-one-list-row-exit
           end-read.
           write list-out-rec from list-in-rec.
       copy-one-list-row-exit. exit.

       copy-stream-file section.
           open input str-in-file.
           open output str-out-file.
           if in-status equal "00"
              move "N" to end-of-file-sw
              perform copy-one-stream-row
                 thru copy-one-stream-row-exit
                 until end-of-file
              close str-in-file
           end-if.
           close str-out-file.
       end-copy-stream-file. exit.

       copy-one-stream-row section.
           read str-in-file
              at end
                 move "Y" to end-of-file-sw
                 go to copy-one-stream-row-exit
           end-read.
           write str-out-rec from str-in-rec.
       copy-one-stream-row-exit. exit.

       write-progress-report section.
      *************************************************************
      * every planned database against its newest migrate.hist    *
      * row dated on or after its wave: DONE, FAILED, BACKED OUT, *
      * SKIPPED, PENDING (wave still ahead) or MISSED (the wave   *
      * date passed with no attempt)                              *
      *************************************************************
           open input plan-file.
           if plan-status not equal "00"
              display "MIGPLN: no migpln.plan -- run the plan pass ",
                       "first"
              move 8 to RETURN-CODE
              go to end-write-progress-report.
           move "N" to end-of-file-sw.
           perform load-one-plan-row thru load-one-plan-row-exit
              until end-of-file or prog-count equal 500.
           close plan-file.

           open input mig-hist-file.
           if in-status equal "00"
              move "N" to end-of-file-sw
              perform match-one-hist-row thru match-one-hist-row-exit
                 until end-of-file
              close mig-hist-file
           end-if.

      * the progress report is a file of its own -- migpln.rpt
      * stays as the plan pass wrote it
           move prog-envfn to rpt-envfn.
           open output rpt-file.
           move spaces to rpt-line.
           string "MIGRATION CAMPAIGN PROGRESS " delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to last-wave-date.
           perform report-one-planned
              varying prog-idx from 1 by 1
              until prog-idx > prog-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move prog-count to count-ed.
           move spaces to rpt-line.
           string "planned " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move done-count to count-ed.
           move spaces to rpt-line.
           string "done    " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move failed-count to count-ed.
           move spaces to rpt-line.
           string "failed, backed out or skipped " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move pending-count to count-ed.
           move spaces to rpt-line.
           string "pending " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move missed-count to count-ed.
           move spaces to rpt-line.
           string "missed  " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "migprog.rpt                   ",
                   "MIGPLN    ".

           display "Planned ", prog-count, "  done ", done-count,
                    "  failed ", failed-count, "  missed ",
                    missed-count.
           if failed-count greater than 0 or missed-count greater
              than 0
              move 4 to RETURN-CODE
           end-if.
       end-write-progress-report. exit.

       load-one-plan-row section.
           read plan-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-plan-row-exit
           end-read.
           add 1 to prog-count.
           move pf-date      to pg-date(prog-count).
           move pf-dbname    to pg-dbname(prog-count).
           move pf-appl-name to pg-appl-name(prog-count).
           move pf-stream    to pg-stream(prog-count).
           move spaces       to pg-result(prog-count).
       load-one-plan-row-exit. exit.

       match-one-hist-row section.
           read mig-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to match-one-hist-row-exit
           end-read.
           perform match-one-planned
              varying prog-idx from 1 by 1
              until prog-idx > prog-count.
       match-one-hist-row-exit. exit.

       match-one-planned section.
           if pg-dbname(prog-idx) equal mh-dbname
              and mh-date not less than pg-date(prog-idx)
              move mh-result to pg-result(prog-idx)
           end-if.
       end-match-one-planned. exit.

       report-one-planned section.
           if pg-date(prog-idx) not equal last-wave-date
              move pg-date(prog-idx) to last-wave-date
              move spaces to rpt-line
              write rpt-rec from rpt-line
              move spaces to rpt-line
              string "WAVE " delimited by size
                     pg-date(prog-idx) delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.

           evaluate true
              when pg-result(prog-idx) equal spaces
                 if pg-date(prog-idx) less than today-x
                    move "MISSED" to prog-state
                    add 1 to missed-count
                 else
                    move "PENDING" to prog-state
                    add 1 to pending-count
                 end-if
              when pg-result(prog-idx)(1:8) equal "MIGRATED"
              when pg-result(prog-idx)(1:8) equal "VERIFIED"
              when pg-result(prog-idx)(1:20)
                      equal "SKIPPED -- completed"
                 move "DONE" to prog-state
                 add 1 to done-count
              when pg-result(prog-idx)(1:8) equal "BACK-OUT"
                 move "BACKED OUT" to prog-state
                 add 1 to failed-count
              when pg-result(prog-idx)(1:7) equal "SKIPPED"
                 move "SKIPPED" to prog-state
                 add 1 to failed-count
              when other
                 move "FAILED" to prog-state
                 add 1 to failed-count
           end-evaluate.

           move pg-dbname(prog-idx)    to pr-dbname.
           move pg-appl-name(prog-idx) to pr-appl-name.
           move pg-stream(prog-idx)    to pr-stream.
           move prog-state             to pr-state.
           move pg-result(prog-idx)    to pr-result.
           write rpt-rec from progress-line.
       end-report-one-planned. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the      *
      * dated wave files and the report resolve where they are    *
      * written                                                   *
      *************************************************************
           call "envname" using "migpln.ctl                    ",
                   ctl-envfn.
           call "envname" using "migrate.cfg                   ",
                   mcfg-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "migrate.hist                  ",
                   mig-hist-envfn.
           call "envname" using "backup.lst                    ",
                   bkp-list-envfn.
           call "envname" using "cap.hist                      ",
                   cap-hist-envfn.
           call "envname" using "backup.hist                   ",
                   bkp-hist-envfn.
           call "envname" using "wkld.hist                     ",
                   wkld-envfn.
           call "envname" using "appdep.dat                    ",
                   dep-envfn.
           call "envname" using "chgcal.ctl                    ",
                   cal-envfn.
           call "envname" using "migpln.plan                   ",
                   plan-envfn.
           call "envname" using "migpln.rpt                    ",
                   rpt-envfn.
           call "envname" using "migprog.rpt                   ",
                   prog-envfn.
       end-resolve-toolkit-filenames. exit.
