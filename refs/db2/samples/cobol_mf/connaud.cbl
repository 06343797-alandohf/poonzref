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
      ** SOURCE FILE NAME: connaud.cbl
      **
      ** SAMPLE: Connection audit against the authorized connection
      **         registry.  dbcensus, lockblk and wkldprof all decode
      **         who is connected; nothing held that against who
      **         should be.  connreg.dat (maintained by connrmnt)
      **         lists per database the approved auth ids (kind A)
      **         and application names (kind P), each with an owner
      **         and a review date.  This reads the newest census in
      **         dbcensus.rpt (auth ids and application names) and
      **         wkld.hist (application names, every database), and
      **         carries each database/kind/name's last connection
      **         date forward in connaud.seen, so the census a night
      **         does not repeat is still remembered.  connaud.rpt
      **         then reports: auth ids and applications connected
      **         to a PROD database in the recent window (connaud.ctl,
      **         1 day back by default) that are not registered --
      **         each raises a SECURITY-class alert into
      **         connaud.alert for the alertrtr sweep, and is logged
      **         through opslog; applications connected to a database
      **         appdep.dat does not map them to, the dependency map
      **         gone stale; registered entries that have not
      **         connected in the idle window (connaud.ctl, 90 days
      **         by default); and registered entries past their
      **         review date.  Both lists rot, and this catches both.
      **
      ** OUTPUT FILE: connaud.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "connaud".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select reg-file assign to reg-envfn
              organization is line sequential
              file status is in-status.
           select dep-file assign to dep-envfn
              organization is line sequential
              file status is in-status.
           select census-file assign to census-envfn
              organization is line sequential
              file status is in-status.
           select wkld-file assign to wkld-envfn
              organization is line sequential
              file status is in-status.
           select seen-file assign to seen-envfn
              organization is line sequential
              file status is in-status.
           select alert-file assign to alert-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-recent-days    pic x(3).
           05  filler             pic x.
           05  ctl-idle-days      pic x(3).

       FD  reg-file.
       01  reg-rec.
           05  cr-dbname          pic x(8).
           05  filler             pic x.
           05  cr-kind            pic x(1).
           05  filler             pic x.
           05  cr-name            pic x(20).
           05  filler             pic x.
           05  cr-owner           pic x(20).
           05  filler             pic x.
           05  cr-review-date     pic x(8).

       FD  dep-file.
       01  dep-rec.
           05  dp-appl-name       pic x(20).
           05  filler             pic x.
           05  dp-dbname          pic x(8).
           05  filler             pic x.
           05  dp-rank            pic 9(2).

      * dbcensus.rpt, read by column: the database on the heading
      * line, then agent id, auth id, application name per row
       FD  census-file.
       01  census-rec             pic x(80).

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

       FD  seen-file.
       01  seen-rec.
           05  sn-dbname          pic x(8).
           05  filler             pic x.
           05  sn-kind            pic x(1).
           05  filler             pic x.
           05  sn-name            pic x(20).
           05  filler             pic x.
           05  sn-date            pic x(8).
           05  filler             pic x.
           05  sn-source          pic x(6).

       FD  alert-file.
       01  alert-rec.
           05  al-program         pic x(10).
           05  filler             pic x.
           05  al-timestamp       pic x(26).
           05  filler             pic x.
           05  al-message         pic x(60).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 ctl-envfn            pic x(42).
       77 reg-envfn            pic x(42).
       77 dep-envfn            pic x(42).
       77 census-envfn         pic x(42).
       77 wkld-envfn           pic x(42).
       77 seen-envfn           pic x(42).
       77 alert-envfn          pic x(42).
       77 rpt-envfn            pic x(42).

       77 inv-status           pic x(2).
       77 ctl-status           pic x(2).
       77 in-status            pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-in-sw         pic x value "N".
          88 end-of-in         value "Y".

      * how far back a connection counts as current, and how long
      * a registered entry may go unused, overridable from
      * connaud.ctl
       77 recent-days          pic s9(4) comp-5 value 1.
       77 idle-days            pic s9(4) comp-5 value 90.

      * day-serial date arithmetic for the two windows
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.

      * the inventory: which databases are PROD
       01 db-entries.
          05 db-entry          occurs 200 times.
             10 de-dbname      pic x(8).
             10 de-environment pic x(4).
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 db-found-sw          pic x value "N".
          88 db-found          value "Y".

      * the registry
       01 reg-entries.
          05 reg-entry         occurs 500 times.
             10 rg-dbname      pic x(8).
             10 rg-kind        pic x(1).
             10 rg-name        pic x(20).
             10 rg-owner       pic x(20).
             10 rg-review-date pic x(8).
       77 reg-count            pic s9(4) comp-5 value 0.
       77 reg-idx              pic s9(4) comp-5.
       77 reg-found-sw         pic x value "N".
          88 reg-found         value "Y".
       77 reg-on-file-sw       pic x value "N".

      * the dependency map
       01 dep-entries.
          05 dep-entry         occurs 200 times.
             10 dm-appl-name   pic x(20).
             10 dm-dbname      pic x(8).
       77 dep-count            pic s9(4) comp-5 value 0.
       77 dep-idx              pic s9(4) comp-5.
       77 dep-found-sw         pic x value "N".
          88 dep-found         value "Y".
       77 dep-on-file-sw       pic x value "N".

      * every database/kind/name ever seen connected, with the
      * newest date -- carried in connaud.seen
       01 seen-entries.
          05 seen-entry        occurs 2000 times.
             10 se-dbname      pic x(8).
             10 se-kind        pic x(1).
             10 se-name        pic x(20).
             10 se-date        pic x(8).
             10 se-source      pic x(6).
       77 seen-count           pic s9(4) comp-5 value 0.
       77 seen-idx             pic s9(4) comp-5.
       77 seen-found-sw        pic x value "N".
          88 seen-found        value "Y".
       77 seen-full-noted-sw   pic x value "N".

      * the connection being recorded or judged
       77 obs-dbname           pic x(8).
       77 obs-kind             pic x(1).
       77 obs-name             pic x(20).
       77 obs-date             pic x(8).
       77 obs-source           pic x(6).
       77 census-dbname        pic x(8) value spaces.
       77 census-date          pic x(8) value spaces.
       77 census-rows          pic s9(4) comp-5 value 0.
       77 age-days             pic s9(9) comp-5.
       77 kind-word            pic x(10).

       77 unknown-count        pic s9(4) comp-5 value 0.
       77 unmapped-count       pic s9(4) comp-5 value 0.
       77 idle-count           pic s9(4) comp-5 value 0.
       77 overdue-count        pic s9(4) comp-5 value 0.
       77 count-ed             pic zzz9.
       77 days-ed              pic zz9.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       01 rpt-line             pic x(110).
       01 detail-line.
          05 filler            pic x(2) value spaces.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-kind           pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-name           pic x(20).
          05 filler            pic x(2) value spaces.
          05 dt-date           pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-source         pic x(6).
          05 filler            pic x(2) value spaces.
          05 dt-owner          pic x(20).

       Procedure Division.
       connaud-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CONNAUD.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           move today-date to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.

           perform read-control.
           perform load-inventory.
           if db-count equal 0
              display "CONNAUD: no active databases in dbinv.dat"
              go to end-connaud.
           perform load-registry.
           perform load-dependency-map.
           perform load-seen-carry.

           perform gather-census.
           perform gather-workload.
           perform save-seen-carry.

           open output rpt-file.
           open extend alert-file.
           perform write-report.
           close alert-file.
           close rpt-file.
           call "rptarch" using "connaud.rpt                   ",
                   "CONNAUD   ".

           display "Unregistered PROD connections : ", unknown-count,
                    "  unmapped applications : ", unmapped-count.
           display "Idle registry entries : ", idle-count,
                    "  reviews overdue : ", overdue-count.
           if unknown-count greater than 0
              or unmapped-count greater than 0
              or idle-count greater than 0
              or overdue-count greater than 0
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.

       end-connaud. goback.

       read-control section.
      *************************************************************
      * connaud.ctl: days back a connection counts as current (3) *
      * and days a registered entry may go unused (3); a missing  *
      * file or field keeps the 1 / 90 defaults                   *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-recent-days is numeric
                    move ctl-recent-days to recent-days
                 end-if
                 if ctl-idle-days is numeric
                    move ctl-idle-days to idle-days
                 end-if
           end-read.
           close ctl-file.
           if idle-days less than 1
              move 90 to idle-days
           end-if.
       end-read-control. exit.

       load-inventory section.
           open input inv-file.
           if inv-status not equal "00"
              display "CONNAUD: dbinv.dat not on hand -- run ",
                       "dbinvmnt"
              move 8 to RETURN-CODE
              go to end-load-inventory.
           perform load-one-db thru load-one-db-exit
              until end-of-inv or db-count equal 200.
           close inv-file.
       end-load-inventory. exit.

       load-one-db section.
           read inv-file next record
              at end
                 move "Y" to end-of-inv-sw
                 go to load-one-db-exit
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-db-exit.
           add 1 to db-count.
           move IV-DBNAME      to de-dbname(db-count).
           move IV-ENVIRONMENT to de-environment(db-count).
       load-one-db-exit. exit.

       load-registry section.
      *************************************************************
      * connreg.dat: database(8) kind(1) name(20) owner(20)       *
      * review date(8); a missing file means nothing is           *
      * registered -- every PROD connection is then unknown       *
      *************************************************************
           move "N" to end-of-in-sw.
           open input reg-file.
           if in-status not equal "00"
              display "CONNAUD: no connreg.dat on file -- run ",
                       "connrmnt"
              go to end-load-registry.
           move "Y" to reg-on-file-sw.
           perform load-one-reg-entry thru load-one-reg-entry-exit
              until end-of-in or reg-count equal 500.
           close reg-file.
       end-load-registry. exit.

       load-one-reg-entry section.
           read reg-file
              at end
                 move "Y" to end-of-in-sw
                 go to load-one-reg-entry-exit
           end-read.
           if cr-dbname equal spaces or cr-name equal spaces
              go to load-one-reg-entry-exit.
           add 1 to reg-count.
           move cr-dbname      to rg-dbname(reg-count).
           move cr-kind        to rg-kind(reg-count).
           move cr-name        to rg-name(reg-count).
           move cr-owner       to rg-owner(reg-count).
           move cr-review-date to rg-review-date(reg-count).
       load-one-reg-entry-exit. exit.

       load-dependency-map section.
      *************************************************************
      * appdep.dat: application name(20), database it needs(8) -- *
      * the appimpct layout                                       *
      *************************************************************
           move "N" to end-of-in-sw.
           open input dep-file.
           if in-status not equal "00"
              display "CONNAUD: no appdep.dat on file -- every ",
                       "application reports unmapped"
              go to end-load-dependency-map.
           move "Y" to dep-on-file-sw.
           perform load-one-dep thru load-one-dep-exit
              until end-of-in or dep-count equal 200.
           close dep-file.
       end-load-dependency-map. exit.

       load-one-dep section.
           read dep-file
              at end
                 move "Y" to end-of-in-sw
                 go to load-one-dep-exit
           end-read.
           add 1 to dep-count.
           move dp-appl-name to dm-appl-name(dep-count).
           move dp-dbname    to dm-dbname(dep-count).
       load-one-dep-exit. exit.

       load-seen-carry section.
           move "N" to end-of-in-sw.
           open input seen-file.
           if in-status not equal "00"
              go to end-load-seen-carry.
           perform load-one-seen thru load-one-seen-exit
              until end-of-in.
           close seen-file.
       end-load-seen-carry. exit.

       load-one-seen section.
           read seen-file
              at end
                 move "Y" to end-of-in-sw
                 go to load-one-seen-exit
           end-read.
           move sn-dbname to obs-dbname.
           move sn-kind   to obs-kind.
           move sn-name   to obs-name.
           move sn-date   to obs-date.
           move sn-source to obs-source.
           perform record-connection.
       load-one-seen-exit. exit.

       gather-census section.
      *************************************************************
      * dbcensus.rpt: "CONNECTED-USER CENSUS  <database>  <date>" *
      * heads the report; each row is agent id(9), auth id at     *
      * column 12 and application name at column 22               *
      *************************************************************
           move "N" to end-of-in-sw.
           open input census-file.
           if in-status not equal "00"
              display "CONNAUD: no dbcensus.rpt on file -- auth ids ",
                       "not checked"
              go to end-gather-census.
           perform scan-one-census-row thru scan-one-census-row-exit
              until end-of-in.
           close census-file.
       end-gather-census. exit.

       scan-one-census-row section.
           read census-file
              at end
                 move "Y" to end-of-in-sw
                 go to scan-one-census-row-exit
           end-read.
           if census-rec(1:23) equal "CONNECTED-USER CENSUS  "
              move spaces to census-dbname
              move spaces to census-date
              unstring census-rec(24:30) delimited by all space
                 into census-dbname, census-date
      * the census is dated by its own heading -- a report left
      * from an earlier day is not a sighting today; a heading
      * with no date is taken as today's
              if census-date is not numeric
                 move today-date to census-date
              end-if
              go to scan-one-census-row-exit.
           if census-rec(9:1) is not numeric
              or census-dbname equal spaces
              go to scan-one-census-row-exit.
           add 1 to census-rows.
           move census-dbname to obs-dbname.
           move census-date   to obs-date.
           move "CENSUS"      to obs-source.
           if census-rec(12:8) not equal spaces
              move "A"               to obs-kind
              move census-rec(12:8)  to obs-name
              perform record-connection
           end-if.
           if census-rec(22:20) not equal spaces
              move "P"               to obs-kind
              move census-rec(22:20) to obs-name
              perform record-connection
           end-if.
       scan-one-census-row-exit. exit.

       gather-workload section.
      *************************************************************
      * wkld.hist: every hour an application held a connection to *
      * a database                                                *
      *************************************************************
           move "N" to end-of-in-sw.
           open input wkld-file.
           if in-status not equal "00"
              display "CONNAUD: no wkld.hist on file -- run wkldprof"
              go to end-gather-workload.
           perform scan-one-wkld-row thru scan-one-wkld-row-exit
              until end-of-in.
           close wkld-file.
       end-gather-workload. exit.

       scan-one-wkld-row section.
           read wkld-file
              at end
                 move "Y" to end-of-in-sw
                 go to scan-one-wkld-row-exit
           end-read.
           if wh-conns is not numeric or wh-conns equal 0
              or wh-appl-name equal spaces
              go to scan-one-wkld-row-exit.
           move wh-dbname    to obs-dbname.
           move "P"          to obs-kind.
           move wh-appl-name to obs-name.
           move wh-date      to obs-date.
           move "WKLD"       to obs-source.
           perform record-connection.
       scan-one-wkld-row-exit. exit.

       record-connection section.
      * the newest date wins; a new database/kind/name is added
           perform find-seen-entry.
           if seen-found
              if obs-date greater than se-date(seen-idx)
                 move obs-date   to se-date(seen-idx)
                 move obs-source to se-source(seen-idx)
              end-if
              go to end-record-connection.
           if seen-count equal 2000
              if seen-full-noted-sw equal "N"
                 move "Y" to seen-full-noted-sw
                 display "CONNAUD: more than 2000 connections on ",
                          "file -- the rest not carried"
              end-if
              go to end-record-connection.
           add 1 to seen-count.
           move obs-dbname to se-dbname(seen-count).
           move obs-kind   to se-kind(seen-count).
           move obs-name   to se-name(seen-count).
           move obs-date   to se-date(seen-count).
           move obs-source to se-source(seen-count).
       end-record-connection. exit.

       find-seen-entry section.
           move "N" to seen-found-sw.
           perform check-one-seen-entry
              varying seen-idx from 1 by 1
              until seen-idx > seen-count or seen-found.
           if seen-found
              subtract 1 from seen-idx
           end-if.
       end-find-seen-entry. exit.

       check-one-seen-entry section.
           if se-dbname(seen-idx) equal obs-dbname
              and se-kind(seen-idx) equal obs-kind
              and se-name(seen-idx) equal obs-name
              move "Y" to seen-found-sw
           end-if.
       end-check-one-seen-entry. exit.

       save-seen-carry section.
           open output seen-file.
           perform save-one-seen
              varying seen-idx from 1 by 1
              until seen-idx > seen-count.
           close seen-file.
       end-save-seen-carry. exit.

       save-one-seen section.
           move spaces to seen-rec.
           move se-dbname(seen-idx) to sn-dbname.
           move se-kind(seen-idx)   to sn-kind.
           move se-name(seen-idx)   to sn-name.
           move se-date(seen-idx)   to sn-date.
           move se-source(seen-idx) to sn-source.
           write seen-rec.
       end-save-one-seen. exit.

       write-report section.
           move spaces to rpt-line.
           string "CONNECTION AUDIT  " delimited by size
                  today-date delimited by size
                  " " delimited by size
                  now-time delimited by size
                  "  -- against connreg.dat and appdep.dat"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           if reg-on-file-sw equal "N"
              move "  ** no connreg.dat on file -- nothing registered"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "UNREGISTERED CONNECTIONS TO PROD DATABASES"
              to rpt-line.
           write rpt-rec from rpt-line.
           perform write-column-heading.
           perform judge-one-unknown
              varying seen-idx from 1 by 1
              until seen-idx > seen-count.
           if unknown-count equal 0
              move "  (none)" to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "APPLICATIONS NOT MAPPED TO THE DATABASE IN APPDEP.DAT"
              to rpt-line.
           write rpt-rec from rpt-line.
           perform write-column-heading.
           perform judge-one-unmapped
              varying seen-idx from 1 by 1
              until seen-idx > seen-count.
           if unmapped-count equal 0
              move "  (none)" to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move idle-days to days-ed.
           move spaces to rpt-line.
           string "REGISTERED ENTRIES NOT CONNECTED IN "
                     delimited by size
                  days-ed delimited by size
                  " DAYS" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform write-column-heading.
           perform judge-one-idle
              varying reg-idx from 1 by 1
              until reg-idx > reg-count.
           if idle-count equal 0
              move "  (none)" to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "REGISTERED ENTRIES PAST THEIR REVIEW DATE" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "  DATABASE  KIND      NAME                  "
                     delimited by size
                  "REVIEW            OWNER" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform judge-one-review
              varying reg-idx from 1 by 1
              until reg-idx > reg-count.
           if overdue-count equal 0
              move "  (none)" to rpt-line
              write rpt-rec from rpt-line
           end-if.
       end-write-report. exit.

       write-column-heading section.
           move spaces to rpt-line.
           string "  DATABASE  KIND      NAME                  "
                     delimited by size
                  "LAST SEEN SOURCE  OWNER" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-column-heading. exit.

       judge-one-unknown section.
      *************************************************************
      * a current connection to a PROD database with no registry  *
      * entry for its database, kind and name                     *
      *************************************************************
           perform judge-recent.
           if age-days greater than recent-days
              go to end-judge-one-unknown.
           move se-dbname(seen-idx) to obs-dbname.
           perform find-db-entry.
           if not db-found
              go to end-judge-one-unknown.
           if de-environment(db-idx) not equal "PROD"
              go to end-judge-one-unknown.
           perform find-reg-for-seen.
           if reg-found
              go to end-judge-one-unknown.

           add 1 to unknown-count.
           perform format-seen-line.
           move spaces to dt-owner.
           write rpt-rec from detail-line.
           perform raise-security-alert.
       end-judge-one-unknown. exit.

       judge-one-unmapped section.
           if se-kind(seen-idx) not equal "P"
              go to end-judge-one-unmapped.
           perform judge-recent.
           if age-days greater than recent-days
              go to end-judge-one-unmapped.
           move se-dbname(seen-idx) to obs-dbname.
           perform find-db-entry.
           if not db-found
              go to end-judge-one-unmapped.
           move "N" to dep-found-sw.
           perform check-one-dep
              varying dep-idx from 1 by 1
              until dep-idx > dep-count or dep-found.
           if dep-found
              go to end-judge-one-unmapped.

           add 1 to unmapped-count.
           perform format-seen-line.
           move spaces to dt-owner.
           write rpt-rec from detail-line.
       end-judge-one-unmapped. exit.

       check-one-dep section.
           if dm-appl-name(dep-idx) equal se-name(seen-idx)
              and dm-dbname(dep-idx) equal se-dbname(seen-idx)
              move "Y" to dep-found-sw
           end-if.
       end-check-one-dep. exit.

       judge-one-idle section.
      *************************************************************
      * a registered entry with no connection on file, or none    *
      * inside the idle window                                    *
      *************************************************************
           move rg-dbname(reg-idx) to obs-dbname.
           move rg-kind(reg-idx)   to obs-kind.
           move rg-name(reg-idx)   to obs-name.
           perform find-seen-entry.
           if seen-found
              perform judge-recent
              if age-days not greater than idle-days
                 go to end-judge-one-idle
              end-if
           end-if.

           add 1 to idle-count.
           move rg-dbname(reg-idx) to dt-dbname.
           perform format-kind.
           move rg-name(reg-idx)   to dt-name.
           move rg-owner(reg-idx)  to dt-owner.
           if seen-found
              move se-date(seen-idx)   to dt-date
              move se-source(seen-idx) to dt-source
           else
              move "NEVER"  to dt-date
              move spaces   to dt-source
           end-if.
           write rpt-rec from detail-line.
       end-judge-one-idle. exit.

       judge-one-review section.
           if rg-review-date(reg-idx) is not numeric
              go to count-overdue.
           if rg-review-date(reg-idx) not less than today-date
              go to end-judge-one-review.
       count-overdue.
           add 1 to overdue-count.
           move rg-dbname(reg-idx)      to dt-dbname.
           move rg-kind(reg-idx)        to obs-kind.
           perform format-kind.
           move rg-name(reg-idx)        to dt-name.
           move rg-review-date(reg-idx) to dt-date.
           move spaces                  to dt-source.
           move rg-owner(reg-idx)       to dt-owner.
           write rpt-rec from detail-line.
       end-judge-one-review. exit.

       judge-recent section.
      * days between seen-idx's newest connection and today
           move se-date(seen-idx) to serial-work-date.
           if serial-work-date is not numeric
              move 99999 to age-days
              go to end-judge-recent.
           perform date-to-serial.
           compute age-days = today-serial - serial-days.
       end-judge-recent. exit.

       format-seen-line section.
           move se-dbname(seen-idx) to dt-dbname.
           move se-kind(seen-idx)   to obs-kind.
           perform format-kind.
           move se-name(seen-idx)   to dt-name.
           move se-date(seen-idx)   to dt-date.
           move se-source(seen-idx) to dt-source.
       end-format-seen-line. exit.

       format-kind section.
           if obs-kind equal "A"
              move "AUTH ID" to dt-kind
           else
              move "APPL"    to dt-kind
           end-if.
       end-format-kind. exit.

       find-reg-for-seen section.
           move "N" to reg-found-sw.
           perform check-one-reg-entry
              varying reg-idx from 1 by 1
              until reg-idx > reg-count or reg-found.
       end-find-reg-for-seen. exit.

       check-one-reg-entry section.
           if rg-dbname(reg-idx) equal se-dbname(seen-idx)
              and rg-kind(reg-idx) equal se-kind(seen-idx)
              and rg-name(reg-idx) equal se-name(seen-idx)
              move "Y" to reg-found-sw
           end-if.
       end-check-one-reg-entry. exit.

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
           if de-dbname(db-idx) equal obs-dbname
              move "Y" to db-found-sw
           end-if.
       end-check-one-db-entry. exit.

       raise-security-alert section.
      *************************************************************
      * the alert class is SECURITY, not the program, so          *
      * alert.rules routes every unknown-connection alert the     *
      * same way whichever audit raised it                        *
      *************************************************************
           move spaces to alert-rec.
           move "SECURITY  " to al-program.
           move dt-kind to kind-word.
           string today-date delimited by size
                  " "        delimited by size
                  now-time   delimited by size
             into al-timestamp.
           string se-dbname(seen-idx) delimited by space
                  " unregistered " delimited by size
                  kind-word delimited by "  "
                  " " delimited by size
                  se-name(seen-idx) delimited by "  "
                  " (" delimited by size
                  se-source(seen-idx) delimited by space
                  ")" delimited by size
             into al-message.
           write alert-rec.

           move al-message to log-detail.
           call "opslog" using "CONNAUD   ",
                   "UNREGISTERED CONNECTION       ", log-detail.
       end-raise-security-alert. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so ages can be computed across   *
      * month and year boundaries with plain integer arithmetic   *
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
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "connaud.ctl                   ",
                   ctl-envfn.
           call "envname" using "connreg.dat                   ",
                   reg-envfn.
           call "envname" using "appdep.dat                    ",
                   dep-envfn.
           call "envname" using "dbcensus.rpt                  ",
                   census-envfn.
           call "envname" using "wkld.hist                     ",
                   wkld-envfn.
           call "envname" using "connaud.seen                  ",
                   seen-envfn.
           call "envname" using "connaud.alert                 ",
                   alert-envfn.
           call "envname" using "connaud.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
