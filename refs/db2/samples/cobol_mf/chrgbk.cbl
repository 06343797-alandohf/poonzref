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
      ** SOURCE FILE NAME: chrgbk.cbl
      **
      ** SAMPLE: Monthly storage- and activity-based chargeback by
      **         department.  acctrpt allocates by session counts
      **         alone, so a department with one huge, quiet
      **         database paid almost nothing for it.  This prices
      **         what the toolkit already measures, for the month
      **         chrgbk.ctl names (yyyymm, the current month by
      **         default):
      **           storage    the database's used megabytes at its
      **                      last cap.hist capture of the month;
      **           filesystem the free space each fspath.ctl path
      **                      lost over the month in fs.hist, shared
      **                      evenly by the databases on the path;
      **           activity   the commits in the month's dated
      **                      thruput histories (series-break rows
      **                      carry no delta and add nothing);
      **           backup     each full backup that succeeded in
      **                      backup.hist at the database's used
      **                      size, plus a charge per successful run
      **                      of any type;
      **           sessions   acctrpt's figure: the month's acct.log
      **                      attributions, by department, past
      **                      codes restated through deptremap.dat.
      **         Each inventory database goes to the department
      **         deptmap.dat names for its owner (UNMAPPED when the
      **         owner is not in the map); chrgrate.dat gives the
      **         rate per unit of each kind.  chrgbk.rpt carries the
      **         per-database measures and one invoice line per
      **         department; chrgbk.exp carries the same invoice
      **         lines in fixed columns for finance's ledger load.
      **
      ** OUTPUT FILE: chrgbk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "chrgbk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select map-file assign to map-envfn
              organization is line sequential
              file status is map-status.
           select rate-file assign to rate-envfn
              organization is line sequential
              file status is rate-status.
           select cap-hist-file assign to cap-hist-envfn
              organization is line sequential
              file status is cap-hist-status.
           select path-file assign to path-envfn
              organization is line sequential
              file status is path-status.
           select fs-hist-file assign to fs-hist-envfn
              organization is line sequential
              file status is fs-hist-status.
           select tp-hist-file assign to tp-hist-filename
              organization is line sequential
              file status is tp-hist-status.
           select bkp-hist-file assign to bkp-hist-envfn
              organization is line sequential
              file status is bkp-hist-status.
           select acct-log-file assign to acct-log-envfn
              organization is line sequential
              file status is acct-status.
           select remap-file assign to remap-envfn
              organization is line sequential
              file status is remap-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select exp-file assign to exp-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-month          pic x(6).

       FD  inv-file.
       copy "dbinvrec.cbl".

      * deptmap.dat: inventory owner(20), department(10)
       FD  map-file.
       01  map-rec.
           05  mr-owner           pic x(20).
           05  filler             pic x.
           05  mr-dept            pic x(10).

      * chrgrate.dat: kind(8), rate per unit 9(5)v9(4)
       FD  rate-file.
       01  rate-rec.
           05  rr-kind            pic x(8).
           05  filler             pic x.
           05  rr-rate            pic 9(5)v9(4).

       FD  cap-hist-file.
       01  cap-hist-rec.
           05  ch-date            pic 9(8).
           05  filler             pic x.
           05  ch-dbname          pic x(8).
           05  filler             pic x.
           05  ch-tsname          pic x(18).
           05  filler             pic x.
           05  ch-free-mb         pic 9(9).
           05  filler             pic x.
           05  ch-total-mb        pic 9(9).

       FD  path-file.
       01  path-rec.
           05  fp-dbname          pic x(8).
           05  filler             pic x.
           05  fp-kind            pic x(1).
           05  filler             pic x.
           05  fp-path            pic x(40).

       FD  fs-hist-file.
       01  fs-hist-rec.
           05  fh-date            pic 9(8).
           05  filler             pic x.
           05  fh-path            pic x(40).
           05  filler             pic x.
           05  fh-free-mb         pic 9(9).

       FD  tp-hist-file.
       01  tp-hist-rec.
           05  tp-date            pic x(8).
           05  filler             pic x.
           05  tp-time            pic x(8).
           05  filler             pic x.
           05  tp-dbname          pic x(8).
           05  filler             pic x.
           05  tp-commits         pic 9(9).
           05  filler             pic x.
           05  tp-rollbacks       pic 9(9).
           05  filler             pic x.
           05  tp-break           pic x(1).
               88  tp-series-break  value "B".

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

       FD  acct-log-file.
       01  acct-log-rec.
           05  ac-date            pic x(8).
           05  filler             pic x.
           05  ac-time            pic x(8).
           05  filler             pic x.
           05  ac-operator        pic x(8).
           05  filler             pic x.
           05  ac-instance        pic x(18).
           05  filler             pic x.
           05  ac-dept            pic x(10).
           05  filler             pic x.
           05  ac-step            pic x(10).

      * deptremap.dat: historical code(10), code it is restated as(10)
       FD  remap-file.
       01  remap-rec.
           05  rm-old-code        pic x(10).
           05  filler             pic x.
           05  rm-new-code        pic x(10).

       FD  rpt-file.
       01  rpt-rec                pic x(132).

       FD  exp-file.
       01  exp-rec                pic x(100).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 inv-envfn            pic x(42).
       77 map-envfn            pic x(42).
       77 rate-envfn           pic x(42).
       77 cap-hist-envfn       pic x(42).
       77 path-envfn           pic x(42).
       77 fs-hist-envfn        pic x(42).
       77 tp-hist-filename     pic x(42).
       77 tp-hist-basename     pic x(30).
       77 bkp-hist-envfn       pic x(42).
       77 acct-log-envfn       pic x(42).
       77 remap-envfn          pic x(42).
       77 rpt-envfn            pic x(42).
       77 exp-envfn            pic x(42).

       77 ctl-status           pic x(2).
       77 inv-status           pic x(2).
       77 map-status           pic x(2).
       77 rate-status          pic x(2).
       77 cap-hist-status      pic x(2).
       77 path-status          pic x(2).
       77 fs-hist-status       pic x(2).
       77 tp-hist-status       pic x(2).
       77 bkp-hist-status      pic x(2).
       77 acct-status          pic x(2).

      * deptremap.dat, loaded whole: past codes restated as the
      * department master's codes as the sessions are counted, the
      * way acctrpt restates them
       77 remap-status         pic x(2).
       77 end-of-remap-sw      pic x value "N".
          88 end-of-remap      value "Y".
       01 remap-entries.
          05 remap-entry       occurs 200 times.
             10 rt-old-code    pic x(10).
             10 rt-new-code    pic x(10).
       77 remap-count          pic s9(4) comp-5 value 0.
       77 remap-idx            pic s9(4) comp-5.
       77 remap-found-sw       pic x value "N".
          88 remap-found       value "Y".
       77 today-date           pic 9(8).
       77 report-month         pic x(6).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

      * the month's day being summed from the dated thruput files
       01 tp-day-date.
          05 td-month          pic x(6).
          05 td-day            pic 9(2).
       77 day-idx              pic s9(4) comp-5.
       77 tp-days-read         pic s9(4) comp-5 value 0.

      * the per-unit rates; a kind missing from chrgrate.dat is
      * charged at zero and said so
       77 rate-storage         pic 9(5)v9(4) value 0.
       77 rate-filesys         pic 9(5)v9(4) value 0.
       77 rate-commits         pic 9(5)v9(4) value 0.
       77 rate-backup          pic 9(5)v9(4) value 0.
       77 rate-bkprun          pic 9(5)v9(4) value 0.
       77 rate-session         pic 9(5)v9(4) value 0.
       77 rates-read           pic s9(4) comp-5 value 0.

      * owner-to-department map
       01 map-entries.
          05 map-entry         occurs 200 times.
             10 mp-owner       pic x(20).
             10 mp-dept        pic x(10).
       77 map-count            pic s9(4) comp-5 value 0.
       77 map-idx              pic s9(4) comp-5.
       77 map-found-sw         pic x value "N".
          88 map-found         value "Y".
       77 unmapped-count       pic s9(4) comp-5 value 0.

      * one entry per inventory database and its month's measures
       01 db-entries.
          05 db-entry          occurs 300 times.
             10 db-name        pic x(8).
             10 db-dept        pic x(10).
             10 db-cap-date    pic 9(8).
             10 db-used-mb     pic s9(9) comp-5.
             10 db-fs-mb       pic s9(9) comp-5.
             10 db-commits     pic s9(18) comp-5.
             10 db-bkp-mb      pic s9(9) comp-5.
             10 db-bkp-runs    pic s9(4) comp-5.
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 db-found-sw          pic x value "N".
          88 db-found          value "Y".
       77 want-dbname          pic x(8).

      * one entry per fspath.ctl path: the free space it lost in
      * the month and the inventory databases sharing it
       01 path-entries.
          05 path-entry        occurs 200 times.
             10 pa-path        pic x(40).
             10 pa-dbs         pic s9(4) comp-5.
             10 pa-first-date  pic 9(8).
             10 pa-first-free  pic s9(9) comp-5.
             10 pa-last-date   pic 9(8).
             10 pa-last-free   pic s9(9) comp-5.
       77 path-count           pic s9(4) comp-5 value 0.
       77 path-idx             pic s9(4) comp-5.
       77 path-found-sw        pic x value "N".
          88 path-found        value "Y".
       77 want-path            pic x(40).
       77 path-used-mb         pic s9(9) comp-5.

      * one invoice line per department
       01 dept-entries.
          05 dept-entry        occurs 100 times.
             10 dp-dept        pic x(10).
             10 dp-dbs         pic s9(4) comp-5.
             10 dp-used-mb     pic s9(9) comp-5.
             10 dp-fs-mb       pic s9(9) comp-5.
             10 dp-commits     pic s9(18) comp-5.
             10 dp-bkp-mb      pic s9(9) comp-5.
             10 dp-bkp-runs    pic s9(4) comp-5.
             10 dp-sessions    pic s9(9) comp-5.
             10 dp-storage-amt pic s9(9)v99 comp-3.
             10 dp-filesys-amt pic s9(9)v99 comp-3.
             10 dp-activity-amt pic s9(9)v99 comp-3.
             10 dp-backup-amt  pic s9(9)v99 comp-3.
             10 dp-session-amt pic s9(9)v99 comp-3.
             10 dp-total-amt   pic s9(9)v99 comp-3.
       77 dept-count           pic s9(4) comp-5 value 0.
       77 dept-idx             pic s9(4) comp-5.
       77 dept-found-sw        pic x value "N".
          88 dept-found        value "Y".
       77 dept-full-noted-sw   pic x value "N".
       77 want-dept            pic x(10).
       77 grand-total          pic s9(11)v99 comp-3 value 0.

       77 table-full-noted-sw  pic x value "N".
      * the run's return code, held across the trailing calls
       77 final-rc             pic s9(4) comp-5 value 0.

       01 rpt-line             pic x(132).
       01 db-line.
          05 filler            pic x(2) value spaces.
          05 dl-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dl-dept           pic x(10).
          05 filler            pic x(2) value spaces.
          05 dl-used-gb        pic zzzzz9.99.
          05 filler            pic x(2) value spaces.
          05 dl-fs-gb          pic zzzzz9.99.
          05 filler            pic x(2) value spaces.
          05 dl-kcommits       pic zzzzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dl-bkp-gb         pic zzzzz9.99.
          05 filler            pic x(2) value spaces.
          05 dl-bkp-runs       pic zzz9.
       01 invoice-line.
          05 il-dept           pic x(10).
          05 filler            pic x(1) value spaces.
          05 il-dbs            pic zz9.
          05 filler            pic x(1) value spaces.
          05 il-used-gb        pic zzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-fs-gb          pic zzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-kcommits       pic zzzzzzzz9.
          05 filler            pic x(1) value spaces.
          05 il-bkp-gb         pic zzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-sessions       pic zzzzzz9.
          05 filler            pic x(1) value spaces.
          05 il-storage-amt    pic zzzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-filesys-amt    pic zzzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-activity-amt   pic zzzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-backup-amt     pic zzzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-session-amt    pic zzzzzz9.99.
          05 filler            pic x(1) value spaces.
          05 il-total-amt      pic zzzzzzz9.99.
       77 grand-total-ed       pic zzzzzzzzz9.99.

      * chrgbk.exp: one fixed-column row per department for the
      * ledger load -- month, department, then the five charges
      * and their total
       01 exp-line.
          05 ex-month          pic x(6).
          05 filler            pic x value space.
          05 ex-dept           pic x(10).
          05 filler            pic x value space.
          05 ex-storage-amt    pic 9(9).99.
          05 filler            pic x value space.
          05 ex-filesys-amt    pic 9(9).99.
          05 filler            pic x value space.
          05 ex-activity-amt   pic 9(9).99.
          05 filler            pic x value space.
          05 ex-backup-amt     pic 9(9).99.
          05 filler            pic x value space.
          05 ex-session-amt    pic 9(9).99.
          05 filler            pic x value space.
          05 ex-total-amt      pic 9(9).99.

       Procedure Division.
       chrgbk-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CHRGBK.CBL".

           accept today-date from date yyyymmdd.
           move today-date(1:6) to report-month.
           perform read-control.

           perform load-rates.
           perform load-dept-map.
           perform load-remap.

           open input inv-file.
           if inv-status not equal "00"
              display "CHRGBK: dbinv.dat not on hand -- run dbinvmnt"
              move 8 to final-rc
              go to end-chrgbk.
           move "N" to end-of-file-sw.
           perform load-one-inv-entry thru load-one-inv-entry-exit
              until end-of-file.
           close inv-file.

           perform measure-storage.
           perform measure-filesystems.
           move report-month to td-month.
           perform measure-one-day
              varying day-idx from 1 by 1
              until day-idx > 31.
           perform measure-backups.

           perform roll-up-one-db
              varying db-idx from 1 by 1
              until db-idx > db-count.
           perform count-sessions.
           perform price-one-dept
              varying dept-idx from 1 by 1
              until dept-idx > dept-count.

           perform write-chargeback-report.
           perform write-ledger-export.

           display "Databases charged : ", db-count,
                    "  departments invoiced : ", dept-count.
           if unmapped-count not equal 0
              display "owners not in deptmap.dat : ", unmapped-count,
                       " database(s) charged to UNMAPPED"
              move 4 to final-rc
           end-if.

       end-chrgbk.
           move final-rc to RETURN-CODE.
           goback.

       read-control section.
      *************************************************************
      * chrgbk.ctl: the report month, yyyymm; a missing or blank  *
      * file reports on the current month                         *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-month not equal spaces
                    move ctl-month to report-month
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-rates section.
      *************************************************************
      * chrgrate.dat: STORAGE per used GB, FILESYS per GB of      *
      * filesystem consumed, COMMITS per thousand commits, BACKUP *
      * per GB backed up, BKPRUN per successful backup run and    *
      * SESSION per attributed session                            *
      *************************************************************
           open input rate-file.
           if rate-status not equal "00"
              display "CHRGBK: no chrgrate.dat on file -- every ",
                       "charge is zero"
              move 4 to final-rc
              go to end-load-rates.
           move "N" to end-of-file-sw.
           perform load-one-rate thru load-one-rate-exit
              until end-of-file.
           close rate-file.
           if rates-read less than 6
              display "CHRGBK: chrgrate.dat is missing a rate kind ",
                       "-- its charge is zero"
              move 4 to final-rc
           end-if.
       end-load-rates. exit.

       load-one-rate section.
           read rate-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-rate-exit
           end-read.
           if rr-rate is not numeric
              go to load-one-rate-exit.
           evaluate rr-kind
              when "STORAGE"
                 move rr-rate to rate-storage
              when "FILESYS"
                 move rr-rate to rate-filesys
              when "COMMITS"
                 move rr-rate to rate-commits
              when "BACKUP"
                 move rr-rate to rate-backup
              when "BKPRUN"
                 move rr-rate to rate-bkprun
              when "SESSION"
                 move rr-rate to rate-session
              when other
                 go to load-one-rate-exit
           end-evaluate.
           add 1 to rates-read.
       load-one-rate-exit. exit.

       load-dept-map section.
           open input map-file.
           if map-status not equal "00"
              display "CHRGBK: no deptmap.dat on file -- every ",
                       "database is UNMAPPED"
              go to end-load-dept-map.
           move "N" to end-of-file-sw.
           perform load-one-map-row thru load-one-map-row-exit
              until end-of-file.
           close map-file.
       end-load-dept-map. exit.

       load-one-map-row section.
           read map-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-map-row-exit
           end-read.
           if mr-owner equal spaces or mr-dept equal spaces
              go to load-one-map-row-exit.
           if map-count equal 200
              display "more than 200 deptmap.dat rows -- later ",
                       "ones not used"
              move "Y" to end-of-file-sw
              go to load-one-map-row-exit.
           add 1 to map-count.
           move mr-owner to mp-owner(map-count).
           move mr-dept  to mp-dept(map-count).
       load-one-map-row-exit. exit.

       load-one-inv-entry section.
      *************************************************************
      * every inventory database, retired ones included -- a      *
      * database retired mid-month still used the month's storage *
      *************************************************************
           read inv-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-inv-entry-exit
           end-read.
           if db-count equal 300
              display "more than 300 inventory databases -- later ",
                       "ones not charged"
              move "Y" to end-of-file-sw
              go to load-one-inv-entry-exit.
           add 1 to db-count.
           move IV-DBNAME to db-name(db-count).
           move 0 to db-cap-date(db-count).
           move 0 to db-used-mb(db-count).
           move 0 to db-fs-mb(db-count).
           move 0 to db-commits(db-count).
           move 0 to db-bkp-mb(db-count).
           move 0 to db-bkp-runs(db-count).

           move "N" to map-found-sw.
           perform check-map-entry
              varying map-idx from 1 by 1
              until map-idx > map-count or map-found.
           if map-found
              subtract 1 from map-idx
              move mp-dept(map-idx) to db-dept(db-count)
           else
              move "UNMAPPED" to db-dept(db-count)
              add 1 to unmapped-count
           end-if.
       load-one-inv-entry-exit. exit.

       check-map-entry section.
           if mp-owner(map-idx) equal IV-OWNER
              move "Y" to map-found-sw
           end-if.
       end-check-map-entry. exit.

       find-db-entry section.
           move "N" to db-found-sw.
           perform check-db-entry
              varying db-idx from 1 by 1
              until db-idx > db-count or db-found.
           if db-found
              subtract 1 from db-idx
           else
              move 0 to db-idx
           end-if.
       end-find-db-entry. exit.

       check-db-entry section.
           if db-name(db-idx) equal want-dbname
              move "Y" to db-found-sw
           end-if.
       end-check-db-entry. exit.

       measure-storage section.
      *************************************************************
      * cap.hist: the used megabytes (total less free, summed     *
      * over the tablespaces) of each database's last capture in  *
      * the month                                                 *
      *************************************************************
           open input cap-hist-file.
           if cap-hist-status not equal "00"
              display "CHRGBK: no cap.hist on file -- storage not ",
                       "charged"
              go to end-measure-storage.
           move "N" to end-of-file-sw.
           perform measure-one-capture thru measure-one-capture-exit
              until end-of-file.
           close cap-hist-file.
       end-measure-storage. exit.

       measure-one-capture section.
           read cap-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to measure-one-capture-exit
           end-read.
           if ch-date is not numeric
              or ch-free-mb is not numeric
              or ch-total-mb is not numeric
              go to measure-one-capture-exit.
           if ch-date(1:6) not equal report-month
              go to measure-one-capture-exit.
           move ch-dbname to want-dbname.
           perform find-db-entry.
           if db-idx equal 0
              go to measure-one-capture-exit.
      * a later capture replaces the earlier one's figure
           if ch-date less than db-cap-date(db-idx)
              go to measure-one-capture-exit.
           if ch-date greater than db-cap-date(db-idx)
              move ch-date to db-cap-date(db-idx)
              move 0 to db-used-mb(db-idx)
           end-if.
           if ch-total-mb greater than ch-free-mb
              compute db-used-mb(db-idx) = db-used-mb(db-idx)
                 + ch-total-mb - ch-free-mb
           end-if.
       measure-one-capture-exit. exit.

       measure-filesystems section.
      *************************************************************
      * fs.hist against fspath.ctl: the free megabytes each path  *
      * lost from its first to its last row of the month, shared  *
      * evenly by the inventory databases mapped to it            *
      *************************************************************
           open input path-file.
           if path-status not equal "00"
              display "CHRGBK: no fspath.ctl on file -- filesystem ",
                       "not charged"
              go to end-measure-filesystems.
           move "N" to end-of-file-sw.
           perform count-one-path-row thru count-one-path-row-exit
              until end-of-file.
           close path-file.

           open input fs-hist-file.
           if fs-hist-status not equal "00"
              display "CHRGBK: no fs.hist on file -- filesystem ",
                       "not charged"
              go to end-measure-filesystems.
           move "N" to end-of-file-sw.
           perform track-one-fs-row thru track-one-fs-row-exit
              until end-of-file.
           close fs-hist-file.

      * second pass over the map hands each database its share
           open input path-file.
           move "N" to end-of-file-sw.
           perform share-one-path-row thru share-one-path-row-exit
              until end-of-file.
           close path-file.
       end-measure-filesystems. exit.

       count-one-path-row section.
           read path-file
              at end
                 move "Y" to end-of-file-sw
                 go to count-one-path-row-exit
           end-read.
           move fp-dbname to want-dbname.
           perform find-db-entry.
           if db-idx equal 0
              go to count-one-path-row-exit.
           move fp-path to want-path.
           perform find-path-entry.
           if path-idx equal 0
              go to count-one-path-row-exit.
           add 1 to pa-dbs(path-idx).
       count-one-path-row-exit. exit.

       track-one-fs-row section.
           read fs-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to track-one-fs-row-exit
           end-read.
           if fh-date is not numeric or fh-free-mb is not numeric
              go to track-one-fs-row-exit.
           if fh-date(1:6) not equal report-month
              go to track-one-fs-row-exit.
           move fh-path to want-path.
           perform look-up-path.
           if path-idx equal 0
              go to track-one-fs-row-exit.
           if pa-first-date(path-idx) equal 0
              or fh-date less than pa-first-date(path-idx)
              move fh-date    to pa-first-date(path-idx)
              move fh-free-mb to pa-first-free(path-idx)
           end-if.
           if fh-date not less than pa-last-date(path-idx)
              move fh-date    to pa-last-date(path-idx)
              move fh-free-mb to pa-last-free(path-idx)
           end-if.
       track-one-fs-row-exit. exit.

       share-one-path-row section.
           read path-file
              at end
                 move "Y" to end-of-file-sw
                 go to share-one-path-row-exit
           end-read.
           move fp-dbname to want-dbname.
           perform find-db-entry.
           if db-idx equal 0
              go to share-one-path-row-exit.
           move fp-path to want-path.
           perform look-up-path.
           if path-idx equal 0 or pa-dbs(path-idx) equal 0
              go to share-one-path-row-exit.
      * a path that gained space over the month consumed nothing
           compute path-used-mb = pa-first-free(path-idx)
              - pa-last-free(path-idx).
           if path-used-mb not greater than 0
              go to share-one-path-row-exit.
           compute db-fs-mb(db-idx) = db-fs-mb(db-idx)
              + path-used-mb / pa-dbs(path-idx).
       share-one-path-row-exit. exit.

       find-path-entry section.
           perform look-up-path.
           if path-idx not equal 0
              go to end-find-path-entry.
           if path-count equal 200
              if table-full-noted-sw equal "N"
                 move "Y" to table-full-noted-sw
                 display "more than 200 fspath.ctl paths -- later ",
                          "ones not charged"
              end-if
              go to end-find-path-entry.
           add 1 to path-count.
           move path-count to path-idx.
           move want-path to pa-path(path-idx).
           move 0 to pa-dbs(path-idx).
           move 0 to pa-first-date(path-idx).
           move 0 to pa-first-free(path-idx).
           move 0 to pa-last-date(path-idx).
           move 0 to pa-last-free(path-idx).
       end-find-path-entry. exit.

       look-up-path section.
           move "N" to path-found-sw.
           perform check-path-entry
              varying path-idx from 1 by 1
              until path-idx > path-count or path-found.
           if path-found
              subtract 1 from path-idx
           else
              move 0 to path-idx
           end-if.
       end-look-up-path. exit.

       check-path-entry section.
           if pa-path(path-idx) equal want-path
              move "Y" to path-found-sw
           end-if.
       end-check-path-entry. exit.

       measure-one-day section.
      *************************************************************
      * one dated thruput history file: its commit deltas added   *
      * to each database's month; a day with no file is skipped   *
      *************************************************************
           move day-idx to td-day.
           move spaces to tp-hist-basename.
           string "thruput." delimited by size
                  tp-day-date delimited by size
                  ".hist" delimited by size
             into tp-hist-basename.
           call "envname" using tp-hist-basename, tp-hist-filename.
           open input tp-hist-file.
           if tp-hist-status not equal "00"
              go to end-measure-one-day.
           add 1 to tp-days-read.
           move "N" to end-of-file-sw.
           perform measure-one-tp-row thru measure-one-tp-row-exit
              until end-of-file.
           close tp-hist-file.
       end-measure-one-day. exit.

       measure-one-tp-row section.
           read tp-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to measure-one-tp-row-exit
           end-read.
           if tp-series-break or tp-commits is not numeric
              go to measure-one-tp-row-exit.
           move tp-dbname to want-dbname.
           perform find-db-entry.
           if db-idx equal 0
              go to measure-one-tp-row-exit.
           add tp-commits to db-commits(db-idx).
       measure-one-tp-row-exit. exit.

       measure-backups section.
      *************************************************************
      * backup.hist: every successful run of the month counts; a  *
      * full backup also moved the database's used size          *
      *************************************************************
           open input bkp-hist-file.
           if bkp-hist-status not equal "00"
              display "CHRGBK: no backup.hist on file -- backup not ",
                       "charged"
              go to end-measure-backups.
           move "N" to end-of-file-sw.
           perform measure-one-backup thru measure-one-backup-exit
              until end-of-file.
           close bkp-hist-file.
       end-measure-backups. exit.

       measure-one-backup section.
           read bkp-hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to measure-one-backup-exit
           end-read.
           if bh-date(1:6) not equal report-month
              go to measure-one-backup-exit.
           if bh-result(1:9) not equal "BACKED UP"
              go to measure-one-backup-exit.
           move bh-dbname(1:8) to want-dbname.
           perform find-db-entry.
           if db-idx equal 0
              go to measure-one-backup-exit.
           add 1 to db-bkp-runs(db-idx).
           if bh-type equal "F"
              add db-used-mb(db-idx) to db-bkp-mb(db-idx)
           end-if.
       measure-one-backup-exit. exit.

       roll-up-one-db section.
           move db-dept(db-idx) to want-dept.
           perform find-dept-entry.
           if dept-idx equal 0
              go to end-roll-up-one-db.
           add 1                   to dp-dbs(dept-idx).
           add db-used-mb(db-idx)  to dp-used-mb(dept-idx).
           add db-fs-mb(db-idx)    to dp-fs-mb(dept-idx).
           add db-commits(db-idx)  to dp-commits(dept-idx).
           add db-bkp-mb(db-idx)   to dp-bkp-mb(dept-idx).
           add db-bkp-runs(db-idx) to dp-bkp-runs(dept-idx).
       end-roll-up-one-db. exit.

       count-sessions section.
      *************************************************************
      * acct.log: the session attributions of the month, by       *
      * department -- the figure acctrpt reports, carried onto    *
      * the same invoice line                                     *
      *************************************************************
           open input acct-log-file.
           if acct-status not equal "00"
              go to end-count-sessions.
           move "N" to end-of-file-sw.
           perform count-one-session thru count-one-session-exit
              until end-of-file.
           close acct-log-file.
       end-count-sessions. exit.

       count-one-session section.
           read acct-log-file
              at end
                 move "Y" to end-of-file-sw
                 go to count-one-session-exit
           end-read.
           if ac-date(1:6) not equal report-month
              go to count-one-session-exit.
           perform apply-dept-remap.
           move ac-dept to want-dept.
           perform find-dept-entry.
           if dept-idx equal 0
              go to count-one-session-exit.
           add 1 to dp-sessions(dept-idx).
       count-one-session-exit. exit.

       load-remap section.
      *************************************************************
      * deptremap.dat: one historical DEPT= code and the code it  *
      * is restated as per row (see deptrcn); no file, no remaps  *
      *************************************************************
           open input remap-file.
           if remap-status not equal "00"
              go to end-load-remap.
           perform load-one-remap thru load-one-remap-exit
              until end-of-remap.
           close remap-file.
       end-load-remap. exit.

       load-one-remap section.
           read remap-file
              at end
                 move "Y" to end-of-remap-sw
                 go to load-one-remap-exit
           end-read.
           if rm-old-code equal spaces
              go to load-one-remap-exit.
           if remap-count equal 200
              display "more than 200 deptremap.dat rows -- later ",
                       "ones ignored"
              move "Y" to end-of-remap-sw
              go to load-one-remap-exit.
           add 1 to remap-count.
           move rm-old-code to rt-old-code(remap-count).
           move rm-new-code to rt-new-code(remap-count).
       load-one-remap-exit. exit.

       apply-dept-remap section.
           move "N" to remap-found-sw.
           perform check-remap thru check-remap-exit
              varying remap-idx from 1 by 1
              until remap-idx > remap-count or remap-found.
           if remap-found
              subtract 1 from remap-idx
              move rt-new-code(remap-idx) to ac-dept
           end-if.
       end-apply-dept-remap. exit.

       check-remap section.
           if rt-old-code(remap-idx) equal ac-dept
              move "Y" to remap-found-sw
           end-if.
       check-remap-exit. exit.

       find-dept-entry section.
           move "N" to dept-found-sw.
           perform check-dept-entry
              varying dept-idx from 1 by 1
              until dept-idx > dept-count or dept-found.
           if dept-found
              subtract 1 from dept-idx
              go to end-find-dept-entry.
           if dept-count equal 100
      * the invoice table is full -- say so once rather than walk
      * off the end of it
              if dept-full-noted-sw equal "N"
                 move "Y" to dept-full-noted-sw
                 display "more than 100 departments -- later ones ",
                          "not invoiced"
              end-if
              move 0 to dept-idx
              go to end-find-dept-entry.
           add 1 to dept-count.
           move dept-count to dept-idx.
           move want-dept to dp-dept(dept-idx).
           move 0 to dp-dbs(dept-idx).
           move 0 to dp-used-mb(dept-idx).
           move 0 to dp-fs-mb(dept-idx).
           move 0 to dp-commits(dept-idx).
           move 0 to dp-bkp-mb(dept-idx).
           move 0 to dp-bkp-runs(dept-idx).
           move 0 to dp-sessions(dept-idx).
       end-find-dept-entry. exit.

       check-dept-entry section.
           if dp-dept(dept-idx) equal want-dept
              move "Y" to dept-found-sw
           end-if.
       end-check-dept-entry. exit.

       price-one-dept section.
           compute dp-storage-amt(dept-idx) rounded =
              dp-used-mb(dept-idx) / 1024 * rate-storage.
           compute dp-filesys-amt(dept-idx) rounded =
              dp-fs-mb(dept-idx) / 1024 * rate-filesys.
           compute dp-activity-amt(dept-idx) rounded =
              dp-commits(dept-idx) / 1000 * rate-commits.
           compute dp-backup-amt(dept-idx) rounded =
              dp-bkp-mb(dept-idx) / 1024 * rate-backup
              + dp-bkp-runs(dept-idx) * rate-bkprun.
           compute dp-session-amt(dept-idx) rounded =
              dp-sessions(dept-idx) * rate-session.
           compute dp-total-amt(dept-idx) =
              dp-storage-amt(dept-idx) + dp-filesys-amt(dept-idx)
              + dp-activity-amt(dept-idx) + dp-backup-amt(dept-idx)
              + dp-session-amt(dept-idx).
           add dp-total-amt(dept-idx) to grand-total.
       end-price-one-dept. exit.

       write-chargeback-report section.
           open output rpt-file.

           move spaces to rpt-line.
           string "STORAGE AND ACTIVITY CHARGEBACK FOR "
                     delimited by size
                  report-month delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "  PER DATABASE" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "  DATABASE  DEPARTMENT     USED-GB      FS-GB  "
                     delimited by size
                  "KCOMMITS     BKP-GB  RUNS" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform write-one-db-line
              varying db-idx from 1 by 1
              until db-idx > db-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "  INVOICE BY DEPARTMENT" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DEPARTMENT DBS   USED-GB     FS-GB  KCOMMITS "
                     delimited by size
                  "   BKP-GB SESSION    STORAGE    FILESYS   "
                     delimited by size
                  "ACTIVITY     BACKUP   SESSIONS       TOTAL"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform write-one-invoice-line
              varying dept-idx from 1 by 1
              until dept-idx > dept-count.

           if dept-count equal 0
              move "  (nothing to charge for this month)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move grand-total to grand-total-ed.
           move spaces to rpt-line.
           string "TOTAL CHARGED FOR THE MONTH: " delimited by size
                  grand-total-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           if tp-days-read equal 0
              move "  (no thruput history for the month)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.

           close rpt-file.
           call "rptarch" using "chrgbk.rpt                    ",
                   "CHRGBK    ".
       end-write-chargeback-report. exit.

       write-one-db-line section.
           move db-name(db-idx) to dl-dbname.
           move db-dept(db-idx) to dl-dept.
           compute dl-used-gb rounded = db-used-mb(db-idx) / 1024.
           compute dl-fs-gb rounded = db-fs-mb(db-idx) / 1024.
           compute dl-kcommits = db-commits(db-idx) / 1000.
           compute dl-bkp-gb rounded = db-bkp-mb(db-idx) / 1024.
           move db-bkp-runs(db-idx) to dl-bkp-runs.
           write rpt-rec from db-line.
       end-write-one-db-line. exit.

       write-one-invoice-line section.
           move dp-dept(dept-idx) to il-dept.
           move dp-dbs(dept-idx) to il-dbs.
           compute il-used-gb rounded = dp-used-mb(dept-idx) / 1024.
           compute il-fs-gb rounded = dp-fs-mb(dept-idx) / 1024.
           compute il-kcommits = dp-commits(dept-idx) / 1000.
           compute il-bkp-gb rounded = dp-bkp-mb(dept-idx) / 1024.
           move dp-sessions(dept-idx)     to il-sessions.
           move dp-storage-amt(dept-idx)  to il-storage-amt.
           move dp-filesys-amt(dept-idx)  to il-filesys-amt.
           move dp-activity-amt(dept-idx) to il-activity-amt.
           move dp-backup-amt(dept-idx)   to il-backup-amt.
           move dp-session-amt(dept-idx)  to il-session-amt.
           move dp-total-amt(dept-idx)    to il-total-amt.
           write rpt-rec from invoice-line.
       end-write-one-invoice-line. exit.

       write-ledger-export section.
      *************************************************************
      * chrgbk.exp, rewritten each run: finance loads the month's *
      * invoice lines straight into the ledger                    *
      *************************************************************
           open output exp-file.
           perform write-one-export-row
              varying dept-idx from 1 by 1
              until dept-idx > dept-count.
           close exp-file.
       end-write-ledger-export. exit.

       write-one-export-row section.
           move spaces to exp-rec.
           move report-month              to ex-month.
           move dp-dept(dept-idx)         to ex-dept.
           move dp-storage-amt(dept-idx)  to ex-storage-amt.
           move dp-filesys-amt(dept-idx)  to ex-filesys-amt.
           move dp-activity-amt(dept-idx) to ex-activity-amt.
           move dp-backup-amt(dept-idx)   to ex-backup-amt.
           move dp-session-amt(dept-idx)  to ex-session-amt.
           move dp-total-amt(dept-idx)    to ex-total-amt.
           write exp-rec from exp-line.
       end-write-one-export-row. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the     *
      * dated thruput histories resolve day by day               *
      *************************************************************
           call "envname" using "chrgbk.ctl                    ",
                   ctl-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "deptmap.dat                   ",
                   map-envfn.
           call "envname" using "chrgrate.dat                  ",
                   rate-envfn.
           call "envname" using "cap.hist                      ",
                   cap-hist-envfn.
           call "envname" using "fspath.ctl                    ",
                   path-envfn.
           call "envname" using "fs.hist                       ",
                   fs-hist-envfn.
           call "envname" using "backup.hist                   ",
                   bkp-hist-envfn.
           call "envname" using "acct.log                      ",
                   acct-log-envfn.
           call "envname" using "deptremap.dat                 ",
                   remap-envfn.
           call "envname" using "chrgbk.rpt                    ",
                   rpt-envfn.
           call "envname" using "chrgbk.exp                    ",
                   exp-envfn.
       end-resolve-toolkit-filenames. exit.
