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
      ** SOURCE FILE NAME: connleak.cbl
      **
      ** DB2 APIs USED:
      **         sqlgxdb  -- GET DATABASE CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **
      ** SAMPLE: Connection-leak detection per application.  An
      **         application that leaks connections climbs steadily
      **         through the day and only drops when its app server
      **         restarts; connmon sees it the night the database
      **         hits MAXAPPLS.  This walks wkld.hist (wkldprof's
      **         hourly connections per database per application
      **         name) over the last connleak.cfg days (7 by
      **         default) and flags a database/application pair
      **         whose count never falls through a whole sampled
      **         day (at least the configured number of hourly
      **         samples, 6 by default, and ending higher than it
      **         began), or whose daily minimum has not fallen for
      **         the configured run of days (3 by default) and
      **         ended higher than it began -- the floor the
      **         restarts no longer get back down to.  An hour the
      **         database was sampled without the application counts
      **         as zero connections.  connleak.rpt gives each
      **         flagged pair's growth per hour and per day and the
      **         hours left before the database's newest connection
      **         count reaches MAXAPPLS at that rate (MAXAPPLS read
      **         live through the shared instatch attach, as
      **         connmon does); each flagged pair raises an alert
      **         into connleak.alert, swept by alertrtr into
      **         alert.queue, and a notice memo goes to the
      **         application owner named in dbinv.dat through
      **         memo.out, the file the mail gateway job picks up.
      **
      ** OUTPUT FILE: connleak.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "connleak".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select cfg-file assign to cfg-envfn
              organization is line sequential
              file status is cfg-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select alert-file assign to alert-envfn
              organization is line sequential.
           select memo-file assign to memo-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  cfg-file.
       01  cfg-rec.
           05  cfg-days           pic x(3).
           05  filler             pic x.
           05  cfg-samples        pic x(2).
           05  filler             pic x.
           05  cfg-min-days       pic x(2).

       FD  hist-file.
       01  hist-rec.
           05  wh-date            pic x(8).
           05  filler             pic x.
           05  wh-hour            pic 9(2).
           05  filler             pic x.
           05  wh-dbname          pic x(8).
           05  filler             pic x.
           05  wh-appl-name       pic x(20).
           05  filler             pic x.
           05  wh-conns           pic 9(4).

       FD  alert-file.
       01  alert-rec.
           05  al-program         pic x(10).
           05  filler             pic x.
           05  al-timestamp       pic x(26).
           05  filler             pic x.
           05  al-message         pic x(60).

       FD  memo-file.
       01  memo-rec               pic x(160).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 cfg-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 alert-envfn          pic x(42).
       77 memo-envfn           pic x(42).
       77 rpt-envfn            pic x(42).
       copy "sqlutil.cbl".
       copy "sqlca.cbl".

      * Local Variables
       77 rc                   pic s9(9) comp-5.
       77 errloc               pic x(80).
       77 inv-status           pic x(2).
       77 cfg-status           pic x(2).
       77 hist-status          pic x(2).
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".

      * the window in days, the hourly samples a rising day needs
      * and the run of days a rising floor needs, overridable from
      * connleak.cfg
       77 window-days          pic s9(4) comp-5 value 7.
       77 min-samples          pic s9(4) comp-5 value 6.
       77 min-floor-days       pic s9(4) comp-5 value 3.

      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance          pic x(18) value spaces.
       77 current-instance     pic x(18) value spaces.
       77 inst-rc              pic s9(9) comp-5 value 0.

       77 monitor-today        pic 9(8).
       77 monitor-now          pic 9(8).
       77 leak-count           pic s9(4) comp-5 value 0.

      * day-serial date arithmetic for the window
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.

      * one row per active database: its limit, its owner and the
      * newest hourly sample's connections
       01 conn-entries.
          05 conn-entry        occurs 100 times.
             10 cn-dbname      pic x(8).
             10 cn-owner       pic x(20).
             10 cn-cfg-sw      pic x.
             10 cn-maxappls    pic s9(9) comp-5.
             10 cn-latest      pic s9(9) comp-5.
             10 cn-latest-date pic x(8).
             10 cn-latest-hour pic 9(2).
       77 conn-count           pic s9(4) comp-5 value 0.
       77 conn-idx             pic s9(4) comp-5.
       77 conn-found-sw        pic x value "N".
          88 conn-found        value "Y".
       77 want-dbname          pic x(8).

      * one row per database/application pair seen in the window:
      * the day being followed, the rising days found and the run
      * of days whose minimum has not fallen
       01 pair-entries.
          05 pair-entry        occurs 300 times.
             10 pr-dbname      pic x(8).
             10 pr-appl-name   pic x(20).
             10 pr-conn-idx    pic s9(4) comp-5.
             10 pr-run-sw      pic x.
             10 pr-run-conns   pic s9(9) comp-5.
             10 pr-day         pic x(8).
             10 pr-first       pic s9(9) comp-5.
             10 pr-first-hour  pic s9(4) comp-5.
             10 pr-last        pic s9(9) comp-5.
             10 pr-last-hour   pic s9(4) comp-5.
             10 pr-samples     pic s9(4) comp-5.
             10 pr-rising-sw   pic x.
             10 pr-day-min     pic s9(9) comp-5.
             10 pr-rise-days   pic s9(4) comp-5.
             10 pr-rise-date   pic x(8).
             10 pr-hour-rate   pic s9(9) comp-5.
             10 pr-floor-days  pic s9(4) comp-5.
             10 pr-floor-first pic s9(9) comp-5.
             10 pr-floor-last  pic s9(9) comp-5.
       77 pair-count           pic s9(4) comp-5 value 0.
       77 pair-idx             pic s9(4) comp-5.
       77 pair-found-sw        pic x value "N".
          88 pair-found        value "Y".
       77 pair-full-noted-sw   pic x value "N".

      * the sample being summed: a run of wkld.hist rows with one
      * database, date and hour
       77 run-dbname           pic x(8) value spaces.
       77 run-date             pic x(8) value spaces.
       77 run-hour             pic 9(2) value 0.
       77 run-conns            pic s9(9) comp-5 value 0.
       77 sample-conns         pic s9(9) comp-5.
       77 sample-hours         pic s9(4) comp-5.

      * the judgment of one flagged pair -- rates in hundredths of
      * a connection
       77 leak-pattern         pic x(10).
       77 rate-per-hour        pic s9(9) comp-5.
       77 rate-per-day         pic s9(9) comp-5.
       77 headroom             pic s9(9) comp-5.
       77 hours-left           pic s9(9) comp-5.
       77 rate-ed              pic zzz9.99.
       77 hours-ed             pic zzzzz9.
       77 count-ed             pic zzz9.
       77 leak-when            pic x(16).

      * variables for GET ADDRESS / GET DATABASE CONFIGURATION
       01 cur-maxappls        pic s9(4) comp-5.
       01 cur-tokenlist.
          05 cur-tokens occurs 1 times.
             10 cur-token     pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END

             10 cur-tokenptr  usage is pointer.

       01 dbname              pic x(8).
       01 dbname-len          pic s9(4) comp-5.
       01 listnumber          pic s9(4) comp-5 value 1.

      * one memo per notice, in the dbnotify layout the mail
      * gateway job reads from memo.out
       01 memo-line.
          05 mm-contact        pic x(20).
          05 filler            pic x value space.
          05 mm-date           pic x(8).
          05 filler            pic x value space.
          05 mm-time           pic x(8).
          05 filler            pic x value space.
          05 mm-dbname         pic x(8).
          05 filler            pic x value space.
          05 mm-source         pic x(10).
          05 filler            pic x value space.
          05 mm-text           pic x(70).

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-appl-name      pic x(20).
          05 filler            pic x(2) value spaces.
          05 dt-pattern        pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-hour-rate      pic zzz9.99.
          05 filler            pic x(2) value spaces.
          05 dt-day-rate       pic zzz9.99.
          05 filler            pic x(2) value spaces.
          05 dt-limit          pic x(16).
          05 filler            pic x(2) value spaces.
          05 dt-owner          pic x(20).

       Procedure Division.
       connleak-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CONNLEAK.CBL".

           accept monitor-today from date yyyymmdd.
           accept monitor-now   from time.
           move monitor-today to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.

           perform read-config.

           move SQLF-DBTN-MAXAPPLS to cur-token(1).
           move "GET ADDRESS" to errloc.

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference cur-maxappls
                                 by reference cur-tokenptr(1)
                           returning rc.

           perform load-inventory.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "CONNLEAK  ", inst-rc
           end-if.
           if conn-count equal 0
              display "no active databases in the inventory"
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
              go to end-connleak.

           perform scan-workload-history.
           perform close-pair-day
              varying pair-idx from 1 by 1
              until pair-idx > pair-count.

           open output rpt-file.
           perform write-report-header.
           open extend alert-file.
           open extend memo-file.
           perform judge-one-pair
              varying pair-idx from 1 by 1
              until pair-idx > pair-count.
           close memo-file.
           close alert-file.
           if leak-count equal 0
              move "  (no leaking application in the window)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move leak-count to count-ed.
           move spaces to rpt-line.
           string "leaking pairs : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "connleak.rpt                  ",
                   "CONNLEAK  ".

           display "Leaking application pairs : ", leak-count.
           if leak-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-connleak. goback.

       read-config section.
      *************************************************************
      * connleak.cfg: days in the window (3), hourly samples a    *
      * rising day needs (2) and days a rising floor needs (2);   *
      * a missing file or field keeps the 7 / 6 / 3 defaults      *
      *************************************************************
           open input cfg-file.
           if cfg-status not equal "00"
              go to end-read-config.
           read cfg-file
              at end continue
              not at end
                 if cfg-days is numeric
                    move cfg-days to window-days
                 end-if
                 if cfg-samples is numeric
                    move cfg-samples to min-samples
                 end-if
                 if cfg-min-days is numeric
                    move cfg-min-days to min-floor-days
                 end-if
           end-read.
           close cfg-file.
           if window-days less than 1
              move 7 to window-days
           end-if.
           if min-samples less than 2
              move 6 to min-samples
           end-if.
           if min-floor-days less than 2
              move 3 to min-floor-days
           end-if.
       end-read-config. exit.

       load-inventory section.
      *************************************************************
      * every active database, with MAXAPPLS read live on the     *
      * owning instance as the entry is loaded                     *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              display "CONNLEAK: dbinv.dat not on hand -- run ",
                       "dbinvmnt"
              move 8 to RETURN-CODE
              move "Y" to end-of-inv-sw
           end-if.
           perform load-one-inv-entry thru load-one-inv-entry-exit
              until end-of-inv or conn-count equal 100.
           close inv-file.
       end-load-inventory. exit.

       load-one-inv-entry section.
           read inv-file
              at end
                 move "Y" to end-of-inv-sw
                 go to load-one-inv-entry-exit
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-inv-entry-exit.
           add 1 to conn-count.
           move IV-DBNAME to cn-dbname(conn-count).
           move IV-OWNER  to cn-owner(conn-count).
           move "N"       to cn-cfg-sw(conn-count).
           move 0         to cn-maxappls(conn-count).
           move 0         to cn-latest(conn-count).
           move spaces    to cn-latest-date(conn-count).
           move 0         to cn-latest-hour(conn-count).

           move IV-INSTANCE to db-instance.
           perform switch-instance.
           if db-instance not equal current-instance
              go to load-one-inv-entry-exit.
           move IV-DBNAME to dbname.
           perform read-connection-limit.
       load-one-inv-entry-exit. exit.

       switch-instance section.
      *************************************************************
      * attach to this database's owning instance when it differs *
      * from the one currently attached, detaching from the old   *
      * group first; an unattachable instance leaves               *
      * current-instance as spaces so its databases are skipped   *
      *************************************************************
           if db-instance equal current-instance
              go to end-switch-instance.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "CONNLEAK  ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", db-instance,
                   "CONNLEAK  ", inst-rc.
           if inst-rc equal 0
              move db-instance to current-instance
           else
              display "skipping databases on instance ",
                       db-instance
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.
       end-switch-instance. exit.

       read-connection-limit section.
           move 0 to dbname-len.
           inspect dbname tallying dbname-len for characters
              before initial " ".

      ******************************************
      * GET DATABASE CONFIGURATION API called  *
      ******************************************
           call "sqlgxdb" using by value     dbname-len
                                by value     listnumber
                                by reference cur-tokenlist
                                by reference sqlca
                                by reference dbname
                           returning rc.
           call "errdb" using "S", dbname.
           move "GET DB CFG MAXAPPLS" to errloc.
           call "checkerr" using SQLCA errloc "CONNLEAK  ".
           if SQLCODE not equal 0
              go to end-read-connection-limit.

           move "Y"          to cn-cfg-sw(conn-count).
           move cur-maxappls to cn-maxappls(conn-count).
       end-read-connection-limit. exit.

       scan-workload-history section.
      *************************************************************
      * wkld.hist: the collector writes one row per application  *
      * name for a database in one pass, so a run of rows with    *
      * one database, date and hour is one hourly sample; rows    *
      * older than the window are passed over                     *
      *************************************************************
           open input hist-file.
           if hist-status not equal "00"
              display "no wkld.hist on file -- run wkldprof first"
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
              go to end-scan-workload-history.
           perform scan-one-hist-row thru scan-one-hist-row-exit
              until end-of-hist.
           perform close-sample-run.
           close hist-file.
       end-scan-workload-history. exit.

       scan-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to scan-one-hist-row-exit
           end-read.
           if wh-hour is not numeric or wh-conns is not numeric
              or wh-date is not numeric
              go to scan-one-hist-row-exit.
           move wh-date to serial-work-date.
           perform date-to-serial.
           if today-serial - serial-days not less than window-days
              go to scan-one-hist-row-exit.

           if wh-dbname not equal run-dbname
              or wh-date not equal run-date
              or wh-hour not equal run-hour
              perform close-sample-run
              move wh-dbname to run-dbname
              move wh-date   to run-date
              move wh-hour   to run-hour
              move 0         to run-conns
           end-if.
           add wh-conns to run-conns.

           move wh-dbname to want-dbname.
           perform find-conn-entry.
           if not conn-found
              go to scan-one-hist-row-exit.
           perform find-pair-entry.
           if pair-idx equal 0
              go to scan-one-hist-row-exit.
           move "Y" to pr-run-sw(pair-idx).
           add wh-conns to pr-run-conns(pair-idx).
       scan-one-hist-row-exit. exit.

       close-sample-run section.
      *************************************************************
      * the hourly sample just finished: the database's newest    *
      * count, and one sample for every pair of the database --   *
      * a pair already seen that is missing from the hour had no  *
      * connections in it                                         *
      *************************************************************
           if run-dbname equal spaces
              go to end-close-sample-run.
           move run-dbname to want-dbname.
           perform find-conn-entry.
           if not conn-found
              go to end-close-sample-run.
           move run-conns to cn-latest(conn-idx).
           move run-date  to cn-latest-date(conn-idx).
           move run-hour  to cn-latest-hour(conn-idx).
           perform sample-one-pair
              varying pair-idx from 1 by 1
              until pair-idx > pair-count.
       end-close-sample-run. exit.

       sample-one-pair section.
           if pr-dbname(pair-idx) not equal run-dbname
              go to end-sample-one-pair.
           if pr-run-sw(pair-idx) equal "Y"
              move pr-run-conns(pair-idx) to sample-conns
           else
              move 0 to sample-conns
           end-if.
           move "N" to pr-run-sw(pair-idx).
           move 0   to pr-run-conns(pair-idx).

           if pr-day(pair-idx) not equal run-date
              if pr-day(pair-idx) not equal spaces
                 perform close-pair-day
              end-if
              move run-date     to pr-day(pair-idx)
              move sample-conns to pr-first(pair-idx)
              move run-hour     to pr-first-hour(pair-idx)
              move sample-conns to pr-last(pair-idx)
              move run-hour     to pr-last-hour(pair-idx)
              move 1            to pr-samples(pair-idx)
              move "Y"          to pr-rising-sw(pair-idx)
              move sample-conns to pr-day-min(pair-idx)
              go to end-sample-one-pair.

           if sample-conns less than pr-last(pair-idx)
              move "N" to pr-rising-sw(pair-idx)
           end-if.
           if sample-conns less than pr-day-min(pair-idx)
              move sample-conns to pr-day-min(pair-idx)
           end-if.
           move sample-conns to pr-last(pair-idx).
           move run-hour     to pr-last-hour(pair-idx).
           add 1 to pr-samples(pair-idx).
       end-sample-one-pair. exit.

       close-pair-day section.
      *************************************************************
      * a day never falling over enough samples, and ending above *
      * where it began, is a rising day -- the newest one sets    *
      * the hourly rate; the day's minimum extends the run of     *
      * days whose floor has not fallen, or starts it over         *
      *************************************************************
           if pr-day(pair-idx) equal spaces
              go to end-close-pair-day.
           if pr-samples(pair-idx) not less than min-samples
              and pr-rising-sw(pair-idx) equal "Y"
              and pr-last(pair-idx) greater than pr-first(pair-idx)
              add 1 to pr-rise-days(pair-idx)
              move pr-day(pair-idx) to pr-rise-date(pair-idx)
              compute sample-hours = pr-last-hour(pair-idx)
                 - pr-first-hour(pair-idx)
              if sample-hours less than 1
                 move 1 to sample-hours
              end-if
              compute pr-hour-rate(pair-idx) =
                 (pr-last(pair-idx) - pr-first(pair-idx)) * 100
                 / sample-hours
           end-if.

           if pr-floor-days(pair-idx) greater than 0
              and pr-day-min(pair-idx)
                 not less than pr-floor-last(pair-idx)
              add 1 to pr-floor-days(pair-idx)
              move pr-day-min(pair-idx) to pr-floor-last(pair-idx)
           else
              move 1 to pr-floor-days(pair-idx)
              move pr-day-min(pair-idx) to pr-floor-first(pair-idx)
              move pr-day-min(pair-idx) to pr-floor-last(pair-idx)
           end-if.
           move spaces to pr-day(pair-idx).
       end-close-pair-day. exit.

       find-conn-entry section.
           move "N" to conn-found-sw.
           perform check-conn-entry thru check-conn-entry-exit
              varying conn-idx from 1 by 1
              until conn-idx > conn-count or conn-found.
           if conn-found
              subtract 1 from conn-idx
           end-if.
       end-find-conn-entry. exit.

       check-conn-entry section.
           if cn-dbname(conn-idx) equal want-dbname
              move "Y" to conn-found-sw
           end-if.
       check-conn-entry-exit. exit.

       find-pair-entry section.
      * conn-idx names the database the row belongs to
           move "N" to pair-found-sw.
           perform check-pair-entry
              varying pair-idx from 1 by 1
              until pair-idx > pair-count or pair-found.
           if pair-found
              subtract 1 from pair-idx
              go to end-find-pair-entry.
           if pair-count equal 300
              if pair-full-noted-sw equal "N"
                 move "Y" to pair-full-noted-sw
                 display "more than 300 database/application pairs ",
                          "in the window -- the rest not followed"
              end-if
              move 0 to pair-idx
              go to end-find-pair-entry.
           add 1 to pair-count.
           move pair-count to pair-idx.
           initialize pair-entry(pair-idx).
           move wh-dbname    to pr-dbname(pair-idx).
           move wh-appl-name to pr-appl-name(pair-idx).
           move conn-idx     to pr-conn-idx(pair-idx).
           move "N"          to pr-run-sw(pair-idx).
           move "N"          to pr-rising-sw(pair-idx).
       end-find-pair-entry. exit.

       check-pair-entry section.
           if pr-dbname(pair-idx) equal wh-dbname
              and pr-appl-name(pair-idx) equal wh-appl-name
              move "Y" to pair-found-sw
           end-if.
       end-check-pair-entry. exit.

       judge-one-pair section.
      *************************************************************
      * a pair with a rising day, a rising floor, or both; the    *
      * hourly rate is the newest rising day's, else the floor's  *
      * daily rise spread over the day                            *
      *************************************************************
           move spaces to leak-pattern.
           move 0 to rate-per-hour rate-per-day.
           if pr-floor-days(pair-idx) not less than min-floor-days
              and pr-floor-last(pair-idx)
                 greater than pr-floor-first(pair-idx)
              compute rate-per-day =
                 (pr-floor-last(pair-idx) - pr-floor-first(pair-idx))
                 * 100 / (pr-floor-days(pair-idx) - 1)
              move "FLOOR" to leak-pattern
           end-if.
           if pr-rise-days(pair-idx) greater than 0
              move pr-hour-rate(pair-idx) to rate-per-hour
              if leak-pattern equal spaces
                 move "INTRADAY" to leak-pattern
              else
                 move "BOTH" to leak-pattern
              end-if
           end-if.
           if leak-pattern equal spaces
              go to end-judge-one-pair.
           if rate-per-hour equal 0
              compute rate-per-hour = rate-per-day / 24
           end-if.
           if rate-per-day equal 0
              compute rate-per-day = rate-per-hour * 24
           end-if.

           add 1 to leak-count.
           move pr-conn-idx(pair-idx) to conn-idx.
           perform project-exhaustion.

           move pr-dbname(pair-idx)    to dt-dbname.
           move pr-appl-name(pair-idx) to dt-appl-name.
           move leak-pattern           to dt-pattern.
           compute dt-hour-rate = rate-per-hour / 100.
           compute dt-day-rate  = rate-per-day / 100.
           move leak-when              to dt-limit.
           move cn-owner(conn-idx)     to dt-owner.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.

           perform raise-leak-alert.
           perform notify-owner.
       end-judge-one-pair. exit.

       project-exhaustion section.
      *************************************************************
      * hours until the database's newest hourly count reaches    *
      * MAXAPPLS if this application keeps growing at its rate    *
      *************************************************************
           move spaces to leak-when.
           if cn-cfg-sw(conn-idx) not equal "Y"
              or cn-maxappls(conn-idx) not greater than 0
              move "LIMIT NOT READ" to leak-when
              go to end-project-exhaustion.
           compute headroom = cn-maxappls(conn-idx)
              - cn-latest(conn-idx).
           if headroom not greater than 0
              move "** AT MAXAPPLS" to leak-when
              go to end-project-exhaustion.
           if rate-per-hour not greater than 0
              move "NOT PROJECTED" to leak-when
              go to end-project-exhaustion.
           compute hours-left = headroom * 100 / rate-per-hour.
           move hours-left to hours-ed.
           string hours-ed delimited by size
                  " hr" delimited by size
             into leak-when.
       end-project-exhaustion. exit.

       raise-leak-alert section.
           move spaces to alert-rec.
           move "CONNLEAK  " to al-program.
           move spaces to al-timestamp.
           string monitor-today delimited by size
                  " "           delimited by size
                  monitor-now   delimited by size
             into al-timestamp.
           compute rate-ed = rate-per-hour / 100.
           move spaces to al-message.
           string pr-dbname(pair-idx) delimited by space
                  " " delimited by size
                  pr-appl-name(pair-idx) delimited by space
                  " leak +" delimited by size
                  rate-ed delimited by size
                  "/hr max " delimited by size
                  leak-when delimited by size
             into al-message.
           write alert-rec.
           display "connection leak: ", al-message.
       end-raise-leak-alert. exit.

       notify-owner section.
      * the finding goes to the owner dbinv.dat names for the
      * database, the dormant notice convention
           move cn-owner(conn-idx)  to mm-contact.
           move monitor-today       to mm-date.
           move monitor-now         to mm-time.
           move pr-dbname(pair-idx) to mm-dbname.
           move "CONNLEAK"          to mm-source.
           move spaces to mm-text.
           string pr-appl-name(pair-idx) delimited by space
                  " leaking +" delimited by size
                  rate-ed delimited by size
                  "/hr (" delimited by size
                  leak-pattern delimited by space
                  ") MAXAPPLS in " delimited by size
                  leak-when delimited by size
             into mm-text.
           write memo-rec from memo-line.
       end-notify-owner. exit.

       write-report-header section.
           move spaces to rpt-line.
           string "CONNECTION LEAK DETECTION  " delimited by size
                  monitor-today delimited by size
                  " " delimited by size
                  monitor-now delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move window-days to count-ed.
           move spaces to rpt-line.
           string "WINDOW " delimited by size
                  count-ed delimited by size
                  " DAYS  -- INTRADAY: a day that never falls; "
                     delimited by size
                  "FLOOR: a daily minimum that keeps rising"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE  APPLICATION           PATTERN     "
                     delimited by size
                  "CONN/HR   CONN/DY  MAXAPPLS IN       OWNER"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-report-header. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the window can be measured    *
      * across month and year boundaries                          *
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
           call "envname" using "connleak.cfg                  ",
                   cfg-envfn.
           call "envname" using "wkld.hist                     ",
                   hist-envfn.
           call "envname" using "connleak.alert                ",
                   alert-envfn.
           call "envname" using "memo.out                      ",
                   memo-envfn.
           call "envname" using "connleak.rpt                  ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
