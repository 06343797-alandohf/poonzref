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
      ** SOURCE FILE NAME: probe.cbl
      **
      ** SAMPLE: Synthetic connect-and-query probe.  dbready says a
      **         database is up; only a real connection says an
      **         application can use it.  For every active inventory
      **         database this connects with the probe credential
      **         held in the vault (credlkup, by the owning instance
      **         and the probe userid), runs the configured
      **         lightweight query, disconnects, and appends the
      **         connect time and query time, in hundredths of a
      **         second, to probe.hist.  probe.ctl names the probe
      **         userid, the query (one integer column; SELECT 1
      **         FROM SYSIBM.SYSDUMMY1 by default) and the response
      **         threshold in milliseconds (2000 by default) on a
      **         DEFAULT row, and any database can have its own row
      **         overriding them.  Each database's latest result and
      **         its run of consecutive failures are carried in
      **         probe.last, which statbrd paints.  A second
      **         consecutive failure, or a probe whose connect plus
      **         query time is over its threshold, raises an alert
      **         to probe.alert in the dbstart.alert layout for the
      **         alertrtr sweep.  A database with no usable probe
      **         credential is skipped with a warning and does not
      **         count as a failure.
      **
      **         This program is precompiled with the DB2 PREP step
      **         like every embedded-SQL member.
      **
      ** OUTPUT FILE: probe.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "probe".

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
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select last-file assign to last-envfn
              organization is line sequential
              file status is last-status.
           select alert-file assign to alert-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-dbname         pic x(8).
           05  filler             pic x.
           05  ctl-userid         pic x(18).
           05  filler             pic x.
           05  ctl-threshold-ms   pic 9(6).
           05  filler             pic x.
           05  ctl-query          pic x(120).

       FD  hist-file.
       01  hist-rec               pic x(80).

       FD  last-file.
       01  last-rec.
           05  ls-dbname          pic x(8).
           05  filler             pic x.
           05  ls-date            pic x(8).
           05  filler             pic x.
           05  ls-time            pic x(8).
           05  filler             pic x.
           05  ls-connect-cs      pic 9(7).
           05  filler             pic x.
           05  ls-query-cs        pic 9(7).
           05  filler             pic x.
           05  ls-result          pic x(8).
           05  filler             pic x.
           05  ls-failures        pic 9(3).

       FD  alert-file.
       01  alert-rec              pic x(100).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 ctl-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 last-envfn           pic x(42).
       77 alert-envfn          pic x(42).

       copy "sqlca.cbl".

       77 inv-status           pic x(2).
       77 ctl-status           pic x(2).
       77 hist-status          pic x(2).
       77 last-status          pic x(2).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 today-date           pic 9(8).
       77 rc                   pic s9(9) comp-5.
       77 final-rc             pic s9(4) comp-5 value 0.

      * probe settings from the DEFAULT row of probe.ctl
       77 default-userid       pic x(18) value "DBPROBE".
       77 default-threshold-ms pic s9(9) comp-5 value 2000.
       77 default-query        pic x(120)
              value "SELECT 1 FROM SYSIBM.SYSDUMMY1".

      * per-database overrides from probe.ctl
       01 override-entries.
          05 override-entry    occurs 200 times.
             10 ov-dbname      pic x(8).
             10 ov-userid      pic x(18).
             10 ov-threshold-ms pic s9(9) comp-5.
             10 ov-query       pic x(120).
       77 override-count       pic s9(4) comp-5 value 0.
       77 override-idx         pic s9(4) comp-5.
       77 override-found-sw    pic x value "N".
          88 override-found    value "Y".

      * the settings the current database is probed with
       77 probe-userid         pic x(18).
       77 probe-threshold-ms   pic s9(9) comp-5.

      * each database's carried result, loaded from probe.last
      * and written back with this run's results
       01 carry-entries.
          05 carry-entry       occurs 200 times pic x(60).
       77 carry-count          pic s9(4) comp-5 value 0.
       77 carry-idx            pic s9(4) comp-5.
       77 carry-found-sw       pic x value "N".
          88 carry-found       value "Y".
       01 carry-line.
          05 cl-dbname         pic x(8).
          05 filler            pic x value space.
          05 cl-date           pic x(8).
          05 filler            pic x value space.
          05 cl-time           pic x(8).
          05 filler            pic x value space.
          05 cl-connect-cs     pic 9(7).
          05 filler            pic x value space.
          05 cl-query-cs       pic 9(7).
          05 filler            pic x value space.
          05 cl-result         pic x(8).
          05 filler            pic x value space.
          05 cl-failures       pic 9(3).
       77 prior-failures       pic s9(4) comp-5.

      * host variables for the probe connection and query
       01 hv-dbname            pic x(8).
       01 hv-userid            pic x(18).
       01 hv-passwd            pic x(18).
       01 hv-query             pic x(120).
       01 hv-answer            pic s9(9) comp-5.
       77 passwd-len           pic s9(4) comp-5.

      * connect and query timing -- clock readings in hundredths
      * of a second since midnight, the dbinst attach pattern
       01 clock-parse.
          05 cp-hh            pic 9(2).
          05 cp-mm            pic 9(2).
          05 cp-ss            pic 9(2).
          05 cp-cc            pic 9(2).
       77 clock-raw            pic 9(8).
       77 clock-before         pic s9(9) comp-5.
       77 clock-after          pic s9(9) comp-5.
       77 elapsed-cs           pic s9(9) comp-5.
       77 connect-cs           pic s9(9) comp-5.
       77 query-cs             pic s9(9) comp-5.
       77 response-ms          pic s9(9) comp-5.
       77 probe-time           pic 9(8).
       77 probe-result         pic x(8).
       77 probe-sqlcode        pic s9(9) comp-5.
       77 connected-sw         pic x value "N".
          88 connected         value "Y".

       01 hist-line.
          05 hl-date           pic x(8).
          05 filler            pic x value space.
          05 hl-time           pic x(8).
          05 filler            pic x value space.
          05 hl-dbname         pic x(8).
          05 filler            pic x value space.
          05 hl-connect-cs     pic 9(7).
          05 filler            pic x value space.
          05 hl-query-cs       pic 9(7).
          05 filler            pic x value space.
          05 hl-result         pic x(8).
          05 filler            pic x value space.
          05 hl-sqlcode        pic -9(9).

       01 alert-line.
          05 al-program        pic x(10) value "PROBE".
          05 filler            pic x value space.
          05 al-timestamp      pic x(26).
          05 filler            pic x value space.
          05 al-message        pic x(60).

       77 probed-count         pic s9(4) comp-5 value 0.
       77 failed-count         pic s9(4) comp-5 value 0.
       77 slow-count           pic s9(4) comp-5 value 0.
       77 skipped-count        pic s9(4) comp-5 value 0.
       77 ms-ed                pic zzzzz9.
       77 failures-ed          pic zz9.
       77 sqlcode-ed           pic -9(9).

       Procedure Division.
       probe-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : PROBE.CBL".

           accept today-date from date yyyymmdd.

           perform read-control.
           perform load-carried-results.

           open input inv-file.
           if inv-status not equal "00"
              display "PROBE: dbinv.dat not on hand -- run dbinvmnt"
              move 8 to RETURN-CODE
              go to end-probe.

           open extend hist-file.
           if hist-status equal "35"
              open output hist-file
           end-if.

           move "N" to end-of-file-sw.
           perform probe-one-database thru probe-one-database-exit
              until end-of-file.
           close inv-file.
           close hist-file.

           perform save-carried-results.

           display "databases probed : ", probed-count.
           display "probes failed    : ", failed-count.
           display "probes slow      : ", slow-count.
           display "skipped (no credential) : ", skipped-count.

           move final-rc to RETURN-CODE.

       end-probe. goback.

       read-control section.
      *************************************************************
      * probe.ctl: database(8) -- DEFAULT for the house settings  *
      * -- probe userid(18), threshold in milliseconds(6) and the *
      * query(120); a blank or zero field on a database row takes *
      * the DEFAULT row's value                                   *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           move "N" to end-of-file-sw.
           perform load-one-control-row thru load-one-control-row-exit
              until end-of-file.
           close ctl-file.
       end-read-control. exit.

       load-one-control-row section.
           read ctl-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-control-row-exit
           end-read.
           if ctl-dbname equal spaces
              go to load-one-control-row-exit.
           if ctl-dbname equal "DEFAULT"
              if ctl-userid not equal spaces
                 move ctl-userid to default-userid
              end-if
              if ctl-threshold-ms is numeric
                 and ctl-threshold-ms greater than 0
                 move ctl-threshold-ms to default-threshold-ms
              end-if
              if ctl-query not equal spaces
                 move ctl-query to default-query
              end-if
              go to load-one-control-row-exit.
           if override-count equal 200
              display "more than 200 probe.ctl database rows -- ",
                       ctl-dbname, " ignored"
              go to load-one-control-row-exit.
           add 1 to override-count.
           move ctl-dbname to ov-dbname(override-count).
           move ctl-userid to ov-userid(override-count).
           move 0 to ov-threshold-ms(override-count).
           if ctl-threshold-ms is numeric
              move ctl-threshold-ms to ov-threshold-ms(override-count)
           end-if.
           move ctl-query to ov-query(override-count).
       load-one-control-row-exit. exit.

       load-carried-results section.
      *************************************************************
      * probe.last: each database's latest result and its run of *
      * consecutive failures, from the previous run               *
      *************************************************************
           open input last-file.
           if last-status not equal "00"
              go to end-load-carried-results.
           move "N" to end-of-file-sw.
           perform load-one-carried-result
              thru load-one-carried-result-exit
              until end-of-file.
           close last-file.
       end-load-carried-results. exit.

       load-one-carried-result section.
           read last-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-carried-result-exit
           end-read.
           if ls-dbname equal spaces or carry-count equal 200
              go to load-one-carried-result-exit.
           add 1 to carry-count.
           move last-rec to carry-entry(carry-count).
       load-one-carried-result-exit. exit.

       probe-one-database section.
           read inv-file
              at end
                 move "Y" to end-of-file-sw
                 go to probe-one-database-exit
           end-read.
           if not IV-IS-ACTIVE
              go to probe-one-database-exit.

           perform settings-for-database.
           perform find-carried-result.

      * the probe credential from the vault, by owning instance
           move space to hv-passwd.
           call "credlkup" using IV-INSTANCE, probe-userid, hv-passwd,
                   passwd-len, rc, "PROBE     ".
           if rc equal 3
              display "WARNING: probe credential ", probe-userid,
                       " for ", IV-INSTANCE, " expires soon -- ",
                       "rotate it"
           end-if.
           if rc equal 1 or rc equal 2
              display "PROBE: ", IV-DBNAME, " skipped -- no usable ",
                       "vault credential for ", probe-userid
              add 1 to skipped-count
              if final-rc less than 4
                 move 4 to final-rc
              end-if
              go to probe-one-database-exit.

           add 1 to probed-count.
           perform run-probe.
           perform write-history-record.
           perform judge-probe.
           perform carry-result.
       probe-one-database-exit. exit.

       settings-for-database section.
      *************************************************************
      * the database's own probe.ctl row where it has one, field  *
      * by field over the DEFAULT row                             *
      *************************************************************
           move default-userid       to probe-userid.
           move default-threshold-ms to probe-threshold-ms.
           move default-query        to hv-query.
           move "N" to override-found-sw.
           perform check-one-override
              varying override-idx from 1 by 1
              until override-idx > override-count or override-found.
           if not override-found
              go to end-settings-for-database.
           subtract 1 from override-idx.
           if ov-userid(override-idx) not equal spaces
              move ov-userid(override-idx) to probe-userid
           end-if.
           if ov-threshold-ms(override-idx) greater than 0
              move ov-threshold-ms(override-idx) to probe-threshold-ms
           end-if.
           if ov-query(override-idx) not equal spaces
              move ov-query(override-idx) to hv-query
           end-if.
       end-settings-for-database. exit.

       check-one-override section.
           if ov-dbname(override-idx) equal IV-DBNAME
              move "Y" to override-found-sw
           end-if.
       end-check-one-override. exit.

       run-probe section.
      *************************************************************
      * connect, run the query to its first row, disconnect --    *
      * the connect and the query each timed on their own         *
      *************************************************************
           move IV-DBNAME    to hv-dbname.
           move probe-userid to hv-userid.
           move 0 to connect-cs.
           move 0 to query-cs.
           move 0 to probe-sqlcode.
           move "N" to connected-sw.
           accept probe-time from time.

           perform read-clock.
           EXEC SQL
              CONNECT TO :hv-dbname USER :hv-userid USING :hv-passwd
           END-EXEC.
           perform measure-elapsed.
           move elapsed-cs to connect-cs.
           move space to hv-passwd.
           if sqlcode less than 0
              move sqlcode to probe-sqlcode
              move "CONNFAIL" to probe-result
              go to end-run-probe.
           move "Y" to connected-sw.

           perform read-clock.
           EXEC SQL
              PREPARE PROBESTMT FROM :hv-query
           END-EXEC.
           if sqlcode less than 0
              move sqlcode to probe-sqlcode
              move "QRYFAIL" to probe-result
              go to probe-disconnect.
           EXEC SQL
              DECLARE PROBECSR CURSOR FOR PROBESTMT
           END-EXEC.
           EXEC SQL OPEN PROBECSR END-EXEC.
           if sqlcode less than 0
              move sqlcode to probe-sqlcode
              move "QRYFAIL" to probe-result
              go to probe-disconnect.
      * a query that answers no row still ran
           EXEC SQL
              FETCH PROBECSR INTO :hv-answer
           END-EXEC.
           if sqlcode less than 0
              move sqlcode to probe-sqlcode
              move "QRYFAIL" to probe-result
           else
              move "OK" to probe-result
           end-if.
           EXEC SQL CLOSE PROBECSR END-EXEC.
           perform measure-elapsed.
           move elapsed-cs to query-cs.

       probe-disconnect.
           EXEC SQL
              CONNECT RESET
           END-EXEC.
       end-run-probe. exit.

       read-clock section.
           accept clock-raw from time.
           move clock-raw to clock-parse.
           compute clock-before =
              ((cp-hh * 60 + cp-mm) * 60 + cp-ss) * 100 + cp-cc.
       end-read-clock. exit.

       measure-elapsed section.
      *************************************************************
      * hundredths since read-clock; a clock that wrapped past    *
      * midnight in between gets a day added                      *
      *************************************************************
           accept clock-raw from time.
           move clock-raw to clock-parse.
           compute clock-after =
              ((cp-hh * 60 + cp-mm) * 60 + cp-ss) * 100 + cp-cc.
           compute elapsed-cs = clock-after - clock-before.
           if elapsed-cs less than 0
              add 8640000 to elapsed-cs
           end-if.
       end-measure-elapsed. exit.

       write-history-record section.
           move today-date    to hl-date.
           move probe-time    to hl-time.
           move IV-DBNAME     to hl-dbname.
           move connect-cs    to hl-connect-cs.
           move query-cs      to hl-query-cs.
           move probe-result  to hl-result.
           move probe-sqlcode to hl-sqlcode.
           write hist-rec from hist-line.
       end-write-history-record. exit.

       find-carried-result section.
           move 0 to prior-failures.
           move "N" to carry-found-sw.
           perform check-one-carried
              varying carry-idx from 1 by 1
              until carry-idx > carry-count or carry-found.
           if not carry-found
              go to end-find-carried-result.
           subtract 1 from carry-idx.
           move carry-entry(carry-idx) to carry-line.
           if cl-failures is numeric
              move cl-failures to prior-failures
           end-if.
       end-find-carried-result. exit.

       check-one-carried section.
           if carry-entry(carry-idx)(1:8) equal IV-DBNAME
              move "Y" to carry-found-sw
           end-if.
       end-check-one-carried. exit.

       judge-probe section.
      *************************************************************
      * a second failure in a row pages (a single failure may be  *
      * a blip; a third and later ride on the page already sent); *
      * a probe that worked but slowly pages when its connect     *
      * plus query time is over the threshold                     *
      *************************************************************
           if probe-result not equal "OK"
              add 1 to failed-count
              add 1 to prior-failures
              if final-rc less than 4
                 move 4 to final-rc
              end-if
              move prior-failures to failures-ed
              move probe-sqlcode to sqlcode-ed
              display "PROBE: ", IV-DBNAME, " ", probe-result,
                       " SQLCODE ", sqlcode-ed, " -- failure ",
                       failures-ed, " in a row"
              if prior-failures equal 2
                 move spaces to al-message
                 string "probe failed twice " delimited by size
                        IV-DBNAME delimited by space
                        " " delimited by size
                        probe-result delimited by space
                        " SQLCODE " delimited by size
                        sqlcode-ed delimited by size
                   into al-message
                 perform write-probe-alert
              end-if
              go to end-judge-probe.

           move 0 to prior-failures.
           compute response-ms = (connect-cs + query-cs) * 10.
           if response-ms greater than probe-threshold-ms
              add 1 to slow-count
              move response-ms to ms-ed
              move spaces to al-message
              string "slow probe " delimited by size
                     IV-DBNAME delimited by space
                     " " delimited by size
                     ms-ed delimited by size
                     "ms" delimited by size
                into al-message
              perform write-probe-alert
           end-if.
       end-judge-probe. exit.

       write-probe-alert section.
           move spaces to al-timestamp.
           string today-date delimited by size
                  " "        delimited by size
                  probe-time delimited by size
             into al-timestamp.
           open extend alert-file.
           write alert-rec from alert-line.
           close alert-file.
           display "ALERT: ", al-message.
       end-write-probe-alert. exit.

       carry-result section.
      *************************************************************
      * this run's result replaces the database's carried row, or *
      * joins the table for a database probed the first time     *
      *************************************************************
           move spaces        to carry-line.
           move IV-DBNAME      to cl-dbname.
           move today-date     to cl-date.
           move probe-time     to cl-time.
           move connect-cs     to cl-connect-cs.
           move query-cs       to cl-query-cs.
           move probe-result   to cl-result.
           move prior-failures to cl-failures.
           if carry-found
              move carry-line to carry-entry(carry-idx)
              go to end-carry-result.
           if carry-count equal 200
              display "more than 200 probed databases -- ",
                       IV-DBNAME, " result not carried"
              go to end-carry-result.
           add 1 to carry-count.
           move carry-line to carry-entry(carry-count).
       end-carry-result. exit.

       save-carried-results section.
           open output last-file.
           if last-status not equal "00"
              display "PROBE: probe.last not writable -- ",
                       "consecutive failures not carried"
              if final-rc less than 4
                 move 4 to final-rc
              end-if
              go to end-save-carried-results.
           perform save-one-carried-result
              varying carry-idx from 1 by 1
              until carry-idx > carry-count.
           close last-file.
       end-save-carried-results. exit.

       save-one-carried-result section.
           write last-rec from carry-entry(carry-idx).
       end-save-one-carried-result. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "probe.ctl                     ",
                   ctl-envfn.
           call "envname" using "probe.hist                    ",
                   hist-envfn.
           call "envname" using "probe.last                    ",
                   last-envfn.
           call "envname" using "probe.alert                   ",
                   alert-envfn.
       end-resolve-toolkit-filenames. exit.
