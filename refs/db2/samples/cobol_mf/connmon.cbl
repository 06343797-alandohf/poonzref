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
      ** SOURCE FILE NAME: connmon.cbl
      **
      ** DB2 APIs USED:
      **         sqlgxdb  -- GET DATABASE CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **
      ** SAMPLE: Connection headroom monitor.  wkldprof samples the
      **         connections per database every hour into wkld.hist
      **         and dbcensus knows who is connected now, but
      **         nothing held either number up against MAXAPPLS --
      **         so month-end found the limit for us.  For every
      **         active inventory database this reads the configured
      **         MAXAPPLS and MAXLOCKS (through the shared instatch
      **         attach), takes the peak connection count of any
      **         hourly sample in wkld.hist (one sample is the run of
      **         rows the collector wrote for the database in one
      **         pass, summed across application names), and reports
      **         the headroom left as a percentage of MAXAPPLS in
      **         connmon.rpt.  A peak inside the margin configured in
      **         connmon.cfg raises an alert into connmon.alert,
      **         swept by alertrtr into alert.queue like the other
      **         paging alerts.
      **
      ** OUTPUT FILE: connmon.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "connmon".

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
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  cfg-file.
       01  cfg-rec.
           05  cfg-margin-pct     pic 9(3).

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

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 cfg-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 alert-envfn          pic x(42).
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

      * headroom percentage at or under which an alert is raised,
      * overridable from connmon.cfg
       77 margin-pct           pic s9(4) comp-5 value 10.

      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance          pic x(18) value spaces.
       77 current-instance     pic x(18) value spaces.
       77 inst-rc              pic s9(9) comp-5 value 0.

       77 monitor-today        pic 9(8).
       77 monitor-now          pic 9(8).
       77 alerted-count        pic s9(4) comp-5 value 0.

      * one row per active database: its limits and its peak
       01 conn-entries.
          05 conn-entry        occurs 100 times.
             10 cn-dbname      pic x(8).
             10 cn-cfg-sw      pic x.
             10 cn-maxappls    pic s9(9) comp-5.
             10 cn-maxlocks    pic s9(9) comp-5.
             10 cn-peak        pic s9(9) comp-5.
             10 cn-peak-date   pic x(8).
             10 cn-peak-hour   pic 9(2).
       77 conn-count           pic s9(4) comp-5 value 0.
       77 conn-idx             pic s9(4) comp-5.
       77 conn-found-sw        pic x value "N".
          88 conn-found        value "Y".
       77 want-dbname          pic x(8).

      * the sample being summed: a run of wkld.hist rows with one
      * database, date and hour
       77 run-dbname           pic x(8) value spaces.
       77 run-date             pic x(8) value spaces.
       77 run-hour             pic 9(2) value 0.
       77 run-conns            pic s9(9) comp-5 value 0.

       77 headroom-pct         pic s9(4) comp-5.
       77 pct-ed               pic -(3)9.
       77 peak-ed              pic zzzzz9.
       77 limit-ed             pic zzzzz9.

      * variables for GET ADDRESS / GET DATABASE CONFIGURATION
       01 cur-maxappls        pic s9(4) comp-5.
       01 cur-maxlocks        pic s9(4) comp-5.
       01 cur-tokenlist.
          05 cur-tokens occurs 2 times.
             10 cur-token     pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END

             10 cur-tokenptr  usage is pointer.

       01 dbname              pic x(8).
       01 dbname-len          pic s9(4) comp-5.
       01 listnumber          pic s9(4) comp-5 value 2.

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-maxappls       pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-maxlocks       pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-peak           pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-peak-date      pic x(8).
          05 filler            pic x value space.
          05 dt-peak-hour      pic x(2).
          05 filler            pic x(2) value spaces.
          05 dt-headroom       pic -(3)9.
          05 filler            pic x value "%".
          05 filler            pic x(2) value spaces.
          05 dt-flag           pic x(20).

       Procedure Division.
       connmon-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CONNMON.CBL".

           accept monitor-today from date yyyymmdd.
           accept monitor-now   from time.

           perform read-config.

           move SQLF-DBTN-MAXAPPLS to cur-token(1).
           move SQLF-DBTN-MAXLOCKS to cur-token(2).
           move "GET ADDRESS" to errloc.

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference cur-maxappls
                                 by reference cur-tokenptr(1)
                           returning rc.
           call "sqlgaddr" using by reference cur-maxlocks
                                 by reference cur-tokenptr(2)
                           returning rc.

           perform load-inventory.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "CONNMON   ", inst-rc
           end-if.
           if conn-count equal 0
              display "no active databases in the inventory"
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
              go to end-connmon.

           perform scan-workload-history.

           open output rpt-file.
           perform write-report-header.
           open extend alert-file.
           perform judge-one-database
              varying conn-idx from 1 by 1
              until conn-idx > conn-count.
           close alert-file.
           close rpt-file.
           call "rptarch" using "connmon.rpt                   ",
                   "CONNMON   ".

           display "Databases near MAXAPPLS : ", alerted-count.
           if alerted-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-connmon. goback.

       read-config section.
      *************************************************************
      * connmon.cfg: the headroom percentage (3 digits) at or     *
      * under which an alert is raised; a missing file keeps the  *
      * 10 default                                                *
      *************************************************************
           open input cfg-file.
           if cfg-status not equal "00"
              go to end-read-config.
           read cfg-file
              at end continue
              not at end
                 if cfg-margin-pct is numeric
                    and cfg-margin-pct greater than 0
                    and cfg-margin-pct less than 100
                    move cfg-margin-pct to margin-pct
                 end-if
           end-read.
           close cfg-file.
       end-read-config. exit.

       load-inventory section.
      *************************************************************
      * every active database, with MAXAPPLS and MAXLOCKS read    *
      * live on the owning instance as the entry is loaded         *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              display "CONNMON: dbinv.dat not on hand -- run ",
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
           move "N"       to cn-cfg-sw(conn-count).
           move 0         to cn-maxappls(conn-count).
           move 0         to cn-maxlocks(conn-count).
           move 0         to cn-peak(conn-count).
           move spaces    to cn-peak-date(conn-count).
           move 0         to cn-peak-hour(conn-count).

           move IV-INSTANCE to db-instance.
           perform switch-instance.
           if db-instance not equal current-instance
              go to load-one-inv-entry-exit.
           move IV-DBNAME to dbname.
           perform read-connection-config.
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
                      "CONNMON   ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", db-instance,
                   "CONNMON   ", inst-rc.
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

       read-connection-config section.
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
           move "GET DB CFG CONNECTION LIMITS" to errloc.
           call "checkerr" using SQLCA errloc "CONNMON   ".
           if SQLCODE not equal 0
              go to end-read-connection-config.

           move "Y"          to cn-cfg-sw(conn-count).
           move cur-maxappls to cn-maxappls(conn-count).
           move cur-maxlocks to cn-maxlocks(conn-count).
       end-read-connection-config. exit.

       scan-workload-history section.
      *************************************************************
      * wkld.hist: the collector writes one row per application  *
      * name for a database in one pass, so a run of rows with    *
      * one database, date and hour is one sample -- its summed   *
      * connections are that hour's count                          *
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
       scan-one-hist-row-exit. exit.

       close-sample-run section.
      * the sample just finished is the database's peak when it
      * tops every earlier one
           if run-dbname equal spaces
              go to end-close-sample-run.
           move run-dbname to want-dbname.
           perform find-conn-entry.
           if not conn-found
              go to end-close-sample-run.
           if run-conns greater than cn-peak(conn-idx)
              move run-conns to cn-peak(conn-idx)
              move run-date  to cn-peak-date(conn-idx)
              move run-hour  to cn-peak-hour(conn-idx)
           end-if.
       end-close-sample-run. exit.

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

       judge-one-database section.
      *************************************************************
      * headroom is what the peak leaves of MAXAPPLS, as a        *
      * percentage of MAXAPPLS                                    *
      *************************************************************
           move cn-dbname(conn-idx)    to dt-dbname.
           move cn-maxappls(conn-idx)  to dt-maxappls.
           move cn-maxlocks(conn-idx)  to dt-maxlocks.
           move cn-peak(conn-idx)      to dt-peak.
           move cn-peak-date(conn-idx) to dt-peak-date.
           move cn-peak-hour(conn-idx) to dt-peak-hour.
           move 0 to dt-headroom.
           move spaces to dt-flag.

           if cn-cfg-sw(conn-idx) not equal "Y"
              or cn-maxappls(conn-idx) not greater than 0
              move "CFG NOT READ" to dt-flag
              go to write-judged-line.
           if cn-peak-date(conn-idx) equal spaces
              move 100 to dt-headroom
              move "NO SAMPLES" to dt-flag
              go to write-judged-line.

           compute headroom-pct = (cn-maxappls(conn-idx)
              - cn-peak(conn-idx)) * 100 / cn-maxappls(conn-idx).
           move headroom-pct to dt-headroom.
           if headroom-pct not greater than margin-pct
              add 1 to alerted-count
              move "** INSIDE MARGIN" to dt-flag
              perform raise-connection-alert
           end-if.

       write-judged-line.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-judge-one-database. exit.

       raise-connection-alert section.
           move headroom-pct          to pct-ed.
           move cn-peak(conn-idx)     to peak-ed.
           move cn-maxappls(conn-idx) to limit-ed.
           move "CONNMON   " to al-program.
           move spaces to al-timestamp.
           string monitor-today delimited by size
                  " "           delimited by size
                  monitor-now   delimited by size
             into al-timestamp.
           move spaces to al-message.
           string cn-dbname(conn-idx) delimited by space
                  " peak conns " delimited by size
                  peak-ed delimited by size
                  " of MAXAPPLS " delimited by size
                  limit-ed delimited by size
                  " headroom " delimited by size
                  pct-ed delimited by size
                  "%" delimited by size
             into al-message.
           write alert-rec.
           display "connection alert: ", al-message.
       end-raise-connection-alert. exit.

       write-report-header section.
           move spaces to rpt-line.
           string "CONNECTION HEADROOM MONITOR  " delimited by size
                  monitor-today delimited by size
                  " " delimited by size
                  monitor-now delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move margin-pct to pct-ed.
           move spaces to rpt-line.
           string "ALERT MARGIN " delimited by size
                  pct-ed delimited by size
                  "% OF MAXAPPLS" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE  MAXAPPLS  MAXLOCKS  PEAK    "
                     delimited by size
                  "PEAK-DATE HR  HEADROOM" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-report-header. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "connmon.cfg                   ",
                   cfg-envfn.
           call "envname" using "wkld.hist                     ",
                   hist-envfn.
           call "envname" using "connmon.alert                 ",
                   alert-envfn.
           call "envname" using "connmon.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
