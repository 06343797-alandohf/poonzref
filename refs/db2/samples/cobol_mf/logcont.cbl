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
      ** SOURCE FILE NAME: logcont.cbl
      **
      ** DB2 APIs USED:
      **         sqlgxdb  -- GET DATABASE CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **         sqlgmnsz -- ESTIMATE BUFFER SIZE
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** SAMPLE: Transaction-log archive continuity check.  A backup
      **         image is only half of a recovery: rolling forward
      **         needs every log file from the one the backup started
      **         in up to the present, and one missing file stops the
      **         roll-forward there no matter how fresh the backup.
      **         Nightly, for every active PROD database in the
      **         inventory, this takes the newest unpruned successful
      **         backup.hist row that carries its log range (dbbackup
      **         records the first and last log of each image), the
      **         log path from the database's LOGPATH configuration
      **         and the current log from a log-space snapshot, and
      **         looks for every Snnnnnnn.LOG from the backup's first
      **         log to the current one.  An unbroken chain is
      **         recoverable to the current log; the first missing
      **         file caps recovery at the log before it, and one
      **         missing inside the backup's own range leaves the
      **         image unrecoverable.  Every database lands in
      **         logcont.rpt, every break raises an alert record
      **         (logcont.alert, swept by alertrtr), and the verdicts
      **         are kept in logcont.dat -- database, check date and
      **         time, backup date and time, first and current log,
      **         missing log, recoverable-to log and status
      **         (CONTINUOUS, GAP, BKP-RANGE or UNCHECKED) -- which
      **         rpochk reads to print "recoverable to" next to "last
      **         backup".
      **
      ** OUTPUT FILE: logcont.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "logcont".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select log-file assign to log-filename
              organization is line sequential
              file status is log-status.
           select cont-file assign to cont-envfn
              organization is line sequential.
           select alert-file assign to alert-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

      * backup.hist, the dbbackup history-line layout with the prune
      * columns bkprune adds and the log range of a successful image
       FD  hist-file.
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
           05  filler             pic x.
           05  bh-base-date       pic x(8).
           05  filler             pic x.
           05  bh-prune-mark      pic x(6).
           05  filler             pic x.
           05  bh-prune-date      pic x(8).
           05  filler             pic x.
           05  bh-first-log       pic x(7).
           05  filler             pic x.
           05  bh-last-log        pic x(7).

      * a log file is only opened to see that it is there
       FD  log-file.
       01  log-rec                pic x(80).

       FD  cont-file.
       01  cont-rec.
           05  lc-dbname          pic x(8).
           05  filler             pic x.
           05  lc-date            pic x(8).
           05  filler             pic x.
           05  lc-time            pic x(8).
           05  filler             pic x.
           05  lc-bkp-date        pic x(8).
           05  filler             pic x.
           05  lc-bkp-time        pic x(8).
           05  filler             pic x.
           05  lc-first-log       pic x(7).
           05  filler             pic x.
           05  lc-current-log     pic x(7).
           05  filler             pic x.
           05  lc-gap-log         pic x(7).
           05  filler             pic x.
           05  lc-recover-log     pic x(7).
           05  filler             pic x.
           05  lc-status          pic x(10).

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
       77 hist-envfn           pic x(42).
       77 cont-envfn           pic x(42).
       77 alert-envfn          pic x(42).
       77 rpt-envfn            pic x(42).

       copy "sqlutil.cbl".
       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
       copy "sqlmon.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 inv-status          pic x(2).
       77 hist-status         pic x(2).
       77 log-status          pic x(2).
       77 end-of-list-sw      pic x value "N".
          88 end-of-list      value "Y".
       77 end-of-hist-sw      pic x value "N".
          88 end-of-hist      value "Y".
       77 check-today         pic 9(8).
       77 check-now           pic 9(8).

      * newest unpruned successful backup with a log range, one
      * entry per database named in backup.hist
       01 range-entries.
          05 range-entry       occurs 200 times.
             10 rg-dbname      pic x(9).
             10 rg-date        pic x(8).
             10 rg-time        pic x(8).
             10 rg-first-log   pic 9(7).
             10 rg-last-log    pic 9(7).
       77 range-count          pic s9(4) comp-5 value 0.
       77 range-idx            pic s9(4) comp-5.
       77 range-found-sw       pic x value "N".
          88 range-found       value "Y".
       77 match-dbname         pic x(9).

      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance          pic x(18) value spaces.
       77 current-instance     pic x(18) value spaces.
       77 inst-rc              pic s9(9) comp-5 value 0.

      * variables for GET ADDRESS / GET DATABASE CONFIGURATION
       01 logpath             pic x(256).
       01 cfg-tokenlist.
          05 cfg-tokens occurs 1 times.
             10 cfg-token     pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END

             10 cfg-tokenptr  usage is pointer.

       01 dbname              pic x(8).
       01 dbname-len          pic s9(4) comp-5.
       01 listnumber          pic s9(4) comp-5 value 1.

      * variables for the log-space snapshot
       77 rezerv1             pic 9(9) comp-5 value 0.
       77 rezerv2             pic 9(9) comp-5 value 0.
       77 current-version     pic 9(9) comp-5 value 0.
       01 database-name       pic x(8) value spaces.
       77 obj-count           pic s9(4) comp-5 value 1.
       01 obj-types.
          05 obj-type-entry   occurs 12 times pic s9(9) comp-5.
       01 buff.
          05 buffer-sz        pic 9(9) comp-5 value 0.
          05 buffer           occurs 0 to 100000 times
                              depending on buffer-sz.
             10 element       pic x.

      * the chain walk: each log file from the backup's first log
      * to the current one, looked for under the log path
       77 logpath-len         pic s9(4) comp-5.
       77 log-filename        pic x(300).
       77 first-log-no        pic 9(9) comp-5.
       77 current-log-no      pic 9(9) comp-5.
       77 log-no              pic 9(9) comp-5.
       77 gap-log-no          pic 9(9) comp-5.
       77 log-no-ed           pic 9(7).
       77 snapshot-failed-sw  pic x value "N".
          88 snapshot-failed  value "Y".
       77 gap-found-sw        pic x value "N".
          88 gap-found        value "Y".
       77 verdict-status      pic x(10).
       77 verdict-recover     pic x(7).

       77 checked-count       pic s9(4) comp-5 value 0.
       77 broken-count        pic s9(4) comp-5 value 0.
       77 unchecked-count     pic s9(4) comp-5 value 0.
       77 count-ed            pic zzz9.

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-bkp-date       pic x(8).
          05 filler            pic x value space.
          05 dt-bkp-time       pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-first-log      pic x(7).
          05 filler            pic x(2) value spaces.
          05 dt-current-log    pic x(7).
          05 filler            pic x(2) value spaces.
          05 dt-gap-log        pic x(7).
          05 filler            pic x(2) value spaces.
          05 dt-recover-to     pic x(14).
          05 filler            pic x(2) value spaces.
          05 dt-flag           pic x(38).

       Procedure Division.
       logcont-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : LOGCONT.CBL".

           accept check-today from date yyyymmdd.
           accept check-now   from time.

           move SQLF-DBTN-LOGPATH to cfg-token(1).
           move "GET ADDRESS" to errloc.

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference logpath
                                 by reference cfg-tokenptr(1)
                           returning rc.

           move SQLMA-DBASE-LOGSPACE to obj-type-entry(1).

           perform load-backup-ranges.

           open output rpt-file.
           perform write-report-header.
           open extend alert-file.
           open output cont-file.

           open input inv-file.
           if inv-status not equal "00"
              display "LOGCONT: dbinv.dat not on hand -- run dbinvmnt"
              move "Y" to end-of-list-sw
              move 8 to RETURN-CODE
           end-if.
           perform read-next-db.
           perform check-one-db thru check-one-db-exit
              until end-of-list.
           close inv-file.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           move checked-count to count-ed.
           string "databases checked : " delimited by size
                  count-ed delimited by size
                  "  chain broken : " delimited by size
             into rpt-line.
           move broken-count to count-ed.
           move count-ed to rpt-line(42:4).
           move "  not checked : " to rpt-line(46:16).
           move unchecked-count to count-ed.
           move count-ed to rpt-line(62:4).
           write rpt-rec from rpt-line.

           close cont-file.
           close alert-file.
           close rpt-file.
           call "rptarch" using "logcont.rpt                   ",
                   "LOGCONT   ".

           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "LOGCONT   ", inst-rc
           end-if.

           display "Log chains broken : ", broken-count,
                    "  not checked : ", unchecked-count.
           if broken-count greater than 0
              or unchecked-count greater than 0
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.

       end-logcont. goback.

       load-backup-ranges section.
      *************************************************************
      * backup.hist rows are in time order, so the last qualifying *
      * row per database is its newest: a successful image not    *
      * pruned since, whose row carries the log range             *
      *************************************************************
           open input hist-file.
           if hist-status not equal "00"
              display "no backup.hist on file -- no database has a ",
                       "backup to roll forward from"
              go to end-load-backup-ranges.
           perform load-one-hist-row thru load-one-hist-row-exit
              until end-of-hist.
           close hist-file.
       end-load-backup-ranges. exit.

       load-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to load-one-hist-row-exit
           end-read.
           if bh-result(1:9) not equal "BACKED UP"
              go to load-one-hist-row-exit.
           if bh-prune-mark equal "PRUNED"
              go to load-one-hist-row-exit.
           if bh-first-log is not numeric
              or bh-last-log is not numeric
              go to load-one-hist-row-exit.

           move bh-dbname to match-dbname.
           perform find-range-entry.
           if not range-found
              if range-count equal 200
                 go to load-one-hist-row-exit
              end-if
              add 1 to range-count
              move range-count to range-idx
              move bh-dbname to rg-dbname(range-idx)
           end-if.
           move bh-date      to rg-date(range-idx).
           move bh-time      to rg-time(range-idx).
           move bh-first-log to rg-first-log(range-idx).
           move bh-last-log  to rg-last-log(range-idx).
       load-one-hist-row-exit. exit.

       find-range-entry section.
           move "N" to range-found-sw.
           perform check-range-entry thru check-range-entry-exit
              varying range-idx from 1 by 1
              until range-idx > range-count or range-found.
           if range-found
              subtract 1 from range-idx
           end-if.
       end-find-range-entry. exit.

       check-range-entry section.
           if rg-dbname(range-idx) equal match-dbname
              move "Y" to range-found-sw
           end-if.
       check-range-entry-exit. exit.

       read-next-db section.
      *****************************************************
      * pull the next active PROD database off the        *
      * indexed inventory, the capgen convention          *
      *****************************************************
           move spaces to database-name.
           perform read-one-inv-entry thru read-one-inv-entry-exit
              until end-of-list or database-name not equal spaces.
       end-read-next-db. exit.

       read-one-inv-entry section.
           read inv-file
              at end
                 move "Y" to end-of-list-sw
              not at end
                 if IV-IS-ACTIVE and IV-ENVIRONMENT equal "PROD"
                    move IV-DBNAME   to database-name
                    move IV-INSTANCE to db-instance
                 end-if
           end-read.
       read-one-inv-entry-exit. exit.

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
                      "LOGCONT   ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", db-instance,
                   "LOGCONT   ", inst-rc.
           if inst-rc equal 0
              move db-instance to current-instance
           else
              display "skipping databases on instance ",
                       db-instance
           end-if.
       end-switch-instance. exit.

       check-one-db section.
      *************************************************************
      * one PROD database: its backup's log range, its log path   *
      * and current log, then the walk from the one to the other  *
      *************************************************************
           move database-name to dt-dbname.
           move spaces to dt-bkp-date.
           move spaces to dt-bkp-time.
           move spaces to dt-first-log.
           move spaces to dt-current-log.
           move spaces to dt-gap-log.
           move spaces to dt-recover-to.
           move spaces to dt-flag.

           move spaces to match-dbname.
           move database-name to match-dbname.
           perform find-range-entry.
           if not range-found
              move "no backup with a log range on file" to dt-flag
              perform record-unchecked
              perform read-next-db
              go to check-one-db-exit.
           move rg-date(range-idx)      to dt-bkp-date.
           move rg-time(range-idx)      to dt-bkp-time.
           move rg-first-log(range-idx) to dt-first-log.
           move rg-first-log(range-idx) to first-log-no.

           perform switch-instance.
           if db-instance not equal current-instance
              move "instance not attached" to dt-flag
              perform record-unchecked
              perform read-next-db
              go to check-one-db-exit.

           perform read-log-path.
           if SQLCODE not equal 0 or logpath equal spaces
              move "LOGPATH not read" to dt-flag
              perform record-unchecked
              perform read-next-db
              go to check-one-db-exit.

           perform read-current-log.
           if snapshot-failed
              perform read-next-db
              go to check-one-db-exit.
           move current-log-no to log-no-ed.
           move log-no-ed      to dt-current-log.
      * a current log below the backup's first means the log
      * numbering restarted since (a restore without roll-forward)
      * and the image's range no longer lines up with the path
           if current-log-no less than first-log-no
              move "log numbering restarted since backup"
                 to dt-flag
              perform record-unchecked
              perform read-next-db
              go to check-one-db-exit.

           move 0 to logpath-len.
           inspect logpath tallying logpath-len for characters
              before initial " ".
           move "N" to gap-found-sw.
           perform probe-one-log thru probe-one-log-exit
              varying log-no from first-log-no by 1
              until log-no > current-log-no or gap-found.

           add 1 to checked-count.
           if not gap-found
              move "S"            to dt-recover-to
              move dt-current-log to dt-recover-to(2:7)
              move ".LOG"         to dt-recover-to(9:4)
              move "continuous to the current log" to dt-flag
              move "CONTINUOUS"   to verdict-status
              move dt-current-log to verdict-recover
              perform write-cont-record
              perform write-detail-line
              perform read-next-db
              go to check-one-db-exit.

           add 1 to broken-count.
           move gap-log-no to log-no-ed.
           move log-no-ed  to dt-gap-log.
      * a file missing from the backup's own range leaves the
      * image itself unrecoverable; past it, recovery stops at
      * the end of the log before the gap
           if gap-log-no not greater than rg-last-log(range-idx)
              move "NONE" to dt-recover-to
              move "** GAP INSIDE THE BACKUP'S OWN LOGS" to dt-flag
              move "BKP-RANGE" to verdict-status
              move spaces      to verdict-recover
           else
              subtract 1 from gap-log-no giving log-no
              move log-no    to log-no-ed
              move "S"       to dt-recover-to
              move log-no-ed to dt-recover-to(2:7)
              move ".LOG"    to dt-recover-to(9:4)
              move "** ARCHIVE LOG CHAIN BROKEN" to dt-flag
              move "GAP"     to verdict-status
              move log-no-ed to verdict-recover
           end-if.
           perform write-cont-record.
           perform write-detail-line.
           perform raise-gap-alert.
           perform read-next-db.
       check-one-db-exit. exit.

       read-log-path section.
           move spaces to logpath.
           move database-name to dbname.
           move 0 to dbname-len.
           inspect dbname tallying dbname-len for characters
              before initial " ".

      ******************************************
      * GET DATABASE CONFIGURATION API called  *
      ******************************************
           call "sqlgxdb" using by value     dbname-len
                                by value     listnumber
                                by reference cfg-tokenlist
                                by reference sqlca
                                by reference dbname
                           returning rc.
           call "errdb" using "S", dbname.
           move "GET DB CFG LOGPATH" to errloc.
           call "checkerr" using SQLCA errloc "LOGCONT   ".
       end-read-log-path. exit.

       read-current-log section.
      * a snapshot the policy lets through failed leaves the
      * current log unknown -- the database goes down as unchecked
           move "N" to snapshot-failed-sw.
           call "sqlmabld" using database-name, obj-count, obj-types,
                   SQLMA.

           move SQLM-CURRENT-VERSION to current-version.

           call "sqlgmnsz" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "ESTIMATE BUFFER SIZE FOR LOG CONTINUITY" to errloc.
           call "checkerr" using SQLCA errloc "LOGCONT   ".
           if SQLCODE less than 0
              move "log-space snapshot not sized" to dt-flag
              perform record-unchecked
              move "Y" to snapshot-failed-sw
              go to end-read-current-log.

           call "sqlgmnss" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference SQLM-COLLECTED
                                 by reference buffer(1)
                                 by value     buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "LOG-SPACE SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "LOGCONT   ".
           if SQLCODE less than 0
              move "log-space snapshot failed" to dt-flag
              perform record-unchecked
              move "Y" to snapshot-failed-sw
              go to end-read-current-log.

           set address of SQLM-LOGSPACE-STRUCT
              to address of buffer(1).
           move SQLM-CURRENT-ACTIVE-LOG to current-log-no.
       end-read-current-log. exit.

       probe-one-log section.
      *************************************************************
      * Snnnnnnn.LOG under the log path -- opened and closed, no  *
      * more; the first one not there is the gap                  *
      *************************************************************
           move log-no to log-no-ed.
           move spaces to log-filename.
           if logpath(logpath-len:1) equal "/"
              string logpath(1:logpath-len) delimited by size
                     "S"       delimited by size
                     log-no-ed delimited by size
                     ".LOG"    delimited by size
                into log-filename
           else
              string logpath(1:logpath-len) delimited by size
                     "/"       delimited by size
                     "S"       delimited by size
                     log-no-ed delimited by size
                     ".LOG"    delimited by size
                into log-filename
           end-if.
           open input log-file.
           if log-status equal "00"
              close log-file
              go to probe-one-log-exit.
           move "Y" to gap-found-sw.
           move log-no to gap-log-no.
       probe-one-log-exit. exit.

       record-unchecked section.
           add 1 to unchecked-count.
           move "UNCHECKED" to verdict-status.
           move spaces to verdict-recover.
           perform write-cont-record.
           perform write-detail-line.
       end-record-unchecked. exit.

       write-cont-record section.
      *************************************************************
      * logcont.dat: the night's verdict per database, read by    *
      * rpochk for its "recoverable to" column                    *
      *************************************************************
           move spaces          to cont-rec.
           move database-name   to lc-dbname.
           move check-today     to lc-date.
           move check-now       to lc-time.
           move dt-bkp-date     to lc-bkp-date.
           move dt-bkp-time     to lc-bkp-time.
           move dt-first-log    to lc-first-log.
           move dt-current-log  to lc-current-log.
           move dt-gap-log      to lc-gap-log.
           move verdict-recover to lc-recover-log.
           move verdict-status  to lc-status.
           write cont-rec.
       end-write-cont-record. exit.

       write-detail-line section.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-write-detail-line. exit.

       raise-gap-alert section.
           move "LOGCONT   " to al-program.
           move spaces to al-timestamp.
           string check-today delimited by size
                  " "         delimited by size
                  check-now   delimited by size
             into al-timestamp.
           move spaces to al-message.
           if verdict-status equal "BKP-RANGE"
              string database-name delimited by space
                     " backup log S" delimited by size
                     dt-gap-log delimited by size
                     ".LOG missing -- image unrecoverable"
                        delimited by size
                into al-message
           else
              string database-name delimited by space
                     " log gap S" delimited by size
                     dt-gap-log delimited by size
                     ".LOG -- recoverable to " delimited by size
                     dt-recover-to delimited by space
                into al-message
           end-if.
           write alert-rec.
           display "log chain alert: ", al-message.
       end-raise-gap-alert. exit.

       write-report-header section.
           move spaces to rpt-line.
           string "LOG ARCHIVE CONTINUITY  " delimited by size
                  check-today delimited by size
                  " " delimited by size
                  check-now delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE  BACKUP             FIRST    CURRENT  "
                     delimited by size
                  "GAP AT   RECOVERABLE TO  STATUS"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-report-header. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the log  *
      * files themselves live where LOGPATH says                  *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "backup.hist                   ",
                   hist-envfn.
           call "envname" using "logcont.dat                   ",
                   cont-envfn.
           call "envname" using "logcont.alert                 ",
                   alert-envfn.
           call "envname" using "logcont.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
