      **     each pass and clears it on the way out, so the
      **     watchdog can page on a loop that hangs instead of
      **     the batch behind it discovering the hang at dawn.
      **     a snapshot that comes back SQL1611 now has the shared
      **     monswchk lookup append SWITCH OFF (naming the monitor
      **     switches this program needs that are off) or NO
      **     ACTIVITY to its errloc before checkerr logs it, so
      **     dbevents.log tells a switched-off monitor from a quiet
      **     database.
      **     each dbsnap.rpt row now also carries the lock-wait and
      **     deadlock deltas against the database's last reading,
      **     carried in dbsnap.seq; counters zeroed since that
      **     reading (the shared ctrbrk lookup, or a reading below
      **     the carry) make the row a zero-delta SERIES BREAK that
      **     the trend reports leave out.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      **     dbsnap.ctl, when it holds a request, is a one-shot
      **     snapshot request in dbsnap.cfg's layout (queued from
      **     the service request intake): it stands in for
      **     dbsnap.cfg for that run and is emptied afterwards, so
      **     dbsnap.cfg itself is never rewritten by a queued
      **     request.
      ***********************************************************************

       Identification Division.
           select partition-file assign to partition-envfn
              organization is line sequential
              file status is partition-status.
           select seq-file assign to seq-envfn
              organization is line sequential
              file status is seq-status.
           select adhoc-file assign to adhoc-envfn
              organization is line sequential
              file status is adhoc-status.

       Data Division.
       File Section.
           05  cfg-lock-threshold   pic 9(9).
           05  cfg-dbname           pic x(8).

      * dbsnap.ctl, a one-shot request in dbsnap.cfg's layout
       FD  adhoc-file.
       01  adhoc-rec.
           05  ad-repeat-count      pic 9(4).
           05  ad-interval-secs     pic 9(5).
           05  ad-lock-threshold    pic 9(9).
           05  ad-dbname            pic x(8).

       FD  node-file.
       01  node-rec.
           05  nd-nodename          pic x(8).
       FD  csv-file.
       01  csv-rec                  pic x(100).

       FD  seq-file.
       01  seq-rec.
           05  sq-dbname            pic x(8).
           05  filler               pic x.
           05  sq-lock-waits        pic 9(9).
           05  filler               pic x.
           05  sq-deadlocks         pic 9(9).
           05  filler               pic x.
           05  sq-date              pic x(8).
           05  filler               pic x.
           05  sq-time              pic x(8).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 node-envfn           pic x(42).
       77 scope-envfn          pic x(42).
       77 partition-envfn      pic x(42).
       77 seq-envfn            pic x(42).
       77 adhoc-envfn          pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
       77 pass-number         pic s9(4) comp-5.
       77 cfg-dbname-sw       pic x value "N".
          88 cfg-dbname-given value "Y".
       77 adhoc-status        pic x(2).
       77 adhoc-taken-sw      pic x value "N".
          88 adhoc-taken      value "Y".

       77 snap-today          pic 9(8).
       77 snap-now            pic 9(8).
          05 rp-lock-waits      pic zzzzzzzz9.
          05 filler             pic x value space.
          05 rp-deadlocks       pic zzzzzzzz9.
          05 filler             pic x value space.
          05 rp-delta-waits     pic zzzzzzzz9.
          05 filler             pic x value space.
          05 rp-delta-deadlk    pic zzzzzzzz9.
          05 filler             pic x value space.
          05 rp-series          pic x(12).

      * each database's last lock-wait and deadlock reading, carried
      * between runs in dbsnap.seq with its stamp, so every row also
      * carries the interval's deltas; a counter zeroed since the
      * last reading (the shared ctrbrk lookup, or a reading below
      * the carry) makes the row a SERIES BREAK -- a new baseline
      * the trend reports leave out
       77 seq-status          pic x(2).
       77 end-of-seq-sw       pic x value "N".
          88 end-of-seq       value "Y".
       01 carry-entries.
          05 carry-entry      occurs 100 times.
             10 ca-dbname     pic x(8).
             10 ca-lock-waits pic s9(9) comp-5.
             10 ca-deadlocks  pic s9(9) comp-5.
             10 ca-date       pic x(8).
             10 ca-time       pic x(8).
       77 carry-count         pic s9(4) comp-5 value 0.
       77 carry-idx           pic s9(4) comp-5.
       77 carry-found-sw      pic x value "N".
          88 carry-found      value "Y".
       77 snap-dbname         pic x(8).
       77 delta-lock-waits    pic s9(9) comp-5.
       77 delta-deadlocks     pic s9(9) comp-5.
       77 break-reason        pic x(8) value spaces.
       77 oldest-carry-date   pic x(8) value spaces.
       77 no-instance         pic x(18) value spaces.

       01 alert-line.
          05 al-program         pic x(10) value "DBSNAP".
           call "runstrt" using "DBSNAP    ".

           perform read-config.
           perform read-adhoc-control.
           perform read-node-config.
           perform read-scope.
           perform read-partition-list.
           inspect database-name replacing first " " by X'00'.
           display " ".

           move database-name(1:8) to snap-dbname.
           inspect snap-dbname replacing all X'00' by " ".
           perform load-carry-table.
           call "ctrbrk" using "L", snap-dbname, no-instance,
                   oldest-carry-date, snap-now, break-reason.
           perform find-carry-entry.

           open extend rpt-file.
           open extend alert-file.

           if csv-export-on
              close csv-file
           end-if.
           perform save-carry-table.
           if adhoc-taken
              perform clear-adhoc-control
           end-if.

           if node-cataloged
              perform uncatalog-node
           close cfg-file.
       end-read-config. exit.

       read-adhoc-control section.
      *************************************************************
      * dbsnap.ctl: a one-shot snapshot request (queued from the  *
      * service request intake) in dbsnap.cfg's layout -- it     *
      * stands in for dbsnap.cfg for this run only and is emptied *
      * afterwards; an absent or empty file is the ordinary run   *
      *************************************************************
           open input adhoc-file.
           if adhoc-status not equal "00"
              go to end-read-adhoc-control.
           read adhoc-file
              at end continue
              not at end
                 if adhoc-rec not equal spaces
                    move "Y" to adhoc-taken-sw
                 end-if
           end-read.
           close adhoc-file.
           if not adhoc-taken
              go to end-read-adhoc-control.
           move ad-repeat-count   to repeat-count.
           move ad-interval-secs  to interval-secs.
           move ad-lock-threshold to lock-threshold.
           move ad-dbname         to cfg-dbname.
           if ad-dbname not equal spaces
              move "Y" to cfg-dbname-sw
           end-if.
           display "ad hoc run: dbsnap.ctl request for ", ad-dbname.
       end-read-adhoc-control. exit.

       clear-adhoc-control section.
           open output adhoc-file.
           close adhoc-file.
       end-clear-adhoc-control. exit.

       read-node-config section.
      *************************************************************
      * dbsnap.node: remote node name (8), TCP/IP hostname (64),   *
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", snap-dbname.
           move "SNAPSHOT" to errloc.
      * SQL1611 is either a quiet database or a monitor switch this
      * program needs left off -- monswchk says which in the errloc
           if sqlcode equal 1611
              call "monswchk" using "DBSNAP    ", snap-dbname, errloc
           end-if.
           call "checkerr" using SQLCA errloc "DBSNAP    ".

           set address of SQLM-DBASE-STRUCT to address of buffer(1).
           move agg-locks-held  to rp-locks-held.
           move agg-lock-waits  to rp-lock-waits.
           move agg-deadlocks   to rp-deadlocks.
           perform compute-deltas.
           move delta-lock-waits to rp-delta-waits.
           move delta-deadlocks  to rp-delta-deadlk.
           write rpt-rec from rpt-line.

           if csv-export-on
           end-if.
       end-write-report-line. exit.

       compute-deltas section.
      *************************************************************
      * this pass against the carried reading: the interval's     *
      * deltas, or -- when the counters were zeroed in between -- *
      * a zero-delta SERIES BREAK row that only sets the new      *
      * baseline                                                   *
      *************************************************************
           move spaces to rp-series.
           move 0 to delta-lock-waits.
           move 0 to delta-deadlocks.
           if carry-idx equal 0
              go to end-compute-deltas.
           if ca-date(carry-idx) equal spaces
      * the first reading of a database is its baseline
              go to compute-deltas-carry.
           call "ctrbrk" using "C", snap-dbname, no-instance,
                   ca-date(carry-idx), ca-time(carry-idx),
                   break-reason.
           if break-reason equal spaces
              if agg-lock-waits less than ca-lock-waits(carry-idx)
                 or agg-deadlocks less than ca-deadlocks(carry-idx)
                 move "DROP" to break-reason
              end-if
           end-if.
           if break-reason not equal spaces
              move "SERIES BREAK" to rp-series
              display "counter series break for ", snap-dbname,
                       " (", break-reason, ") -- new baseline"
           else
              compute delta-lock-waits = agg-lock-waits
                 - ca-lock-waits(carry-idx)
              compute delta-deadlocks = agg-deadlocks
                 - ca-deadlocks(carry-idx)
           end-if.
       compute-deltas-carry.
           move agg-lock-waits to ca-lock-waits(carry-idx).
           move agg-deadlocks  to ca-deadlocks(carry-idx).
           move snap-today     to ca-date(carry-idx).
           move snap-now       to ca-time(carry-idx).
       end-compute-deltas. exit.

       find-carry-entry section.
           move "N" to carry-found-sw.
           perform check-carry-entry thru check-carry-entry-exit
              varying carry-idx from 1 by 1
              until carry-idx > carry-count or carry-found.
           if carry-found
              subtract 1 from carry-idx
           else
              if carry-count equal 100
                 display "more than 100 databases in dbsnap.seq -- ",
                          "no deltas for ", snap-dbname
                 move 0 to carry-idx
              else
                 add 1 to carry-count
                 move carry-count to carry-idx
                 move snap-dbname to ca-dbname(carry-idx)
                 move 0 to ca-lock-waits(carry-idx)
                 move 0 to ca-deadlocks(carry-idx)
                 move spaces to ca-date(carry-idx)
                 move spaces to ca-time(carry-idx)
              end-if
           end-if.
       end-find-carry-entry. exit.

       check-carry-entry section.
           if ca-dbname(carry-idx) equal snap-dbname
              move "Y" to carry-found-sw
           end-if.
       check-carry-entry-exit. exit.

       load-carry-table section.
           open input seq-file.
           if seq-status not equal "00"
              go to end-load-carry-table.
           perform load-one-carry thru load-one-carry-exit
              until end-of-seq or carry-count equal 100.
           close seq-file.
       end-load-carry-table. exit.

       load-one-carry section.
           read seq-file
              at end
                 move "Y" to end-of-seq-sw
                 go to load-one-carry-exit
           end-read.
           add 1 to carry-count.
           move sq-dbname     to ca-dbname(carry-count).
           move sq-lock-waits to ca-lock-waits(carry-count).
           move sq-deadlocks  to ca-deadlocks(carry-count).
           move sq-date       to ca-date(carry-count).
           move sq-time       to ca-time(carry-count).
      * this database's reading bounds ctrbrk's event load
           if sq-dbname equal snap-dbname
              and sq-date is numeric
              move sq-date to oldest-carry-date
           end-if.
       load-one-carry-exit. exit.

       save-carry-table section.
           open output seq-file.
           perform save-one-carry
              varying carry-idx from 1 by 1
              until carry-idx > carry-count.
           close seq-file.
       end-save-carry-table. exit.

       save-one-carry section.
           move spaces                   to seq-rec.
           move ca-dbname(carry-idx)     to sq-dbname.
           move ca-lock-waits(carry-idx) to sq-lock-waits.
           move ca-deadlocks(carry-idx)  to sq-deadlocks.
           move ca-date(carry-idx)       to sq-date.
           move ca-time(carry-idx)       to sq-time.
           write seq-rec.
       end-save-one-carry. exit.

       check-lock-contention section.
      *************************************************************
      * raise an alert record when locks held for this database   *
                   scope-envfn.
           call "envname" using "nodelist.ctl                  ",
                   partition-envfn.
           call "envname" using "dbsnap.seq                    ",
                   seq-envfn.
           call "envname" using "dbsnap.ctl                    ",
                   adhoc-envfn.
       end-resolve-toolkit-filenames. exit.
