      **     ends with GOBACK instead of STOP RUN so the batch
      **     queue runner (qrunner) and the runbook macro replayer
      **     (macrorun) can call this in place.
      **     the crash sweep walks the inventory one criticality
      **     tier at a time (the inventory tier; unassigned ranks as
      **     tier 3), so tier 1 databases are probed and restarted
      **     before anything less critical.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      **     every successful RESTART DATABASE, single-database or
      **     crash sweep, is now logged through opslog as RESTART
      **     DATABASE naming the database, so the monitor
      **     collectors' counter-break lookup (ctrbrk) sees it.
      ***********************************************************************

       Identification Division.
       77 healthy-count       pic s9(4) comp-5 value 0.
       77 restarted-count     pic s9(4) comp-5 value 0.
       77 failed-count        pic s9(4) comp-5 value 0.
       77 sweep-tier          pic s9(4) comp-5.
       77 tier-rank           pic 9.
       77 sweep-today         pic 9(8).
       77 sweep-now           pic 9(8).
       01 summary-line.
          05 es-message          pic x(50) value
             "database did not restart after repeated runs".

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

       Procedure Division.
       Main Section.

              if fail-count >= ckpt-max
                 perform raise-escalation
              end-if
              call "errdb" using "S", dbname
              move "RESTART DATABASE" to errloc
              call "checkerr" using SQLCA errloc "RESTART   "
           end-if.
      * probe every active inventory database and put each one    *
      * answering "restart required" through the same retry /     *
      * checkpoint / escalation / incident logic as a single-     *
      * database run -- one pass per criticality tier, so after a *
      * storage incident tier 1 is back first                     *
      *************************************************************
           accept sweep-today from date yyyymmdd.
           accept sweep-now   from time.
           open input inv-file.
           if inv-status not equal "00"
              display "RESTART: dbinv.dat not on hand -- run dbinvmnt"
              move 8 to RETURN-CODE
           else
              close inv-file
              perform sweep-one-tier
                 varying sweep-tier from 1 by 1
                 until sweep-tier > 4
           end-if.

           move sweep-today     to su-date.
           move sweep-now       to su-time.
           end-if.
       end-sweep-all-databases. exit.

       sweep-one-tier section.
           move "N" to end-of-inv-sw.
           open input inv-file.
           perform sweep-one-db thru sweep-one-db-exit
              until end-of-inv.
           close inv-file.
       end-sweep-one-tier. exit.

       sweep-one-db section.
           read inv-file
              at end
           end-read.
           if not IV-IS-ACTIVE
              go to sweep-one-db-exit.
      * an entry with no tier assigned yet ranks as tier 3
           if IV-TIER-ASSIGNED
              move IV-TIER to tier-rank
           else
              move 3 to tier-rank
           end-if.
           if tier-rank not equal sweep-tier
              go to sweep-one-db-exit.

           move spaces to dbname.
           move IV-DBNAME to dbname.
           if sqlcode equal 0
              move "Y" to restarted-sw
              move "RESTARTED successfully" to ic-result
      * the restart zeroes the database's counters -- dbops.log
      * is where the collectors' break lookup (ctrbrk) finds it
              move spaces to log-detail
              string dbname delimited by space
                     " restarted -- counters zeroed" delimited by size
                into log-detail
              call "opslog" using "RESTART   ",
                      "RESTART DATABASE              ", log-detail
           else
              display "RESTART attempt ", retry-count,
                       " failed, SQLCODE = ", sqlcode
