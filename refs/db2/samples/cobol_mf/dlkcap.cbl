      **         report pass (mode "R") summarizes deadlock.hist
      **         into recurring participant pairs in dlkcap.rpt:
      **         a pair that keeps coming back is an application bug
      **         to take to the owners named in dbinv.dat.  A count
      **         zeroed between passes (a monreset or restart the
      **         shared ctrbrk lookup finds, or a count below the
      **         carried one) is a series break: the count becomes
      **         the new baseline, nothing is captured against it,
      **         and the break is logged through opslog.
      **
      ** OUTPUT FILE: dlkcap.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     a snapshot that comes back SQL1611 now has the shared
      **     monswchk lookup append SWITCH OFF (naming the monitor
      **     switches this program needs that are off) or NO
      **     ACTIVITY to its errloc before checkerr logs it, so
      **     dbevents.log tells a switched-off monitor from a quiet
      **     database.
      **     dlkcap.seq now carries the stamp of each count; a count
      **     zeroed since the last pass (ctrbrk's monreset and
      **     restart events, or a count below the carry) is
      **     rebaselined without a capture and logged through opslog
      **     as a counter series break.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
           05  sq-dbname          pic x(8).
           05  filler             pic x.
           05  sq-deadlocks       pic 9(9).
           05  filler             pic x.
           05  sq-date            pic x(8).
           05  filler             pic x.
           05  sq-time            pic x(8).

       FD  hist-file.
       01  hist-rec.
          05 carry-entry       occurs 100 times.
             10 ca-dbname      pic x(8).
             10 ca-deadlocks   pic s9(9) comp-5.
             10 ca-date        pic x(8).
             10 ca-time        pic x(8).
       77 carry-count          pic s9(4) comp-5 value 0.
       77 carry-idx            pic s9(4) comp-5.
       77 carry-found-sw       pic x value "N".
       77 last-deadlocks       pic s9(9) comp-5.
       77 now-deadlocks        pic s9(9) comp-5.

      * Variables for the shared counter-series break lookup (ctrbrk)
       77 break-reason         pic x(8) value spaces.
       77 oldest-carry-date    pic x(8) value spaces.

      * the connected applications, saved from the first snapshot
      * so participants can be named after the lock snapshot
      * overlays the buffer -- the lockblk convention
              go to end-dlkcap.

           perform load-carry-table.
           call "ctrbrk" using "L", database-name, db-instance,
                   oldest-carry-date, capture-now, break-reason.

           open input inv-file.
           if inv-status not equal "00"
              perform read-next-db
              go to watch-one-db-exit.
           move ca-deadlocks(carry-idx) to last-deadlocks.
           call "ctrbrk" using "C", database-name, db-instance,
                   ca-date(carry-idx), ca-time(carry-idx),
                   break-reason.
           if break-reason equal spaces
              and now-deadlocks less than last-deadlocks
              move "DROP" to break-reason
           end-if.
           move now-deadlocks to ca-deadlocks(carry-idx).
           move capture-today to ca-date(carry-idx).
           move capture-now   to ca-time(carry-idx).

      * a count zeroed since the last pass is only the new
      * baseline -- a rise measured across the reset is not news
           if break-reason not equal spaces
              perform log-series-break
              perform read-next-db
              go to watch-one-db-exit.

           if now-deadlocks greater than last-deadlocks
              display "deadlock count for ", database-name,
           perform read-next-db.
       watch-one-db-exit. exit.

       log-series-break section.
           move spaces to log-detail.
           string database-name delimited by space
                  " deadlock count rebaselined -- " delimited by size
                  break-reason delimited by space
             into log-detail.
           call "opslog" using "DLKCAP    ",
                   "COUNTER SERIES BREAK          ", log-detail.
       end-log-series-break. exit.

       snapshot-deadlock-count section.
           move SQLMA-DBASE-LOCKS to obj-type-entry(1).
           perform take-snapshot.
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "DEADLOCK SNAPSHOT" to errloc.
      * SQL1611 is either a quiet database or a monitor switch this
      * program needs left off -- monswchk says which in the errloc
           if sqlcode equal 1611
              call "monswchk" using "DLKCAP    ", database-name, errloc
           end-if.
           call "checkerr" using SQLCA errloc "DLKCAP    ".
       end-take-snapshot. exit.

                 move carry-count to carry-idx
                 move database-name to ca-dbname(carry-idx)
                 move 0 to ca-deadlocks(carry-idx)
                 move spaces to ca-date(carry-idx)
                 move spaces to ca-time(carry-idx)
              end-if
           end-if.
       end-find-carry-entry. exit.
           add 1 to carry-count.
           move sq-dbname    to ca-dbname(carry-count).
           move sq-deadlocks to ca-deadlocks(carry-count).
           move sq-date      to ca-date(carry-count).
           move sq-time      to ca-time(carry-count).
      * the oldest stamped reading bounds ctrbrk's event load
           if sq-date is numeric
              if oldest-carry-date equal spaces
                 or sq-date less than oldest-carry-date
                 move sq-date to oldest-carry-date
              end-if
           end-if.
       load-one-carry-exit. exit.

       save-carry-table section.
       end-save-carry-table. exit.

       save-one-carry section.
           move spaces                  to seq-rec.
           move ca-dbname(carry-idx)    to sq-dbname.
           move ca-deadlocks(carry-idx) to sq-deadlocks.
           move ca-date(carry-idx)      to sq-date.
           move ca-time(carry-idx)      to sq-time.
           write seq-rec.
       end-save-one-carry. exit.

