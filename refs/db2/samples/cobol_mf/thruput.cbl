      **         and yesterday per database into thruput.rpt with a
      **         rollback-ratio column and the day-over-day
      **         comparison: when someone asks whether Tuesday's
      **         slowdown reduced processed work, this answers.  A
      **         counter reset between passes -- a monreset, a
      **         restart in dbops.log (the shared ctrbrk lookup) or
      **         a reading below the last one -- starts a new
      **         baseline instead of a delta, and the row is marked
      **         as a series break that the report leaves out.
      **
      ** OUTPUT FILE: thruput.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     thruput.seq now carries the stamp of each reading; a
      **     counter reset since the last pass (a monreset or
      **     restart found by the shared ctrbrk lookup, or a reading
      **     below the carry) starts a new baseline instead of a
      **     delta, the history row is marked as a series break, and
      **     the report pass leaves break rows out of its sums.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
           05  tp-commits         pic 9(9).
           05  filler             pic x.
           05  tp-rollbacks       pic 9(9).
           05  filler             pic x.
           05  tp-break           pic x(1).
               88  tp-series-break  value "B".
           05  filler             pic x.
           05  tp-break-reason    pic x(8).

       FD  seq-file.
       01  seq-rec.
           05  sq-commits         pic 9(9).
           05  filler             pic x.
           05  sq-rollbacks       pic 9(9).
           05  filler             pic x.
           05  sq-date            pic x(8).
           05  filler             pic x.
           05  sq-time            pic x(8).

       FD  rpt-file.
       01  rpt-rec                pic x(110).
             10 element       pic x.

      * last pass's cumulative counters per database, carried in
      * thruput.seq with the stamp of the reading; a reset since
      * that reading starts a new baseline (a series break)
       01 carry-entries.
          05 carry-entry       occurs 100 times.
             10 ca-dbname      pic x(8).
             10 ca-commits     pic s9(9) comp-5.
             10 ca-rollbacks   pic s9(9) comp-5.
             10 ca-date        pic x(8).
             10 ca-time        pic x(8).
       77 carry-count          pic s9(4) comp-5 value 0.
       77 carry-idx            pic s9(4) comp-5.
       77 carry-found-sw       pic x value "N".
       77 delta-rollbacks      pic s9(9) comp-5.
       77 sampled-count        pic s9(4) comp-5 value 0.

      * Variables for the shared counter-series break lookup (ctrbrk)
       77 break-reason         pic x(8) value spaces.
       77 break-count          pic s9(4) comp-5 value 0.
       77 oldest-carry-date    pic x(8) value spaces.

      * report-pass rollups: today and yesterday per database
       01 sum-entries.
          05 sum-entry         occurs 100 times.
              go to end-thruput.

           perform load-carry-table.
           call "ctrbrk" using "L", database-name, db-instance,
                   oldest-carry-date, sample-now, break-reason.

           perform open-dated-history.
           open input inv-file.
           perform save-carry-table.

           display "Throughput rows collected : ", sampled-count.
           if break-count greater than 0
              display "Counter series breaks     : ", break-count
           end-if.

       end-thruput. goback.

                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "THROUGHPUT SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "THRUPUT   ".

       compute-deltas section.
      *************************************************************
      * the counters are cumulative since the last monitor reset; *
      * the interval's work is this pass minus the carry -- unless *
      * the counters were zeroed in between (ctrbrk's monreset and *
      * restart events, or a reading below the carry): then this   *
      * reading is only the new baseline, and the row says so      *
      *************************************************************
           perform find-carry-entry.
           if carry-idx equal 0
              go to end-compute-deltas.
           call "ctrbrk" using "C", database-name, db-instance,
                   ca-date(carry-idx), ca-time(carry-idx),
                   break-reason.
           if break-reason equal spaces
              if SQLM-COMMITS less than ca-commits(carry-idx)
                 or SQLM-ROLLBACKS less than ca-rollbacks(carry-idx)
                 move "DROP" to break-reason
              end-if
           end-if.
           if break-reason not equal spaces
              move 0 to delta-commits
              move 0 to delta-rollbacks
              add 1 to break-count
              display "counter series break for ", database-name,
                       " (", break-reason, ") -- new baseline"
           else
              compute delta-commits = SQLM-COMMITS
                 - ca-commits(carry-idx)
              compute delta-rollbacks = SQLM-ROLLBACKS
                 - ca-rollbacks(carry-idx)
           end-if.
           move SQLM-COMMITS   to ca-commits(carry-idx).
           move SQLM-ROLLBACKS to ca-rollbacks(carry-idx).
           move sample-today   to ca-date(carry-idx).
           move sample-now     to ca-time(carry-idx).
       end-compute-deltas. exit.

       find-carry-entry section.
                 move database-name to ca-dbname(carry-idx)
                 move 0 to ca-commits(carry-idx)
                 move 0 to ca-rollbacks(carry-idx)
                 move spaces to ca-date(carry-idx)
                 move spaces to ca-time(carry-idx)
              end-if
           end-if.
       end-find-carry-entry. exit.
       check-carry-entry-exit. exit.

       write-history-row section.
           move spaces          to hist-rec.
           move sample-today    to tp-date.
           move sample-now      to tp-time.
           move database-name   to tp-dbname.
           move delta-commits   to tp-commits.
           move delta-rollbacks to tp-rollbacks.
           if break-reason not equal spaces
              move "B"          to tp-break
              move break-reason to tp-break-reason
           end-if.
           write hist-rec.
           add 1 to sampled-count.
       end-write-history-row. exit.
           move sq-dbname    to ca-dbname(carry-count).
           move sq-commits   to ca-commits(carry-count).
           move sq-rollbacks to ca-rollbacks(carry-count).
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
           move ca-commits(carry-idx)   to sq-commits.
           move ca-rollbacks(carry-idx) to sq-rollbacks.
           move ca-date(carry-idx)      to sq-date.
           move ca-time(carry-idx)      to sq-time.
           write seq-rec.
       end-save-one-carry. exit.

           end-read.
           if tp-commits is not numeric
              go to sum-one-row-exit.
      * a series-break row is a new baseline, not work done
           if tp-series-break
              go to sum-one-row-exit.
           perform find-sum-entry.
           if sum-idx equal 0
              go to sum-one-row-exit.
