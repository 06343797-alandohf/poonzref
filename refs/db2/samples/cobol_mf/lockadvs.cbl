      **         a human eyeballed the two reports side by side.
      **         This joins them: per database, the lock-wait and
      **         deadlock growth across the dbsnap.rpt readings
      **         (their since-last-reading counts summed), the
      **         configured LOCKLIST from the d_dbccur dated history
      **         file (today's by default, or the date lockadvs.ctl
      **         names), and the class-template value from
      **         dbclass.tpl for comparison -- ranked worst first
      **         in lockadvs.rpt, with databases configured under
      ** OUTPUT FILE: lockadvs.out (available in the online documentation)
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     the lock-wait and deadlock growth is now the sum of the
      **     dbsnap.rpt rows' since-last-reading columns instead of
      **     the newest pass minus the oldest, which went negative
      **     or short across a monitor reset; rows dbsnap marked
      **     SERIES BREAK are skipped.
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

           05  sr-lock-waits      pic x(9).
           05  filler             pic x.
           05  sr-deadlocks       pic x(9).
           05  filler             pic x.
           05  sr-delta-waits     pic x(9).
           05  filler             pic x.
           05  sr-delta-deadlk    pic x(9).
           05  filler             pic x.
           05  sr-series          pic x(12).
               88  sr-series-break   value "SERIES BREAK".

       FD  ccur-file.
       01  ccur-rec.
          05 adv-entry         occurs 100 times.
             10 ad-dbname      pic x(8).
             10 ad-class       pic x(4).
             10 ad-sum-waits   pic s9(9) comp-5.
             10 ad-sum-dlk     pic s9(9) comp-5.
             10 ad-locklist    pic s9(9) comp-5.
             10 ad-tpl-lock    pic s9(9) comp-5.
             10 ad-score       pic s9(9) comp-5.
           add 1 to adv-count.
           move IV-DBNAME      to ad-dbname(adv-count).
           move IV-ENVIRONMENT to ad-class(adv-count).
           move 0 to ad-sum-waits(adv-count).
           move 0 to ad-sum-dlk(adv-count).
           move 0 to ad-locklist(adv-count).
           move 0 to ad-tpl-lock(adv-count).
           move 0 to ad-score(adv-count).
                 move "Y" to end-of-snap-sw
                 go to scan-one-snap-row-exit
           end-read.
      * a series break only rebaselines the counters
           if sr-series-break
              go to scan-one-snap-row-exit.
           move sr-dbname to want-dbname.
           perform find-adv-entry.
           if not adv-found
              go to scan-one-snap-row-exit.

      * the growth is the sum of each reading's since-last-reading
      * counts -- newest minus oldest went wrong across a reset
           move sr-delta-waits to parse-x(1:9).
           move " " to parse-x(10:1).
           perform parse-number.
           add num-work to ad-sum-waits(adv-idx).

           move sr-delta-deadlk to parse-x(1:9).
           perform parse-number.
           add num-work to ad-sum-dlk(adv-idx).
       scan-one-snap-row-exit. exit.

       parse-number section.
       end-score-databases. exit.

       score-one-database section.
           move ad-sum-waits(adv-idx) to wait-growth.
           move ad-sum-dlk(adv-idx)   to dlk-growth.
           compute ad-score(adv-idx) = wait-growth
              + dlk-growth * 10.
           if ad-score(adv-idx) less than 0
       print-one-advice section.
           move ad-dbname(adv-idx) to dt-dbname.
           move ad-class(adv-idx)  to dt-class.
           move ad-sum-waits(adv-idx) to wait-growth.
           move ad-sum-dlk(adv-idx)   to dlk-growth.
           move wait-growth to dt-wait-growth.
           move dlk-growth  to dt-dlk-growth.
           move ad-locklist(adv-idx) to dt-locklist.
