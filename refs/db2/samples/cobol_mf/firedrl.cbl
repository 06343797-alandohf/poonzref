      **     saved SQLCA handed to checkerr (after the run registry
      **     record), so the central event trail and incident still
      **     happen without costing the run its results.
      **     an image bkprune has stamped PRUNED in backup.hist is
      **     gone from the target path and is never picked as a
      **     drill candidate; the history rewrite carries the new
      **     prune columns through.
      **     the scratch restore is now timed around the API call
      **     and the elapsed seconds land in a new trailing duration
      **     column of restore.hist -- the drill's measured restore
      **     time is what rtochk holds against the RTO.
      **     the drill list is loaded one criticality tier at a time
      **     (the inventory tier; unassigned ranks as tier 3), so
      **     tier 1 databases are drilled first and a run cut short
      **     leaves the least critical undrilled.
      **     the backup.hist row now carries the log range columns
      **     dbbackup records, and the rewrite keeps them.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
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

       FD  hist-new-file.
       01  hist-new-rec           pic x(170).

       FD  rst-hist-file.
       01  rst-hist-rec           pic x(100).
             10 dr-latest-ver  pic x.
             10 dr-drilled-sw  pic x.
       77 drill-count          pic s9(4) comp-5 value 0.
       77 load-tier            pic s9(4) comp-5.
       77 tier-rank            pic 9.
       77 drill-idx            pic s9(4) comp-5.
       77 match-idx            pic s9(4) comp-5.
       77 match-found-sw       pic x value "N".
          88 failure-saved     value "Y".
       01 saved-sqlca          pic x(136).
       77 saved-errloc         pic x(80).
       77 saved-dbname         pic x(9).

      * the throwaway scratch alias every drill restores into
       77 scratch-name         pic x(9) value "DRLSCRAT ".
          05 rs-result         pic x(40).
          05 filler            pic x value space.
          05 rs-sqlcode        pic -(5)9.
          05 filler            pic x value space.
          05 rs-duration       pic zzzzz9 value zero.

      * restore duration clock, before and after each API call
       01 clock-parse.
          05 cp-hh            pic 9(2).
          05 cp-mm            pic 9(2).
          05 cp-ss            pic 9(2).
          05 cp-cc            pic 9(2).
       77 clock-raw           pic 9(8).
       77 clock-before        pic s9(9) comp-5.
       77 clock-after         pic s9(9) comp-5.
       77 duration-secs       pic s9(9) comp-5.

       01 rpt-line             pic x(110).
       01 detail-line.
           if failure-saved
              move saved-sqlca to SQLCA
              move saved-errloc to errloc
              call "errdb" using "S", saved-dbname
              call "checkerr" using SQLCA errloc "FIREDRL   "
           end-if.
           goback.
      *************************************************************
      * the drill covers every active PROD database in the        *
      * inventory -- TEST copies get refreshed, ARCH copies get   *
      * dropped, but PROD is what the recovery plan is for.  one  *
      * pass per criticality tier, so tier 1 is drilled first     *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              display "FIREDRL: dbinv.dat not on hand -- run dbinvmnt"
              move 8 to RETURN-CODE
              go to end-load-prod-databases.
           close inv-file.
           perform load-one-tier
              varying load-tier from 1 by 1
              until load-tier > 4.
       end-load-prod-databases. exit.

       load-one-tier section.
           move "N" to end-of-inv-sw.
           open input inv-file.
           perform load-one-inv-entry thru load-one-inv-entry-exit
              until end-of-inv or drill-count equal 100.
           close inv-file.
       end-load-one-tier. exit.

       load-one-inv-entry section.
           read inv-file
           end-read.
           if not IV-IS-ACTIVE or IV-ENVIRONMENT not equal "PROD"
              go to load-one-inv-entry-exit.
      * an entry with no tier assigned yet ranks as tier 3
           if IV-TIER-ASSIGNED
              move IV-TIER to tier-rank
           else
              move 3 to tier-rank
           end-if.
           if tier-rank not equal load-tier
              go to load-one-inv-entry-exit.
           add 1 to drill-count.
           move spaces to dr-dbname(drill-count).
           move IV-DBNAME to dr-dbname(drill-count).
           end-read.
           if bh-result(1:9) not equal "BACKED UP"
              go to scan-one-hist-row-exit.
           if bh-prune-mark equal "PRUNED"
              go to scan-one-hist-row-exit.
           perform find-drill-entry-by-hist.
           if not match-found
              go to scan-one-hist-row-exit.
           inspect restore-target tallying target-len for
              characters before initial " ".

           perform read-clock-before.
      *******************************
      * RESTORE DATABASE API called *
      *******************************
                                 by reference restore-target
                                 by reference scratch-name
                           returning rc.
           perform read-clock-after.

           if sqlcode equal 0
              move "Y" to drill-ok-sw
           move "Y" to fail-saved-sw.
           move SQLCA to saved-sqlca.
           move errloc to saved-errloc.
           move dr-dbname(drill-idx) to saved-dbname.
       end-save-drill-failure. exit.

       probe-scratch-copy section.
           open extend rst-hist-file.
           write rst-hist-rec from rst-line.
           close rst-hist-file.
           move 0 to rs-duration.
       end-write-restore-line. exit.

       read-clock-before section.
           accept clock-raw from time.
           move clock-raw to clock-parse.
           compute clock-before =
              ((cp-hh * 60 + cp-mm) * 60 + cp-ss) * 100 + cp-cc.
       end-read-clock-before. exit.

       read-clock-after section.
           accept clock-raw from time.
           move clock-raw to clock-parse.
           compute clock-after =
              ((cp-hh * 60 + cp-mm) * 60 + cp-ss) * 100 + cp-cc.
           compute duration-secs =
              (clock-after - clock-before) / 100.
           if duration-secs less than 0
              add 86400 to duration-secs
           end-if.
           move duration-secs to rs-duration.
       end-read-clock-after. exit.

       write-compliance-report section.
      *************************************************************
      * the auditors' question, answered per PROD database: has   *
