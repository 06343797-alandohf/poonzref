      **         the whole join to rpochk.rpt, and raises an alert
      **         record (rpochk.alert, swept by alertrtr) for every
      **         breach.  When the auditors ask "can you meet your
      **         stated RPO", the answer is this report.  Each line
      **         also carries the point the database is recoverable
      **         to -- the last log of an unbroken archive chain, as
      **         found by the nightly continuity check (logcont.dat)
      **         -- and the date that check ran.
      **
      ** OUTPUT FILE: rpochk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     each line now also shows the point the database is
      **     recoverable to and the date it was checked, from the
      **     log archive continuity verdicts in logcont.dat.
      **     declared holidays in the shop calendar (bizcal.dat,
      **     through the bizcal lookup) between a database's last
      **     backup and today, when no backup is scheduled, no
      **     longer count against its objective: their hours come
      **     off the backup's age, and the new HOL HR column shows
      **     how many were taken off.
      ***********************************************************************

       Identification Division.
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select cont-file assign to cont-envfn
              organization is line sequential
              file status is cont-status.

       Data Division.
       File Section.
       FD  rpt-file.
       01  rpt-rec                pic x(110).

      * logcont.dat, the log archive continuity verdicts
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

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 hist-envfn           pic x(42).
       77 alert-envfn          pic x(42).
       77 rpt-envfn            pic x(42).
       77 cont-envfn           pic x(42).

       77 inv-status           pic x(2).
       77 rpo-status           pic x(2).
       77 hist-status          pic x(2).
       77 cont-status          pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-inv-sw        pic x value "N".
          88 end-of-rpo        value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".
       77 end-of-cont-sw       pic x value "N".
          88 end-of-cont       value "Y".

      * one entry per active database: objective, latest successful
      * backup, and the verdict
             10 ro-has-row     pic x.
             10 ro-last-date   pic x(8).
             10 ro-last-time   pic x(8).
             10 ro-recover-to  pic x(12).
             10 ro-checked     pic x(8).
       77 rpo-count            pic s9(4) comp-5 value 0.
       77 rpo-idx              pic s9(4) comp-5.
       77 match-idx            pic s9(4) comp-5.
       77 match-found-sw       pic x value "N".
          88 match-found       value "Y".
       77 match-dbname         pic x(8).

      * day-serial date arithmetic for the backup-age computation
       01 serial-work-date.
          05 rh-hh             pic 9(2).
          05 filler            pic x(6).

      * the declared holidays (bizcal) between the last backup and
      * today, when no backup runs, are not held against the
      * objective -- the walk back goes no further than a month
       copy "bizcrec.cbl".
       01 walk-date.
          05 wd-yyyy           pic 9(4).
          05 wd-mm             pic 9(2).
          05 wd-dd             pic 9(2).
       77 days-in-month        pic s9(4) comp-5.
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem             pic s9(9) comp-5.
       77 walk-count           pic s9(4) comp-5.
       77 holiday-hours        pic s9(9) comp-5.

       77 breach-count         pic s9(4) comp-5 value 0.
       77 age-ed               pic zzzz9.
       77 obj-ed               pic zzz9.
          05 dt-objective      pic zzz9.
          05 filler            pic x(2) value spaces.
          05 dt-flag           pic x(20).
          05 filler            pic x(2) value spaces.
          05 dt-recover-to     pic x(12).
          05 filler            pic x(2) value spaces.
          05 dt-checked        pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-holiday-hours  pic x(6).

       Procedure Division.
       rpochk-pgm section.
           perform load-active-databases.
           perform load-objectives.
           perform scan-backup-history.
           perform scan-log-continuity.
           perform write-compliance-report.

       end-rpochk. goback.
           move "N" to ro-has-row(rpo-count).
           move spaces to ro-last-date(rpo-count).
           move spaces to ro-last-time(rpo-count).
           move "NOT CHECKED" to ro-recover-to(rpo-count).
           move spaces to ro-checked(rpo-count).
       load-one-inv-entry-exit. exit.

       load-objectives section.
           end-read.
           if rp-hours is not numeric
              go to load-one-objective-exit.
           move rp-dbname to match-dbname.
           perform find-rpo-entry-by-name.
           if match-found
              move rp-hours to ro-hours(match-idx)
       end-find-rpo-entry-by-name. exit.

       check-rpo-name section.
           if ro-dbname(match-idx)(1:8) equal match-dbname
              move "Y" to match-found-sw
           end-if.
       check-rpo-name-exit. exit.
           end-if.
       check-rpo-hist-exit. exit.

       scan-log-continuity section.
      *************************************************************
      * logcont.dat: one verdict per PROD database, rewritten     *
      * nightly -- CONTINUOUS is recoverable to the current log,  *
      * GAP to the log before the gap, BKP-RANGE not at all       *
      *************************************************************
           open input cont-file.
           if cont-status not equal "00"
              go to end-scan-log-continuity.
           perform scan-one-cont-row thru scan-one-cont-row-exit
              until end-of-cont.
           close cont-file.
       end-scan-log-continuity. exit.

       scan-one-cont-row section.
           read cont-file
              at end
                 move "Y" to end-of-cont-sw
                 go to scan-one-cont-row-exit
           end-read.
           move lc-dbname to match-dbname.
           perform find-rpo-entry-by-name.
           if not match-found
              go to scan-one-cont-row-exit.
           move lc-date to ro-checked(match-idx).
           move spaces to ro-recover-to(match-idx).
           evaluate lc-status
              when "CONTINUOUS"
                 move "CURRENT" to ro-recover-to(match-idx)
              when "GAP"
                 string "S"            delimited by size
                        lc-recover-log delimited by size
                        ".LOG"         delimited by size
                   into ro-recover-to(match-idx)
              when "BKP-RANGE"
                 move "NONE" to ro-recover-to(match-idx)
              when other
                 move "UNCHECKED" to ro-recover-to(match-idx)
           end-evaluate.
       scan-one-cont-row-exit. exit.

       write-compliance-report section.
           open output rpt-file.
           open extend alert-file.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE   LAST BKP  AGE HR  OBJ HR"
                     delimited by size
                  "                      RECOV TO      CHECKED"
                     delimited by size
                  "   HOL HR" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform judge-one-db thru judge-one-db-exit
           move ro-dbname(rpo-idx) to dt-dbname.
           move ro-hours(rpo-idx)  to dt-objective.
           move spaces to dt-flag.
           move ro-recover-to(rpo-idx) to dt-recover-to.
           move ro-checked(rpo-idx)    to dt-checked.
           move spaces to dt-holiday-hours.

           if ro-last-date(rpo-idx) equal spaces
              move spaces   to dt-last-backup
           compute age-hours =
              (today-serial - record-serial) * 24
              + (nh-hh - rh-hh).
           perform count-holiday-hours.
           if holiday-hours greater than 0
              subtract holiday-hours from age-hours
              move holiday-hours to age-ed
              move age-ed to dt-holiday-hours
           end-if.
           if age-hours less than 0
              move 0 to age-hours
           end-if.
           perform write-judge-line.
       judge-one-db-exit. exit.

       count-holiday-hours section.
      *************************************************************
      * every declared holiday strictly between the backup date   *
      * and today takes its 24 hours off the backup's age         *
      *************************************************************
           move 0 to holiday-hours.
           move 0 to walk-count.
           move today-date to walk-date.
           perform step-back-one-day.
           perform count-one-holiday
              until walk-date not greater than ro-last-date(rpo-idx)
                 or walk-count equal 31.
       end-count-holiday-hours. exit.

       count-one-holiday section.
           add 1 to walk-count.
           move walk-date to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           if BIZCAL-HOLIDAY
              add 24 to holiday-hours
           end-if.
           perform step-back-one-day.
       end-count-one-holiday. exit.

       set-days-in-month section.
           evaluate wd-mm
              when 01 when 03 when 05 when 07
              when 08 when 10 when 12
                 move 31 to days-in-month
              when 04 when 06 when 09 when 11
                 move 30 to days-in-month
              when other
                 move 28 to days-in-month
                 divide wd-yyyy by 4 giving leap-quot
                    remainder leap-rem
                 if leap-rem equal 0
                    divide wd-yyyy by 100 giving leap-quot
                       remainder leap-rem
                    if leap-rem not equal 0
                       move 29 to days-in-month
                    else
                       divide wd-yyyy by 400 giving leap-quot
                          remainder leap-rem
                       if leap-rem equal 0
                          move 29 to days-in-month
                       end-if
                    end-if
                 end-if
           end-evaluate.
       end-set-days-in-month. exit.

       step-back-one-day section.
      * step the walked date back one day, borrowing month and year
           if wd-dd greater than 1
              subtract 1 from wd-dd
              go to end-step-back-one-day.
           if wd-mm equal 1
              move 12 to wd-mm
              subtract 1 from wd-yyyy
           else
              subtract 1 from wd-mm
           end-if.
           perform set-days-in-month.
           move days-in-month to wd-dd.
       end-step-back-one-day. exit.

       write-judge-line section.
           move spaces to rpt-line.
           move detail-line to rpt-line.
                   alert-envfn.
           call "envname" using "rpochk.rpt                    ",
                   rpt-envfn.
           call "envname" using "logcont.dat                   ",
                   cont-envfn.
       end-resolve-toolkit-filenames. exit.
