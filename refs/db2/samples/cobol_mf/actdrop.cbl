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
      ** SOURCE FILE NAME: actdrop.cbl
      **
      ** SAMPLE: Business-activity drop detector over the thruput
      **         history.  When an upstream application server dies
      **         the database looks perfectly healthy -- nothing
      **         errors, so checkerr, dbready and evtanom stay quiet
      **         -- but its commits fall to nothing.  Each run judges
      **         every complete hour since the last one it judged
      **         (actdrop.seq; today's and yesterday's dated
      **         thruput.yyyymmdd.hist files), summing each
      **         database's commit and rollback deltas for the hour
      **         and comparing them with the per-database, per-
      **         weekday, per-hour baseline carried in actdrop.base:
      **           an hour that is normally busy (its baseline
      **           average at least the busy minimum) whose commits
      **           fall below the drop percentage of that average
      **           raises a COMMIT DROP alert;
      **           an hour whose rollback ratio is over the
      **           multiplier times its baseline ratio (and at least
      **           five per cent, on at least ten rollbacks) raises a
      **           ROLLBACK SPIKE alert.
      **         The thresholds come from actdrop.ctl (25 per cent,
      **         100 commits, three times, once three weeks of
      **         history exist, by default).  Alerts go to
      **         actdrop.alert in the dbstart.alert layout for the
      **         alertrtr sweep, naming the applications appdep.dat
      **         says use the database.  Only hours the collector
      **         actually sampled are judged, and series-break rows
      **         carry no delta.  Each judged hour then joins its
      **         baseline cell as a running average -- except an
      **         hour that raised a drop, which would teach the
      **         baseline that an outage is normal.
      **
      ** OUTPUT FILE: actdrop.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "actdrop".

       Environment Division.
       Input-Output Section.
       File-Control.
           select hist-file assign to hist-filename
              organization is line sequential
              file status is hist-status.
           select base-file assign to base-envfn
              organization is line sequential
              file status is base-status.
           select base-new-file assign to base-new-envfn
              organization is line sequential
              file status is base-new-status.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select dep-file assign to dep-envfn
              organization is line sequential
              file status is dep-status.
           select alert-file assign to alert-envfn
              organization is line sequential.
           select seq-file assign to seq-envfn
              organization is line sequential
              file status is seq-status.

       Data Division.
       File Section.
       FD  hist-file.
       01  hist-rec.
           05  tp-date            pic x(8).
           05  filler             pic x.
           05  tp-time            pic x(8).
           05  filler             pic x.
           05  tp-dbname          pic x(8).
           05  filler             pic x.
           05  tp-commits         pic 9(9).
           05  filler             pic x.
           05  tp-rollbacks       pic 9(9).
           05  filler             pic x.
           05  tp-break           pic x(1).
               88  tp-series-break  value "B".

       FD  base-file.
       01  base-rec.
           05  ba-dbname          pic x(8).
           05  filler             pic x.
           05  ba-weekday         pic 9(1).
           05  filler             pic x.
           05  ba-hour            pic 9(2).
           05  filler             pic x.
           05  ba-avg-hund        pic 9(12).
           05  filler             pic x.
           05  ba-rb-bp           pic 9(5).
           05  filler             pic x.
           05  ba-weeks           pic 9(2).

       FD  base-new-file.
       01  base-new-rec           pic x(36).

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-drop-pct       pic 9(3).
           05  filler             pic x.
           05  ctl-busy-min       pic 9(7).
           05  filler             pic x.
           05  ctl-rb-multiplier  pic 9(2).
           05  filler             pic x.
           05  ctl-min-weeks      pic 9(2).

       FD  dep-file.
       01  dep-rec.
           05  dp-appl-name       pic x(20).
           05  filler             pic x.
           05  dp-dbname          pic x(8).
           05  filler             pic x.
           05  dp-rank            pic 9(2).

       FD  alert-file.
       01  alert-rec.
           05  al-program         pic x(10).
           05  filler             pic x.
           05  al-timestamp       pic x(26).
           05  filler             pic x.
           05  al-message         pic x(60).

       FD  seq-file.
       01  seq-rec.
           05  sq-last-date       pic 9(8).
           05  filler             pic x.
           05  sq-last-hour       pic 9(2).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 hist-filename        pic x(42).
       77 hist-basename        pic x(30).
       77 base-envfn           pic x(42).
       77 base-new-envfn       pic x(42).
       77 ctl-envfn            pic x(42).
       77 dep-envfn            pic x(42).
       77 alert-envfn          pic x(42).
       77 seq-envfn            pic x(42).

       77 hist-status          pic x(2).
       77 base-status          pic x(2).
       77 base-new-status      pic x(2).
       77 ctl-status           pic x(2).
       77 dep-status           pic x(2).
       77 seq-status           pic x(2).

       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 yesterday-date       pic 9(8).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

      * detection thresholds, overridable from actdrop.ctl
       77 drop-pct             pic s9(4) comp-5 value 25.
       77 busy-min             pic s9(9) comp-5 value 100.
       77 rb-multiplier        pic s9(4) comp-5 value 3.
       77 min-weeks            pic s9(4) comp-5 value 3.
       77 rb-min-count         pic s9(4) comp-5 value 10.
       77 rb-floor-bp          pic s9(4) comp-5 value 500.

      * the last hour judged, carried in actdrop.seq
       77 last-date            pic 9(8) value 0.
       77 last-hour            pic 9(2) value 0.

      * yesterday and weekday derivation
       01 date-work.
          05 dw-yyyy           pic 9(4).
          05 dw-mm             pic 9(2).
          05 dw-dd             pic 9(2).
       01 month-days-list.
          05 pic x(24) value "312831303130313130313031".
       01 month-days-table redefines month-days-list.
          05 month-days occurs 12 times pic 9(2).
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem4            pic s9(9) comp-5.
       77 leap-rem100          pic s9(9) comp-5.
       77 leap-rem400          pic s9(9) comp-5.
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 serial-q4            pic s9(9) comp-5.
       77 serial-q100          pic s9(9) comp-5.
       77 serial-q400          pic s9(9) comp-5.
       77 serial-qmm           pic s9(9) comp-5.
       77 dow-quot             pic s9(9) comp-5.
       77 dow-rem              pic s9(9) comp-5.
       77 today-weekday        pic 9(1).
       77 yesterday-weekday    pic 9(1).
       01 hour-parse.
          05 hp-hh             pic 9(2).
          05 filler            pic x(6).
       01 now-parse.
          05 np-hh             pic 9(2).
          05 filler            pic x(6).

      * the complete hours this run judges, oldest first
       01 slot-entries.
          05 slot-entry        occurs 48 times.
             10 sl-date        pic 9(8).
             10 sl-weekday     pic 9(1).
             10 sl-hour        pic 9(2).
       77 slot-count           pic s9(4) comp-5 value 0.
       77 slot-idx             pic s9(4) comp-5.
       77 slot-found-sw        pic x value "N".
          88 slot-found        value "Y".
       77 first-hour           pic s9(4) comp-5.
       77 stop-hour            pic s9(4) comp-5.
       77 add-hour             pic s9(4) comp-5.
       77 want-date            pic 9(8).
       77 want-weekday         pic 9(1).
       77 want-hour            pic 9(2).
       77 want-dbname          pic x(8).

      * one cell per database/weekday/hour in the judged hours:
      * its baseline, loaded from actdrop.base, and the hour's sums
       01 cell-entries.
          05 cell-entry        occurs 3000 times.
             10 ce-dbname      pic x(8).
             10 ce-weekday     pic 9(1).
             10 ce-hour        pic 9(2).
             10 ce-date        pic 9(8).
             10 ce-avg-hund    pic s9(18) comp-5.
             10 ce-rb-bp       pic s9(9) comp-5.
             10 ce-weeks       pic s9(4) comp-5.
             10 ce-commits     pic s9(18) comp-5.
             10 ce-rollbacks   pic s9(18) comp-5.
             10 ce-samples     pic s9(4) comp-5.
             10 ce-dropped-sw  pic x.
       77 cell-count           pic s9(4) comp-5 value 0.
       77 cell-idx             pic s9(4) comp-5.
       77 cell-found-sw        pic x value "N".
          88 cell-found        value "Y".
       77 cell-full-noted-sw   pic x value "N".

      * appdep.dat: application name(20), database it needs(8)
       01 dep-entries.
          05 dep-entry         occurs 500 times.
             10 de-appl-name   pic x(20).
             10 de-dbname      pic x(8).
       77 dep-count            pic s9(4) comp-5 value 0.
       77 dep-idx              pic s9(4) comp-5.
       77 app-list             pic x(200).
       77 app-ptr              pic s9(4) comp-5.

      * the hour's measures against the baseline
       77 hour-total           pic s9(18) comp-5.
       77 hour-rb-bp           pic s9(9) comp-5.
       77 base-whole           pic s9(18) comp-5.
       77 drop-count           pic s9(4) comp-5 value 0.
       77 spike-count          pic s9(4) comp-5 value 0.
       77 judged-count         pic s9(4) comp-5 value 0.
      * narrow enough that the alert message keeps the
      * application, database and both figures
       77 count-ed             pic z(6)9.
       77 base-ed              pic z(6)9.
       77 pct-ed               pic zz9.9.
       77 base-pct-ed          pic zz9.9.
       77 pct-work             pic 9(3)v9.

       01 alert-line.
          05 aa-program        pic x(10).
          05 filler            pic x value space.
          05 aa-timestamp      pic x(26).
          05 filler            pic x value space.
          05 aa-message        pic x(60).

       Procedure Division.
       actdrop-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : ACTDROP.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           move now-time to now-parse.
           perform derive-yesterday.
           move today-date to serial-work-date.
           perform derive-weekday.
           move want-weekday to today-weekday.
           if today-weekday equal 1
              move 7 to yesterday-weekday
           else
              compute yesterday-weekday = today-weekday - 1
           end-if.

           perform read-control.
           perform load-sequence.
           perform build-slots.
           if slot-count equal 0
              display "no complete hour to judge since ",
                       last-date, " hour ", last-hour
              go to end-actdrop.

           perform load-baseline.
           move yesterday-date to want-date.
           perform sum-dated-history.
           move today-date to want-date.
           perform sum-dated-history.
           perform load-app-dependencies.

           open extend alert-file.
           perform judge-one-cell thru judge-one-cell-exit
              varying cell-idx from 1 by 1
              until cell-idx > cell-count.
           close alert-file.

           perform fold-one-cell thru fold-one-cell-exit
              varying cell-idx from 1 by 1
              until cell-idx > cell-count.
           perform rewrite-baseline.

           move sl-date(slot-count) to last-date.
           move sl-hour(slot-count) to last-hour.
           perform save-sequence.

           display "Hours judged : ", slot-count,
                    "  database-hours : ", judged-count.
           display "Commit drops : ", drop-count,
                    "  rollback spikes : ", spike-count.

       end-actdrop. goback.

       read-control section.
      *************************************************************
      * actdrop.ctl: drop percentage of baseline (3 digits), the  *
      * baseline commits an hour needs to count as busy (7), the  *
      * rollback-ratio multiplier (2) and the weeks of history a  *
      * cell needs before it is judged (2)                        *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-drop-pct is numeric
                    and ctl-drop-pct greater than 0
                    move ctl-drop-pct to drop-pct
                 end-if
                 if ctl-busy-min is numeric
                    and ctl-busy-min greater than 0
                    move ctl-busy-min to busy-min
                 end-if
                 if ctl-rb-multiplier is numeric
                    and ctl-rb-multiplier greater than 0
                    move ctl-rb-multiplier to rb-multiplier
                 end-if
                 if ctl-min-weeks is numeric
                    and ctl-min-weeks greater than 0
                    move ctl-min-weeks to min-weeks
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       build-slots section.
      *************************************************************
      * every complete hour after the last one judged -- the rest *
      * of yesterday, then today up to the hour now running; a    *
      * first run starts from yesterday midnight                  *
      *************************************************************
           if last-date less than yesterday-date
              move 0 to first-hour
           else
              if last-date equal yesterday-date
                 compute first-hour = last-hour + 1
              else
                 move 24 to first-hour
              end-if
           end-if.
           move yesterday-date    to want-date.
           move yesterday-weekday to want-weekday.
           move 24 to stop-hour.
           perform add-one-slot
              varying add-hour from first-hour by 1
              until add-hour not less than stop-hour.

           if last-date equal today-date
              compute first-hour = last-hour + 1
           else
              move 0 to first-hour
           end-if.
           move today-date    to want-date.
           move today-weekday to want-weekday.
           move np-hh to stop-hour.
           perform add-one-slot
              varying add-hour from first-hour by 1
              until add-hour not less than stop-hour.
       end-build-slots. exit.

       add-one-slot section.
           add 1 to slot-count.
           move want-date    to sl-date(slot-count).
           move want-weekday to sl-weekday(slot-count).
           move add-hour     to sl-hour(slot-count).
       end-add-one-slot. exit.

       find-slot section.
           move "N" to slot-found-sw.
           perform check-slot
              varying slot-idx from 1 by 1
              until slot-idx > slot-count or slot-found.
           if slot-found
              subtract 1 from slot-idx
           else
              move 0 to slot-idx
           end-if.
       end-find-slot. exit.

       check-slot section.
           if sl-date(slot-idx) equal want-date
              and sl-hour(slot-idx) equal want-hour
              move "Y" to slot-found-sw
           end-if.
       end-check-slot. exit.

       find-weekday-slot section.
      * a baseline row belongs to this run when its weekday and hour
      * are among the judged hours
           move "N" to slot-found-sw.
           perform check-weekday-slot
              varying slot-idx from 1 by 1
              until slot-idx > slot-count or slot-found.
           if slot-found
              subtract 1 from slot-idx
           else
              move 0 to slot-idx
           end-if.
       end-find-weekday-slot. exit.

       check-weekday-slot section.
           if sl-weekday(slot-idx) equal want-weekday
              and sl-hour(slot-idx) equal want-hour
              move "Y" to slot-found-sw
           end-if.
       end-check-weekday-slot. exit.

       load-baseline section.
           open input base-file.
           if base-status not equal "00"
              go to end-load-baseline.
           move "N" to end-of-file-sw.
           perform load-one-base-row thru load-one-base-row-exit
              until end-of-file.
           close base-file.
       end-load-baseline. exit.

       load-one-base-row section.
           read base-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-base-row-exit
           end-read.
           if ba-weekday is not numeric or ba-hour is not numeric
              go to load-one-base-row-exit.
           move ba-weekday to want-weekday.
           move ba-hour    to want-hour.
           perform find-weekday-slot.
           if slot-idx equal 0
              go to load-one-base-row-exit.
           move sl-date(slot-idx) to want-date.
           move ba-dbname to want-dbname.
           perform find-cell.
           if cell-idx equal 0
              go to load-one-base-row-exit.
           move ba-avg-hund to ce-avg-hund(cell-idx).
           move ba-rb-bp    to ce-rb-bp(cell-idx).
           move ba-weeks    to ce-weeks(cell-idx).
       load-one-base-row-exit. exit.

       find-cell section.
           move "N" to cell-found-sw.
           perform check-cell
              varying cell-idx from 1 by 1
              until cell-idx > cell-count or cell-found.
           if cell-found
              subtract 1 from cell-idx
              go to end-find-cell.
           if cell-count equal 3000
      * the cell table is full -- say so once rather than walk off
      * the end of it
              if cell-full-noted-sw equal "N"
                 move "Y" to cell-full-noted-sw
                 display "more than 3000 database-hours -- later ",
                          "ones not judged"
              end-if
              move 0 to cell-idx
              go to end-find-cell.
           add 1 to cell-count.
           move cell-count to cell-idx.
           move want-dbname  to ce-dbname(cell-idx).
           move want-weekday to ce-weekday(cell-idx).
           move want-hour    to ce-hour(cell-idx).
           move want-date    to ce-date(cell-idx).
           move 0 to ce-avg-hund(cell-idx).
           move 0 to ce-rb-bp(cell-idx).
           move 0 to ce-weeks(cell-idx).
           move 0 to ce-commits(cell-idx).
           move 0 to ce-rollbacks(cell-idx).
           move 0 to ce-samples(cell-idx).
           move "N" to ce-dropped-sw(cell-idx).
       end-find-cell. exit.

       check-cell section.
           if ce-dbname(cell-idx) equal want-dbname
              and ce-weekday(cell-idx) equal want-weekday
              and ce-hour(cell-idx) equal want-hour
              move "Y" to cell-found-sw
           end-if.
       end-check-cell. exit.

       sum-dated-history section.
      *************************************************************
      * one day's thruput.yyyymmdd.hist: each sampled row in a    *
      * judged hour adds its deltas to the database's cell        *
      *************************************************************
           move spaces to hist-basename.
           string "thruput." delimited by size
                  want-date delimited by size
                  ".hist" delimited by size
             into hist-basename.
           call "envname" using hist-basename, hist-filename.
           open input hist-file.
           if hist-status not equal "00"
              go to end-sum-dated-history.
           move "N" to end-of-file-sw.
           perform sum-one-hist-row thru sum-one-hist-row-exit
              until end-of-file.
           close hist-file.
       end-sum-dated-history. exit.

       sum-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-file-sw
                 go to sum-one-hist-row-exit
           end-read.
      * a series-break row is a rebaseline, not a sample
           if tp-series-break
              go to sum-one-hist-row-exit.
           if tp-date is not numeric
              or tp-commits is not numeric
              or tp-rollbacks is not numeric
              go to sum-one-hist-row-exit.
           move tp-time to hour-parse.
           if hour-parse(1:2) is not numeric
              go to sum-one-hist-row-exit.
           move tp-date to want-date.
           move hp-hh   to want-hour.
           perform find-slot.
           if slot-idx equal 0
              go to sum-one-hist-row-exit.
           move sl-weekday(slot-idx) to want-weekday.
           move tp-dbname to want-dbname.
           perform find-cell.
           if cell-idx equal 0
              go to sum-one-hist-row-exit.
           add tp-commits   to ce-commits(cell-idx).
           add tp-rollbacks to ce-rollbacks(cell-idx).
           add 1 to ce-samples(cell-idx).
       sum-one-hist-row-exit. exit.

       load-app-dependencies section.
           open input dep-file.
           if dep-status not equal "00"
              display "ACTDROP: no appdep.dat on file -- alerts ",
                       "will not name applications"
              go to end-load-app-dependencies.
           move "N" to end-of-file-sw.
           perform load-one-dependency thru load-one-dependency-exit
              until end-of-file.
           close dep-file.
       end-load-app-dependencies. exit.

       load-one-dependency section.
           read dep-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-dependency-exit
           end-read.
           if dep-count equal 500
              display "more than 500 appdep.dat rows -- later ones ",
                       "not named"
              move "Y" to end-of-file-sw
              go to load-one-dependency-exit.
           add 1 to dep-count.
           move dp-appl-name to de-appl-name(dep-count).
           move dp-dbname    to de-dbname(dep-count).
       load-one-dependency-exit. exit.

       judge-one-cell section.
      *************************************************************
      * only an hour the collector sampled, against a baseline    *
      * with enough weeks behind it                               *
      *************************************************************
           if ce-samples(cell-idx) equal 0
              go to judge-one-cell-exit.
           add 1 to judged-count.
           if ce-weeks(cell-idx) less than min-weeks
              go to judge-one-cell-exit.

           perform list-applications.

      * a normally busy hour gone quiet
           compute base-whole = ce-avg-hund(cell-idx) / 100.
           if base-whole not less than busy-min
              and ce-commits(cell-idx) * 10000 less than
                 drop-pct * ce-avg-hund(cell-idx)
              move "Y" to ce-dropped-sw(cell-idx)
              add 1 to drop-count
              move ce-commits(cell-idx) to count-ed
              move base-whole to base-ed
              move spaces to aa-message
              string app-list delimited by space
                     " " delimited by size
                     ce-dbname(cell-idx) delimited by space
                     " COMMIT DROP" delimited by size
                     count-ed delimited by size
                     "/" delimited by size
                     base-ed delimited by size
                into aa-message
              perform write-activity-alert
           end-if.

      * a rollback ratio well over the hour's usual
           compute hour-total = ce-commits(cell-idx)
              + ce-rollbacks(cell-idx).
           if hour-total equal 0
              go to judge-one-cell-exit.
           compute hour-rb-bp = ce-rollbacks(cell-idx) * 10000
              / hour-total.
           if ce-rollbacks(cell-idx) not less than rb-min-count
              and hour-rb-bp not less than rb-floor-bp
              and hour-rb-bp greater than
                 rb-multiplier * ce-rb-bp(cell-idx)
              add 1 to spike-count
              compute pct-work = hour-rb-bp / 100
              move pct-work to pct-ed
              compute pct-work = ce-rb-bp(cell-idx) / 100
              move pct-work to base-pct-ed
              move spaces to aa-message
              string app-list delimited by space
                     " " delimited by size
                     ce-dbname(cell-idx) delimited by space
                     " ROLLBACK SPIKE" delimited by size
                     pct-ed delimited by size
                     "%/" delimited by size
                     base-pct-ed delimited by size
                     "%" delimited by size
                into aa-message
              perform write-activity-alert
           end-if.
       judge-one-cell-exit. exit.

       list-applications section.
      *************************************************************
      * the applications appdep.dat says use this database, for   *
      * the alert and the console                                 *
      *************************************************************
           move spaces to app-list.
           move 1 to app-ptr.
           perform add-one-application
              varying dep-idx from 1 by 1
              until dep-idx > dep-count.
           if app-list equal spaces
              move "(unmapped)" to app-list
           end-if.
       end-list-applications. exit.

       add-one-application section.
           if de-dbname(dep-idx) not equal ce-dbname(cell-idx)
              go to end-add-one-application.
           if app-ptr greater than 1
              string "," delimited by size
                into app-list with pointer app-ptr
              end-string
           end-if.
           string de-appl-name(dep-idx) delimited by space
             into app-list with pointer app-ptr
           end-string.
       end-add-one-application. exit.

       write-activity-alert section.
           move "ACTDROP   " to aa-program.
           move spaces to aa-timestamp.
           string ce-date(cell-idx) delimited by size
                  " "               delimited by size
                  ce-hour(cell-idx) delimited by size
                  "000000"          delimited by size
             into aa-timestamp.
           write alert-rec from alert-line.
           display "activity alert hour ", ce-hour(cell-idx), ": ",
                    aa-message.
           display "   applications: ", app-list.
       end-write-activity-alert. exit.

       fold-one-cell section.
      *************************************************************
      * the judged hour joins its weekday/hour cell as a running  *
      * average capped at eight weeks of weight; an hour that     *
      * raised a drop stays out of the baseline                  *
      *************************************************************
           if ce-samples(cell-idx) equal 0
              go to fold-one-cell-exit.
           if ce-dropped-sw(cell-idx) equal "Y"
              go to fold-one-cell-exit.
           if ce-weeks(cell-idx) less than 8
              add 1 to ce-weeks(cell-idx)
           end-if.
           compute ce-avg-hund(cell-idx) =
              (ce-avg-hund(cell-idx) * (ce-weeks(cell-idx) - 1)
                 + ce-commits(cell-idx) * 100)
              / ce-weeks(cell-idx).
           compute hour-total = ce-commits(cell-idx)
              + ce-rollbacks(cell-idx).
           move 0 to hour-rb-bp.
           if hour-total greater than 0
              compute hour-rb-bp = ce-rollbacks(cell-idx) * 10000
                 / hour-total
           end-if.
           compute ce-rb-bp(cell-idx) =
              (ce-rb-bp(cell-idx) * (ce-weeks(cell-idx) - 1)
                 + hour-rb-bp)
              / ce-weeks(cell-idx).
       fold-one-cell-exit. exit.

       rewrite-baseline section.
      *************************************************************
      * the other weekday/hours pass through untouched into       *
      * actdrop.base.new, this run's cells follow, and the new    *
      * file is copied back over actdrop.base                     *
      *************************************************************
           open output base-new-file.
           if base-new-status not equal "00"
              display "ACTDROP: actdrop.base.new not writable -- ",
                       "baseline not updated"
              go to end-rewrite-baseline.
           open input base-file.
           if base-status equal "00"
              move "N" to end-of-file-sw
              perform copy-one-base-row thru copy-one-base-row-exit
                 until end-of-file
              close base-file
           end-if.
           perform write-one-cell
              varying cell-idx from 1 by 1
              until cell-idx > cell-count.
           close base-new-file.

           open input base-new-file.
           open output base-file.
           move "N" to end-of-file-sw.
           perform copy-back-one-row thru copy-back-one-row-exit
              until end-of-file.
           close base-file.
           close base-new-file.
       end-rewrite-baseline. exit.

       copy-one-base-row section.
           read base-file
              at end
                 move "Y" to end-of-file-sw
                 go to copy-one-base-row-exit
           end-read.
           if ba-weekday is numeric and ba-hour is numeric
              move ba-weekday to want-weekday
              move ba-hour    to want-hour
              perform find-weekday-slot
              if slot-idx not equal 0
                 go to copy-one-base-row-exit
              end-if
           end-if.
           write base-new-rec from base-rec.
       copy-one-base-row-exit. exit.

       write-one-cell section.
           if ce-weeks(cell-idx) equal 0
              go to end-write-one-cell.
           move spaces to base-rec.
           move ce-dbname(cell-idx)   to ba-dbname.
           move ce-weekday(cell-idx)  to ba-weekday.
           move ce-hour(cell-idx)     to ba-hour.
           move ce-avg-hund(cell-idx) to ba-avg-hund.
           move ce-rb-bp(cell-idx)    to ba-rb-bp.
           move ce-weeks(cell-idx)    to ba-weeks.
           write base-new-rec from base-rec.
       end-write-one-cell. exit.

       copy-back-one-row section.
           read base-new-file
              at end
                 move "Y" to end-of-file-sw
                 go to copy-back-one-row-exit
           end-read.
           write base-rec from base-new-rec.
       copy-back-one-row-exit. exit.

       derive-yesterday section.
      *************************************************************
      * the dated-file convention needs yesterday's name: plain   *
      * calendar arithmetic with the leap-year February           *
      *************************************************************
           move today-date to date-work.
           if dw-dd greater than 1
              subtract 1 from dw-dd
              go to derive-yesterday-done.
           if dw-mm equal 1
              move 12 to dw-mm
              subtract 1 from dw-yyyy
           else
              subtract 1 from dw-mm
           end-if.
           move month-days(dw-mm) to dw-dd.
           if dw-mm equal 2
              divide dw-yyyy by 4 giving leap-quot
                 remainder leap-rem4
              divide dw-yyyy by 100 giving leap-quot
                 remainder leap-rem100
              divide dw-yyyy by 400 giving leap-quot
                 remainder leap-rem400
              if leap-rem4 equal 0
                 and (leap-rem100 not equal 0
                    or leap-rem400 equal 0)
                 move 29 to dw-dd
              end-if
           end-if.
       derive-yesterday-done.
           move date-work to yesterday-date.
       end-derive-yesterday. exit.

       derive-weekday section.
      *************************************************************
      * weekday 1 Monday .. 7 Sunday, from the day serial's      *
      * remainder by seven as monreset derives it                 *
      *************************************************************
           move swd-yyyy to serial-yy.
           move swd-mm   to serial-mm.
           if serial-mm less than 3
              subtract 1 from serial-yy
              add 12 to serial-mm
           end-if.
           divide serial-yy by 4 giving serial-q4.
           divide serial-yy by 100 giving serial-q100.
           divide serial-yy by 400 giving serial-q400.
           compute serial-qmm = 153 * (serial-mm - 3) + 2.
           divide serial-qmm by 5 giving serial-qmm.
           compute serial-days = 365 * serial-yy
              + serial-q4 - serial-q100 + serial-q400
              + serial-qmm + swd-dd.
           divide serial-days by 7 giving dow-quot
              remainder dow-rem.
           evaluate dow-rem
              when 6 move 1 to want-weekday
              when 0 move 2 to want-weekday
              when 1 move 3 to want-weekday
              when 2 move 4 to want-weekday
              when 3 move 5 to want-weekday
              when 4 move 6 to want-weekday
              when other move 7 to want-weekday
           end-evaluate.
       end-derive-weekday. exit.

       load-sequence section.
      *************************************************************
      * actdrop.seq carries the last hour judged so a rerun never *
      * judges or folds an hour twice                             *
      *************************************************************
           open input seq-file.
           if seq-status not equal "00"
              go to end-load-sequence.
           read seq-file
              at end continue
              not at end
                 if sq-last-date is numeric
                    and sq-last-hour is numeric
                    move sq-last-date to last-date
                    move sq-last-hour to last-hour
                 end-if
           end-read.
           close seq-file.
       end-load-sequence. exit.

       save-sequence section.
           open output seq-file.
           move spaces to seq-rec.
           move last-date to sq-last-date.
           move last-hour to sq-last-hour.
           write seq-rec.
           close seq-file.
       end-save-sequence. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the     *
      * dated thruput histories resolve day by day               *
      *************************************************************
           call "envname" using "actdrop.base                  ",
                   base-envfn.
           call "envname" using "actdrop.base.new              ",
                   base-new-envfn.
           call "envname" using "actdrop.ctl                   ",
                   ctl-envfn.
           call "envname" using "appdep.dat                    ",
                   dep-envfn.
           call "envname" using "actdrop.alert                 ",
                   alert-envfn.
           call "envname" using "actdrop.seq                   ",
                   seq-envfn.
       end-resolve-toolkit-filenames. exit.
