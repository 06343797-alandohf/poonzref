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
      ** SOURCE FILE NAME: dtcal.cbl
      **
      ** SAMPLE: Planned-downtime calendar, published per application.
      **         "When is my application down next" used to mean
      **         reading chgcal.ctl, maintwin.cfg, tonight's
      **         migrate.lst and backup.lst and appdep.dat side by
      **         side.  This joins them for a rolling 30 days: every
      **         chgcal.ctl "W" window from today on (the change
      **         number, action and target from chgbrdg.map when the
      **         window came in through the change bridge, otherwise
      **         a whole-instance maintenance window), plus tonight's
      **         offline backups, migrations and maintenance window
      **         (timed by tonight's "W" window when one is declared,
      **         and against the database maintwin.cfg names when the
      **         window is a single-database outage, the whole
      **         instance only when it names none).
      **         Each outage is expanded through appdep.dat to the
      **         applications its databases serve -- a whole-instance
      **         outage reaches them all -- and sorted by application,
      **         date and start time into dtcal.dat (fixed layout,
      **         for the intranet pickup) and dtcal.rpt (printable).
      **         Scheduled every few minutes, it republishes only when
      **         chgcal.ctl differs from the copy it last published
      **         from (dtcal.pub) or the day has turned, so a calendar
      **         change is on the intranet by the next run.
      **
      ** OUTPUT FILE: dtcal.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "dtcal".

       Environment Division.
       Input-Output Section.
       File-Control.
           select cal-file assign to cal-envfn
              organization is line sequential
              file status is cal-status.
           select pub-file assign to pub-envfn
              organization is line sequential
              file status is pub-status.
           select map-file assign to map-envfn
              organization is line sequential
              file status is map-status.
           select dep-file assign to dep-envfn
              organization is line sequential
              file status is dep-status.
           select list-in-file assign to list-in-filename
              organization is line sequential
              file status is list-in-status.
           select sort-file assign to sort-envfn.
           select dat-file assign to dat-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  cal-file.
       01  cal-rec.
           05  ca-type            pic x(1).
           05  filler             pic x.
           05  ca-date            pic x(8).
           05  filler             pic x.
           05  ca-start-hhmm      pic x(4).
           05  filler             pic x.
           05  ca-end-hhmm        pic x(4).
           05  filler             pic x.
           05  ca-comment         pic x(30).

       FD  pub-file.
       01  pub-rec                pic x(60).

       FD  map-file.
       01  map-rec.
           05  mp-change          pic x(10).
           05  filler             pic x.
           05  mp-ticket          pic x(6).
           05  filler             pic x.
           05  mp-date            pic x(8).
           05  filler             pic x.
           05  mp-start-hhmm      pic x(4).
           05  filler             pic x.
           05  mp-end-hhmm        pic x(4).
           05  filler             pic x.
           05  mp-action          pic x(10).
           05  filler             pic x.
           05  mp-target          pic x(9).

       FD  dep-file.
       01  dep-rec.
           05  dp-appl-name       pic x(20).
           05  filler             pic x.
           05  dp-dbname          pic x(8).
           05  filler             pic x.
           05  dp-rank            pic 9(2).

       FD  list-in-file.
       01  list-in-rec            pic x(80).

       SD  sort-file.
       01  sort-rec.
           05  so-key.
               10  so-appl-name   pic x(20).
               10  so-date        pic x(8).
               10  so-start-hhmm  pic x(4).
               10  so-dbname      pic x(8).
               10  so-reason      pic x(18).
           05  so-end-hhmm        pic x(4).
           05  so-change          pic x(10).

       FD  dat-file.
       01  dat-rec                pic x(77).

       FD  rpt-file.
       01  rpt-rec                pic x(90).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 cal-envfn            pic x(42).
       77 pub-envfn            pic x(42).
       77 map-envfn            pic x(42).
       77 dep-envfn            pic x(42).
       77 list-in-filename     pic x(42).
       77 sort-envfn           pic x(42).
       77 dat-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 cal-status           pic x(2).
       77 pub-status           pic x(2).
       77 map-status           pic x(2).
       77 dep-status           pic x(2).
       77 list-in-status       pic x(2).
       77 today-date           pic 9(8).
       77 today-x              pic x(8).
       77 end-of-cal-sw        pic x value "N".
          88 end-of-cal        value "Y".
       77 end-of-pub-sw        pic x value "N".
          88 end-of-pub        value "Y".
       77 end-of-list-sw       pic x value "N".
          88 end-of-list       value "Y".
       77 end-of-sort-sw       pic x value "N".
          88 end-of-sort       value "Y".
       77 changed-sw           pic x value "N".
          88 calendar-changed  value "Y".

      * the published copy of chgcal.ctl opens with this stamp
       01 pub-stamp.
          05 filler            pic x(11) value "#PUBLISHED ".
          05 ps-date           pic x(8).
          05 filler            pic x(41) value spaces.

      * applications and the databases they need (appdep.dat)
       01 dep-entries.
          05 dep-entry         occurs 200 times.
             10 de-appl-name   pic x(20).
             10 de-dbname      pic x(8).
       77 dep-count            pic s9(4) comp-5 value 0.
       77 dep-idx              pic s9(4) comp-5.
       77 dep-hit-count        pic s9(4) comp-5.

      * the change bridge's change-to-window map (chgbrdg.map)
       01 map-entries.
          05 map-entry         occurs 200 times.
             10 me-change      pic x(10).
             10 me-date        pic x(8).
             10 me-start-hhmm  pic x(4).
             10 me-end-hhmm    pic x(4).
             10 me-action      pic x(10).
             10 me-target      pic x(9).
       77 map-count            pic s9(4) comp-5 value 0.
       77 map-idx              pic s9(4) comp-5.
       77 map-hit-idx          pic s9(4) comp-5.
       77 map-found-sw         pic x value "N".
          88 map-found         value "Y".

      * tonight's steps: list file, the column database names
      * start in (0, or a blank name there, = whole instance), the
      * outage reason, and the toolkit action a bridged change for
      * it carries -- maintwin.cfg names a database only for a
      * single-database outage
       01 tonight-list.
          05 filler.
             10 pic x(30) value "backup.lst".
             10 pic 9(2)  value 01.
             10 pic x(18) value "OFFLINE BACKUP".
             10 pic x(10) value "BACKUP".
          05 filler.
             10 pic x(30) value "maintwin.cfg".
             10 pic 9(2)  value 06.
             10 pic x(18) value "MAINTENANCE WINDOW".
             10 pic x(10) value "STOPFORCE".
          05 filler.
             10 pic x(30) value "migrate.lst".
             10 pic 9(2)  value 01.
             10 pic x(18) value "MIGRATION".
             10 pic x(10) value "MIGRATE".
       01 tonight-table redefines tonight-list.
          05 tonight-step      occurs 3 times.
             10 ts-list-name   pic x(30).
             10 ts-name-col    pic 9(2).
             10 ts-reason      pic x(18).
             10 ts-action      pic x(10).
       77 tonight-idx          pic s9(4) comp-5.
       77 tonight-start-hhmm   pic x(4) value spaces.
       77 tonight-end-hhmm     pic x(4) value spaces.

      * one outage, before it is expanded to applications
       77 out-date             pic x(8).
       77 out-start-hhmm       pic x(4).
       77 out-end-hhmm         pic x(4).
       77 out-target           pic x(9).
       77 out-reason           pic x(18).
       77 out-change           pic x(10).

      * day-serial date arithmetic for the rolling 30 days
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.
       77 day-offset           pic s9(9) comp-5.

       77 outage-count         pic s9(4) comp-5 value 0.
       77 line-count           pic s9(4) comp-5 value 0.
       77 appl-count           pic s9(4) comp-5 value 0.
       77 last-key             pic x(58) value spaces.
       77 last-appl-name       pic x(20) value spaces.
       77 count-ed             pic zzz9.

      * the fixed-layout publication record (dtcal.dat)
       01 dat-line.
          05 dl-appl-name      pic x(20).
          05 filler            pic x value space.
          05 dl-date           pic x(8).
          05 filler            pic x value space.
          05 dl-start-hhmm     pic x(4).
          05 filler            pic x value space.
          05 dl-end-hhmm       pic x(4).
          05 filler            pic x value space.
          05 dl-dbname         pic x(8).
          05 filler            pic x value space.
          05 dl-reason         pic x(18).
          05 filler            pic x value space.
          05 dl-change         pic x(10).

       01 rpt-line             pic x(90).
       01 print-line.
          05 filler            pic x(4) value spaces.
          05 pl-date           pic x(8).
          05 filler            pic x(2) value spaces.
          05 pl-start-hhmm     pic x(4).
          05 pl-dash           pic x value "-".
          05 pl-end-hhmm       pic x(4).
          05 filler            pic x(2) value spaces.
          05 pl-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 pl-reason         pic x(18).
          05 filler            pic x(2) value spaces.
          05 pl-change         pic x(10).

       Procedure Division.
       dtcal-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DTCAL.CBL".

           accept today-date from date yyyymmdd.
           move today-date to today-x.
           move today-date to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.

           perform check-calendar-changed.
           if not calendar-changed
              display "Downtime calendar is current -- ",
                       "chgcal.ctl unchanged since publication"
              go to end-dtcal.

           perform load-dependency-map.
           perform load-change-map.
           perform find-tonights-window.

           open output dat-file.
           open output rpt-file.
           move spaces to rpt-line.
           string "PLANNED DOWNTIME BY APPLICATION, 30 DAYS FROM "
                     delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           sort sort-file
              ascending key so-key
              input procedure is release-all-outages
              output procedure is publish-calendar.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move outage-count to count-ed.
           move spaces to rpt-line.
           string "planned outages : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move appl-count to count-ed.
           move spaces to rpt-line.
           string "applications    : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close dat-file.
           close rpt-file.
           call "rptarch" using "dtcal.rpt                     ",
                   "DTCAL     ".

           perform save-published-copy.

           display "Downtime calendar published: ", outage-count,
                    " outage(s), ", line-count, " calendar line(s)".

       end-dtcal. goback.

       check-calendar-changed section.
      *************************************************************
      * dtcal.pub is the chgcal.ctl this calendar was last built  *
      * from, behind a #PUBLISHED date stamp; a different stamp   *
      * date, a missing copy or any differing row republishes     *
      *************************************************************
           move "N" to changed-sw.
           open input pub-file.
           if pub-status not equal "00"
              move "Y" to changed-sw
              go to end-check-calendar-changed.
           read pub-file
              at end move "Y" to changed-sw
           end-read.
           if not calendar-changed
              move today-x to ps-date
              if pub-rec not equal pub-stamp
                 move "Y" to changed-sw
              end-if
           end-if.
           if calendar-changed
              close pub-file
              go to end-check-calendar-changed.

           open input cal-file.
           if cal-status not equal "00"
      * no calendar now -- changed unless the copy was empty too
              read pub-file
                 at end continue
                 not at end move "Y" to changed-sw
              end-read
              close pub-file
              go to end-check-calendar-changed.
           perform compare-one-cal-row thru compare-one-cal-row-exit
              until calendar-changed or (end-of-cal and end-of-pub).
           close cal-file.
           close pub-file.
       end-check-calendar-changed. exit.

       compare-one-cal-row section.
           read cal-file
              at end move "Y" to end-of-cal-sw
           end-read.
           read pub-file
              at end move "Y" to end-of-pub-sw
           end-read.
           if end-of-cal and end-of-pub
              go to compare-one-cal-row-exit.
           if end-of-cal or end-of-pub
              move "Y" to changed-sw
              go to compare-one-cal-row-exit.
           if pub-rec not equal cal-rec
              move "Y" to changed-sw
           end-if.
       compare-one-cal-row-exit. exit.

       save-published-copy section.
           open output pub-file.
           move today-x to ps-date.
           write pub-rec from pub-stamp.
           move "N" to end-of-cal-sw.
           open input cal-file.
           if cal-status equal "00"
              perform copy-one-cal-row thru copy-one-cal-row-exit
                 until end-of-cal
              close cal-file
           end-if.
           close pub-file.
       end-save-published-copy. exit.

       copy-one-cal-row section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to copy-one-cal-row-exit
           end-read.
           write pub-rec from cal-rec.
       copy-one-cal-row-exit. exit.

       load-dependency-map section.
      *************************************************************
      * appdep.dat: application name(20), database it needs(8),   *
      * stop rank(2) -- the rank plays no part here               *
      *************************************************************
           open input dep-file.
           if dep-status not equal "00"
              display "no appdep.dat on file -- outages are listed ",
                       "without applications"
              go to end-load-dependency-map.
           move "N" to end-of-list-sw.
           perform load-one-dep thru load-one-dep-exit
              until end-of-list or dep-count equal 200.
           close dep-file.
       end-load-dependency-map. exit.

       load-one-dep section.
           read dep-file
              at end
                 move "Y" to end-of-list-sw
                 go to load-one-dep-exit
           end-read.
           if dp-appl-name equal spaces
              go to load-one-dep-exit.
           add 1 to dep-count.
           move dp-appl-name to de-appl-name(dep-count).
           move dp-dbname    to de-dbname(dep-count).
       load-one-dep-exit. exit.

       load-change-map section.
           open input map-file.
           if map-status not equal "00"
              go to end-load-change-map.
           move "N" to end-of-list-sw.
           perform load-one-map-row thru load-one-map-row-exit
              until end-of-list or map-count equal 200.
           close map-file.
       end-load-change-map. exit.

       load-one-map-row section.
           read map-file
              at end
                 move "Y" to end-of-list-sw
                 go to load-one-map-row-exit
           end-read.
           add 1 to map-count.
           move mp-change     to me-change(map-count).
           move mp-date       to me-date(map-count).
           move mp-start-hhmm to me-start-hhmm(map-count).
           move mp-end-hhmm   to me-end-hhmm(map-count).
           move mp-action     to me-action(map-count).
           move mp-target     to me-target(map-count).
       load-one-map-row-exit. exit.

       find-tonights-window section.
      *************************************************************
      * tonight's steps run in the first "W" window chgcal.ctl    *
      * declares for today; with none they show untimed           *
      *************************************************************
           open input cal-file.
           if cal-status not equal "00"
              go to end-find-tonights-window.
           move "N" to end-of-cal-sw.
           perform check-tonight-row thru check-tonight-row-exit
              until end-of-cal.
           close cal-file.
       end-find-tonights-window. exit.

       check-tonight-row section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to check-tonight-row-exit
           end-read.
           if ca-type equal "W" and ca-date equal today-x
              and tonight-start-hhmm equal spaces
              move ca-start-hhmm to tonight-start-hhmm
              move ca-end-hhmm   to tonight-end-hhmm
           end-if.
       check-tonight-row-exit. exit.

       release-all-outages section.
           perform release-calendar-windows.
           perform release-tonight-step thru release-tonight-step-exit
              varying tonight-idx from 1 by 1
              until tonight-idx > 3.
       end-release-all-outages. exit.

       release-calendar-windows section.
           open input cal-file.
           if cal-status not equal "00"
              go to end-release-calendar-windows.
           move "N" to end-of-cal-sw.
           perform release-one-window thru release-one-window-exit
              until end-of-cal.
           close cal-file.
       end-release-calendar-windows. exit.

       release-one-window section.
      *************************************************************
      * a "W" row dated today through today + 29; a bridged       *
      * change supplies its number, action and target, anything   *
      * else is a whole-instance maintenance window               *
      *************************************************************
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to release-one-window-exit
           end-read.
           if ca-type not equal "W"
              go to release-one-window-exit.
           move ca-date to serial-work-date.
           if serial-work-date is not numeric
              go to release-one-window-exit.
           perform date-to-serial.
           compute day-offset = serial-days - today-serial.
           if day-offset less than 0 or day-offset greater than 29
              go to release-one-window-exit.

           move ca-date       to out-date.
           move ca-start-hhmm to out-start-hhmm.
           move ca-end-hhmm   to out-end-hhmm.
           move "ALL"         to out-target.
           move "MAINTENANCE WINDOW" to out-reason.
           move spaces        to out-change.
           move "N" to map-found-sw.
           perform check-map-window
              varying map-idx from 1 by 1
              until map-idx > map-count or map-found.
           if map-found
              move me-change(map-hit-idx) to out-change
              if me-target(map-hit-idx) not equal spaces
                 move me-target(map-hit-idx) to out-target
              end-if
              evaluate me-action(map-hit-idx)
                 when "MIGRATE   "
                    move "MIGRATION" to out-reason
                 when "BACKUP    "
                    move "OFFLINE BACKUP" to out-reason
              end-evaluate
           end-if.
           perform release-one-outage.
       release-one-window-exit. exit.

       check-map-window section.
           if me-date(map-idx) equal ca-date
              and me-start-hhmm(map-idx) equal ca-start-hhmm
              and me-end-hhmm(map-idx) equal ca-end-hhmm
              move "Y" to map-found-sw
           end-if.
           if map-found
              move map-idx to map-hit-idx
           end-if.
       end-check-map-window. exit.

       release-tonight-step section.
      *************************************************************
      * tonight's backups, maintenance window and migrations, the *
      * same lists nightpln previews; a missing list is a step    *
      * that will not run                                         *
      *************************************************************
           call "envname" using ts-list-name(tonight-idx),
                   list-in-filename.
           open input list-in-file.
           if list-in-status not equal "00"
              go to release-tonight-step-exit.
           move today-x            to out-date.
           move tonight-start-hhmm to out-start-hhmm.
           move tonight-end-hhmm   to out-end-hhmm.
           move ts-reason(tonight-idx) to out-reason.
           move "N" to end-of-list-sw.
           if ts-name-col(tonight-idx) equal 0
              move "ALL" to out-target
              perform find-tonight-change
              perform release-one-outage
           else
              perform release-one-list-target
                 thru release-one-list-target-exit
                 until end-of-list
           end-if.
           close list-in-file.
       release-tonight-step-exit. exit.

       release-one-list-target section.
           read list-in-file
              at end
                 move "Y" to end-of-list-sw
                 go to release-one-list-target-exit
           end-read.
           if list-in-rec equal spaces
              go to release-one-list-target-exit.
           move list-in-rec(ts-name-col(tonight-idx):9) to out-target.
           if out-target equal spaces
              move "ALL" to out-target
           end-if.
           perform find-tonight-change.
           perform release-one-outage.
       release-one-list-target-exit. exit.

       find-tonight-change section.
      * a change bridged for tonight with this step's action and
      * this target (or the whole instance) names the change
           move spaces to out-change.
           move "N" to map-found-sw.
           perform check-map-tonight
              varying map-idx from 1 by 1
              until map-idx > map-count or map-found.
       end-find-tonight-change. exit.

       check-map-tonight section.
           if me-date(map-idx) equal today-x
              and me-action(map-idx) equal ts-action(tonight-idx)
              and (me-target(map-idx) equal out-target
                   or me-target(map-idx) equal "ALL      ")
              move "Y" to map-found-sw
              move me-change(map-idx) to out-change
           end-if.
       end-check-map-tonight. exit.

       release-one-outage section.
      *************************************************************
      * one sort record per application the outage reaches: all  *
      * of them for the whole instance, the ones needing the      *
      * database otherwise, NO APPLICATION when none is mapped    *
      *************************************************************
           add 1 to outage-count.
           move out-date       to so-date.
           move out-start-hhmm to so-start-hhmm.
           move out-end-hhmm   to so-end-hhmm.
           move out-target     to so-dbname.
           move out-reason     to so-reason.
           move out-change     to so-change.
           move 0 to dep-hit-count.
           perform release-one-application
              varying dep-idx from 1 by 1
              until dep-idx > dep-count.
           if dep-hit-count equal 0
              move "(NO APPLICATION)" to so-appl-name
              release sort-rec
           end-if.
       end-release-one-outage. exit.

       release-one-application section.
           if out-target equal "ALL      "
              or de-dbname(dep-idx) equal out-target(1:8)
              add 1 to dep-hit-count
              move de-appl-name(dep-idx) to so-appl-name
              release sort-rec
           end-if.
       end-release-one-application. exit.

       publish-calendar section.
           move "N" to end-of-sort-sw.
           perform publish-one-line thru publish-one-line-exit
              until end-of-sort.
       end-publish-calendar. exit.

       publish-one-line section.
           return sort-file
              at end
                 move "Y" to end-of-sort-sw
                 go to publish-one-line-exit
           end-return.
      * a whole-instance outage reaches an application once however
      * many of its databases appdep.dat lists; the same outage from
      * the calendar and from tonight's list collapses the same way
           if so-key equal last-key
              go to publish-one-line-exit.
           move so-key to last-key.

           move so-appl-name  to dl-appl-name.
           move so-date       to dl-date.
           move so-start-hhmm to dl-start-hhmm.
           move so-end-hhmm   to dl-end-hhmm.
           move so-dbname     to dl-dbname.
           move so-reason     to dl-reason.
           move so-change     to dl-change.
           write dat-rec from dat-line.
           add 1 to line-count.

           if so-appl-name not equal last-appl-name
              move so-appl-name to last-appl-name
              add 1 to appl-count
              move spaces to rpt-line
              write rpt-rec from rpt-line
              move so-appl-name to rpt-line
              write rpt-rec from rpt-line
           end-if.
           move so-date       to pl-date.
           move so-start-hhmm to pl-start-hhmm.
           move so-end-hhmm   to pl-end-hhmm.
      * tonight's steps with no declared window print untimed
           if so-start-hhmm equal spaces
              move space to pl-dash
           else
              move "-" to pl-dash
           end-if.
           move so-dbname     to pl-dbname.
           move so-reason     to pl-reason.
           move so-change     to pl-change.
           write rpt-rec from print-line.
       publish-one-line-exit. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the 30-day horizon can be     *
      * computed across month and year boundaries with plain     *
      * integer arithmetic                                        *
      *************************************************************
           move swd-yyyy to serial-yy.
           move swd-mm   to serial-mm.
           if serial-mm less than 3
              subtract 1 from serial-yy
              add 12 to serial-mm
           end-if.
           compute serial-days = 365 * serial-yy
              + serial-yy / 4 - serial-yy / 100 + serial-yy / 400
              + (153 * (serial-mm - 3) + 2) / 5
              + swd-dd.
       end-date-to-serial. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); tonight's*
      * list names resolve where they are read                    *
      *************************************************************
           call "envname" using "chgcal.ctl                    ",
                   cal-envfn.
           call "envname" using "dtcal.pub                     ",
                   pub-envfn.
           call "envname" using "chgbrdg.map                   ",
                   map-envfn.
           call "envname" using "appdep.dat                    ",
                   dep-envfn.
           call "envname" using "dtcal.srt                     ",
                   sort-envfn.
           call "envname" using "dtcal.dat                     ",
                   dat-envfn.
           call "envname" using "dtcal.rpt                     ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
