      **     layout, so records written in older layout
      **     generations stop misparsing and unparseable records
      **     are counted instead of silently mangled.
      **     dbops.log and restart.incidents are now read through
      **     the shared archive-spanning reader (logspan / the
      **     spanrec copybook): the logarch archives that can hold
      **     the report month's records are read ahead of the live
      **     file, so a month logarch has partly rolled away no
      **     longer reports short, and an archive the month needs
      **     that is no longer on hand is named in the report
      **     header.
      **     single-database outages -- a DEACTIVATE DATABASE in
      **     dbops.log, with the manager left up -- are now tracked
      **     per database and listed in their own section: planned
      **     when inside a maintwin DATABASE OUTAGE bracket for that
      **     database, unplanned otherwise, and never counted
      **     against the instance's availability figures.
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is in-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       01  ctl-rec.
           05  ctl-month          pic x(6).

       FD  rpt-file.
       01  rpt-rec                pic x(80).


      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 in-status            pic x(2).
       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * the shared archive-spanning reader: dbops.log and
      * restart.incidents are each read through logarch's archives
      * for the month and then the live file, and a month reaching
      * into an archive no longer on hand is noted in the header
       copy "spanrec.cbl".
       77 span-from-date       pic x(8).
       77 span-to-date         pic x(8).
       77 month-days-ed        pic 99.
       01 gap-entries.
          05 gap-entry         occurs 2 times.
             10 gp-archname    pic x(44).
       77 gap-count            pic s9(4) comp-5 value 0.
       77 gap-idx              pic s9(4) comp-5.
       01 ops-log-rec          pic x(240).
       01 incident-rec.
          05 ic-date           pic x(8).
          05 filler            pic x.
          05 ic-time           pic x(8).
          05 filler            pic x.
          05 ic-dbname         pic x(9).
          05 filler            pic x.
          05 ic-attempt        pic x(2).
          05 filler            pic x.
          05 ic-result         pic x(40).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

       77 unplanned-minutes    pic s9(9) comp-5 value 0.
       77 outage-minutes       pic s9(9) comp-5 value 0.

      * single-database outages (DEACTIVATE DATABASE with the
      * manager left up), charged to that database alone -- planned
      * when inside a maintwin DATABASE OUTAGE bracket for it
       01 db-outage-entries.
          05 db-outage         occurs 50 times.
             10 do-dbname      pic x(8).
             10 do-down-sw     pic x.
                88 do-down     value "Y".
             10 do-planned-sw  pic x.
             10 do-since       pic s9(9) comp-5.
             10 do-planned-count    pic s9(4) comp-5.
             10 do-planned-minutes  pic s9(9) comp-5.
             10 do-unplanned-count  pic s9(4) comp-5.
             10 do-unplanned-minutes pic s9(9) comp-5.
       77 db-outage-count      pic s9(4) comp-5 value 0.
       77 db-outage-idx        pic s9(4) comp-5.
       77 db-found-sw          pic x.
          88 db-found          value "Y".
       77 outage-db            pic x(8).
       77 window-db            pic x(8) value spaces.

      * mean time to recovery, from restart.incidents
       01 open-failure-entries.
          05 open-failure      occurs 20 times.
          05 st-label          pic x(36).
          05 st-value          pic -(9).
          05 st-unit           pic x(10).
       01 db-outage-line.
          05 filler            pic x(2) value spaces.
          05 dl-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dl-planned        pic zzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dl-planned-min    pic zzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dl-unplanned      pic zzzzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dl-unplanned-min  pic zzzzzz9.
       01 pct-line.
          05 pc-label          pic x(36).
          05 pc-value          pic zz9.99.
                 month-minutes - down-since-minute
              perform book-outage
           end-if.
           perform close-one-db-outage
              varying db-outage-idx from 1 by 1
              until db-outage-idx > db-outage-count.

           perform scan-incidents.
           perform write-report.
                 end-if
           end-evaluate.
           compute month-minutes = month-days * 1440.
           move month-days to month-days-ed.
           move spaces to span-from-date span-to-date.
           string report-month delimited by size
                  "01"         delimited by size
             into span-from-date.
           string report-month  delimited by size
                  month-days-ed delimited by size
             into span-to-date.
       end-compute-month-minutes. exit.

       minute-of-month section.
       end-minute-of-month. exit.

       scan-ops-log section.
      *************************************************************
      * the month's dbops.log records through logspan -- archives *
      * first, then the live file entered at the first of the     *
      * month through its date-position index                     *
      *************************************************************
           move "dbops.log" to LOGSPAN-LOGNAME.
           perform open-span.
           if LOGSPAN-NOT-ON-FILE
              go to end-scan-ops-log.
           move "N" to end-of-file-sw.
           perform track-one-ops-record
              thru track-one-ops-record-exit
              until end-of-file.
           move "C" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
       end-scan-ops-log. exit.

       open-span section.
           move "O"            to LOGSPAN-FUNCTION.
           move span-from-date to LOGSPAN-FROM-DATE.
           move span-to-date   to LOGSPAN-TO-DATE.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RANGE-COVERED
              and gap-count less than 2
              add 1 to gap-count
              move LOGSPAN-GAP-FILE to gp-archname(gap-count)
           end-if.
       end-open-span. exit.

       read-span section.
           move "R" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RECORD-READ
              move "Y" to end-of-file-sw
           end-if.
       end-read-span. exit.

       track-one-ops-record section.
           perform read-span.
           if end-of-file
              go to track-one-ops-record-exit.
           move LOGSPAN-RECORD to ops-log-rec.

           move ops-log-rec to raw-log-record.
           call "logread" using "O", raw-log-record,
                    perform book-outage
                    move "N" to manager-down-sw
                 end-if
              when "DATABASE OUTAGE START   "
                 perform take-outage-db
                 move outage-db to window-db
              when "DEACTIVATE DATABASE     "
                 perform take-outage-db
                 perform open-db-outage
              when "DATABASE OUTAGE END     "
                 perform take-outage-db
                 perform end-db-outage
                 move spaces to window-db
              when "DATABASE OUTAGE ABORTED "
                 move spaces to window-db
              when "DATABASE OUTAGE FAILED  "
      * the database stayed down -- its outage runs on until a
      * later window brings it back or the month ends
                 move spaces to window-db
              when other
                 continue
           end-evaluate.
           end-if.
       end-book-outage. exit.

       take-outage-db section.
      * the database is the first word of the detail text
           move spaces to outage-db.
           unstring LOGREC-DETAIL delimited by space
              into outage-db.
       end-take-outage-db. exit.

       find-db-outage section.
           move "N" to db-found-sw.
           perform check-one-db-outage
              varying db-outage-idx from 1 by 1
              until db-outage-idx > db-outage-count or db-found.
           if db-found
              subtract 1 from db-outage-idx
           end-if.
       end-find-db-outage. exit.

       check-one-db-outage section.
           if do-dbname(db-outage-idx) equal outage-db
              move "Y" to db-found-sw
           end-if.
       end-check-one-db-outage. exit.

       open-db-outage section.
      *************************************************************
      * a DEACTIVATE takes the database down; planned only when  *
      * a maintwin window for this same database is open          *
      *************************************************************
           perform find-db-outage.
           if not db-found
              if db-outage-count equal 50
                 go to end-open-db-outage
              end-if
              add 1 to db-outage-count
              move db-outage-count to db-outage-idx
              move outage-db to do-dbname(db-outage-idx)
              move "N" to do-down-sw(db-outage-idx)
              move 0 to do-planned-count(db-outage-idx)
              move 0 to do-planned-minutes(db-outage-idx)
              move 0 to do-unplanned-count(db-outage-idx)
              move 0 to do-unplanned-minutes(db-outage-idx)
           end-if.
           if do-down(db-outage-idx)
              go to end-open-db-outage.
           move "Y" to do-down-sw(db-outage-idx).
           move stamp-minute to do-since(db-outage-idx).
           if window-db equal outage-db
              move "Y" to do-planned-sw(db-outage-idx)
           else
              move "N" to do-planned-sw(db-outage-idx)
           end-if.
       end-open-db-outage. exit.

       end-db-outage section.
           perform find-db-outage.
           if not db-found
              go to end-end-db-outage.
           if not do-down(db-outage-idx)
              go to end-end-db-outage.
           compute outage-minutes =
              stamp-minute - do-since(db-outage-idx).
           perform book-db-outage.
       end-end-db-outage. exit.

       close-one-db-outage section.
      * still down at month end -- the outage runs to the edge
           if do-down(db-outage-idx)
              compute outage-minutes =
                 month-minutes - do-since(db-outage-idx)
              perform book-db-outage
           end-if.
       end-close-one-db-outage. exit.

       book-db-outage section.
           if outage-minutes less than 0
              move 0 to outage-minutes
           end-if.
           if do-planned-sw(db-outage-idx) equal "Y"
              add 1 to do-planned-count(db-outage-idx)
              add outage-minutes to do-planned-minutes(db-outage-idx)
           else
              add 1 to do-unplanned-count(db-outage-idx)
              add outage-minutes
                 to do-unplanned-minutes(db-outage-idx)
           end-if.
           move "N" to do-down-sw(db-outage-idx).
       end-book-db-outage. exit.

       scan-incidents section.
      *************************************************************
      * recovery time runs from a database's first FAILED row to  *
      * its next RESTARTED successfully row                       *
      *************************************************************
           move "restart.incidents" to LOGSPAN-LOGNAME.
           perform open-span.
           if LOGSPAN-NOT-ON-FILE
              go to end-scan-incidents.
           move "N" to end-of-file-sw.
           perform track-one-incident
              thru track-one-incident-exit
              until end-of-file.
           move "C" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.

           if recovery-count greater than 0
              compute mttr-minutes =
       end-scan-incidents. exit.

       track-one-incident section.
           perform read-span.
           if end-of-file
              go to track-one-incident-exit.
           move LOGSPAN-RECORD to incident-rec.

           if ic-date(1:6) not equal report-month
              go to track-one-incident-exit.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           perform write-gap-line
              varying gap-idx from 1 by 1
              until gap-idx > gap-count.

           move "AVAILABILITY" to pc-label.
           move avail-pct to pc-value.
           move " min" to st-unit.
           write rpt-rec from stat-line.

      * single-database outages are that database's downtime, not
      * the instance's -- listed apart from the figures above
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "SINGLE-DATABASE OUTAGES (MANAGER LEFT UP)"
              to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "  DATABASE  PLANNED  MINUTES  UNPLANNED  MINUTES"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           if db-outage-count equal 0
              move "  none this month" to rpt-line
              write rpt-rec from rpt-line
           end-if.
           perform write-db-outage-line
              varying db-outage-idx from 1 by 1
              until db-outage-idx > db-outage-count.

           close rpt-file.
           call "rptarch" using "availrpt.rpt                  ",
                   "AVAILRPT  ".
                    avail-pct, " percent".
       end-write-report. exit.

       write-db-outage-line section.
           move do-dbname(db-outage-idx)          to dl-dbname.
           move do-planned-count(db-outage-idx)   to dl-planned.
           move do-planned-minutes(db-outage-idx) to dl-planned-min.
           move do-unplanned-count(db-outage-idx) to dl-unplanned.
           move do-unplanned-minutes(db-outage-idx)
              to dl-unplanned-min.
           write rpt-rec from db-outage-line.
       end-write-db-outage-line. exit.

       write-gap-line section.
      *************************************************************
      * a month reaching into an archive no longer on hand is     *
      * said so up front -- the figures are short there           *
      *************************************************************
           move spaces to rpt-line.
           string "  ** RANGE NOT COVERED -- " delimited by size
                  gp-archname(gap-idx) delimited by space
                  " not on hand" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-gap-line. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      *************************************************************
           call "envname" using "availrpt.ctl                  ",
                   ctl-envfn.
           call "envname" using "availrpt.rpt                  ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
