      **         than the average over the rest of the range.  The
      **         point is to see contention building before it becomes
      **         a 2am dbsnap.alert.  locktrnd.ctl gives the from/to
      **         dates.  A dbsnap.rpt row dbsnap marked SERIES BREAK
      **         (the counters were zeroed since the reading before
      **         it) is a new baseline, not contention, and is left
      **         out of every average and peak; the header says how
      **         many were left out.
      **
      ** OUTPUT FILE: locktrnd.out (available in the online documentation)
      ***********************************************************************
      **     ends with GOBACK instead of STOP RUN so the month-end
      **     pack driver (monthend.cbl) can call this in place as
      **     one step of the consolidated month-end run.
      **     dbsnap.rpt and monreset.snap are now read through the
      **     shared archive-spanning reader (logspan / the spanrec
      **     copybook), so a range logarch has partly rolled away is
      **     still trended in full, and a range reaching into an
      **     archive no longer on hand says so in the report header.
      **     dbsnap.rpt rows marked SERIES BREAK are left out of the
      **     averages, peaks and the worsening test, and the header
      **     counts them.  lock waits and deadlocks are taken from
      **     the rows' since-last-reading columns rather than the
      **     running totals, which only ever climbed.
      ***********************************************************************

       Identification Division.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

           05  ctl-from-date      pic x(8).
           05  ctl-to-date        pic x(8).

       FD  rpt-file.
       01  rpt-rec                pic x(110).


      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 from-date            pic x(8).
       77 to-date              pic x(8).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 rows-read            pic s9(9) comp-5 value 0.
       77 break-rows           pic s9(9) comp-5 value 0.
       77 break-rows-ed        pic zzzzzzzz9.

      * dbsnap.rpt and monreset.snap rows, read through logspan
       01 snap-rpt-rec.
          05 sr-date           pic x(8).
          05 filler            pic x.
          05 sr-time           pic x(8).
          05 filler            pic x.
          05 sr-dbname         pic x(8).
          05 filler            pic x.
          05 sr-locks-held     pic x(9).
          05 filler            pic x.
          05 sr-lock-waits     pic x(9).
          05 filler            pic x.
          05 sr-deadlocks      pic x(9).
          05 filler            pic x.
          05 sr-delta-waits    pic x(9).
          05 filler            pic x.
          05 sr-delta-deadlk   pic x(9).
          05 filler            pic x.
          05 sr-series         pic x(12).
             88 sr-series-break value "SERIES BREAK".

       01 reset-snap-rec.
          05 rs-date           pic x(8).
          05 filler            pic x.
          05 rs-time           pic x(8).
          05 filler            pic x.
          05 rs-dbname         pic x(8).
          05 filler            pic x.
          05 rs-bufsize        pic x(9).
          05 filler            pic x.
          05 rs-sqlcode        pic x(6).
          05 filler            pic x.
          05 rs-locks-held     pic x(9).
          05 filler            pic x.
          05 rs-lock-waits     pic x(9).
          05 filler            pic x.
          05 rs-deadlocks      pic x(9).

      * Variables for the shared archive-spanning reader (logspan)
       copy "spanrec.cbl".
       01 gap-entries.
          05 gap-entry         occurs 2 times.
             10 gp-archname    pic x(44).
       77 gap-count            pic s9(4) comp-5 value 0.
       77 gap-idx              pic s9(4) comp-5.

      * the normalized row every input file parses into
       77 row-date             pic x(8).
           compute week-edge-serial = serial-days - 7.

           move "N" to end-of-file-sw.
           move "dbsnap.rpt" to LOGSPAN-LOGNAME.
           perform open-span.
           if LOGSPAN-NOT-ON-FILE
              display "dbsnap.rpt not on hand -- skipped"
           else
              perform tally-one-snap-row thru tally-one-snap-row-exit
                 until end-of-file
           end-if.
           perform close-span.

           move "N" to end-of-file-sw.
           move "monreset.snap" to LOGSPAN-LOGNAME.
           perform open-span.
           if LOGSPAN-NOT-ON-FILE
              display "monreset.snap not on hand -- skipped"
           else
              perform tally-one-reset-row thru tally-one-reset-row-exit
                 until end-of-file
           end-if.
           perform close-span.

           perform write-report.

       end-read-control. exit.

       tally-one-snap-row section.
           perform read-span.
           if end-of-file
              go to tally-one-snap-row-exit.
           move LOGSPAN-RECORD to snap-rpt-rec.
      * a series break only rebaselines the counters
           if sr-series-break
              if sr-date not less than from-date
                 and sr-date not greater than to-date
                 add 1 to break-rows
              end-if
              go to tally-one-snap-row-exit.
           move sr-date   to row-date.
           move sr-time   to row-time.
           move sr-dbname to row-dbname.
           move sr-locks-held to de-edit-x.
           perform de-edit-value.
           move de-edit-9 to row-locks.
      * waits and deadlocks are the counters since the reading
      * before -- the running totals only ever climb
           move sr-delta-waits to de-edit-x.
           perform de-edit-value.
           move de-edit-9 to row-waits.
           move sr-delta-deadlk to de-edit-x.
           perform de-edit-value.
           move de-edit-9 to row-deadlocks.
           perform tally-normalized-row.
       tally-one-snap-row-exit. exit.

       tally-one-reset-row section.
           perform read-span.
           if end-of-file
              go to tally-one-reset-row-exit.
           move LOGSPAN-RECORD to reset-snap-rec.
           move rs-date   to row-date.
           move rs-time   to row-time.
           move rs-dbname to row-dbname.
           perform tally-normalized-row.
       tally-one-reset-row-exit. exit.

       open-span section.
      *************************************************************
      * the archives logarch has rolled the range into are read   *
      * ahead of the live file; one no longer on hand is kept for *
      * the report header                                         *
      *************************************************************
           move "O"       to LOGSPAN-FUNCTION.
           move from-date to LOGSPAN-FROM-DATE.
           move to-date   to LOGSPAN-TO-DATE.
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

       close-span section.
           move "C" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
       end-close-span. exit.

       de-edit-value section.
      *************************************************************
      * the snapshot columns are right-justified edited numbers;  *
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           perform write-gap-line
              varying gap-idx from 1 by 1
              until gap-idx > gap-count.
           if break-rows greater than 0
              move break-rows to break-rows-ed
              move spaces to rpt-line
              string "  series-break rows left out: " delimited by size
                     break-rows-ed delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.

           perform report-one-database
              thru report-one-database-exit
             into peak-at-stamp.
       end-stamp-peak-at. exit.

       write-gap-line section.
      *************************************************************
      * a range reaching into an archive no longer on hand is     *
      * said so up front -- the trend is short there              *
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
           call "envname" using "locktrnd.ctl                  ",
                   ctl-envfn.
           call "envname" using "locktrnd.rpt                  ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
