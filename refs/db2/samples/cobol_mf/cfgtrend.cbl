      **     ends with GOBACK instead of STOP RUN so the month-end
      **     pack driver (monthend.cbl) can call this in place as
      **     one step of the consolidated month-end run.
      **     each day's d_dbconf hist file is now read through the
      **     shared archive-spanning reader (logspan / the spanrec
      **     copybook), logarch archives of it ahead of the live
      **     file, so days logarch has rolled away still roll up;
      **     days whose archive is no longer on hand are counted and
      **     the first named in the report header.
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

       77 ctl-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 hist-filename        pic x(30).

      * the shared archive-spanning reader: each day's hist file is
      * read through any logarch archives of it and then the live
      * file; the days whose range reaches into an archive no longer
      * on hand are counted for the report header
       copy "spanrec.cbl".
       77 gap-count            pic s9(4) comp-5 value 0.
       77 gap-archname         pic x(44) value spaces.
       77 gap-ed               pic zzz9.
       01 hist-rec.
          05 hl-date           pic x(8).
          05 filler            pic x.
          05 hl-dbname         pic x(8).
          05 filler            pic x.
          05 hl-locklist       pic x(9).
          05 filler            pic x.
          05 hl-buffpage       pic x(9).
          05 filler            pic x.
          05 hl-maxfilop       pic x(9).
          05 filler            pic x.
          05 hl-softmax        pic x(9).
          05 filler            pic x.
          05 hl-logpath        pic x(40).
       77 from-date            pic x(8).
       77 to-date              pic x(8).
       77 end-of-hist-sw       pic x value "N".
                  walk-date   delimited by size
                  ".hist"     delimited by size
             into hist-filename.

           move "O"           to LOGSPAN-FUNCTION.
           move hist-filename to LOGSPAN-LOGNAME.
           move from-date     to LOGSPAN-FROM-DATE.
           move to-date       to LOGSPAN-TO-DATE.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RANGE-COVERED
              add 1 to gap-count
              if gap-archname equal spaces
                 move LOGSPAN-GAP-FILE to gap-archname
              end-if
           end-if.
           if LOGSPAN-NOT-ON-FILE
      * no hist file for this date -- a weekend or an outage, not
      * an error
              go to roll-up-one-day-next.

           move "N" to end-of-hist-sw.
           add 1 to files-read.
           perform tally-one-hist-row thru tally-one-hist-row-exit
              until end-of-hist.
           move "C" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.

       roll-up-one-day-next.
           perform increment-walk-date.
       roll-up-one-day-exit. exit.

       tally-one-hist-row section.
           move "R" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RECORD-READ
              move "Y" to end-of-hist-sw
              go to tally-one-hist-row-exit.
           move LOGSPAN-RECORD to hist-rec.

           move hl-locklist to de-edit-x.
           perform de-edit-value.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
      * a range reaching into an archive no longer on hand is said
      * so up front -- the roll-up is short there
           if gap-count greater than 0
              move gap-count to gap-ed
              move spaces to rpt-line
              string "  ** RANGE NOT COVERED -- " delimited by size
                     gap-archname delimited by space
                     " not on hand (" delimited by size
                     gap-ed delimited by size
                     " day(s) short)" delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.

           perform report-one-database
              thru report-one-database-exit
