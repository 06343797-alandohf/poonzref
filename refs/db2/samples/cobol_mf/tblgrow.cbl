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
      ** SOURCE FILE NAME: tblgrow.cbl
      **
      ** SAMPLE: Table growth and churn report.  tblmaint appends
      **         every snapshot table's rows-changed and rows-read
      **         counters, dated, to tblgrow.hist on each run; this
      **         pass reads the date range named in tblgrow.ctl and,
      **         per database, ranks the fastest-growing tables (rows
      **         written -- inserted, updated or deleted -- per day)
      **         and the fastest-churning ones (rows read per day).
      **         The counters are cumulative from the last monitor
      **         reset, so each table's activity is the sum of the
      **         increases between consecutive readings in the
      **         range; a reading lower than the one before it means
      **         the counters were reset, and its whole value is the
      **         activity since.  capfcst says a tablespace is
      **         filling -- this says which table is filling it.
      **
      ** OUTPUT FILE: tblgrow.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "tblgrow".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select grow-file assign to grow-envfn
              organization is line sequential
              file status is grow-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-from-date      pic x(8).
           05  ctl-to-date        pic x(8).
           05  ctl-top-count      pic x(3).

       FD  grow-file.
       01  grow-rec.
           05  gr-date            pic x(8).
           05  filler             pic x.
           05  gr-time            pic x(8).
           05  filler             pic x.
           05  gr-dbname          pic x(8).
           05  filler             pic x.
           05  gr-table           pic x(30).
           05  filler             pic x.
           05  gr-rows-changed    pic x(10).
           05  filler             pic x.
           05  gr-rows-read       pic x(10).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 grow-envfn           pic x(42).
       77 rpt-envfn            pic x(42).

       77 ctl-status           pic x(2).
       77 grow-status          pic x(2).
       77 from-date            pic x(8).
       77 to-date              pic x(8).
       77 top-count            pic s9(4) comp-5 value 10.
       77 end-of-grow-sw       pic x value "N".
          88 end-of-grow       value "Y".
       77 rows-in-range        pic s9(9) comp-5 value 0.

      * the row being read, de-edited
       01 de-edit-x            pic x(10).
       01 de-edit-9 redefines de-edit-x pic 9(10).
       77 row-changed          pic s9(18) comp-5.
       77 row-read             pic s9(18) comp-5.

      * one entry per database and table seen in the range: first
      * and last reading, the previous counters, and the summed
      * increases between readings
       01 tbl-entries.
          05 tbl-entry         occurs 500 times.
             10 te-dbname      pic x(8).
             10 te-table       pic x(30).
             10 te-first-date  pic x(8).
             10 te-last-date   pic x(8).
             10 te-readings    pic s9(9) comp-5.
             10 te-prev-chg    pic s9(18) comp-5.
             10 te-prev-read   pic s9(18) comp-5.
             10 te-sum-chg     pic s9(18) comp-5.
             10 te-sum-read    pic s9(18) comp-5.
             10 te-grow-rate   pic s9(18) comp-5.
             10 te-churn-rate  pic s9(18) comp-5.
             10 te-picked-sw   pic x.
                88 te-picked   value "Y".
       77 tbl-count            pic s9(4) comp-5 value 0.
       77 tbl-idx              pic s9(4) comp-5.
       77 match-idx            pic s9(4) comp-5.
       77 match-found-sw       pic x value "N".
          88 match-found       value "Y".
       77 table-full-sw        pic x value "N".
          88 table-full        value "Y".

      * the databases in the range, in order of first appearance
       01 db-entries.
          05 db-entry          occurs 100 times.
             10 de-dbname      pic x(8).
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 db-found-sw          pic x value "N".
          88 db-found          value "Y".

      * top-N selection
       77 rank-pos             pic s9(4) comp-5.
       77 best-idx             pic s9(4) comp-5.
       77 best-rate            pic s9(18) comp-5.
       77 rank-mode            pic x.
          88 rank-growth       value "G".
          88 rank-churn        value "C".
       77 cand-rate            pic s9(18) comp-5.

      * day-serial date arithmetic for the per-day rates
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 first-serial         pic s9(9) comp-5.
       77 span-days            pic s9(9) comp-5.

       01 rpt-line             pic x(110).
       01 rank-line.
          05 filler            pic x(2) value spaces.
          05 rl-rank           pic zz9.
          05 filler            pic x(2) value spaces.
          05 rl-table          pic x(30).
          05 filler            pic x(2) value spaces.
          05 rl-rate           pic z(13)9.
          05 filler            pic x(2) value spaces.
          05 rl-total          pic z(15)9.
          05 filler            pic x(2) value spaces.
          05 rl-days           pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 rl-readings       pic zzzz9.

       Procedure Division.
       tblgrow-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : TBLGROW.CBL".

           perform read-control.

           open input grow-file.
           if grow-status not equal "00"
              display "no tblgrow.hist on file -- run tblmaint first"
              move 4 to RETURN-CODE
              go to end-tblgrow.
           perform tally-one-grow-row thru tally-one-grow-row-exit
              until end-of-grow.
           close grow-file.

           perform compute-rates
              varying tbl-idx from 1 by 1
              until tbl-idx > tbl-count.
           perform write-report.

           display "History rows in range : ", rows-in-range.
           if table-full
              display "WARNING: more than 500 tables in the range -- ",
                       "the rest were not ranked"
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.

       end-tblgrow. goback.

       read-control section.
      *************************************************************
      * tblgrow.ctl: from date and to date, yyyymmdd, columns     *
      * 1-8 and 9-16, and how many tables to rank per database    *
      * in columns 17-19 (default 10).  a blank from date starts  *
      * at the beginning of the history, a blank to date runs to  *
      * today                                                      *
      *************************************************************
           move spaces to from-date.
           accept to-date from date yyyymmdd.
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-from-date not equal spaces
                    move ctl-from-date to from-date
                 end-if
                 if ctl-to-date not equal spaces
                    move ctl-to-date to to-date
                 end-if
                 if ctl-top-count is numeric
                    and ctl-top-count not equal "000"
                    move ctl-top-count to top-count
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       tally-one-grow-row section.
           read grow-file
              at end
                 move "Y" to end-of-grow-sw
                 go to tally-one-grow-row-exit
           end-read.
           if gr-date less than from-date
              or gr-date greater than to-date
              go to tally-one-grow-row-exit.

           move gr-rows-changed to de-edit-x.
           inspect de-edit-x replacing all " " by "0".
           if de-edit-x is not numeric
              go to tally-one-grow-row-exit.
           move de-edit-9 to row-changed.
           move gr-rows-read to de-edit-x.
           inspect de-edit-x replacing all " " by "0".
           if de-edit-x is not numeric
              go to tally-one-grow-row-exit.
           move de-edit-9 to row-read.
           add 1 to rows-in-range.

           perform find-table-entry.
           if not match-found
              if tbl-count equal 500
                 move "Y" to table-full-sw
                 go to tally-one-grow-row-exit
              end-if
              perform add-table-entry
              go to tally-one-grow-row-exit.

      * the counters run from the last monitor reset: a reading
      * below the one before means a reset came in between, and
      * everything counted since is new activity
           if row-changed not less than te-prev-chg(match-idx)
              compute te-sum-chg(match-idx) = te-sum-chg(match-idx)
                 + row-changed - te-prev-chg(match-idx)
           else
              add row-changed to te-sum-chg(match-idx)
           end-if.
           if row-read not less than te-prev-read(match-idx)
              compute te-sum-read(match-idx) = te-sum-read(match-idx)
                 + row-read - te-prev-read(match-idx)
           else
              add row-read to te-sum-read(match-idx)
           end-if.
           move row-changed to te-prev-chg(match-idx).
           move row-read    to te-prev-read(match-idx).
           move gr-date     to te-last-date(match-idx).
           add 1 to te-readings(match-idx).
       tally-one-grow-row-exit. exit.

       add-table-entry section.
      *************************************************************
      * a table's first reading in the range is its baseline --   *
      * activity is only counted from there forward               *
      *************************************************************
           add 1 to tbl-count.
           move gr-dbname   to te-dbname(tbl-count).
           move gr-table    to te-table(tbl-count).
           move gr-date     to te-first-date(tbl-count).
           move gr-date     to te-last-date(tbl-count).
           move 1           to te-readings(tbl-count).
           move row-changed to te-prev-chg(tbl-count).
           move row-read    to te-prev-read(tbl-count).
           move 0           to te-sum-chg(tbl-count).
           move 0           to te-sum-read(tbl-count).
           move 0           to te-grow-rate(tbl-count).
           move 0           to te-churn-rate(tbl-count).
           move "N"         to te-picked-sw(tbl-count).
           perform note-database.
       end-add-table-entry. exit.

       note-database section.
           move "N" to db-found-sw.
           perform check-db-name thru check-db-name-exit
              varying db-idx from 1 by 1
              until db-idx > db-count or db-found.
           if not db-found and db-count less than 100
              add 1 to db-count
              move gr-dbname to de-dbname(db-count)
           end-if.
       end-note-database. exit.

       check-db-name section.
           if de-dbname(db-idx) equal gr-dbname
              move "Y" to db-found-sw
           end-if.
       check-db-name-exit. exit.

       find-table-entry section.
           move "N" to match-found-sw.
           perform check-table-name thru check-table-name-exit
              varying match-idx from 1 by 1
              until match-idx > tbl-count or match-found.
           if match-found
              subtract 1 from match-idx
           end-if.
       end-find-table-entry. exit.

       check-table-name section.
           if te-dbname(match-idx) equal gr-dbname
              and te-table(match-idx) equal gr-table
              move "Y" to match-found-sw
           end-if.
       check-table-name-exit. exit.

       compute-rates section.
      *************************************************************
      * per-day rates over the span the table was actually        *
      * observed; readings all on one day count as one day        *
      *************************************************************
           move te-first-date(tbl-idx) to serial-work-date.
           perform date-to-serial.
           move serial-days to first-serial.
           move te-last-date(tbl-idx) to serial-work-date.
           perform date-to-serial.
           compute span-days = serial-days - first-serial.
           if span-days less than 1
              move 1 to span-days
           end-if.
           compute te-grow-rate(tbl-idx) =
              te-sum-chg(tbl-idx) / span-days.
           compute te-churn-rate(tbl-idx) =
              te-sum-read(tbl-idx) / span-days.
       end-compute-rates. exit.

       write-report section.
           open output rpt-file.
           move spaces to rpt-line.
           string "TABLE GROWTH AND CHURN  " delimited by size
                  from-date delimited by size
                  " TO " delimited by size
                  to-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           perform report-one-database
              varying db-idx from 1 by 1
              until db-idx > db-count.

           if db-count equal 0
              move "  (no table history in the date range)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.
           close rpt-file.
           call "rptarch" using "tblgrow.rpt                   ",
                   "TBLGROW   ".
       end-write-report. exit.

       report-one-database section.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE " delimited by size
                  de-dbname(db-idx) delimited by space
             into rpt-line.
           write rpt-rec from rpt-line.

           move "G" to rank-mode.
           move spaces to rpt-line.
           string "  FASTEST GROWING -- ROWS WRITTEN PER DAY"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform write-rank-heading.
           perform clear-picked
              varying tbl-idx from 1 by 1
              until tbl-idx > tbl-count.
           perform rank-one-table thru rank-one-table-exit
              varying rank-pos from 1 by 1
              until rank-pos > top-count.

           move "C" to rank-mode.
           move spaces to rpt-line.
           string "  FASTEST CHURNING -- ROWS READ PER DAY"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform write-rank-heading.
           perform clear-picked
              varying tbl-idx from 1 by 1
              until tbl-idx > tbl-count.
           perform rank-one-table thru rank-one-table-exit
              varying rank-pos from 1 by 1
              until rank-pos > top-count.
       end-report-one-database. exit.

       write-rank-heading section.
           move spaces to rpt-line.
           string "  RNK  TABLE                         "
                     delimited by size
                  "        PER DAY       RANGE TOTAL   DAYS  READS"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-rank-heading. exit.

       clear-picked section.
           move "N" to te-picked-sw(tbl-idx).
       end-clear-picked. exit.

       rank-one-table section.
      *************************************************************
      * straight selection -- the biggest unpicked rate for this  *
      * database each time round, as tblmaint ranks candidates    *
      *************************************************************
           move 0 to best-idx.
           move -1 to best-rate.
           perform check-one-rate thru check-one-rate-exit
              varying tbl-idx from 1 by 1
              until tbl-idx > tbl-count.
           if best-idx equal 0
              go to rank-one-table-exit.

           move "Y" to te-picked-sw(best-idx).
           move rank-pos to rl-rank.
           move te-table(best-idx) to rl-table.
           if rank-growth
              move te-grow-rate(best-idx) to rl-rate
              move te-sum-chg(best-idx)   to rl-total
           else
              move te-churn-rate(best-idx) to rl-rate
              move te-sum-read(best-idx)   to rl-total
           end-if.
           move te-first-date(best-idx) to serial-work-date.
           perform date-to-serial.
           move serial-days to first-serial.
           move te-last-date(best-idx) to serial-work-date.
           perform date-to-serial.
           compute span-days = serial-days - first-serial.
           move span-days to rl-days.
           move te-readings(best-idx) to rl-readings.
           write rpt-rec from rank-line.
       rank-one-table-exit. exit.

       check-one-rate section.
           if te-dbname(tbl-idx) not equal de-dbname(db-idx)
              or te-picked(tbl-idx)
              go to check-one-rate-exit.
           if rank-growth
              move te-grow-rate(tbl-idx) to cand-rate
           else
              move te-churn-rate(tbl-idx) to cand-rate
           end-if.
           if cand-rate greater than best-rate
              move cand-rate to best-rate
              move tbl-idx to best-idx
           end-if.
       check-one-rate-exit. exit.

       date-to-serial section.
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
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "tblgrow.ctl                   ",
                   ctl-envfn.
           call "envname" using "tblgrow.hist                  ",
                   grow-envfn.
           call "envname" using "tblgrow.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
