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
      ** SOURCE FILE NAME: risktrnd.cbl
      **
      ** SAMPLE: Monthly operational risk trend, from the dated
      **         history riskreg keeps each night in riskreg.hist.
      **         For the month in risktrnd.ctl (yyyymm, the way
      **         monthend writes it; the current month when the
      **         file is missing or blank) every database the
      **         register scored is listed with its first and last
      **         score of the month, its peak and average, the
      **         nights it spent in the top ten and whether its
      **         risk is WORSENING, IMPROVING or steady from first
      **         to last, worst last score first -- then the top ten
      **         as the month closed.  The report is risktrnd.rpt,
      **         one of the month-end pack's reports.
      **
      ** OUTPUT FILE: risktrnd.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "risktrnd".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-month          pic x(6).

       FD  hist-file.
       01  hist-rec.
           05  rh-date            pic x(8).
           05  filler             pic x.
           05  rh-dbname          pic x(8).
           05  filler             pic x.
           05  rh-score           pic 9(5).
           05  filler             pic x.
           05  rh-rank            pic 9(4).
           05  filler             pic x.
           05  rh-flags           pic x(7).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 rpt-envfn            pic x(42).

       77 ctl-status           pic x(2).
       77 hist-status          pic x(2).
       77 today-date           pic 9(8).
       77 report-month         pic x(6).
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".

      * one entry per database the register scored in the month
       01 trend-entries.
          05 trend-entry       occurs 300 times.
             10 tr-dbname      pic x(8).
             10 tr-nights      pic s9(4) comp-5.
             10 tr-first-date  pic x(8).
             10 tr-first-score pic s9(9) comp-5.
             10 tr-last-date   pic x(8).
             10 tr-last-score  pic s9(9) comp-5.
             10 tr-last-rank   pic s9(4) comp-5.
             10 tr-last-flags  pic x(7).
             10 tr-peak        pic s9(9) comp-5.
             10 tr-sum         pic s9(9) comp-5.
             10 tr-top-nights  pic s9(4) comp-5.
             10 tr-placed-sw   pic x.
       77 trend-count          pic s9(4) comp-5 value 0.
       77 trend-idx            pic s9(4) comp-5.
       77 trend-found-sw       pic x value "N".
          88 trend-found       value "Y".
       77 trend-full-noted-sw  pic x value "N".
       77 month-last-date      pic x(8) value spaces.

      * worst last score first
       01 order-list.
          05 trend-order       pic s9(4) comp-5 occurs 300 times.
       77 order-pos            pic s9(4) comp-5.
       77 best-idx             pic s9(4) comp-5.
       77 want-rank            pic s9(4) comp-5.
       77 top-listed           pic s9(4) comp-5 value 0.
       77 worse-count          pic s9(4) comp-5 value 0.
       77 count-ed             pic zzz9.

       01 rpt-line             pic x(110).
       01 detail-line.
          05 filler            pic x(2) value spaces.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-nights         pic zz9.
          05 filler            pic x(2) value spaces.
          05 dt-first          pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-last           pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-peak           pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-average        pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-top-nights     pic zz9.
          05 filler            pic x(3) value spaces.
          05 dt-trend          pic x(9).
          05 filler            pic x(2) value spaces.
          05 dt-flags          pic x(7).
       01 top-line.
          05 filler            pic x(2) value spaces.
          05 tl-rank           pic z9.
          05 filler            pic x(2) value spaces.
          05 tl-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 tl-score          pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 tl-flags          pic x(7).

       Procedure Division.
       risktrnd-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : RISKTRND.CBL".

           accept today-date from date yyyymmdd.
           move today-date(1:6) to report-month.
           perform read-control.

           open input hist-file.
           if hist-status not equal "00"
              display "RISKTRND: no riskreg.hist on file -- run ",
                       "riskreg"
              move 8 to RETURN-CODE
              go to end-risktrnd.
           perform load-one-hist-row thru load-one-hist-row-exit
              until end-of-hist.
           close hist-file.

           perform order-one-position
              varying order-pos from 1 by 1
              until order-pos > trend-count.

           perform write-trend-report.

           display "Databases in the month's register : ",
                    trend-count, "  worsening : ", worse-count.
           if trend-count equal 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-risktrnd. goback.

       read-control section.
      *************************************************************
      * risktrnd.ctl: the report month, yyyymm; a missing or      *
      * blank file reports on the current month                   *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-month not equal spaces
                    move ctl-month to report-month
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to load-one-hist-row-exit
           end-read.
           if rh-date(1:6) not equal report-month
              or rh-score is not numeric
              or rh-rank is not numeric
              go to load-one-hist-row-exit.
           perform find-trend-entry.
           if trend-idx equal 0
              go to load-one-hist-row-exit.

           add 1 to tr-nights(trend-idx).
           add rh-score to tr-sum(trend-idx).
           if rh-score greater than tr-peak(trend-idx)
              move rh-score to tr-peak(trend-idx)
           end-if.
           if rh-rank not greater than 10 and rh-score greater than 0
              add 1 to tr-top-nights(trend-idx)
           end-if.
           if tr-first-date(trend-idx) equal spaces
              or rh-date less than tr-first-date(trend-idx)
              move rh-date  to tr-first-date(trend-idx)
              move rh-score to tr-first-score(trend-idx)
           end-if.
           if rh-date not less than tr-last-date(trend-idx)
              move rh-date  to tr-last-date(trend-idx)
              move rh-score to tr-last-score(trend-idx)
              move rh-rank  to tr-last-rank(trend-idx)
              move rh-flags to tr-last-flags(trend-idx)
           end-if.
           if rh-date greater than month-last-date
              move rh-date to month-last-date
           end-if.
       load-one-hist-row-exit. exit.

       find-trend-entry section.
           move "N" to trend-found-sw.
           perform check-one-trend-entry
              varying trend-idx from 1 by 1
              until trend-idx > trend-count or trend-found.
           if trend-found
              subtract 1 from trend-idx
           else
              if trend-count equal 300
                 if trend-full-noted-sw equal "N"
                    move "Y" to trend-full-noted-sw
                    display "RISKTRND: more than 300 databases in ",
                             "the month -- the rest not reported"
                 end-if
                 move 0 to trend-idx
              else
                 add 1 to trend-count
                 move trend-count to trend-idx
                 initialize trend-entry(trend-idx)
                 move rh-dbname to tr-dbname(trend-idx)
                 move "N" to tr-placed-sw(trend-idx)
              end-if
           end-if.
       end-find-trend-entry. exit.

       check-one-trend-entry section.
           if tr-dbname(trend-idx) equal rh-dbname
              move "Y" to trend-found-sw
           end-if.
       end-check-one-trend-entry. exit.

       order-one-position section.
           move 0 to best-idx.
           perform judge-one-candidate
              varying trend-idx from 1 by 1
              until trend-idx > trend-count.
           move "Y" to tr-placed-sw(best-idx).
           move best-idx to trend-order(order-pos).
       end-order-one-position. exit.

       judge-one-candidate section.
           if tr-placed-sw(trend-idx) equal "Y"
              go to end-judge-one-candidate.
           if best-idx equal 0
              move trend-idx to best-idx
              go to end-judge-one-candidate.
           if tr-last-score(trend-idx)
              greater than tr-last-score(best-idx)
              move trend-idx to best-idx
           end-if.
       end-judge-one-candidate. exit.

       write-trend-report section.
           open output rpt-file.
           move spaces to rpt-line.
           string "OPERATIONAL RISK TREND FOR " delimited by size
                  report-month delimited by size
                  " -- from the nightly risk register"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "  DATABASE  NTS  FIRST   LAST   PEAK    AVG  "
                     delimited by size
                  "TOP10  TREND      FLAGS" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform report-one-database
              varying order-pos from 1 by 1
              until order-pos > trend-count.
           if trend-count equal 0
              move "  (no register history for the month)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "TOP TEN AS THE MONTH CLOSED (" delimited by size
                  month-last-date delimited by size
                  ")" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform report-one-top-rank
              varying want-rank from 1 by 1
              until want-rank > 10.
           if top-listed equal 0
              move "  (no database with findings)" to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move worse-count to count-ed.
           move spaces to rpt-line.
           string "databases worsening over the month : "
                     delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "risktrnd.rpt                  ",
                   "RISKTRND  ".
       end-write-trend-report. exit.

       report-one-database section.
           move trend-order(order-pos) to trend-idx.
           move tr-dbname(trend-idx)      to dt-dbname.
           move tr-nights(trend-idx)      to dt-nights.
           move tr-first-score(trend-idx) to dt-first.
           move tr-last-score(trend-idx)  to dt-last.
           move tr-peak(trend-idx)        to dt-peak.
           compute dt-average rounded =
              tr-sum(trend-idx) / tr-nights(trend-idx).
           move tr-top-nights(trend-idx)  to dt-top-nights.
           move tr-last-flags(trend-idx)  to dt-flags.
           if tr-last-score(trend-idx)
              greater than tr-first-score(trend-idx)
              move "WORSENING" to dt-trend
              add 1 to worse-count
           else
              if tr-last-score(trend-idx)
                 less than tr-first-score(trend-idx)
                 move "IMPROVING" to dt-trend
              else
                 move "steady" to dt-trend
              end-if
           end-if.
           write rpt-rec from detail-line.
       end-report-one-database. exit.

       report-one-top-rank section.
      * the database holding this rank on the month's last night
           perform check-one-top-entry
              varying trend-idx from 1 by 1
              until trend-idx > trend-count.
       end-report-one-top-rank. exit.

       check-one-top-entry section.
           if tr-last-date(trend-idx) not equal month-last-date
              or tr-last-rank(trend-idx) not equal want-rank
              or tr-last-score(trend-idx) equal 0
              go to end-check-one-top-entry.
           add 1 to top-listed.
           move want-rank                to tl-rank.
           move tr-dbname(trend-idx)     to tl-dbname.
           move tr-last-score(trend-idx) to tl-score.
           move tr-last-flags(trend-idx) to tl-flags.
           write rpt-rec from top-line.
       end-check-one-top-entry. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "risktrnd.ctl                  ",
                   ctl-envfn.
           call "envname" using "riskreg.hist                  ",
                   hist-envfn.
           call "envname" using "risktrnd.rpt                  ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
