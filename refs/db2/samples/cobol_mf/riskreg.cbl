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
      ** SOURCE FILE NAME: riskreg.cbl
      **
      ** SAMPLE: Nightly per-database operational risk register.
      **         Every risk signal the toolkit raises lives in a
      **         report of its own -- RPO breaches in rpochk.rpt,
      **         tablespaces under ninety days of headroom in
      **         capfcst.rpt, the newest compliance run's exceptions
      **         in dbconf.complog, MISSING cells in covmatrx.rpt,
      **         never-drilled backups in firedrl.rpt, WORSENING lock
      **         trends in locktrnd.rpt and the open incidents in
      **         incident.log -- and nobody sees the database that
      **         turns up in five of them at once.  This reads all
      **         seven against the active databases in dbinv.dat and
      **         scores each database: every finding counts its
      **         source's weight from riskreg.wts (one row per
      **         source, name(8) and weight(3); a source without a
      **         row keeps its default), a source counting at most
      **         three findings so one noisy report cannot drown the
      **         rest.  riskreg.rpt ranks the databases worst first
      **         with the contributing findings under each; today's
      **         scores and ranks replace any earlier run of the day
      **         in the dated history riskreg.hist, which risktrnd
      **         reports monthly; and the top ten go to riskreg.top
      **         for the shift handover pack.  A source report not
      **         on file is named in the register and ends the run
      **         with return code 4 -- no evidence is not a clean
      **         bill of health.
      **
      ** OUTPUT FILE: riskreg.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "riskreg".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select wts-file assign to wts-envfn
              organization is line sequential
              file status is wts-status.
           select src-file assign to src-filename
              organization is line sequential
              file status is src-status.
           select comp-file assign to comp-envfn
              organization is line sequential
              file status is src-status.
           select incident-file assign to incident-envfn
              organization is line sequential
              file status is src-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select hist-new-file assign to hist-new-envfn
              organization is line sequential
              file status is hist-status.
           select top-file assign to top-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  wts-file.
       01  wts-rec.
           05  wt-source          pic x(8).
           05  filler             pic x.
           05  wt-weight          pic x(3).

      * the source reports, read by column
       FD  src-file.
       01  src-rec                pic x(110).

       FD  comp-file.
       01  comp-rec.
           05  co-date            pic x(8).
           05  filler             pic x.
           05  co-time            pic x(8).
           05  filler             pic x.
           05  co-dbname          pic x(8).
           05  filler             pic x.
           05  co-class           pic x(4).
           05  filler             pic x.
           05  co-token           pic x(12).

       FD  incident-file.
       01  incident-rec.
           05  in-number          pic 9(6).
           05  filler             pic x.
           05  in-rectype         pic x(1).
           05  filler             pic x.
           05  in-date            pic x(8).
           05  filler             pic x.
           05  in-time            pic x(8).
           05  filler             pic x.
           05  in-who             pic x(10).
           05  filler             pic x.
           05  in-code            pic x(6).
           05  filler             pic x.
           05  in-text            pic x(56).

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

       FD  hist-new-file.
       01  hist-new-rec           pic x(36).

       FD  top-file.
       01  top-rec.
           05  tp-date            pic x(8).
           05  filler             pic x.
           05  tp-rank            pic 9(2).
           05  filler             pic x.
           05  tp-dbname          pic x(8).
           05  filler             pic x.
           05  tp-score           pic 9(5).
           05  filler             pic x.
           05  tp-flags           pic x(7).
           05  filler             pic x.
           05  tp-owner           pic x(20).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 wts-envfn            pic x(42).
       77 src-filename         pic x(42).
       77 comp-envfn           pic x(42).
       77 incident-envfn       pic x(42).
       77 hist-envfn           pic x(42).
       77 hist-new-envfn       pic x(42).
       77 top-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 inv-status           pic x(2).
       77 wts-status           pic x(2).
       77 src-status           pic x(2).
       77 hist-status          pic x(2).
       77 today-date           pic 9(8).
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-wts-sw        pic x value "N".
          88 end-of-wts        value "Y".
       77 end-of-src-sw        pic x value "N".
          88 end-of-src        value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".

      * the seven sources: name (the riskreg.wts key), default
      * weight, the flag letter the history and handover carry,
      * and the file the findings come from
       01 source-list.
          05 filler.
             10 pic x(8)  value "RPO".
             10 pic 9(3)  value 25.
             10 pic x(1)  value "R".
             10 pic x(30) value "rpochk.rpt".
          05 filler.
             10 pic x(8)  value "CAPACITY".
             10 pic 9(3)  value 15.
             10 pic x(1)  value "C".
             10 pic x(30) value "capfcst.rpt".
          05 filler.
             10 pic x(8)  value "COMPLY".
             10 pic 9(3)  value 10.
             10 pic x(1)  value "F".
             10 pic x(30) value "dbconf.complog".
          05 filler.
             10 pic x(8)  value "COVERAGE".
             10 pic 9(3)  value 10.
             10 pic x(1)  value "V".
             10 pic x(30) value "covmatrx.rpt".
          05 filler.
             10 pic x(8)  value "DRILL".
             10 pic 9(3)  value 15.
             10 pic x(1)  value "D".
             10 pic x(30) value "firedrl.rpt".
          05 filler.
             10 pic x(8)  value "LOCKS".
             10 pic 9(3)  value 10.
             10 pic x(1)  value "L".
             10 pic x(30) value "locktrnd.rpt".
          05 filler.
             10 pic x(8)  value "INCIDENT".
             10 pic 9(3)  value 15.
             10 pic x(1)  value "I".
             10 pic x(30) value "incident.log".
       01 source-table redefines source-list.
          05 source-item occurs 7 times.
             10 sr-name        pic x(8).
             10 sr-weight      pic 9(3).
             10 sr-flag        pic x(1).
             10 sr-file        pic x(30).
       77 src-idx              pic s9(4) comp-5.
       77 src-found-sw         pic x value "N".
          88 src-found         value "Y".
       01 source-onfile-list.
          05 sr-onfile-sw      pic x occurs 7 times.
       77 missing-source-count pic s9(4) comp-5 value 0.

      * a source counts this many findings at most
       77 finding-cap          pic s9(4) comp-5 value 3.

      * every active inventory database, with its findings
       01 db-entries.
          05 db-entry          occurs 200 times.
             10 de-dbname      pic x(8).
             10 de-owner       pic x(20).
             10 de-contact     pic x(20).
             10 de-score       pic s9(9) comp-5.
             10 de-rank        pic s9(4) comp-5.
             10 de-placed-sw   pic x.
             10 de-flags       pic x(7).
             10 de-finding     occurs 7 times.
                15 de-count    pic s9(4) comp-5.
                15 de-note     pic x(40).
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 db-found-sw          pic x value "N".
          88 db-found          value "Y".
       77 search-dbname        pic x(8).
       77 finding-note         pic x(40).

      * worst first: rank-order(n) is the db-entry ranked n
       01 rank-list.
          05 rank-order        pic s9(4) comp-5 occurs 200 times.
       77 rank-pos             pic s9(4) comp-5.
       77 best-idx             pic s9(4) comp-5.
       77 scored-count         pic s9(4) comp-5 value 0.
       77 top-count            pic s9(4) comp-5 value 0.
       77 counted              pic s9(4) comp-5.
       77 points               pic s9(9) comp-5.

      * the newest compliance run in dbconf.complog
       77 latest-comp-date     pic x(8) value spaces.

      * covmatrx column names, off its heading line
       01 cov-columns.
          05 cov-column        pic x(8) occurs 4 times.
       77 cell-idx             pic s9(4) comp-5.
       77 cell-col             pic s9(4) comp-5.

      * locktrnd names the database on a line of its own and flags
      * the trends beneath it
       77 lock-dbname          pic x(8) value spaces.

      * incidents: open until a close row arrives; the database
      * rides in on a DATABASE note
       01 inc-entries.
          05 inc-entry         occurs 500 times.
             10 ic-number      pic 9(6).
             10 ic-dbname      pic x(8).
             10 ic-open-sw     pic x.
       77 inc-count            pic s9(4) comp-5 value 0.
       77 inc-idx              pic s9(4) comp-5.
       77 inc-found-sw         pic x value "N".
          88 inc-found         value "Y".
       77 inc-full-noted-sw    pic x value "N".

       77 rank-ed              pic zzz9.
       77 count-ed             pic zzz9.
       77 number-ed            pic 9(6).

       01 rpt-line             pic x(110).
       01 rank-line.
          05 rk-rank           pic zzz9.
          05 filler            pic x(2) value spaces.
          05 rk-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 rk-score          pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 rk-flags          pic x(7).
          05 filler            pic x(2) value spaces.
          05 rk-owner          pic x(20).
          05 filler            pic x(2) value spaces.
          05 rk-contact        pic x(20).
       01 contrib-line.
          05 filler            pic x(8) value spaces.
          05 cl-source         pic x(8).
          05 filler            pic x(2) value spaces.
          05 cl-count          pic zz9.
          05 filler            pic x(3) value " x ".
          05 cl-weight         pic zz9.
          05 filler            pic x(3) value " = ".
          05 cl-points         pic zzz9.
          05 filler            pic x(2) value spaces.
          05 cl-note           pic x(40).

       Procedure Division.
       riskreg-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : RISKREG.CBL".

           accept today-date from date yyyymmdd.

           perform load-weights.
           perform load-inventory.
           if db-count equal 0
              display "RISKREG: no active databases in dbinv.dat"
              go to end-riskreg.

           perform gather-rpo-findings.
           perform gather-capacity-findings.
           perform gather-compliance-findings.
           perform gather-coverage-findings.
           perform gather-drill-findings.
           perform gather-lock-findings.
           perform gather-incident-findings.

           perform score-one-db
              varying db-idx from 1 by 1
              until db-idx > db-count.
           perform rank-one-position
              varying rank-pos from 1 by 1
              until rank-pos > db-count.

           perform write-register.
           perform write-history.
           perform write-top-ten.

           display "Databases scored : ", db-count,
                    "  with findings : ", scored-count.
           if missing-source-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-riskreg. goback.

       load-weights section.
      *************************************************************
      * riskreg.wts: source(8) weight(3), one row per source to   *
      * re-weight; a source without a row keeps its default and   *
      * a weight of zero leaves the source out of the score       *
      *************************************************************
           open input wts-file.
           if wts-status not equal "00"
              go to end-load-weights.
           perform load-one-weight thru load-one-weight-exit
              until end-of-wts.
           close wts-file.
       end-load-weights. exit.

       load-one-weight section.
           read wts-file
              at end
                 move "Y" to end-of-wts-sw
                 go to load-one-weight-exit
           end-read.
           if wt-weight is not numeric
              go to load-one-weight-exit.
           move "N" to src-found-sw.
           perform check-one-source
              varying src-idx from 1 by 1
              until src-idx > 7 or src-found.
           if src-found
              subtract 1 from src-idx
              move wt-weight to sr-weight(src-idx)
           else
              display "RISKREG: riskreg.wts names unknown source ",
                       wt-source, " -- ignored"
           end-if.
       load-one-weight-exit. exit.

       check-one-source section.
           if sr-name(src-idx) equal wt-source
              move "Y" to src-found-sw
           end-if.
       end-check-one-source. exit.

       load-inventory section.
           open input inv-file.
           if inv-status not equal "00"
              display "RISKREG: dbinv.dat not on hand -- run ",
                       "dbinvmnt"
              move 8 to RETURN-CODE
              go to end-load-inventory.
           perform load-one-db thru load-one-db-exit
              until end-of-inv or db-count equal 200.
           close inv-file.
       end-load-inventory. exit.

       load-one-db section.
           read inv-file next record
              at end
                 move "Y" to end-of-inv-sw
                 go to load-one-db-exit
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-db-exit.
           add 1 to db-count.
           initialize db-entry(db-count).
           move IV-DBNAME  to de-dbname(db-count).
           move IV-OWNER   to de-owner(db-count).
           move IV-CONTACT to de-contact(db-count).
           move "N"        to de-placed-sw(db-count).
           move "......." to de-flags(db-count).
       load-one-db-exit. exit.

       open-source-report section.
      * src-idx names the source; sr-onfile-sw says whether its
      * report was there to read
           call "envname" using sr-file(src-idx), src-filename.
           move "N" to end-of-src-sw.
           open input src-file.
           if src-status equal "00"
              move "Y" to sr-onfile-sw(src-idx)
           else
              move "N" to sr-onfile-sw(src-idx)
              move "Y" to end-of-src-sw
              add 1 to missing-source-count
           end-if.
       end-open-source-report. exit.

       gather-rpo-findings section.
      *************************************************************
      * rpochk.rpt: database(9) at column 1, the flag at column  *
      * 36 -- RPO BREACHED or NEVER BACKED UP                      *
      *************************************************************
           move 1 to src-idx.
           perform open-source-report.
           if sr-onfile-sw(src-idx) equal "N"
              go to end-gather-rpo-findings.
           perform scan-one-rpo-row thru scan-one-rpo-row-exit
              until end-of-src.
           close src-file.
       end-gather-rpo-findings. exit.

       scan-one-rpo-row section.
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to scan-one-rpo-row-exit
           end-read.
           if src-rec(36:2) not equal "**"
              go to scan-one-rpo-row-exit.
           move src-rec(1:8) to search-dbname.
           perform find-db-entry.
           if not db-found
              go to scan-one-rpo-row-exit.
           move src-rec(36:20) to finding-note.
           perform note-finding.
       scan-one-rpo-row-exit. exit.

       gather-capacity-findings section.
      *************************************************************
      * capfcst.rpt: one row per tablespace, database(8) at       *
      * column 1, tablespace at 11 and the UNDER 90 DAYS flag at  *
      * 64 -- each flagged tablespace is a finding                *
      *************************************************************
           move 2 to src-idx.
           perform open-source-report.
           if sr-onfile-sw(src-idx) equal "N"
              go to end-gather-capacity-findings.
           perform scan-one-capacity-row thru scan-one-capacity-row-exit
              until end-of-src.
           close src-file.
       end-gather-capacity-findings. exit.

       scan-one-capacity-row section.
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to scan-one-capacity-row-exit
           end-read.
           if src-rec(64:2) not equal "**"
              go to scan-one-capacity-row-exit.
           move src-rec(1:8) to search-dbname.
           perform find-db-entry.
           if not db-found
              go to scan-one-capacity-row-exit.
           move spaces to finding-note.
           string "under 90 days: " delimited by size
                  src-rec(11:18) delimited by size
             into finding-note.
           perform note-finding.
       scan-one-capacity-row-exit. exit.

       gather-compliance-findings section.
      *************************************************************
      * dbconf.complog: the rows of the newest compliance run on  *
      * file are the open exceptions (the cfgfix reading), one    *
      * finding per token                                         *
      *************************************************************
           move 3 to src-idx.
           move "N" to end-of-src-sw.
           open input comp-file.
           if src-status not equal "00"
              move "N" to sr-onfile-sw(src-idx)
              add 1 to missing-source-count
              go to end-gather-compliance-findings.
           move "Y" to sr-onfile-sw(src-idx).
           perform find-latest-run thru find-latest-run-exit
              until end-of-src.
           close comp-file.
           if latest-comp-date equal spaces
              go to end-gather-compliance-findings.

           move "N" to end-of-src-sw.
           open input comp-file.
           perform scan-one-exception thru scan-one-exception-exit
              until end-of-src.
           close comp-file.
       end-gather-compliance-findings. exit.

       find-latest-run section.
           read comp-file
              at end
                 move "Y" to end-of-src-sw
                 go to find-latest-run-exit
           end-read.
           if co-date greater than latest-comp-date
              move co-date to latest-comp-date
           end-if.
       find-latest-run-exit. exit.

       scan-one-exception section.
           read comp-file
              at end
                 move "Y" to end-of-src-sw
                 go to scan-one-exception-exit
           end-read.
           if co-date not equal latest-comp-date
              go to scan-one-exception-exit.
           move co-dbname to search-dbname.
           perform find-db-entry.
           if not db-found
              go to scan-one-exception-exit.
           move spaces to finding-note.
           string "off template: " delimited by size
                  co-token delimited by space
             into finding-note.
           perform note-finding.
       scan-one-exception-exit. exit.

       gather-coverage-findings section.
      *************************************************************
      * covmatrx.rpt: database(8) then four cells ten columns     *
      * apart from column 11, each covered or MISSING; the        *
      * heading line names the processes                          *
      *************************************************************
           move 4 to src-idx.
           move spaces to cov-columns.
           perform open-source-report.
           if sr-onfile-sw(src-idx) equal "N"
              go to end-gather-coverage-findings.
           perform scan-one-coverage-row thru scan-one-coverage-row-exit
              until end-of-src.
           close src-file.
       end-gather-coverage-findings. exit.

       scan-one-coverage-row section.
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to scan-one-coverage-row-exit
           end-read.
           if src-rec(1:10) equal "DATABASE  "
              perform take-one-cov-column
                 varying cell-idx from 1 by 1
                 until cell-idx > 4
              go to scan-one-coverage-row-exit.
           move src-rec(1:8) to search-dbname.
           perform find-db-entry.
           if not db-found
              go to scan-one-coverage-row-exit.
           perform judge-one-cov-cell
              varying cell-idx from 1 by 1
              until cell-idx > 4.
       scan-one-coverage-row-exit. exit.

       take-one-cov-column section.
           compute cell-col = 11 + (cell-idx - 1) * 10.
           move src-rec(cell-col:8) to cov-column(cell-idx).
       end-take-one-cov-column. exit.

       judge-one-cov-cell section.
           compute cell-col = 11 + (cell-idx - 1) * 10.
           if src-rec(cell-col:7) not equal "MISSING"
              go to end-judge-one-cov-cell.
           move spaces to finding-note.
           string "no coverage: " delimited by size
                  cov-column(cell-idx) delimited by space
             into finding-note.
           perform note-finding.
       end-judge-one-cov-cell. exit.

       gather-drill-findings section.
      *************************************************************
      * firedrl.rpt lists only the PROD databases whose latest    *
      * backup never survived a test restore: database(9) at      *
      * column 1, the note at 22                                  *
      *************************************************************
           move 5 to src-idx.
           perform open-source-report.
           if sr-onfile-sw(src-idx) equal "N"
              go to end-gather-drill-findings.
           perform scan-one-drill-row thru scan-one-drill-row-exit
              until end-of-src.
           close src-file.
       end-gather-drill-findings. exit.

       scan-one-drill-row section.
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to scan-one-drill-row-exit
           end-read.
           move src-rec(1:8) to search-dbname.
           perform find-db-entry.
           if not db-found
              go to scan-one-drill-row-exit.
           move src-rec(22:40) to finding-note.
           perform note-finding.
       scan-one-drill-row-exit. exit.

       gather-lock-findings section.
      *************************************************************
      * locktrnd.rpt: a "DATABASE name" line, then the trend      *
      * lines under it -- label(40) and the flag at column 41;    *
      * each WORSENING trend is a finding                         *
      *************************************************************
           move 6 to src-idx.
           perform open-source-report.
           if sr-onfile-sw(src-idx) equal "N"
              go to end-gather-lock-findings.
           perform scan-one-lock-row thru scan-one-lock-row-exit
              until end-of-src.
           close src-file.
       end-gather-lock-findings. exit.

       scan-one-lock-row section.
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to scan-one-lock-row-exit
           end-read.
           if src-rec(1:9) equal "DATABASE "
              move src-rec(10:8) to lock-dbname
              go to scan-one-lock-row-exit.
           if src-rec(41:9) not equal "WORSENING"
              or lock-dbname equal spaces
              go to scan-one-lock-row-exit.
           move lock-dbname to search-dbname.
           perform find-db-entry.
           if not db-found
              go to scan-one-lock-row-exit.
           move src-rec(3:38) to finding-note.
           perform note-finding.
       scan-one-lock-row-exit. exit.

       gather-incident-findings section.
      *************************************************************
      * incident.log is append-only: an incident is open from its *
      * O row until a C row; its database is the DATABASE note    *
      * checkerr writes behind the open                           *
      *************************************************************
           move 7 to src-idx.
           move "N" to end-of-src-sw.
           open input incident-file.
           if src-status not equal "00"
              move "N" to sr-onfile-sw(src-idx)
              add 1 to missing-source-count
              go to end-gather-incident-findings.
           move "Y" to sr-onfile-sw(src-idx).
           perform tally-one-incident-row
              thru tally-one-incident-row-exit
              until end-of-src.
           close incident-file.

           perform judge-one-incident
              varying inc-idx from 1 by 1
              until inc-idx > inc-count.
       end-gather-incident-findings. exit.

       tally-one-incident-row section.
           read incident-file
              at end
                 move "Y" to end-of-src-sw
                 go to tally-one-incident-row-exit
           end-read.
           if in-number is not numeric
              go to tally-one-incident-row-exit.
           perform find-inc-entry.
           if inc-idx equal 0
              go to tally-one-incident-row-exit.
           evaluate in-rectype
              when "O"
                 move "Y" to ic-open-sw(inc-idx)
              when "N"
                 if in-who equal "DATABASE  "
                    move in-text(1:8) to ic-dbname(inc-idx)
                 end-if
              when "C"
                 move "N" to ic-open-sw(inc-idx)
           end-evaluate.
       tally-one-incident-row-exit. exit.

       find-inc-entry section.
           move "N" to inc-found-sw.
           perform check-inc-entry
              varying inc-idx from 1 by 1
              until inc-idx > inc-count or inc-found.
           if inc-found
              subtract 1 from inc-idx
           else
              if inc-count equal 500
                 if inc-full-noted-sw equal "N"
                    move "Y" to inc-full-noted-sw
                    display "RISKREG: more than 500 incidents on ",
                             "file -- archive incident.log; newer ",
                             "ones not scored"
                 end-if
                 move 0 to inc-idx
              else
                 add 1 to inc-count
                 move inc-count to inc-idx
                 move in-number to ic-number(inc-idx)
                 move spaces    to ic-dbname(inc-idx)
                 move "N"       to ic-open-sw(inc-idx)
              end-if
           end-if.
       end-find-inc-entry. exit.

       check-inc-entry section.
           if ic-number(inc-idx) equal in-number
              move "Y" to inc-found-sw
           end-if.
       end-check-inc-entry. exit.

       judge-one-incident section.
           if ic-open-sw(inc-idx) not equal "Y"
              or ic-dbname(inc-idx) equal spaces
              go to end-judge-one-incident.
           move ic-dbname(inc-idx) to search-dbname.
           perform find-db-entry.
           if not db-found
              go to end-judge-one-incident.
           move ic-number(inc-idx) to number-ed.
           move spaces to finding-note.
           string "open incident " delimited by size
                  number-ed delimited by size
             into finding-note.
           perform note-finding.
       end-judge-one-incident. exit.

       note-finding section.
      * db-idx and src-idx name the database and source; the first
      * finding's note stands for the rest in the register
           add 1 to de-count(db-idx, src-idx).
           if de-count(db-idx, src-idx) equal 1
              move finding-note to de-note(db-idx, src-idx)
              move sr-flag(src-idx)
                 to de-flags(db-idx)(src-idx:1)
           end-if.
       end-note-finding. exit.

       find-db-entry section.
           move "N" to db-found-sw.
           perform check-one-db-entry
              varying db-idx from 1 by 1
              until db-idx > db-count or db-found.
           if db-found
              subtract 1 from db-idx
           end-if.
       end-find-db-entry. exit.

       check-one-db-entry section.
           if de-dbname(db-idx) equal search-dbname
              move "Y" to db-found-sw
           end-if.
       end-check-one-db-entry. exit.

       score-one-db section.
           move 0 to de-score(db-idx).
           perform score-one-source
              varying src-idx from 1 by 1
              until src-idx > 7.
           if de-score(db-idx) greater than 0
              add 1 to scored-count
           end-if.
       end-score-one-db. exit.

       score-one-source section.
           perform count-capped-findings.
           compute de-score(db-idx) = de-score(db-idx)
              + counted * sr-weight(src-idx).
       end-score-one-source. exit.

       count-capped-findings section.
           move de-count(db-idx, src-idx) to counted.
           if counted greater than finding-cap
              move finding-cap to counted
           end-if.
       end-count-capped-findings. exit.

       rank-one-position section.
      *************************************************************
      * the highest score not yet placed takes this rank; a tie   *
      * goes to inventory (name) order                            *
      *************************************************************
           move 0 to best-idx.
           perform judge-one-candidate
              varying db-idx from 1 by 1
              until db-idx > db-count.
           move "Y" to de-placed-sw(best-idx).
           move rank-pos to de-rank(best-idx).
           move best-idx to rank-order(rank-pos).
       end-rank-one-position. exit.

       judge-one-candidate section.
           if de-placed-sw(db-idx) equal "Y"
              go to end-judge-one-candidate.
           if best-idx equal 0
              move db-idx to best-idx
              go to end-judge-one-candidate.
           if de-score(db-idx) greater than de-score(best-idx)
              move db-idx to best-idx
           end-if.
       end-judge-one-candidate. exit.

       write-register section.
           open output rpt-file.
           move spaces to rpt-line.
           string "OPERATIONAL RISK REGISTER " delimited by size
                  today-date delimited by size
                  " -- active inventory databases, worst first"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "FLAGS: R rpo  C capacity  F compliance  "
                     delimited by size
                  "V coverage  D drill  L locks  I incidents"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "RANK  DATABASE  SCORE  FLAGS    OWNER"
                     delimited by size
                  "                 CONTACT" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform report-one-ranked-db
              varying rank-pos from 1 by 1
              until rank-pos > db-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "SOURCES AND WEIGHTS" to rpt-line.
           write rpt-rec from rpt-line.
           perform report-one-source
              varying src-idx from 1 by 1
              until src-idx > 7.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move scored-count to count-ed.
           move spaces to rpt-line.
           string "databases with findings : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "riskreg.rpt                   ",
                   "RISKREG   ".
       end-write-register. exit.

       report-one-ranked-db section.
           move rank-order(rank-pos) to db-idx.
           move rank-pos            to rk-rank.
           move de-dbname(db-idx)   to rk-dbname.
           move de-score(db-idx)    to rk-score.
           move de-flags(db-idx)    to rk-flags.
           move de-owner(db-idx)    to rk-owner.
           move de-contact(db-idx)  to rk-contact.
           write rpt-rec from rank-line.
           perform report-one-contribution
              varying src-idx from 1 by 1
              until src-idx > 7.
       end-report-one-ranked-db. exit.

       report-one-contribution section.
           if de-count(db-idx, src-idx) equal 0
              go to end-report-one-contribution.
           perform count-capped-findings.
           compute points = counted * sr-weight(src-idx).
           move sr-name(src-idx)          to cl-source.
           move de-count(db-idx, src-idx) to cl-count.
           move sr-weight(src-idx)        to cl-weight.
           move points                    to cl-points.
           move de-note(db-idx, src-idx)  to cl-note.
           write rpt-rec from contrib-line.
       end-report-one-contribution. exit.

       report-one-source section.
           move sr-weight(src-idx) to count-ed.
           move spaces to rpt-line.
           string "  " delimited by size
                  sr-name(src-idx) delimited by size
                  "  weight " delimited by size
                  count-ed delimited by size
                  "  " delimited by size
                  sr-file(src-idx) delimited by size
             into rpt-line.
           if sr-onfile-sw(src-idx) equal "N"
              move "** NOT ON FILE -- NOT SCORED" to rpt-line(60:28)
           end-if.
           write rpt-rec from rpt-line.
       end-report-one-source. exit.

       write-history section.
      *************************************************************
      * riskreg.hist keeps one row per database per day; a rerun  *
      * the same day replaces that day's rows, so the history     *
      * copies through riskreg.hist.new without them first        *
      *************************************************************
           open output hist-new-file.
           open input hist-file.
           if hist-status equal "00"
              move "N" to end-of-hist-sw
              perform keep-one-hist-row thru keep-one-hist-row-exit
                 until end-of-hist
              close hist-file
           end-if.
           close hist-new-file.

           open output hist-file.
           open input hist-new-file.
           move "N" to end-of-hist-sw.
           perform copy-one-hist-row thru copy-one-hist-row-exit
              until end-of-hist.
           close hist-new-file.
           perform write-one-hist-row
              varying rank-pos from 1 by 1
              until rank-pos > db-count.
           close hist-file.
       end-write-history. exit.

       keep-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to keep-one-hist-row-exit
           end-read.
           if rh-date equal today-date
              go to keep-one-hist-row-exit.
           write hist-new-rec from hist-rec.
       keep-one-hist-row-exit. exit.

       copy-one-hist-row section.
           read hist-new-file
              at end
                 move "Y" to end-of-hist-sw
                 go to copy-one-hist-row-exit
           end-read.
           write hist-rec from hist-new-rec.
       copy-one-hist-row-exit. exit.

       write-one-hist-row section.
           move rank-order(rank-pos) to db-idx.
           move spaces to hist-rec.
           move today-date        to rh-date.
           move de-dbname(db-idx) to rh-dbname.
           move de-score(db-idx)  to rh-score.
           move rank-pos          to rh-rank.
           move de-flags(db-idx)  to rh-flags.
           write hist-rec.
       end-write-one-hist-row. exit.

       write-top-ten section.
      *************************************************************
      * riskreg.top: the ten worst databases with any finding,    *
      * for the shift handover pack                               *
      *************************************************************
           open output top-file.
           perform write-one-top-row
              varying rank-pos from 1 by 1
              until rank-pos > db-count or rank-pos > 10.
           close top-file.
       end-write-top-ten. exit.

       write-one-top-row section.
           move rank-order(rank-pos) to db-idx.
           if de-score(db-idx) equal 0
              go to end-write-one-top-row.
           add 1 to top-count.
           move spaces to top-rec.
           move today-date        to tp-date.
           move rank-pos          to tp-rank.
           move de-dbname(db-idx) to tp-dbname.
           move de-score(db-idx)  to tp-score.
           move de-flags(db-idx)  to tp-flags.
           move de-owner(db-idx)  to tp-owner.
           write top-rec.
       end-write-one-top-row. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the      *
      * source reports resolve where they are read                *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "riskreg.wts                   ",
                   wts-envfn.
           call "envname" using "dbconf.complog                ",
                   comp-envfn.
           call "envname" using "incident.log                  ",
                   incident-envfn.
           call "envname" using "riskreg.hist                  ",
                   hist-envfn.
           call "envname" using "riskreg.hist.new              ",
                   hist-new-envfn.
           call "envname" using "riskreg.top                   ",
                   top-envfn.
           call "envname" using "riskreg.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
