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
      ** SOURCE FILE NAME: rtochk.cbl
      **
      ** SAMPLE: Recovery-time-objective compliance report -- the
      **         companion to rpochk.  rto.dat carries the objective
      **         in hours per database alongside rpo.dat (database
      **         name, objective hours; 24 hours when no row names
      **         one), and this run measures every active PROD
      **         database against what recovering it has actually
      **         taken: restore.hist, where firedrl and dbrestor
      **         time every restore, incremental apply and
      **         rollforward, is read as recovery episodes -- a
      **         dbrestor full restore, its incrementals and its
      **         rollforward summed into one recovery, a fire-drill
      **         or clone restore standing alone, and any episode
      **         with a failed step thrown away.  rtochk.rpt lists
      **         each database's objective with its most recent and
      **         its longest measured recovery, flagged RTO BREACHED
      **         when the most recent one ran over the objective,
      **         WORST CASE OVER RTO when only an older one did, and
      **         NOT MEASURED when no drill or restore has ever
      **         recovered it.  Rows written before restore.hist
      **         carried a duration are not measurements and are
      **         passed by.  Any breach or unmeasured database sets
      **         return code 4.
      **
      ** OUTPUT FILE: rtochk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "rtochk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select rto-file assign to rto-envfn
              organization is line sequential
              file status is rto-status.
           select rst-hist-file assign to rst-hist-envfn
              organization is line sequential
              file status is hist-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  rto-file.
       01  rto-rec.
           05  rt-dbname          pic x(8).
           05  filler             pic x.
           05  rt-hours           pic 9(4).

       FD  rst-hist-file.
       01  rst-hist-rec.
           05  rs-date            pic x(8).
           05  filler             pic x.
           05  rs-time            pic x(8).
           05  filler             pic x.
           05  rs-dbname          pic x(9).
           05  filler             pic x.
           05  rs-result          pic x(40).
           05  filler             pic x.
           05  rs-sqlcode         pic x(6).
           05  filler             pic x.
           05  rs-duration        pic x(6).
           05  filler             pic x(18).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 rto-envfn            pic x(42).
       77 rst-hist-envfn       pic x(42).
       77 rpt-envfn            pic x(42).

       77 inv-status           pic x(2).
       77 rto-status           pic x(2).
       77 hist-status          pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-rto-sw        pic x value "N".
          88 end-of-rto        value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".

      * one entry per active PROD database: objective, the episode
      * being assembled, and the latest and longest measured
      * recoveries
       01 rto-entries.
          05 rto-entry         occurs 100 times.
             10 ro-dbname      pic x(9).
             10 ro-hours       pic s9(4) comp-5.
             10 ro-open-sw     pic x.
                88 ro-open     value "Y".
             10 ro-open-secs   pic s9(9) comp-5.
             10 ro-open-date   pic x(8).
             10 ro-measured    pic s9(4) comp-5.
             10 ro-last-secs   pic s9(9) comp-5.
             10 ro-last-date   pic x(8).
             10 ro-long-secs   pic s9(9) comp-5.
             10 ro-long-date   pic x(8).
       77 rto-count            pic s9(4) comp-5 value 0.
       77 rto-idx              pic s9(4) comp-5.
       77 match-idx            pic s9(4) comp-5.
       77 match-found-sw       pic x value "N".
          88 match-found       value "Y".

      * the duration column of the row being read, de-edited
       77 row-duration         pic 9(6).
       77 row-timed-sw         pic x value "N".
          88 row-timed         value "Y".

       77 objective-secs       pic s9(9) comp-5.
       77 breach-count         pic s9(4) comp-5 value 0.
       77 unmeasured-count     pic s9(4) comp-5 value 0.

      * seconds shown as hours:minutes
       77 fmt-secs             pic s9(9) comp-5.
       77 fmt-hours            pic s9(9) comp-5.
       77 fmt-minutes          pic s9(9) comp-5.
       77 fmt-hours-ed         pic zzz9.
       77 fmt-minutes-ed       pic 99.
       77 fmt-out              pic x(7).

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-dbname         pic x(9).
          05 filler            pic x(2) value spaces.
          05 dt-objective      pic zzz9.
          05 filler            pic x(2) value spaces.
          05 dt-last-date      pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-last-time      pic x(7).
          05 filler            pic x(2) value spaces.
          05 dt-long-date      pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-long-time      pic x(7).
          05 filler            pic x(2) value spaces.
          05 dt-measured       pic zzz9.
          05 filler            pic x(2) value spaces.
          05 dt-flag           pic x(24).

       Procedure Division.
       rtochk-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : RTOCHK.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.

           perform load-prod-databases.
           perform load-objectives.
           perform scan-restore-history.
           perform write-compliance-report.

       end-rtochk. goback.

       load-prod-databases section.
           open input inv-file.
           if inv-status not equal "00"
              display "RTOCHK: dbinv.dat not on hand -- run dbinvmnt"
              move 8 to RETURN-CODE
              move "Y" to end-of-inv-sw
           end-if.
           perform load-one-inv-entry thru load-one-inv-entry-exit
              until end-of-inv or rto-count equal 100.
           close inv-file.
       end-load-prod-databases. exit.

       load-one-inv-entry section.
           read inv-file
              at end
                 move "Y" to end-of-inv-sw
                 go to load-one-inv-entry-exit
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-inv-entry-exit.
           if IV-ENVIRONMENT not equal "PROD"
              go to load-one-inv-entry-exit.
           add 1 to rto-count.
           move spaces to ro-dbname(rto-count).
           move IV-DBNAME to ro-dbname(rto-count).
      * 24 hours stands until rto.dat says otherwise, the same
      * default rpochk holds the recovery point to
           move 24 to ro-hours(rto-count).
           move "N" to ro-open-sw(rto-count).
           move 0 to ro-open-secs(rto-count).
           move spaces to ro-open-date(rto-count).
           move 0 to ro-measured(rto-count).
           move 0 to ro-last-secs(rto-count).
           move spaces to ro-last-date(rto-count).
           move 0 to ro-long-secs(rto-count).
           move spaces to ro-long-date(rto-count).
       load-one-inv-entry-exit. exit.

       load-objectives section.
      *************************************************************
      * rto.dat: database name(8), objective hours(4) -- filed    *
      * next to rpo.dat, the same layout                          *
      *************************************************************
           open input rto-file.
           if rto-status not equal "00"
              display "no rto.dat on file -- every database held to ",
                       "the 24-hour default"
              go to end-load-objectives.
           perform load-one-objective thru load-one-objective-exit
              until end-of-rto.
           close rto-file.
       end-load-objectives. exit.

       load-one-objective section.
           read rto-file
              at end
                 move "Y" to end-of-rto-sw
                 go to load-one-objective-exit
           end-read.
           if rt-hours is not numeric
              go to load-one-objective-exit.
           perform find-rto-entry-by-name.
           if match-found
              move rt-hours to ro-hours(match-idx)
           end-if.
       load-one-objective-exit. exit.

       find-rto-entry-by-name section.
           move "N" to match-found-sw.
           perform check-rto-name thru check-rto-name-exit
              varying match-idx from 1 by 1
              until match-idx > rto-count or match-found.
           if match-found
              subtract 1 from match-idx
           end-if.
       end-find-rto-entry-by-name. exit.

       check-rto-name section.
           if ro-dbname(match-idx)(1:8) equal rt-dbname
              move "Y" to match-found-sw
           end-if.
       check-rto-name-exit. exit.

       scan-restore-history section.
      *************************************************************
      * restore.hist is appended in time order, so the last       *
      * episode closed for a database is its most recent one      *
      *************************************************************
           open input rst-hist-file.
           if hist-status not equal "00"
              display "no restore.hist on file -- every database ",
                       "reports NOT MEASURED"
              go to end-scan-restore-history.
           perform scan-one-hist-row thru scan-one-hist-row-exit
              until end-of-hist.
           close rst-hist-file.
       end-scan-restore-history. exit.

       scan-one-hist-row section.
           read rst-hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to scan-one-hist-row-exit
           end-read.
           perform find-rto-entry-by-hist.
           if not match-found
              go to scan-one-hist-row-exit.

      * a row with no duration predates the timing -- it cannot
      * be measured, and neither can the episode it belongs to
           move "N" to row-timed-sw.
           move 0 to row-duration.
           if rs-duration not equal spaces
              inspect rs-duration replacing all " " by "0"
              if rs-duration is numeric
                 move rs-duration to row-duration
                 move "Y" to row-timed-sw
              end-if
           end-if.

      * a full restore opens a dbrestor episode, abandoning any
      * earlier one that never reached its rollforward
           if rs-result(1:25) equal "RESTORED from full backup"
              move "N" to ro-open-sw(match-idx)
              if row-timed
                 move "Y" to ro-open-sw(match-idx)
                 move row-duration to ro-open-secs(match-idx)
                 move rs-date to ro-open-date(match-idx)
              end-if
              go to scan-one-hist-row-exit.

           if rs-result(1:26) equal "APPLIED incremental backup"
              if ro-open(match-idx)
                 if row-timed
                    add row-duration to ro-open-secs(match-idx)
                 else
                    move "N" to ro-open-sw(match-idx)
                 end-if
              end-if
              go to scan-one-hist-row-exit.

      * the rollforward closes the episode: restore, incrementals
      * and rollforward together are the recovery time
           if rs-result(1:29) equal "ROLLED FORWARD to end of logs"
              if ro-open(match-idx)
                 move "N" to ro-open-sw(match-idx)
                 if row-timed
                    add row-duration to ro-open-secs(match-idx)
                    move ro-open-secs(match-idx) to fmt-secs
                    move ro-open-date(match-idx) to rs-date
                    perform record-measurement
                 end-if
              end-if
              go to scan-one-hist-row-exit.

      * a drill or clone restore is a recovery on its own
           if rs-result(1:37) equal
                 "FIRE DRILL restore into scratch alias"
              or rs-result(1:27) equal "CLONED from verified backup"
              if row-timed
                 move row-duration to fmt-secs
                 perform record-measurement
              end-if
              go to scan-one-hist-row-exit.

      * any failed step -- mid-chain or rollforward -- voids the
      * episode it was part of
           if rs-result(1:24) equal "RESTORE FAILED mid-chain"
              or rs-result(1:18) equal "ROLLFORWARD FAILED"
              move "N" to ro-open-sw(match-idx)
           end-if.
       scan-one-hist-row-exit. exit.

       record-measurement section.
           add 1 to ro-measured(match-idx).
           move fmt-secs to ro-last-secs(match-idx).
           move rs-date  to ro-last-date(match-idx).
           if fmt-secs not less than ro-long-secs(match-idx)
              move fmt-secs to ro-long-secs(match-idx)
              move rs-date  to ro-long-date(match-idx)
           end-if.
       end-record-measurement. exit.

       find-rto-entry-by-hist section.
           move "N" to match-found-sw.
           perform check-rto-hist thru check-rto-hist-exit
              varying match-idx from 1 by 1
              until match-idx > rto-count or match-found.
           if match-found
              subtract 1 from match-idx
           end-if.
       end-find-rto-entry-by-hist. exit.

       check-rto-hist section.
           if ro-dbname(match-idx) equal rs-dbname
              move "Y" to match-found-sw
           end-if.
       check-rto-hist-exit. exit.

       write-compliance-report section.
           open output rpt-file.

           move spaces to rpt-line.
           string "RTO COMPLIANCE AS OF " delimited by size
                  today-date delimited by size
                  " " delimited by size
                  now-time delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE   OBJ HR  LATEST    H:MM     "
                     delimited by size
                  "LONGEST   H:MM     RUNS" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform judge-one-db thru judge-one-db-exit
              varying rto-idx from 1 by 1
              until rto-idx > rto-count.

           close rpt-file.
           call "rptarch" using "rtochk.rpt                    ",
                   "RTOCHK    ".

           display "RTO breaches : ", breach-count.
           display "not measured : ", unmeasured-count.
           if (breach-count greater than 0
              or unmeasured-count greater than 0)
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.
       end-write-compliance-report. exit.

       judge-one-db section.
           move ro-dbname(rto-idx) to dt-dbname.
           move ro-hours(rto-idx)  to dt-objective.
           move ro-measured(rto-idx) to dt-measured.
           move spaces to dt-flag.

           if ro-measured(rto-idx) equal 0
              move spaces to dt-last-date
              move spaces to dt-last-time
              move spaces to dt-long-date
              move spaces to dt-long-time
              move "** NOT MEASURED" to dt-flag
              add 1 to unmeasured-count
              perform write-judge-line
              go to judge-one-db-exit.

           move ro-last-date(rto-idx) to dt-last-date.
           move ro-last-secs(rto-idx) to fmt-secs.
           perform format-hours-minutes.
           move fmt-out to dt-last-time.
           move ro-long-date(rto-idx) to dt-long-date.
           move ro-long-secs(rto-idx) to fmt-secs.
           perform format-hours-minutes.
           move fmt-out to dt-long-time.

           compute objective-secs = ro-hours(rto-idx) * 3600.
           if ro-last-secs(rto-idx) greater than objective-secs
              add 1 to breach-count
              move "** RTO BREACHED" to dt-flag
           else
              if ro-long-secs(rto-idx) greater than objective-secs
                 move "WORST CASE OVER RTO" to dt-flag
              end-if
           end-if.
           perform write-judge-line.
       judge-one-db-exit. exit.

       write-judge-line section.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-write-judge-line. exit.

       format-hours-minutes section.
           divide fmt-secs by 3600 giving fmt-hours.
           compute fmt-minutes = (fmt-secs - fmt-hours * 3600) / 60.
           move fmt-hours to fmt-hours-ed.
           move fmt-minutes to fmt-minutes-ed.
           move spaces to fmt-out.
           string fmt-hours-ed delimited by size
                  ":" delimited by size
                  fmt-minutes-ed delimited by size
             into fmt-out.
       end-format-hours-minutes. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "rto.dat                       ",
                   rto-envfn.
           call "envname" using "restore.hist                  ",
                   rst-hist-envfn.
           call "envname" using "rtochk.rpt                    ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
