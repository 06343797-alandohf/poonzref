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
      ** SOURCE FILE NAME: chgimpct.cbl
      **
      ** SAMPLE: Before-and-after impact report for configuration
      **         changes and migrations.  After a LOCKLIST change, a
      **         MIGRATE, a cfgfix remediation or an alias cutover
      **         we used to wait for the users to say whether things
      **         got better or worse; the change advisory board asks
      **         "did it work?" of every change, and this answers
      **         from the evidence the toolkit already collects.
      **         chgimpct.ctl names a database, a from/to date range
      **         (the last 30 days to today by default), the window
      **         length in days (7) and the percentage a measure must
      **         move by to count (10).  Every change event for the
      **         database in the range is found:
      **             dbops.log  CONFIG REMEDIATED / REMEDIATION
      **                        BACKED OUT and ALIAS CUTOVER /
      **                        BACKOUT rows naming the database
      **             migrate.hist  MIGRATED successfully and
      **                        BACK-OUT RESTORED rows
      **             d_dbconf.<yyyymmdd>.hist (the cfgtrend input)
      **                        and d_dbccur.<yyyymmdd>.hist: a
      **                        value that differs from the day
      **                        before's
      **         The daily history files only say a value changed
      **         since the day before, so a daily change within a
      **         day of a timed change is taken to be that change
      **         and is not measured twice.  Around each change the
      **         same measures are taken over the window before it
      **         and the equal window after it:
      **             commits and rollbacks per hour (thruput hist)
      **             lock waits per hour (dbsnap.rpt rows)
      **             deadlock participants per hour (deadlock.hist)
      **             average log used per cent (logmon.hist)
      **             connections (wkld.hist), as workload context
      **         Samples are bucketed by weekday and hour, and only
      **         the weekday/hour cells sampled on both sides are
      **         compared -- a Monday-morning peak is set against a
      **         Monday morning, and an after-window still running
      **         is compared on the hours it has so far.  Each
      **         measure gets its percentage change and an IMPROVED,
      **         WORSE or NO CHANGE verdict, and each change an
      **         overall verdict (MIXED when measures disagree).
      **         The report is archived through rptarch; return
      **         code 4 when any change made things worse.
      **
      ** OUTPUT FILE: chgimpct.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "chgimpct".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
      * chgimpct.ctl: database(8), from date(8), to date(8), window
      * days(2), threshold per cent(2)
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-dbname         pic x(8).
           05  filler             pic x.
           05  ctl-from-date      pic x(8).
           05  filler             pic x.
           05  ctl-to-date        pic x(8).
           05  filler             pic x.
           05  ctl-window-days    pic x(2).
           05  filler             pic x.
           05  ctl-threshold      pic x(2).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 rpt-envfn            pic x(42).
       77 ctl-status           pic x(2).

       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 now-stamp            pic s9(9) comp-5.
       77 want-dbname          pic x(8) value spaces.
       77 db-len               pic s9(4) comp-5 value 0.
       77 name-hits            pic s9(4) comp-5.
       77 from-date            pic x(8).
       77 to-date              pic x(8).
       77 window-days          pic 9(2) value 7.
       77 threshold-pct        pic 9(2) value 10.
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

      * the shared archive-spanning reader: every source is read
      * through any logarch archives of it and then the live file
       copy "spanrec.cbl".
       77 span-from-date       pic x(8).
       77 span-to-date         pic x(8).
       77 gap-count            pic s9(4) comp-5 value 0.
       77 gap-archname         pic x(44) value spaces.
       77 hist-filename        pic x(30).

      * dbops.log records, through the layout-aware reader
       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * the source row layouts, overlaid on the span record
       01 migrate-row.
          05 mh-date           pic x(8).
          05 filler            pic x.
          05 mh-time           pic x(8).
          05 filler            pic x.
          05 mh-dbname         pic x(9).
          05 filler            pic x.
          05 mh-result         pic x(40).
       01 conf-row.
          05 cf-date           pic x(8).
          05 filler            pic x.
          05 cf-dbname         pic x(8).
          05 filler            pic x.
          05 cf-value          occurs 4 times.
             10 cf-value-x     pic x(9).
             10 filler         pic x.
       01 ccur-row.
          05 cc-date           pic x(8).
          05 filler            pic x.
          05 cc-dbname         pic x(8).
          05 filler            pic x.
          05 cc-token          pic x(8).
          05 filler            pic x.
          05 cc-current        pic x(9).
       01 thruput-row.
          05 tp-date           pic x(8).
          05 filler            pic x.
          05 tp-time           pic x(8).
          05 filler            pic x.
          05 tp-dbname         pic x(8).
          05 filler            pic x.
          05 tp-commits        pic 9(9).
          05 filler            pic x.
          05 tp-rollbacks      pic 9(9).
          05 filler            pic x.
          05 tp-break          pic x(1).
             88 tp-series-break value "B".
       01 snap-row.
          05 sr-date           pic x(8).
          05 filler            pic x.
          05 sr-time           pic x(8).
          05 filler            pic x.
          05 sr-dbname         pic x(8).
          05 filler            pic x(31).
          05 sr-delta-waits    pic x(9).
          05 filler            pic x(11).
          05 sr-series         pic x(12).
             88 sr-series-break value "SERIES BREAK".
       01 deadlock-row.
          05 dh-date           pic x(8).
          05 filler            pic x.
          05 dh-time           pic x(8).
          05 filler            pic x.
          05 dh-dbname         pic x(8).
       01 logmon-row.
          05 lh-date           pic x(8).
          05 filler            pic x.
          05 lh-time           pic x(8).
          05 filler            pic x.
          05 lh-dbname         pic x(8).
          05 filler            pic x.
          05 lh-used-pct       pic 9(3).
       01 wkld-row.
          05 wh-date           pic x(8).
          05 filler            pic x.
          05 wh-hour           pic 9(2).
          05 filler            pic x.
          05 wh-dbname         pic x(8).
          05 filler            pic x.
          05 wh-appl-name      pic x(20).
          05 filler            pic x.
          05 wh-conns          pic 9(4).

      * de-editing work area for the right-justified snapshot columns
       01 de-edit-x            pic x(9).
       01 de-edit-9 redefines de-edit-x pic 9(9).

      * the day-granular histories' values as of the day before
       77 conf-seen-sw         pic x value "N".
          88 conf-seen         value "Y".
       01 conf-prior.
          05 conf-prior-value  occurs 4 times pic x(9).
       01 conf-token-names.
          05 pic x(8) value "LOCKLIST".
          05 pic x(8) value "BUFFPAGE".
          05 pic x(8) value "MAXFILOP".
          05 pic x(8) value "SOFTMAX".
       01 conf-tokens redefines conf-token-names.
          05 conf-token        occurs 4 times pic x(8).
       77 token-idx            pic s9(4) comp-5.
       01 ccur-entries.
          05 ccur-entry        occurs 60 times.
             10 ct-token       pic x(8).
             10 ct-value       pic x(9).
       77 ccur-count           pic s9(4) comp-5 value 0.
       77 ccur-idx             pic s9(4) comp-5.
       77 ccur-found-sw        pic x value "N".
          88 ccur-found        value "Y".
       77 old-value            pic x(9).
       77 new-value            pic x(9).
       77 value-lead           pic s9(4) comp-5.
       77 desc-token           pic x(8).

      * the change events, in time order once collected
       01 event-entries.
          05 event-entry       occurs 60 times.
             10 ev-stamp       pic s9(9) comp-5.
             10 ev-date        pic x(8).
             10 ev-hhmm        pic x(4).
             10 ev-source      pic x(8).
             10 ev-desc        pic x(60).
             10 ev-more        pic s9(4) comp-5.
             10 ev-daily       pic x(1).
       01 hold-event           pic x(90).
       77 event-count          pic s9(4) comp-5 value 0.
       77 event-idx            pic s9(4) comp-5.
       77 event-full-sw        pic x value "N".
       77 sort-i               pic s9(4) comp-5.
       77 sort-j               pic s9(4) comp-5.
       77 new-date             pic x(8).
       77 new-hhmm             pic x(4).
       77 new-source           pic x(8).
       77 new-desc             pic x(60).
       77 new-daily            pic x(1).
       77 new-stamp            pic s9(9) comp-5.
       77 merged-sw            pic x.
          88 merged            value "Y".

      * one cell per side (before/after), measure and weekday-hour
       01 cell-table.
          05 cell-side         occurs 2 times.
             10 cell-measure   occurs 6 times.
                15 cell-entry  occurs 168 times.
                   20 ce-sum   pic s9(18) comp-5.
                   20 ce-count pic s9(9) comp-5.
       77 side-idx             pic s9(4) comp-5.
       77 measure-idx          pic s9(4) comp-5.
       77 cover-idx            pic s9(4) comp-5.
       77 cell-idx             pic s9(4) comp-5.
       77 weekday-idx          pic s9(4) comp-5.
       77 dow-quot             pic s9(9) comp-5.
       77 row-value            pic s9(18) comp-5.
       77 before-start         pic s9(9) comp-5.
       77 after-end            pic s9(9) comp-5.
       77 window-minutes       pic s9(9) comp-5.

      * the measures: label, direction (L lower is better, H higher
      * is better, N workload context) and average-or-total
       01 measure-values.
          05 pic x(28) value "COMMITS PER HOUR".
          05 pic x(2)  value "HT".
          05 pic x(28) value "ROLLBACKS PER HOUR".
          05 pic x(2)  value "LT".
          05 pic x(28) value "LOCK WAITS PER HOUR".
          05 pic x(2)  value "LT".
          05 pic x(28) value "DEADLOCK PARTICIPANTS/HOUR".
          05 pic x(2)  value "LT".
          05 pic x(28) value "LOG USED PCT (AVERAGE)".
          05 pic x(2)  value "LA".
          05 pic x(28) value "CONNECTIONS (WORKLOAD)".
          05 pic x(2)  value "NT".
       01 measure-table redefines measure-values.
          05 measure-entry     occurs 6 times.
             10 ms-label       pic x(28).
             10 ms-direction   pic x(1).
             10 ms-kind        pic x(1).
       77 matched-cells        pic s9(4) comp-5.
       77 before-total         pic s9(15)v99 comp-3.
       77 after-total          pic s9(15)v99 comp-3.
       77 before-avg           pic s9(15)v99 comp-3.
       77 after-avg            pic s9(15)v99 comp-3.
       77 change-pct           pic s9(9)v9 comp-3.
       77 verdict              pic x(10).
       77 improved-count       pic s9(4) comp-5.
       77 worse-count          pic s9(4) comp-5.
       77 data-count           pic s9(4) comp-5.
       77 overall-verdict      pic x(10).
       77 total-improved       pic s9(4) comp-5 value 0.
       77 total-worse          pic s9(4) comp-5 value 0.
       77 total-mixed          pic s9(4) comp-5 value 0.
       77 total-nochange       pic s9(4) comp-5 value 0.
       77 total-nodata         pic s9(4) comp-5 value 0.

      * day-serial date arithmetic, carried down to the minute
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-q4            pic s9(9) comp-5.
       77 serial-q100          pic s9(9) comp-5.
       77 serial-q400          pic s9(9) comp-5.
       77 serial-qmm           pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       01 minute-parse.
          05 mp-hh             pic 99.
          05 mp-mi             pic 99.
          05 filler            pic x(4).
       77 stamp-minute         pic s9(9) comp-5.
       77 stamp-ok-sw          pic x value "N".
          88 stamp-ok          value "Y".
       77 rec-date             pic x(8).
       77 rec-time             pic x(8).

      * the date being walked a day at a time
       01 walk-date.
          05 wd-yyyy           pic 9(4).
          05 wd-mm             pic 9(2).
          05 wd-dd             pic 9(2).
       77 walk-end-date        pic x(8).
       77 days-in-month        pic s9(4) comp-5.
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem             pic s9(9) comp-5.
       77 step-count           pic s9(4) comp-5.

       01 rpt-line             pic x(110).
       01 event-line.
          05 filler            pic x(7) value "CHANGE ".
          05 el-date           pic x(8).
          05 filler            pic x value space.
          05 el-hhmm           pic x(4).
          05 filler            pic x value space.
          05 el-source         pic x(8).
          05 filler            pic x value space.
          05 el-desc           pic x(60).
       01 measure-line.
          05 filler            pic x(4) value spaces.
          05 ml-label          pic x(28).
          05 ml-before         pic zzzzzzzz9.99.
          05 filler            pic x value space.
          05 ml-after          pic zzzzzzzz9.99.
          05 filler            pic x(2) value spaces.
          05 ml-pct            pic -(6)9.9.
          05 ml-pct-x redefines ml-pct pic x(9).
          05 filler            pic x(2) value spaces.
          05 ml-verdict        pic x(10).
          05 filler            pic x value space.
          05 ml-cells          pic zz9.
       77 count-ed             pic zzz9.
       77 count-ed-2           pic zzz9.
       77 count-ed-3           pic zzz9.
       77 count-ed-4           pic zzz9.
       77 count-ed-5           pic zzz9.

      * Variables for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       chgimpct-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CHGIMPCT.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           move today-date to rec-date.
           move now-time   to rec-time.
           perform stamp-to-minute.
           move stamp-minute to now-stamp.

           perform read-control.
           if want-dbname equal spaces
              display "CHGIMPCT: chgimpct.ctl names no database"
              move 8 to RETURN-CODE
              go to end-chgimpct.
           inspect want-dbname tallying db-len
              for characters before initial " ".
           compute window-minutes = window-days * 1440.

           perform collect-dbops-changes.
           perform collect-migrate-changes.
           perform collect-conf-changes.
           perform collect-ccur-changes.
           perform sort-events.

           perform write-report.

           move spaces to log-detail.
           move event-count to count-ed.
           move total-improved to count-ed-2.
           move total-worse to count-ed-3.
           move total-mixed to count-ed-4.
           string want-dbname delimited by space
                  count-ed delimited by size
                  " changes" delimited by size
                  count-ed-2 delimited by size
                  " improved" delimited by size
                  count-ed-3 delimited by size
                  " worse" delimited by size
                  count-ed-4 delimited by size
                  " mixed" delimited by size
             into log-detail.
           call "opslog" using "CHGIMPCT  ",
                   "CHANGE IMPACT REPORTED        ", log-detail.

           display "Change events measured : ", event-count.
           if total-worse greater than 0 or total-mixed greater than 0
              move 4 to RETURN-CODE
           else
              move 0 to RETURN-CODE
           end-if.

       end-chgimpct. goback.

       read-control section.
      *************************************************************
      * chgimpct.ctl: the database, then the from/to range (the   *
      * 30 days to today when blank), the window in days and the  *
      * threshold per cent                                        *
      *************************************************************
           move today-date to to-date.
           move spaces to from-date.
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 move ctl-dbname to want-dbname
                 if ctl-from-date is numeric
                    move ctl-from-date to from-date
                 end-if
                 if ctl-to-date is numeric
                    move ctl-to-date to to-date
                 end-if
                 if ctl-window-days is numeric
                    and ctl-window-days not equal "00"
                    move ctl-window-days to window-days
                 end-if
                 if ctl-threshold is numeric
                    and ctl-threshold not equal "00"
                    move ctl-threshold to threshold-pct
                 end-if
           end-read.
           close ctl-file.
           if from-date equal spaces
              move to-date to walk-date
              perform step-back-one-day 30 times
              move walk-date to from-date
           end-if.
       end-read-control. exit.

       collect-dbops-changes section.
      *************************************************************
      * configuration remediations and alias re-points recorded   *
      * in dbops.log whose detail names the database              *
      *************************************************************
           move "dbops.log" to hist-filename.
           move from-date to span-from-date.
           move to-date to span-to-date.
           perform open-span.
           if LOGSPAN-NOT-ON-FILE
              display "dbops.log not on hand -- skipped"
           else
              move "N" to end-of-file-sw
              perform take-dbops-row thru take-dbops-row-exit
                 until end-of-file
           end-if.
           perform close-span.
       end-collect-dbops-changes. exit.

       take-dbops-row section.
           perform read-span.
           if end-of-file
              go to take-dbops-row-exit.
           move LOGSPAN-RECORD(1:240) to raw-log-record.
           call "logread" using "O", raw-log-record, LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to take-dbops-row-exit.
           if LOGREC-DATE less than from-date
              or LOGREC-DATE greater than to-date
              go to take-dbops-row-exit.
           if LOGREC-ACTION not equal "CONFIG REMEDIATED"
              and LOGREC-ACTION not equal
                 "CONFIG REMEDIATION BACKED OUT"
              and LOGREC-ACTION not equal "ALIAS CUTOVER"
              and LOGREC-ACTION not equal "ALIAS BACKOUT"
              go to take-dbops-row-exit.
           move 0 to name-hits.
           inspect LOGREC-DETAIL tallying name-hits
              for all want-dbname(1:db-len).
           if name-hits equal 0
              go to take-dbops-row-exit.

           move LOGREC-DATE to new-date.
           move LOGREC-TIME(1:4) to new-hhmm.
           move "DBOPS" to new-source.
           move spaces to new-desc.
           string LOGREC-ACTION delimited by "  "
                  ": " delimited by size
                  LOGREC-DETAIL delimited by size
             into new-desc.
           move "N" to new-daily.
           perform add-event.
       take-dbops-row-exit. exit.

       collect-migrate-changes section.
           move "migrate.hist" to hist-filename.
           move from-date to span-from-date.
           move to-date to span-to-date.
           perform open-span.
           if LOGSPAN-NOT-ON-FILE
              display "migrate.hist not on hand -- skipped"
           else
              move "N" to end-of-file-sw
              perform take-migrate-row thru take-migrate-row-exit
                 until end-of-file
           end-if.
           perform close-span.
       end-collect-migrate-changes. exit.

       take-migrate-row section.
           perform read-span.
           if end-of-file
              go to take-migrate-row-exit.
           move LOGSPAN-RECORD to migrate-row.
           if mh-date less than from-date
              or mh-date greater than to-date
              go to take-migrate-row-exit.
           if mh-dbname(1:8) not equal want-dbname
              go to take-migrate-row-exit.
      * only a change that took: the migration itself, or the
      * restore a back-out put the database back with
           if mh-result(1:21) not equal "MIGRATED successfully"
              and mh-result(1:17) not equal "BACK-OUT RESTORED"
              go to take-migrate-row-exit.
           move mh-date to new-date.
           move mh-time(1:4) to new-hhmm.
           move "MIGRATE" to new-source.
           move mh-result to new-desc.
           move "N" to new-daily.
           perform add-event.
       take-migrate-row-exit. exit.

       collect-conf-changes section.
      *************************************************************
      * walk the d_dbconf hist files from the day before the      *
      * range, so the range's first day has a day to differ from  *
      *************************************************************
           move from-date to walk-date.
           perform step-back-one-day.
           move to-date to walk-end-date.
           move "N" to conf-seen-sw.
           perform walk-one-conf-day
              until walk-date greater than walk-end-date.
       end-collect-conf-changes. exit.

       walk-one-conf-day section.
           move spaces to hist-filename.
           string "d_dbconf." delimited by size
                  walk-date   delimited by size
                  ".hist"     delimited by size
             into hist-filename.
           move from-date to span-from-date.
           move to-date to span-to-date.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              move "N" to end-of-file-sw
              perform take-conf-row thru take-conf-row-exit
                 until end-of-file
           end-if.
           perform close-span.
           perform increment-walk-date.
       end-walk-one-conf-day. exit.

       take-conf-row section.
           perform read-span.
           if end-of-file
              go to take-conf-row-exit.
           move LOGSPAN-RECORD to conf-row.
           if cf-dbname not equal want-dbname
              go to take-conf-row-exit.
           if conf-seen
              perform check-conf-token
                 varying token-idx from 1 by 1 until token-idx > 4
           end-if.
           move "Y" to conf-seen-sw.
           perform carry-conf-token
              varying token-idx from 1 by 1 until token-idx > 4.
       take-conf-row-exit. exit.

       check-conf-token section.
           if cf-value-x(token-idx) equal conf-prior-value(token-idx)
              or cf-date less than from-date
              go to end-check-conf-token.
           move conf-prior-value(token-idx) to old-value.
           move cf-value-x(token-idx) to new-value.
           move cf-date to new-date.
           move "CFGTREND" to new-source.
           move conf-token(token-idx) to new-desc.
           perform describe-value-change.
       end-check-conf-token. exit.

       carry-conf-token section.
           move cf-value-x(token-idx) to conf-prior-value(token-idx).
       end-carry-conf-token. exit.

       collect-ccur-changes section.
           move from-date to walk-date.
           perform step-back-one-day.
           move to-date to walk-end-date.
           move 0 to ccur-count.
           perform walk-one-ccur-day
              until walk-date greater than walk-end-date.
       end-collect-ccur-changes. exit.

       walk-one-ccur-day section.
           move spaces to hist-filename.
           string "d_dbccur." delimited by size
                  walk-date   delimited by size
                  ".hist"     delimited by size
             into hist-filename.
           move from-date to span-from-date.
           move to-date to span-to-date.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              move "N" to end-of-file-sw
              perform take-ccur-row thru take-ccur-row-exit
                 until end-of-file
           end-if.
           perform close-span.
           perform increment-walk-date.
       end-walk-one-ccur-day. exit.

       take-ccur-row section.
           perform read-span.
           if end-of-file
              go to take-ccur-row-exit.
           move LOGSPAN-RECORD to ccur-row.
           if cc-dbname not equal want-dbname
              go to take-ccur-row-exit.
           move "N" to ccur-found-sw.
           perform check-ccur-token
              varying ccur-idx from 1 by 1
              until ccur-idx > ccur-count or ccur-found.
           if not ccur-found
              if ccur-count less than 60
                 add 1 to ccur-count
                 move cc-token to ct-token(ccur-count)
                 move cc-current to ct-value(ccur-count)
              end-if
              go to take-ccur-row-exit
           end-if.
           subtract 1 from ccur-idx.
           if cc-current not equal ct-value(ccur-idx)
              and cc-date not less than from-date
              move ct-value(ccur-idx) to old-value
              move cc-current to new-value
              move cc-date to new-date
              move "D_DBCCUR" to new-source
              move cc-token to new-desc
              perform describe-value-change
           end-if.
           move cc-current to ct-value(ccur-idx).
       take-ccur-row-exit. exit.

       check-ccur-token section.
           if ct-token(ccur-idx) equal cc-token
              move "Y" to ccur-found-sw
           end-if.
       end-check-ccur-token. exit.

       describe-value-change section.
      * new-desc holds the token; the old and new values follow it
      * with their edited leading blanks taken off
           move 0 to value-lead.
           inspect old-value tallying value-lead for leading spaces.
           if value-lead > 8
              move 8 to value-lead
           end-if.
           move old-value(value-lead + 1:) to old-value.
           move 0 to value-lead.
           inspect new-value tallying value-lead for leading spaces.
           if value-lead > 8
              move 8 to value-lead
           end-if.
           move new-value(value-lead + 1:) to new-value.
           move new-desc(1:8) to desc-token.
           move spaces to new-desc.
           string desc-token delimited by space
                  " " delimited by size
                  old-value delimited by space
                  " -> " delimited by size
                  new-value delimited by space
             into new-desc.
           move "0000" to new-hhmm.
           move "Y" to new-daily.
           perform add-event.
       end-describe-value-change. exit.

       add-event section.
      *************************************************************
      * a daily-history change within a day either side of one    *
      * already held is that same change seen again: it is only  *
      * counted against the held event                            *
      *************************************************************
           move new-date to rec-date.
           move spaces to rec-time.
           move new-hhmm to rec-time(1:4).
           perform stamp-to-minute.
           move stamp-minute to new-stamp.
           move "N" to merged-sw.
           if new-daily equal "Y"
              perform check-same-change
                 varying event-idx from 1 by 1
                 until event-idx > event-count or merged
           end-if.
           if merged
              go to end-add-event.
           if event-count equal 60
              if event-full-sw equal "N"
                 move "Y" to event-full-sw
                 display "more than 60 changes in the range -- ",
                          "later ones not measured"
              end-if
              go to end-add-event.
           add 1 to event-count.
           move new-stamp  to ev-stamp(event-count).
           move new-date   to ev-date(event-count).
           move new-hhmm   to ev-hhmm(event-count).
           move new-source to ev-source(event-count).
           move new-desc   to ev-desc(event-count).
           move 0          to ev-more(event-count).
           move new-daily  to ev-daily(event-count).
       end-add-event. exit.

       check-same-change section.
           if ev-stamp(event-idx) not less than new-stamp - 1440
              and ev-stamp(event-idx) less than new-stamp + 1440
              move "Y" to merged-sw
              add 1 to ev-more(event-idx)
           end-if.
       end-check-same-change. exit.

       sort-events section.
           perform sort-one-pass
              varying sort-i from 1 by 1
              until sort-i not less than event-count.
       end-sort-events. exit.

       sort-one-pass section.
           perform sort-one-pair
              varying sort-j from 1 by 1
              until sort-j > event-count - sort-i.
       end-sort-one-pass. exit.

       sort-one-pair section.
           if ev-stamp(sort-j) greater than ev-stamp(sort-j + 1)
              move event-entry(sort-j) to hold-event
              move event-entry(sort-j + 1) to event-entry(sort-j)
              move hold-event to event-entry(sort-j + 1)
           end-if.
       end-sort-one-pair. exit.

       measure-one-event section.
      *************************************************************
      * the window before the change and the equal window after  *
      * it, each sample dropped into its weekday-hour cell        *
      *************************************************************
           initialize cell-table.
           compute before-start = ev-stamp(event-idx) - window-minutes.
           compute after-end = ev-stamp(event-idx) + window-minutes.

           move ev-date(event-idx) to walk-date.
           perform step-back-one-day window-days times.
           move walk-date to span-from-date.
           move ev-date(event-idx) to walk-date.
           perform increment-walk-date window-days times.
           move walk-date to span-to-date.

           move span-from-date to walk-date.
           move span-to-date to walk-end-date.
           perform take-one-thruput-day
              until walk-date greater than walk-end-date.

           move "dbsnap.rpt" to hist-filename.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              move "N" to end-of-file-sw
              perform take-snap-row thru take-snap-row-exit
                 until end-of-file
           end-if.
           perform close-span.

           move "deadlock.hist" to hist-filename.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              move "N" to end-of-file-sw
              perform take-deadlock-row thru take-deadlock-row-exit
                 until end-of-file
           end-if.
           perform close-span.

           move "logmon.hist" to hist-filename.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              move "N" to end-of-file-sw
              perform take-logmon-row thru take-logmon-row-exit
                 until end-of-file
           end-if.
           perform close-span.

           move "wkld.hist" to hist-filename.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              move "N" to end-of-file-sw
              perform take-wkld-row thru take-wkld-row-exit
                 until end-of-file
           end-if.
           perform close-span.
       end-measure-one-event. exit.

       take-one-thruput-day section.
           move spaces to hist-filename.
           string "thruput." delimited by size
                  walk-date  delimited by size
                  ".hist"    delimited by size
             into hist-filename.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              move "N" to end-of-file-sw
              perform take-thruput-row thru take-thruput-row-exit
                 until end-of-file
           end-if.
           perform close-span.
           perform increment-walk-date.
       end-take-one-thruput-day. exit.

       take-thruput-row section.
           perform read-span.
           if end-of-file
              go to take-thruput-row-exit.
           move LOGSPAN-RECORD to thruput-row.
      * a series-break row carries a new baseline, not a delta
           if tp-dbname not equal want-dbname or tp-series-break
              go to take-thruput-row-exit.
           if tp-commits is not numeric or tp-rollbacks is not numeric
              go to take-thruput-row-exit.
           move tp-date to rec-date.
           move tp-time to rec-time.
           move 1 to measure-idx.
           move tp-commits to row-value.
           perform place-sample.
           move 2 to measure-idx.
           move tp-rollbacks to row-value.
           perform place-sample.
       take-thruput-row-exit. exit.

       take-snap-row section.
           perform read-span.
           if end-of-file
              go to take-snap-row-exit.
           move LOGSPAN-RECORD to snap-row.
           if sr-dbname not equal want-dbname or sr-series-break
              go to take-snap-row-exit.
           move sr-delta-waits to de-edit-x.
           perform de-edit-value.
           if de-edit-x is not numeric
              go to take-snap-row-exit.
           move sr-date to rec-date.
           move sr-time to rec-time.
           move 3 to measure-idx.
           move de-edit-9 to row-value.
           perform place-sample.
       take-snap-row-exit. exit.

       take-deadlock-row section.
           perform read-span.
           if end-of-file
              go to take-deadlock-row-exit.
           move LOGSPAN-RECORD to deadlock-row.
           if dh-dbname not equal want-dbname
              go to take-deadlock-row-exit.
           move dh-date to rec-date.
           move dh-time to rec-time.
           move 4 to measure-idx.
           move 1 to row-value.
           perform place-sample.
       take-deadlock-row-exit. exit.

       take-logmon-row section.
           perform read-span.
           if end-of-file
              go to take-logmon-row-exit.
           move LOGSPAN-RECORD to logmon-row.
           if lh-dbname not equal want-dbname
              or lh-used-pct is not numeric
              go to take-logmon-row-exit.
           move lh-date to rec-date.
           move lh-time to rec-time.
           move 5 to measure-idx.
           move lh-used-pct to row-value.
           perform place-sample.
       take-logmon-row-exit. exit.

       take-wkld-row section.
           perform read-span.
           if end-of-file
              go to take-wkld-row-exit.
           move LOGSPAN-RECORD to wkld-row.
           if wh-dbname not equal want-dbname
              or wh-hour is not numeric or wh-conns is not numeric
              go to take-wkld-row-exit.
      * one sample an hour: the hour's rows add to its connections
           move wh-date to rec-date.
           move spaces to rec-time.
           move wh-hour to rec-time(1:2).
           move "00" to rec-time(3:2).
           move 6 to measure-idx.
           move wh-conns to row-value.
           perform place-sample.
       take-wkld-row-exit. exit.

       place-sample section.
      *************************************************************
      * rec-date/rec-time into before (1) or after (2) and the    *
      * weekday-hour cell; outside both windows it is not wanted  *
      *************************************************************
           perform stamp-to-minute.
           if not stamp-ok or mp-hh greater than 23
              go to end-place-sample.
           if stamp-minute less than before-start
              or stamp-minute not less than after-end
              go to end-place-sample.
           if stamp-minute less than ev-stamp(event-idx)
              move 1 to side-idx
           else
              move 2 to side-idx
           end-if.
           divide serial-days by 7 giving dow-quot
              remainder weekday-idx.
           compute cell-idx = weekday-idx * 24 + mp-hh + 1.
           add row-value
              to ce-sum(side-idx, measure-idx, cell-idx).
           add 1 to ce-count(side-idx, measure-idx, cell-idx).
       end-place-sample. exit.

       judge-one-measure section.
      *************************************************************
      * the cells sampled on both sides are compared; deadlock    *
      * participants are counted rows, so their cells are the    *
      * ones the lock-wait snapshots covered                      *
      *************************************************************
           move measure-idx to cover-idx.
           if measure-idx equal 4
              move 3 to cover-idx
           end-if.
           move 0 to matched-cells.
           move 0 to before-total.
           move 0 to after-total.
           perform add-one-cell
              varying cell-idx from 1 by 1 until cell-idx > 168.

           move spaces to measure-line.
           move ms-label(measure-idx) to ml-label.
           move matched-cells to ml-cells.
           if matched-cells equal 0
              move spaces to ml-pct-x
              move "NO DATA" to ml-verdict
              go to end-judge-one-measure.
           add 1 to data-count.
           compute before-avg rounded = before-total / matched-cells.
           compute after-avg rounded = after-total / matched-cells.
           move before-avg to ml-before.
           move after-avg to ml-after.

           if before-avg equal 0
              if after-avg equal 0
                 move 0 to change-pct
                 move "NO CHANGE" to verdict
              else
                 move 999999.9 to change-pct
                 perform direction-verdict
              end-if
           else
              compute change-pct rounded =
                 (after-avg - before-avg) * 100 / before-avg
              if change-pct greater than 0 - threshold-pct
                 and change-pct less than threshold-pct
                 move "NO CHANGE" to verdict
              else
                 perform direction-verdict
              end-if
           end-if.
           if change-pct equal 999999.9
              move "      new" to ml-pct-x
           else
              move change-pct to ml-pct
           end-if.
           move verdict to ml-verdict.
           if verdict equal "IMPROVED"
              add 1 to improved-count
           end-if.
           if verdict equal "WORSE"
              add 1 to worse-count
           end-if.
       end-judge-one-measure. exit.

       direction-verdict section.
           evaluate true
              when ms-direction(measure-idx) equal "N"
                 if change-pct greater than 0
                    move "HIGHER" to verdict
                 else
                    move "LOWER" to verdict
                 end-if
              when ms-direction(measure-idx) equal "H"
                 if change-pct greater than 0
                    move "IMPROVED" to verdict
                 else
                    move "WORSE" to verdict
                 end-if
              when other
                 if change-pct less than 0
                    move "IMPROVED" to verdict
                 else
                    move "WORSE" to verdict
                 end-if
           end-evaluate.
       end-direction-verdict. exit.

       add-one-cell section.
           if ce-count(1, cover-idx, cell-idx) equal 0
              or ce-count(2, cover-idx, cell-idx) equal 0
              go to end-add-one-cell.
           add 1 to matched-cells.
           if ms-kind(measure-idx) equal "A"
              if ce-count(1, measure-idx, cell-idx) greater than 0
                 compute before-total = before-total
                    + ce-sum(1, measure-idx, cell-idx)
                    / ce-count(1, measure-idx, cell-idx)
              end-if
              if ce-count(2, measure-idx, cell-idx) greater than 0
                 compute after-total = after-total
                    + ce-sum(2, measure-idx, cell-idx)
                    / ce-count(2, measure-idx, cell-idx)
              end-if
           else
              add ce-sum(1, measure-idx, cell-idx) to before-total
              add ce-sum(2, measure-idx, cell-idx) to after-total
           end-if.
       end-add-one-cell. exit.

       write-report section.
           open output rpt-file.

           move spaces to rpt-line.
           string "CHANGE IMPACT  " delimited by size
                  want-dbname delimited by space
                  "  " delimited by size
                  from-date delimited by size
                  " THRU " delimited by size
                  to-date delimited by size
                  "  window " delimited by size
                  window-days delimited by size
                  " days each side by weekday and hour"
                     delimited by size
                  "  threshold " delimited by size
                  threshold-pct delimited by size
                  "%" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           if gap-count greater than 0
              move spaces to rpt-line
              string "  archive no longer on hand: " delimited by size
                     gap-archname delimited by space
                     " -- part of the history is missing"
                        delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.

           perform report-one-event
              varying event-idx from 1 by 1
              until event-idx > event-count.

           if event-count equal 0
              move "  (no change events for the database in the range)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move total-improved to count-ed.
           move total-worse to count-ed-2.
           move total-mixed to count-ed-3.
           move total-nochange to count-ed-4.
           move total-nodata to count-ed-5.
           move spaces to rpt-line.
           string "CHANGES IMPROVED" delimited by size
                  count-ed delimited by size
                  "   WORSE" delimited by size
                  count-ed-2 delimited by size
                  "   MIXED" delimited by size
                  count-ed-3 delimited by size
                  "   NO CHANGE" delimited by size
                  count-ed-4 delimited by size
                  "   NO DATA" delimited by size
                  count-ed-5 delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           close rpt-file.
           call "rptarch" using "chgimpct.rpt                  ",
                   "CHGIMPCT  ".
       end-write-report. exit.

       report-one-event section.
           perform measure-one-event.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move ev-date(event-idx) to el-date.
           move ev-hhmm(event-idx) to el-hhmm.
           move ev-source(event-idx) to el-source.
           move ev-desc(event-idx) to el-desc.
           write rpt-rec from event-line.
           if ev-more(event-idx) greater than 0
              move ev-more(event-idx) to count-ed
              move spaces to rpt-line
              string "       plus" delimited by size
                     count-ed delimited by size
                     " more value change(s) in the daily history "
                        delimited by size
                     "around the same time" delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.
           if ev-daily(event-idx) equal "Y"
              move spaces to rpt-line
              string "       (daily history -- the change was in "
                        delimited by size
                     "place by this date)" delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.
           if after-end greater than now-stamp
              move spaces to rpt-line
              string "       (after-window still running -- compared "
                        delimited by size
                     "on the hours seen so far)" delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.
           move spaces to rpt-line.
           string "    MEASURE                          BEFORE"
                     delimited by size
                  "        AFTER   CHANGE %  VERDICT    CELLS"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           move 0 to improved-count.
           move 0 to worse-count.
           move 0 to data-count.
           perform report-one-measure
              varying measure-idx from 1 by 1 until measure-idx > 6.

           evaluate true
              when data-count equal 0
                 move "NO DATA" to overall-verdict
                 add 1 to total-nodata
              when worse-count > 0 and improved-count > 0
                 move "MIXED" to overall-verdict
                 add 1 to total-mixed
              when worse-count > 0
                 move "WORSE" to overall-verdict
                 add 1 to total-worse
              when improved-count > 0
                 move "IMPROVED" to overall-verdict
                 add 1 to total-improved
              when other
                 move "NO CHANGE" to overall-verdict
                 add 1 to total-nochange
           end-evaluate.
           move spaces to rpt-line.
           string "    DID IT WORK: " delimited by size
                  overall-verdict delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-report-one-event. exit.

       report-one-measure section.
           perform judge-one-measure.
           write rpt-rec from measure-line.
       end-report-one-measure. exit.

       open-span section.
      *************************************************************
      * the archives logarch has rolled the range into are read   *
      * ahead of the live file; one no longer on hand is kept for *
      * the report header                                         *
      *************************************************************
           move "O"            to LOGSPAN-FUNCTION.
           move hist-filename  to LOGSPAN-LOGNAME.
           move span-from-date to LOGSPAN-FROM-DATE.
           move span-to-date   to LOGSPAN-TO-DATE.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RANGE-COVERED
              add 1 to gap-count
              if gap-archname equal spaces
                 move LOGSPAN-GAP-FILE to gap-archname
              end-if
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
      * pad the blanks with zeros so they move cleanly into the   *
      * binary accumulators (the counters are never negative)     *
      *************************************************************
           inspect de-edit-x replacing all " " by "0".
       end-de-edit-value. exit.

       stamp-to-minute section.
      * rec-date yyyymmdd and rec-time hhmm.. to a minute serial
           move "N" to stamp-ok-sw.
           move 0 to stamp-minute.
           move rec-date to serial-work-date.
           move rec-time to minute-parse.
           if serial-work-date is not numeric
              or mp-hh is not numeric or mp-mi is not numeric
              go to end-stamp-to-minute.
           perform date-to-serial.
           compute stamp-minute = serial-days * 1440
              + mp-hh * 60 + mp-mi.
           move "Y" to stamp-ok-sw.
       end-stamp-to-minute. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial in whole-number steps, so the   *
      * remainder by seven gives a steady weekday                 *
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
       end-date-to-serial. exit.

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

       increment-walk-date section.
      * step the walked date forward one day, carrying month and year
           perform set-days-in-month.
           add 1 to wd-dd.
           if wd-dd greater than days-in-month
              move 1 to wd-dd
              add 1 to wd-mm
              if wd-mm greater than 12
                 move 1 to wd-mm
                 add 1 to wd-yyyy
              end-if
           end-if.
       end-increment-walk-date. exit.

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

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the     *
      * history sources resolve inside logspan                    *
      *************************************************************
           call "envname" using "chgimpct.ctl                  ",
                   ctl-envfn.
           call "envname" using "chgimpct.rpt                  ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
