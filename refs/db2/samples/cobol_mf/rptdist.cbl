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
      ** SOURCE FILE NAME: rptdist.cbl
      **
      ** SAMPLE: Report distribution pass.  rptarch calls here once a
      **         report is archived and cataloged.  The distribution
      **         list rptdist.dat names, one row per report and
      **         recipient, who gets the report and how often: E
      **         every run, D daily, W weekly or M month-end (the
      **         last day of the calendar month, or a fiscal period
      **         end in the business calendar bizcal.dat).  Each
      **         recipient the report is due to gets a delivery memo
      **         on memo.out for the mail gateway job -- a header
      **         line in the dbnotify memo layout naming the archived
      **         report, followed by the archived report's body, one
      **         memo line per report line under the same contact,
      **         date and time -- and every delivery is written to
      **         the delivery log rptdist.log: who was sent which
      **         archived report and when.  The log is also what
      **         decides what is due: a daily recipient already sent
      **         the report today, a weekly one sent it in the last
      **         seven days, or a month-end one sent it this calendar
      **         month is skipped.  A report nobody is listed for,
      **         or no rptdist.dat at all, is no delivery.
      **
      ** OUTPUT FILE: rptdist.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "rptdist".

       Environment Division.
       Input-Output Section.
       File-Control.
           select dist-file assign to dist-envfn
              organization is line sequential
              file status is dist-status.
           select dlog-file assign to dlog-envfn
              organization is line sequential
              file status is dlog-status.
           select body-file assign to body-envfn
              organization is line sequential
              file status is body-status.
           select memo-file assign to memo-envfn
              organization is line sequential
              file status is memo-status.

       Data Division.
       File Section.
      * rptdist.dat, the distribution list: one row per report and
      * recipient, frequency E every run, D daily, W weekly, M
      * month-end
       FD  dist-file.
       01  dist-rec.
           05  dd-report          pic x(30).
           05  filler             pic x.
           05  dd-freq            pic x(1).
           05  filler             pic x.
           05  dd-recipient       pic x(20).

      * rptdist.log, the delivery log
       FD  dlog-file.
       01  dlog-rec.
           05  dl-date            pic x(8).
           05  filler             pic x.
           05  dl-time            pic x(8).
           05  filler             pic x.
           05  dl-recipient       pic x(20).
           05  filler             pic x.
           05  dl-report          pic x(30).
           05  filler             pic x.
           05  dl-archname        pic x(30).
           05  filler             pic x.
           05  dl-freq            pic x(1).
           05  filler             pic x.
           05  dl-lines           pic 9(7).

       FD  body-file.
       01  body-rec               pic x(190).

       FD  memo-file.
       01  memo-rec               pic x(250).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 dist-envfn           pic x(42).
       77 dlog-envfn           pic x(42).
       77 body-envfn           pic x(42).
       77 memo-envfn           pic x(42).

       77 dist-status          pic x(2).
       77 dlog-status          pic x(2).
       77 body-status          pic x(2).
       77 memo-status          pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-dist-sw       pic x.
          88 end-of-dist       value "Y".
       77 end-of-dlog-sw       pic x.
          88 end-of-dlog       value "Y".
       77 end-of-body-sw       pic x.
          88 end-of-body       value "Y".
       77 due-sw               pic x.
          88 delivery-due      value "Y".
       77 body-lines           pic s9(9) comp-5.
       77 delivered-count      pic s9(4) comp-5.
       77 skipped-count        pic s9(4) comp-5.

      * the last delivery of this report to each recipient, from
      * the delivery log
       01 history-entries.
          05 history-entry     occurs 100 times.
             10 hs-recipient   pic x(20).
             10 hs-last-date   pic x(8).
       77 history-count        pic s9(4) comp-5.
       77 hist-idx             pic s9(4) comp-5.
       77 hist-found-sw        pic x.
          88 hist-found        value "Y".

      * day-serial date arithmetic for the weekly frequency
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.

      * a month-end recipient is only sent on the last day of the
      * calendar month or on a fiscal period end from bizcal.dat
       77 month-end-sw         pic x value "N".
          88 month-end-today   value "Y".

       copy "bizcrec.cbl".

      * the delivery memo: a header line in the dbnotify layout the
      * mail gateway job reads from memo.out, then the report body
      * under the same contact, date and time
       01 memo-line.
          05 mm-contact        pic x(20).
          05 filler            pic x value space.
          05 mm-date           pic x(8).
          05 filler            pic x value space.
          05 mm-time           pic x(8).
          05 filler            pic x value space.
          05 mm-dbname         pic x(8).
          05 filler            pic x value space.
          05 mm-source         pic x(10).
          05 filler            pic x value space.
          05 mm-text           pic x(70).
       01 body-line.
          05 bl-contact        pic x(20).
          05 filler            pic x value space.
          05 bl-date           pic x(8).
          05 filler            pic x value space.
          05 bl-time           pic x(8).
          05 filler            pic x value space.
          05 bl-dbname         pic x(8).
          05 filler            pic x value space.
          05 bl-source         pic x(10).
          05 filler            pic x value space.
          05 bl-text           pic x(190).
       77 lines-ed             pic zzzzzz9.

       Linkage Section.
       01  lk-basename         pic x(30).
       01  lk-program          pic x(10).
       01  lk-archname         pic x(30).

       Procedure Division using lk-basename, lk-program, lk-archname.
       rptdist-pgm section.

           perform resolve-toolkit-filenames.

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           move today-date to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.
           perform check-month-end.

           move 0 to delivered-count.
           move 0 to skipped-count.
           move "N" to end-of-dist-sw.
           open input dist-file.
           if dist-status not equal "00"
      * no distribution list kept here -- nothing to deliver
              goback.

           perform load-delivery-history.

           perform distribute-one-row thru distribute-one-row-exit
              until end-of-dist.
           close dist-file.

           if delivered-count greater than 0
              or skipped-count greater than 0
              display "RPTDIST: ", lk-basename, " delivered to ",
                       delivered-count, " recipient(s), ",
                       skipped-count, " not due"
           end-if.

       end-rptdist. goback.

       load-delivery-history section.
      *************************************************************
      * the delivery log is in time order, so the last row for a  *
      * recipient and this report is its last delivery            *
      *************************************************************
           move 0 to history-count.
           move "N" to end-of-dlog-sw.
           open input dlog-file.
           if dlog-status not equal "00"
              go to end-load-delivery-history.
           perform note-one-delivery thru note-one-delivery-exit
              until end-of-dlog.
           close dlog-file.
       end-load-delivery-history. exit.

       note-one-delivery section.
           read dlog-file
              at end
                 move "Y" to end-of-dlog-sw
                 go to note-one-delivery-exit
           end-read.
           if dl-report not equal lk-basename
              go to note-one-delivery-exit.
           move dl-recipient to dd-recipient.
           perform find-recipient-history.
           if not hist-found
              if history-count equal 100
                 go to note-one-delivery-exit
              end-if
              add 1 to history-count
              move history-count to hist-idx
              move dl-recipient to hs-recipient(hist-idx)
           end-if.
           move dl-date to hs-last-date(hist-idx).
       note-one-delivery-exit. exit.

       find-recipient-history section.
           move "N" to hist-found-sw.
           perform check-one-history
              varying hist-idx from 1 by 1
              until hist-idx > history-count or hist-found.
           if hist-found
              subtract 1 from hist-idx
           end-if.
       end-find-recipient-history. exit.

       check-one-history section.
           if hs-recipient(hist-idx) equal dd-recipient
              move "Y" to hist-found-sw
           end-if.
       end-check-one-history. exit.

       distribute-one-row section.
      *************************************************************
      * one distribution row: this report, and due to this        *
      * recipient at this row's frequency                         *
      *************************************************************
           read dist-file
              at end
                 move "Y" to end-of-dist-sw
                 go to distribute-one-row-exit
           end-read.
           if dd-report not equal lk-basename
              or dd-recipient equal spaces
              go to distribute-one-row-exit.

           perform find-recipient-history.
           perform decide-if-due.
           if not delivery-due
              add 1 to skipped-count
              go to distribute-one-row-exit.

           perform deliver-report.
       distribute-one-row-exit. exit.

       decide-if-due section.
           move "N" to due-sw.
           if dd-freq not equal "E" and dd-freq not equal "D"
              and dd-freq not equal "W" and dd-freq not equal "M"
              display "RPTDIST: ", lk-basename, " for ",
                       dd-recipient, " has frequency ", dd-freq,
                       " -- not E, D, W or M, not delivered"
              go to end-decide-if-due.
           if dd-freq equal "M" and not month-end-today
              go to end-decide-if-due.
           if not hist-found
              move "Y" to due-sw
              go to end-decide-if-due.
           evaluate dd-freq
              when "E"
                 move "Y" to due-sw
              when "D"
                 if hs-last-date(hist-idx) not equal today-date
                    move "Y" to due-sw
                 end-if
              when "W"
                 move hs-last-date(hist-idx) to serial-work-date
                 perform date-to-serial
                 if today-serial - serial-days not less than 7
                    move "Y" to due-sw
                 end-if
              when "M"
                 if hs-last-date(hist-idx)(1:6)
                       not equal today-date(1:6)
                    move "Y" to due-sw
                 end-if
           end-evaluate.
       end-decide-if-due. exit.

       deliver-report section.
      *************************************************************
      * the memo header names the archived copy; the body is the  *
      * archived copy itself, so what the log says was sent is   *
      * what rptcat re-displays                                   *
      *************************************************************
           move 0 to body-lines.
           move "N" to end-of-body-sw.
           open input body-file.
           if body-status not equal "00"
              display "RPTDIST: ", lk-archname,
                       " not on hand -- not delivered"
              go to end-deliver-report.
           perform count-one-body-line thru count-one-body-line-exit
              until end-of-body.
           close body-file.

           open extend memo-file.
           if memo-status not equal "00"
              open output memo-file
           end-if.
           move spaces to memo-line.
           move dd-recipient to mm-contact.
           move today-date   to mm-date.
           move now-time     to mm-time.
           move "RPTDIST"    to mm-source.
           move body-lines   to lines-ed.
           string "report " delimited by size
                  lk-archname delimited by space
                  " from " delimited by size
                  lk-program delimited by space
                  " --" delimited by size
                  lines-ed delimited by size
                  " lines follow" delimited by size
             into mm-text.
           write memo-rec from memo-line.

           move spaces to body-line.
           move dd-recipient to bl-contact.
           move today-date   to bl-date.
           move now-time     to bl-time.
           move "RPTBODY"    to bl-source.
           move "N" to end-of-body-sw.
           open input body-file.
           perform send-one-body-line thru send-one-body-line-exit
              until end-of-body.
           close body-file.
           close memo-file.

           open extend dlog-file.
           if dlog-status not equal "00"
              open output dlog-file
           end-if.
           move spaces to dlog-rec.
           move today-date   to dl-date.
           move now-time     to dl-time.
           move dd-recipient to dl-recipient.
           move lk-basename  to dl-report.
           move lk-archname  to dl-archname.
           move dd-freq      to dl-freq.
           move body-lines   to dl-lines.
           write dlog-rec.
           close dlog-file.

      * a report listed twice for one recipient goes out once a run
           if not hist-found
              and history-count less than 100
              add 1 to history-count
              move history-count to hist-idx
              move dd-recipient to hs-recipient(hist-idx)
              move "Y" to hist-found-sw
           end-if.
           if hist-found
              move today-date to hs-last-date(hist-idx)
           end-if.
           add 1 to delivered-count.
       end-deliver-report. exit.

       count-one-body-line section.
           read body-file
              at end
                 move "Y" to end-of-body-sw
                 go to count-one-body-line-exit
           end-read.
           add 1 to body-lines.
       count-one-body-line-exit. exit.

       send-one-body-line section.
           read body-file
              at end
                 move "Y" to end-of-body-sw
                 go to send-one-body-line-exit
           end-read.
           move body-rec to bl-text.
           write memo-rec from body-line.
       send-one-body-line-exit. exit.

       check-month-end section.
      *************************************************************
      * today is a month end when the first of next month is the  *
      * day after it, or when the business calendar has a fiscal  *
      * period end on it                                          *
      *************************************************************
           move "N" to month-end-sw.
           move today-date to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           if BIZCAL-IS-PERIOD-END
              move "Y" to month-end-sw
              go to end-check-month-end.

           move today-date to serial-work-date.
           if swd-mm equal 12
              add 1 to swd-yyyy
              move 1 to swd-mm
           else
              add 1 to swd-mm
           end-if.
           move 1 to swd-dd.
           perform date-to-serial.
           if serial-days - today-serial equal 1
              move "Y" to month-end-sw
           end-if.
       end-check-month-end. exit.

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
           call "envname" using "rptdist.dat                   ",
                   dist-envfn.
           call "envname" using "rptdist.log                   ",
                   dlog-envfn.
           call "envname" using "memo.out                      ",
                   memo-envfn.
           call "envname" using lk-archname, body-envfn.
       end-resolve-toolkit-filenames. exit.
