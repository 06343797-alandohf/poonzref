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
      ** SOURCE FILE NAME: incpm.cbl
      **
      ** SAMPLE: Incident post-mortem timeline.  emrgrpt gathers the
      **         story of a declared emergency; ordinary incidents
      **         needed it more often and got it by hand.  Given an
      **         incident number (incpm.ctl: incident number, minutes
      **         before the open, minutes after the close -- 60 each
      **         by default), this reads the incident's rows from
      **         incident.log and opens incpm.rpt with a header: how
      **         and when it opened, every note, and the close with
      **         its resolution code (or STILL OPEN, in which case the
      **         window runs to now).  Then every record stamped
      **         inside the window from dbevents.log and dbops.log
      **         (through the layout-aware reader), alert.queue,
      **         alert.acks, deadlock.hist, runreg.log,
      **         restart.incidents, restore.hist, dbstop.events and
      **         dbstop.diag sorts together on its own date and time
      **         (the audext SORT convention) into one timeline, each
      **         line tagged with the file it came from.
      **
      ** OUTPUT FILE: incpm.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "incpm".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select incident-file assign to incident-envfn
              organization is line sequential
              file status is inc-status.
           select evt-file assign to evt-envfn
              organization is line sequential
              file status is src-status.
           select ops-file assign to ops-envfn
              organization is line sequential
              file status is src-status.
           select src-file assign to src-envfn
              organization is line sequential
              file status is src-status.
           select sort-file assign to sort-envfn.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-incident       pic x(6).
           05  filler             pic x.
           05  ctl-before         pic x(4).
           05  filler             pic x.
           05  ctl-after          pic x(4).

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

       FD  evt-file.
       01  evt-rec                pic x(240).

       FD  ops-file.
       01  ops-rec                pic x(240).

       FD  src-file.
       01  src-rec                pic x(360).

       SD  sort-file.
       01  sort-rec.
           05  so-key             pic x(16).
           05  so-source          pic x(10).
           05  so-text            pic x(100).

       FD  rpt-file.
       01  rpt-rec                pic x(130).

       Working-Storage Section.

       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 incident-envfn       pic x(42).
       77 evt-envfn            pic x(42).
       77 ops-envfn            pic x(42).
       77 src-envfn            pic x(42).
       77 sort-envfn           pic x(42).
       77 rpt-envfn            pic x(42).

       77 ctl-status           pic x(2).
       77 inc-status           pic x(2).
       77 src-status           pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 end-of-sort-sw       pic x value "N".
          88 end-of-sort       value "Y".

       77 want-incident        pic 9(6) value 0.
       77 minutes-before       pic s9(4) comp-5 value 60.
       77 minutes-after        pic s9(4) comp-5 value 60.

      * the incident itself, from its incident.log rows
       77 inc-seen-sw          pic x value "N".
          88 incident-seen     value "Y".
       77 inc-closed-sw        pic x value "N".
          88 incident-closed   value "Y".
       77 inc-open-date        pic x(8).
       77 inc-open-time        pic x(8).
       77 inc-source           pic x(10).
       77 inc-code             pic x(6).
       77 inc-text             pic x(56).
       77 inc-close-date       pic x(8).
       77 inc-close-time       pic x(8).
       77 inc-close-who        pic x(10).
       77 inc-resolution       pic x(6).
       77 inc-close-text       pic x(56).
       01 note-entries.
          05 note-line         occurs 50 times pic x(90).
       77 note-count           pic s9(4) comp-5 value 0.
       77 note-idx             pic s9(4) comp-5.

      * the timeline's own sources past the two logs: file, tag,
      * and where each record's date, time and text begin
       01 source-entries.
          05 filler.
             10 pic x(30) value "alert.queue".
             10 pic x(10) value "ALERT".
             10 pic 999 value 8.
             10 pic 999 value 17.
             10 pic 999 value 26.
          05 filler.
             10 pic x(30) value "alert.acks".
             10 pic x(10) value "ALERT-ACK".
             10 pic 999 value 1.
             10 pic 999 value 10.
             10 pic 999 value 19.
          05 filler.
             10 pic x(30) value "deadlock.hist".
             10 pic x(10) value "DEADLOCK".
             10 pic 999 value 1.
             10 pic 999 value 10.
             10 pic 999 value 19.
          05 filler.
             10 pic x(30) value "runreg.log".
             10 pic x(10) value "RUNREG".
             10 pic 999 value 1.
             10 pic 999 value 10.
             10 pic 999 value 19.
          05 filler.
             10 pic x(30) value "restart.incidents".
             10 pic x(10) value "RESTART".
             10 pic 999 value 1.
             10 pic 999 value 10.
             10 pic 999 value 19.
          05 filler.
             10 pic x(30) value "restore.hist".
             10 pic x(10) value "RESTORE".
             10 pic 999 value 1.
             10 pic 999 value 10.
             10 pic 999 value 19.
          05 filler.
             10 pic x(30) value "dbstop.events".
             10 pic x(10) value "DBSTOP-EVT".
             10 pic 999 value 1.
             10 pic 999 value 10.
             10 pic 999 value 19.
          05 filler.
             10 pic x(30) value "dbstop.diag".
             10 pic x(10) value "DBSTOP-DGN".
             10 pic 999 value 1.
             10 pic 999 value 10.
             10 pic 999 value 19.
       01 source-table redefines source-entries.
          05 source-entry      occurs 8 times.
             10 se-file        pic x(30).
             10 se-tag         pic x(10).
             10 se-date-pos    pic 999.
             10 se-time-pos    pic 999.
             10 se-text-pos    pic 999.
       77 source-idx           pic s9(4) comp-5.

      * day-serial date arithmetic, carried down to the minute
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       01 minute-parse.
          05 mp-hh             pic 99.
          05 mp-mi             pic 99.
          05 filler            pic x(4).
       77 stamp-minute         pic s9(9) comp-5.
       77 window-start         pic s9(9) comp-5.
       77 window-end           pic s9(9) comp-5.
       77 stamp-ok-sw          pic x value "N".
          88 stamp-ok          value "Y".
       77 rec-date             pic x(8).
       77 rec-time             pic x(8).

       77 released-count       pic s9(4) comp-5 value 0.
       77 count-ed             pic zzz9.
       77 minutes-ed           pic zzz9.

       01 rpt-line             pic x(130).
       01 timeline-line.
          05 tl-date           pic x(8).
          05 filler            pic x value space.
          05 tl-time           pic x(8).
          05 filler            pic x value space.
          05 tl-source         pic x(10).
          05 filler            pic x value space.
          05 tl-text           pic x(100).

       Procedure Division.
       incpm-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : INCPM.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.

           perform read-control.
           if want-incident equal 0
              display "INCPM: incpm.ctl names no incident number"
              move 8 to RETURN-CODE
              go to end-incpm.

           perform collect-incident.
           if not incident-seen
              display "INCPM: incident ", want-incident,
                       " is not in incident.log"
              move 8 to RETURN-CODE
              go to end-incpm.

           perform compute-window.

           open output rpt-file.
           perform write-incident-header.

      * every record inside the window from every source sorts
      * together on its own date and time
           sort sort-file
              ascending key so-key
              input procedure is release-all-sources
              output procedure is write-timeline.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move released-count to count-ed.
           move spaces to rpt-line.
           string "timeline records : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "incpm.rpt                     ",
                   "INCPM     ".

           display "Timeline records for incident ", want-incident,
                    " : ", released-count.

       end-incpm. goback.

       read-control section.
      *************************************************************
      * incpm.ctl: incident number(6), minutes before the open(4) *
      * and after the close(4); blank minutes keep the default 60 *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-incident is numeric
                    move ctl-incident to want-incident
                 end-if
                 if ctl-before is numeric
                    move ctl-before to minutes-before
                 end-if
                 if ctl-after is numeric
                    move ctl-after to minutes-after
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       collect-incident section.
           open input incident-file.
           if inc-status not equal "00"
              go to end-collect-incident.
           move "N" to end-of-file-sw.
           perform collect-one-row thru collect-one-row-exit
              until end-of-file.
           close incident-file.
       end-collect-incident. exit.

       collect-one-row section.
           read incident-file
              at end
                 move "Y" to end-of-file-sw
                 go to collect-one-row-exit
           end-read.
           if in-number not equal want-incident
              go to collect-one-row-exit.

           evaluate in-rectype
              when "O"
                 move "Y" to inc-seen-sw
                 move in-date to inc-open-date
                 move in-time to inc-open-time
                 move in-who  to inc-source
                 move in-code to inc-code
                 move in-text to inc-text
              when "N"
                 if note-count less than 50
                    add 1 to note-count
                    move spaces to note-line(note-count)
                    string in-date, " ", in-time, " ", in-who,
                           " ", in-text
                       delimited by size
                       into note-line(note-count)
                 end-if
              when "C"
                 move "Y" to inc-closed-sw
                 move in-date to inc-close-date
                 move in-time to inc-close-time
                 move in-who  to inc-close-who
                 move in-code to inc-resolution
                 move in-text to inc-close-text
           end-evaluate.
       collect-one-row-exit. exit.

       compute-window section.
      *************************************************************
      * the window runs from the open less the minutes before to  *
      * the close (or now, still open) plus the minutes after     *
      *************************************************************
           move inc-open-date to rec-date.
           move inc-open-time to rec-time.
           perform stamp-to-minute.
           compute window-start = stamp-minute - minutes-before.

           if incident-closed
              move inc-close-date to rec-date
              move inc-close-time to rec-time
           else
              move today-date to rec-date
              move now-time   to rec-time
           end-if.
           perform stamp-to-minute.
           compute window-end = stamp-minute + minutes-after.
       end-compute-window. exit.

       stamp-to-minute section.
      * rec-date yyyymmdd and rec-time hhmmss.. to a minute serial
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

       write-incident-header section.
           move spaces to rpt-line.
           string "INCIDENT POST-MORTEM TIMELINE  incident "
                     delimited by size
                  want-incident delimited by size
                  "  " delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           move spaces to rpt-line.
           string "opened  " delimited by size
                  inc-open-date delimited by size
                  " " delimited by size
                  inc-open-time delimited by size
                  " by " delimited by size
                  inc-source delimited by space
                  "  SQLCODE " delimited by size
                  inc-code delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "        " delimited by size
                  inc-text delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           move spaces to rpt-line.
           if incident-closed
              string "closed  " delimited by size
                     inc-close-date delimited by size
                     " " delimited by size
                     inc-close-time delimited by size
                     " by " delimited by size
                     inc-close-who delimited by space
                     "  resolution " delimited by size
                     inc-resolution delimited by size
                into rpt-line
              write rpt-rec from rpt-line
              move spaces to rpt-line
              string "        " delimited by size
                     inc-close-text delimited by size
                into rpt-line
           else
              move "status  STILL OPEN -- the window runs to now"
                to rpt-line
           end-if.
           write rpt-rec from rpt-line.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "NOTES" to rpt-line.
           write rpt-rec from rpt-line.
           perform write-one-note
              varying note-idx from 1 by 1
              until note-idx > note-count.
           if note-count equal 0
              move "  (no notes)" to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move minutes-before to count-ed.
           move minutes-after  to minutes-ed.
           move spaces to rpt-line.
           string "TIMELINE  (" delimited by size
                  count-ed delimited by size
                  " minutes before the open to" delimited by size
                  minutes-ed delimited by size
                  " minutes after the close)" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-incident-header. exit.

       write-one-note section.
           move spaces to rpt-line.
           string "  " delimited by size
                  note-line(note-idx) delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-one-note. exit.

       release-all-sources section.
           perform release-event-log.
           perform release-ops-log.
           perform release-one-source
              varying source-idx from 1 by 1
              until source-idx > 8.
       end-release-all-sources. exit.

       release-event-log section.
           open input evt-file.
           if src-status not equal "00"
              go to end-release-event-log.
           move "N" to end-of-file-sw.
           perform release-one-event thru release-one-event-exit
              until end-of-file.
           close evt-file.
       end-release-event-log. exit.

       release-one-event section.
           read evt-file
              at end
                 move "Y" to end-of-file-sw
                 go to release-one-event-exit
           end-read.
           move evt-rec to raw-log-record.
           call "logread" using "E", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to release-one-event-exit.
           move LOGREC-DATE to rec-date.
           move LOGREC-TIME to rec-time.
           perform check-in-window.
           if not stamp-ok
              go to release-one-event-exit.
           move "DBEVENTS" to so-source.
           move spaces to so-text.
           string LOGREC-PROGRAM delimited by size
                  " " delimited by size
                  LOGREC-SEVERITY delimited by size
                  " SQLCODE " delimited by size
                  LOGREC-SQLCODE delimited by size
                  " " delimited by size
                  LOGREC-MSGTEXT delimited by size
             into so-text.
           perform release-timeline-row.
       release-one-event-exit. exit.

       release-ops-log section.
           open input ops-file.
           if src-status not equal "00"
              go to end-release-ops-log.
           move "N" to end-of-file-sw.
           perform release-one-action thru release-one-action-exit
              until end-of-file.
           close ops-file.
       end-release-ops-log. exit.

       release-one-action section.
           read ops-file
              at end
                 move "Y" to end-of-file-sw
                 go to release-one-action-exit
           end-read.
           move ops-rec to raw-log-record.
           call "logread" using "O", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to release-one-action-exit.
           move LOGREC-DATE to rec-date.
           move LOGREC-TIME to rec-time.
           perform check-in-window.
           if not stamp-ok
              go to release-one-action-exit.
           move "DBOPS" to so-source.
           move spaces to so-text.
           string LOGREC-PROGRAM delimited by size
                  " " delimited by size
                  LOGREC-OPERATOR delimited by size
                  " " delimited by size
                  LOGREC-ACTION delimited by size
                  " " delimited by size
                  LOGREC-DETAIL delimited by size
             into so-text.
           perform release-timeline-row.
       release-one-action-exit. exit.

       release-one-source section.
      *************************************************************
      * the fixed-layout files: the table says where each one's  *
      * date, time and remaining text sit in the record           *
      *************************************************************
           call "envname" using se-file(source-idx), src-envfn.
           open input src-file.
           if src-status not equal "00"
              go to end-release-one-source.
           move "N" to end-of-file-sw.
           perform release-one-source-row
              thru release-one-source-row-exit
              until end-of-file.
           close src-file.
       end-release-one-source. exit.

       release-one-source-row section.
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to release-one-source-row-exit
           end-read.
           move src-rec(se-date-pos(source-idx):8) to rec-date.
           move src-rec(se-time-pos(source-idx):8) to rec-time.
           perform check-in-window.
           if not stamp-ok
              go to release-one-source-row-exit.
           move se-tag(source-idx) to so-source.
           move src-rec(se-text-pos(source-idx):100) to so-text.
           if se-date-pos(source-idx) greater than 1
      * the leading reference (the alert id) stays with the text
              move spaces to so-text
              string src-rec(1:se-date-pos(source-idx) - 1)
                        delimited by size
                     src-rec(se-text-pos(source-idx):90)
                        delimited by size
                into so-text
           end-if.
           perform release-timeline-row.
       release-one-source-row-exit. exit.

       check-in-window section.
      * stamp-ok comes back set only for a stamp inside the window
           perform stamp-to-minute.
           if not stamp-ok
              go to end-check-in-window.
           if stamp-minute less than window-start
              or stamp-minute greater than window-end
              move "N" to stamp-ok-sw
           end-if.
       end-check-in-window. exit.

       release-timeline-row section.
           move rec-date to so-key(1:8).
           move rec-time to so-key(9:8).
           release sort-rec.
           add 1 to released-count.
       end-release-timeline-row. exit.

       write-timeline section.
           move "N" to end-of-sort-sw.
           perform write-one-timeline-row
              thru write-one-timeline-row-exit
              until end-of-sort.
       end-write-timeline. exit.

       write-one-timeline-row section.
           return sort-file
              at end
                 move "Y" to end-of-sort-sw
                 go to write-one-timeline-row-exit
           end-return.
           move so-key(1:8) to tl-date.
           move so-key(9:8) to tl-time.
           move so-source   to tl-source.
           move so-text     to tl-text.
           write rpt-rec from timeline-line.
       write-one-timeline-row-exit. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the window can be computed    *
      * across month and year boundaries with plain integer      *
      * arithmetic                                                *
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
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "incpm.ctl                     ",
                   ctl-envfn.
           call "envname" using "incident.log                  ",
                   incident-envfn.
           call "envname" using "dbevents.log                  ",
                   evt-envfn.
           call "envname" using "dbops.log                     ",
                   ops-envfn.
           call "envname" using "incpm.srt                     ",
                   sort-envfn.
           call "envname" using "incpm.rpt                     ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
