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
      ** SOURCE FILE NAME: bkplan.cbl
      **
      ** SAMPLE: Backup window fit calculator and stream planner.
      **         dbbackup works down backup.lst one database at a
      **         time, and every PROD database onboarding appends
      **         pushes the run closer to the online-day start
      **         batchpln alerts on.  This learns each listed
      **         database's typical backup duration from backup.hist
      **         (the average of its successful backups of the type
      **         backup.lst names, any type when there are none,
      **         and bkplan.ctl's default for a database never
      **         backed up), projects the one-at-a-time run against
      **         the window from bkplan.ctl's backup start to
      **         batchpln.ctl's online-day start, then deals the
      **         databases out to backup.cfg's stream count --
      **         largest first, each to the least-loaded stream --
      **         so the stream durations come out balanced.  The
      **         assignment lands in bkplan.str, which a streamed
      **         dbbackup (BACKUPSTREAM set) reads to take its
      **         share of backup.lst; the projections, per-database
      **         durations and stream totals land in bkplan.rpt.
      **         The warning return code is set when even the
      **         streamed run would overrun the window.
      **
      ** OUTPUT FILE: bkplan.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "bkplan".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select bcfg-file assign to bcfg-envfn
              organization is line sequential
              file status is bcfg-status.
           select pln-ctl-file assign to pln-ctl-envfn
              organization is line sequential
              file status is pln-ctl-status.
           select bkp-list-file assign to bkp-list-envfn
              organization is line sequential
              file status is lst-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select str-file assign to str-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-backup-start   pic x(6).
           05  filler             pic x.
           05  ctl-default-secs   pic 9(6).

       FD  bcfg-file.
       01  bcfg-rec.
           05  cfg-retry-max      pic 9(2).
           05  cfg-retry-delay    pic 9(3).
           05  cfg-chain-age      pic 9(3).
           05  cfg-streams        pic 9(2).

       FD  pln-ctl-file.
       01  pln-ctl-rec.
           05  ctl-online-start   pic x(6).

       FD  bkp-list-file.
       01  bkp-list-rec.
           05  bk-dbname          pic x(9).
           05  bk-userid          pic x(18).
           05  bk-type            pic x(1).
           05  bk-target          pic x(40).

       FD  hist-file.
       01  bkp-hist-rec.
           05  bh-date            pic x(8).
           05  filler             pic x.
           05  bh-time            pic x(8).
           05  filler             pic x.
           05  bh-dbname          pic x(9).
           05  filler             pic x.
           05  bh-type            pic x(1).
           05  filler             pic x.
           05  bh-target          pic x(40).
           05  filler             pic x.
           05  bh-duration        pic x(6).
           05  filler             pic x.
           05  bh-sqlcode         pic x(6).
           05  filler             pic x.
           05  bh-result          pic x(40).

       FD  str-file.
       01  str-rec.
           05  sa-stream          pic 9(2).
           05  filler             pic x.
           05  sa-dbname          pic x(9).
           05  filler             pic x.
           05  sa-secs            pic 9(6).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 bcfg-envfn           pic x(42).
       77 pln-ctl-envfn        pic x(42).
       77 bkp-list-envfn       pic x(42).
       77 hist-envfn           pic x(42).
       77 str-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 ctl-status           pic x(2).
       77 bcfg-status          pic x(2).
       77 pln-ctl-status       pic x(2).
       77 lst-status           pic x(2).
       77 hist-status          pic x(2).
       77 today-date           pic 9(8).
       77 end-of-list-sw       pic x value "N".
          88 end-of-list       value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".

      * the window: backup start (bkplan.ctl, 22:00 by default) to
      * the online-day start (batchpln.ctl, 08:00 by default)
       77 backup-start-secs    pic s9(9) comp-5 value 79200.
       77 online-start-secs    pic s9(9) comp-5 value 28800.
       77 window-secs          pic s9(9) comp-5.
       77 default-secs         pic s9(9) comp-5 value 1800.
       77 stream-count         pic s9(4) comp-5 value 1.
       01 clock-parse.
          05 cp-hh             pic 9(2).
          05 cp-mm             pic 9(2).
          05 cp-ss             pic 9(2).

      * one entry per backup.lst database: its learned duration and
      * the stream it is dealt to
       01 plan-entries.
          05 plan-entry        occurs 200 times.
             10 pl-dbname      pic x(9).
             10 pl-type        pic x(1).
             10 pl-type-secs   pic s9(9) comp-5.
             10 pl-type-runs   pic s9(4) comp-5.
             10 pl-any-secs    pic s9(9) comp-5.
             10 pl-any-runs    pic s9(4) comp-5.
             10 pl-secs        pic s9(9) comp-5.
             10 pl-basis       pic x(10).
             10 pl-stream      pic s9(4) comp-5.
       77 plan-count           pic s9(4) comp-5 value 0.
       77 plan-idx             pic s9(4) comp-5.
       77 plan-found-sw        pic x value "N".
          88 plan-found        value "Y".

      * per-stream running totals while dealing
       01 stream-entries.
          05 stream-entry      occurs 20 times.
             10 sm-secs        pic s9(9) comp-5.
             10 sm-count       pic s9(4) comp-5.
       77 stream-idx           pic s9(4) comp-5.
       77 least-idx            pic s9(4) comp-5.

      * largest-first dealing: repeated maximum scan over the
      * entries not yet dealt
       77 best-idx             pic s9(4) comp-5.
       77 best-secs            pic s9(9) comp-5.
       77 dealt-count          pic s9(4) comp-5.

       77 serial-secs          pic s9(9) comp-5 value 0.
       77 longest-stream-secs  pic s9(9) comp-5 value 0.

      * de-editing work area for the right-justified duration
       01 de-edit-x            pic x(6).
       01 de-edit-n redefines de-edit-x pic 9(6).

       77 hhmm-secs            pic s9(9) comp-5.
       01 hhmm-ed.
          05 hm-hh             pic z9.
          05 filler            pic x value ":".
          05 hm-mm             pic 99.

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-dbname         pic x(9).
          05 filler            pic x(2) value spaces.
          05 dt-type           pic x(1).
          05 filler            pic x(2) value spaces.
          05 dt-secs           pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-basis          pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-stream         pic z9.
       01 stream-line.
          05 filler            pic x(7) value "STREAM ".
          05 sl-stream         pic z9.
          05 filler            pic x(2) value spaces.
          05 sl-count          pic zzz9.
          05 filler            pic x(12) value " DATABASES  ".
          05 sl-secs           pic zzzzzz9.
          05 filler            pic x(6) value " SECS ".
          05 sl-hhmm           pic x(5).
       01 total-line.
          05 tl-label          pic x(28).
          05 tl-secs           pic zzzzzz9.
          05 filler            pic x(6) value " SECS ".
          05 tl-hhmm           pic x(5).
          05 filler            pic x(2) value spaces.
          05 tl-verdict        pic x(30).

       Procedure Division.
       bkplan-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : BKPLAN.CBL".

           accept today-date from date yyyymmdd.

           perform read-control.
           perform read-backup-config.
           perform read-batch-window.
           compute window-secs = online-start-secs - backup-start-secs.
           if window-secs not greater than 0
              add 86400 to window-secs
           end-if.

           perform load-backup-list.
           if plan-count equal 0
              display "no backup.lst on file -- nothing to plan"
              move 4 to RETURN-CODE
              go to end-bkplan.

           perform learn-durations.
           perform settle-one-duration
              varying plan-idx from 1 by 1
              until plan-idx > plan-count.

           perform clear-one-stream
              varying stream-idx from 1 by 1
              until stream-idx > stream-count.
           move 0 to dealt-count.
           perform deal-one-database thru deal-one-database-exit
              until dealt-count not less than plan-count.

           perform write-stream-assignment.
           perform write-plan-report.

           if longest-stream-secs greater than window-secs
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-bkplan. goback.

       read-control section.
      *************************************************************
      * bkplan.ctl: the backup start as hhmmss, a space, and the  *
      * duration in seconds(6) to assume for a database with no   *
      * successful backup on file; a missing file keeps 22:00 and *
      * thirty minutes                                            *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-backup-start is numeric
                    move ctl-backup-start to clock-parse
                    compute backup-start-secs =
                       (cp-hh * 60 + cp-mm) * 60 + cp-ss
                 end-if
                 if ctl-default-secs is numeric
                    and ctl-default-secs greater than 0
                    move ctl-default-secs to default-secs
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       read-backup-config section.
      *************************************************************
      * backup.cfg: the stream count dbbackup runs with, after    *
      * the retry and chain-age columns                           *
      *************************************************************
           open input bcfg-file.
           if bcfg-status not equal "00"
              go to end-read-backup-config.
           read bcfg-file
              at end continue
              not at end
                 if cfg-streams is numeric
                    and cfg-streams greater than 1
                    move cfg-streams to stream-count
                 end-if
           end-read.
           close bcfg-file.
           if stream-count greater than 20
              move 20 to stream-count
           end-if.
       end-read-backup-config. exit.

       read-batch-window section.
      *************************************************************
      * batchpln.ctl: the online-day start as hhmmss -- the same  *
      * deadline batchpln projects running jobs against           *
      *************************************************************
           open input pln-ctl-file.
           if pln-ctl-status not equal "00"
              go to end-read-batch-window.
           read pln-ctl-file
              at end continue
              not at end
                 if ctl-online-start is numeric
                    move ctl-online-start to clock-parse
                    compute online-start-secs =
                       (cp-hh * 60 + cp-mm) * 60 + cp-ss
                 end-if
           end-read.
           close pln-ctl-file.
       end-read-batch-window. exit.

       load-backup-list section.
           open input bkp-list-file.
           if lst-status not equal "00"
              go to end-load-backup-list.
           perform load-one-list-entry thru load-one-list-entry-exit
              until end-of-list or plan-count equal 200.
           close bkp-list-file.
       end-load-backup-list. exit.

       load-one-list-entry section.
           read bkp-list-file
              at end
                 move "Y" to end-of-list-sw
                 go to load-one-list-entry-exit
           end-read.
           if bk-dbname equal spaces
              go to load-one-list-entry-exit.
           add 1 to plan-count.
           move bk-dbname to pl-dbname(plan-count).
           move bk-type   to pl-type(plan-count).
           move 0 to pl-type-secs(plan-count).
           move 0 to pl-type-runs(plan-count).
           move 0 to pl-any-secs(plan-count).
           move 0 to pl-any-runs(plan-count).
           move 0 to pl-secs(plan-count).
           move spaces to pl-basis(plan-count).
           move 0 to pl-stream(plan-count).
       load-one-list-entry-exit. exit.

       learn-durations section.
      *************************************************************
      * every successful backup.hist row adds its duration to its *
      * database's totals -- of its listed type, and of any type  *
      *************************************************************
           open input hist-file.
           if hist-status not equal "00"
              display "no backup.hist on file -- every database ",
                       "takes the default duration"
              go to end-learn-durations.
           perform learn-one-hist-row thru learn-one-hist-row-exit
              until end-of-hist.
           close hist-file.
       end-learn-durations. exit.

       learn-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to learn-one-hist-row-exit
           end-read.
           if bh-result(1:9) not equal "BACKED UP"
              go to learn-one-hist-row-exit.
           perform find-plan-entry.
           if not plan-found
              go to learn-one-hist-row-exit.

           move bh-duration to de-edit-x.
           inspect de-edit-x replacing all " " by "0".
           if de-edit-x is not numeric
              go to learn-one-hist-row-exit.

           add de-edit-n to pl-any-secs(plan-idx).
           add 1 to pl-any-runs(plan-idx).
           if bh-type equal pl-type(plan-idx)
              add de-edit-n to pl-type-secs(plan-idx)
              add 1 to pl-type-runs(plan-idx)
           end-if.
       learn-one-hist-row-exit. exit.

       find-plan-entry section.
           move "N" to plan-found-sw.
           perform check-plan-entry thru check-plan-entry-exit
              varying plan-idx from 1 by 1
              until plan-idx > plan-count or plan-found.
           if plan-found
              subtract 1 from plan-idx
           end-if.
       end-find-plan-entry. exit.

       check-plan-entry section.
           if pl-dbname(plan-idx) equal bh-dbname
              move "Y" to plan-found-sw
           end-if.
       check-plan-entry-exit. exit.

       settle-one-duration section.
           if pl-type-runs(plan-idx) greater than 0
              compute pl-secs(plan-idx) = pl-type-secs(plan-idx)
                 / pl-type-runs(plan-idx)
              move "HISTORY" to pl-basis(plan-idx)
           else
              if pl-any-runs(plan-idx) greater than 0
                 compute pl-secs(plan-idx) = pl-any-secs(plan-idx)
                    / pl-any-runs(plan-idx)
                 move "OTHER TYPE" to pl-basis(plan-idx)
              else
                 move default-secs to pl-secs(plan-idx)
                 move "DEFAULT" to pl-basis(plan-idx)
              end-if
           end-if.
           add pl-secs(plan-idx) to serial-secs.
       end-settle-one-duration. exit.

       clear-one-stream section.
           move 0 to sm-secs(stream-idx).
           move 0 to sm-count(stream-idx).
       end-clear-one-stream. exit.

       deal-one-database section.
      *************************************************************
      * largest first, each to the stream carrying the least so   *
      * far -- the stream totals come out within one database's  *
      * duration of each other                                    *
      *************************************************************
           move 0 to best-idx.
           move -1 to best-secs.
           perform scan-one-undealt
              varying plan-idx from 1 by 1
              until plan-idx > plan-count.
           if best-idx equal 0
              move plan-count to dealt-count
              go to deal-one-database-exit.

           move 1 to least-idx.
           perform scan-one-stream-load
              varying stream-idx from 2 by 1
              until stream-idx > stream-count.

           move least-idx to pl-stream(best-idx).
           add pl-secs(best-idx) to sm-secs(least-idx).
           add 1 to sm-count(least-idx).
           if sm-secs(least-idx) greater than longest-stream-secs
              move sm-secs(least-idx) to longest-stream-secs
           end-if.
           add 1 to dealt-count.
       deal-one-database-exit. exit.

       scan-one-undealt section.
           if pl-stream(plan-idx) equal 0
              and pl-secs(plan-idx) greater than best-secs
              move plan-idx to best-idx
              move pl-secs(plan-idx) to best-secs
           end-if.
       end-scan-one-undealt. exit.

       scan-one-stream-load section.
           if sm-secs(stream-idx) less than sm-secs(least-idx)
              move stream-idx to least-idx
           end-if.
       end-scan-one-stream-load. exit.

       write-stream-assignment section.
      *************************************************************
      * bkplan.str: stream(2), database(9), planned seconds(6) -- *
      * the share each streamed dbbackup takes from backup.lst    *
      *************************************************************
           open output str-file.
           perform write-one-assignment
              varying plan-idx from 1 by 1
              until plan-idx > plan-count.
           close str-file.
       end-write-stream-assignment. exit.

       write-one-assignment section.
           move spaces to str-rec.
           move pl-stream(plan-idx) to sa-stream.
           move pl-dbname(plan-idx) to sa-dbname.
           move pl-secs(plan-idx)   to sa-secs.
           write str-rec.
       end-write-one-assignment. exit.

       write-plan-report section.
           open output rpt-file.
           move spaces to rpt-line.
           string "BACKUP WINDOW FIT AND STREAM PLAN AS OF "
                     delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           move spaces to total-line.
           move "WINDOW (START TO ONLINE DAY)" to tl-label.
           move window-secs to tl-secs hhmm-secs.
           perform edit-hhmm.
           move hhmm-ed to tl-hhmm.
           move spaces to rpt-line.
           move total-line to rpt-line.
           write rpt-rec from rpt-line.

           move spaces to total-line.
           move "ONE AT A TIME" to tl-label.
           move serial-secs to tl-secs hhmm-secs.
           perform edit-hhmm.
           move hhmm-ed to tl-hhmm.
           if serial-secs greater than window-secs
              move "** OVERRUNS THE WINDOW" to tl-verdict
           else
              move "fits" to tl-verdict
           end-if.
           move spaces to rpt-line.
           move total-line to rpt-line.
           write rpt-rec from rpt-line.

           move spaces to total-line.
           move "STREAMED (LONGEST STREAM)" to tl-label.
           move longest-stream-secs to tl-secs hhmm-secs.
           perform edit-hhmm.
           move hhmm-ed to tl-hhmm.
           if longest-stream-secs greater than window-secs
              move "** OVERRUNS THE WINDOW" to tl-verdict
           else
              move "fits" to tl-verdict
           end-if.
           move spaces to rpt-line.
           move total-line to rpt-line.
           write rpt-rec from rpt-line.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           perform write-one-stream-line
              varying stream-idx from 1 by 1
              until stream-idx > stream-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "DATABASE   T    SECS  BASIS       STREAM" to rpt-line.
           write rpt-rec from rpt-line.
           perform write-one-detail-line
              varying plan-idx from 1 by 1
              until plan-idx > plan-count.
           close rpt-file.
           call "rptarch" using "bkplan.rpt                    ",
                   "BKPLAN    ".

           display "Databases planned     : ", plan-count.
           display "Streams               : ", stream-count.
           display "Serial run seconds    : ", serial-secs.
           display "Longest stream seconds: ", longest-stream-secs.
           display "Window seconds        : ", window-secs.
       end-write-plan-report. exit.

       write-one-stream-line section.
           move stream-idx          to sl-stream.
           move sm-count(stream-idx) to sl-count.
           move sm-secs(stream-idx)  to sl-secs hhmm-secs.
           perform edit-hhmm.
           move hhmm-ed to sl-hhmm.
           move spaces to rpt-line.
           move stream-line to rpt-line.
           write rpt-rec from rpt-line.
       end-write-one-stream-line. exit.

       write-one-detail-line section.
           move pl-dbname(plan-idx) to dt-dbname.
           move pl-type(plan-idx)   to dt-type.
           move pl-secs(plan-idx)   to dt-secs.
           move pl-basis(plan-idx)  to dt-basis.
           move pl-stream(plan-idx) to dt-stream.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-write-one-detail-line. exit.

       edit-hhmm section.
           compute hm-hh = hhmm-secs / 3600.
           compute hm-mm = (hhmm-secs - (hhmm-secs / 3600) * 3600)
              / 60.
       end-edit-hhmm. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "bkplan.ctl                    ",
                   ctl-envfn.
           call "envname" using "backup.cfg                    ",
                   bcfg-envfn.
           call "envname" using "batchpln.ctl                  ",
                   pln-ctl-envfn.
           call "envname" using "backup.lst                    ",
                   bkp-list-envfn.
           call "envname" using "backup.hist                   ",
                   hist-envfn.
           call "envname" using "bkplan.str                    ",
                   str-envfn.
           call "envname" using "bkplan.rpt                    ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
