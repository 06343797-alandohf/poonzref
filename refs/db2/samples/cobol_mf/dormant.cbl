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
      ** SOURCE FILE NAME: dormant.cbl
      **
      ** SAMPLE: Dormant database detection, the front door of the
      **         decommission workflow.  Databases whose application
      **         retired years ago stay active in dbinv.dat and are
      **         backed up, monitored, reset and patched every night.
      **         The report pass (dormant.ctl mode "R", the default)
      **         lists every active inventory database that thruput
      **         sampled inside the window (dormant.ctl, 30 days by
      **         default) with zero commits in its dated
      **         thruput.<yyyymmdd>.hist files and zero connections in
      **         wkld.hist, with the date it was last seen active
      **         (looking back up to a year) and the owner and support
      **         contact the inventory carries; a database thruput
      **         never sampled in the window is listed apart, since
      **         no evidence is not evidence of dormancy.  The confirm
      **         pass (mode "C", naming one database) re-proves the
      **         candidate, writes the pre-filled dbdecomm.ctl intake
      **         (database plus the vault userid and target path its
      **         backup.lst row carries, for the final backup) and a
      **         notice memo to the owner through memo.out, the file
      **         the mail gateway job picks up -- dbdecomm still wants
      **         its approved DECOMM ticket before anything happens.
      **
      ** OUTPUT FILE: dormant.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "dormant".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select tp-hist-file assign to tp-hist-filename
              organization is line sequential
              file status is hist-status.
           select wkld-file assign to wkld-envfn
              organization is line sequential
              file status is hist-status.
           select bkp-list-file assign to bkp-list-envfn
              organization is line sequential
              file status is list-status.
           select decomm-file assign to decomm-envfn
              organization is line sequential
              file status is decomm-status.
           select memo-file assign to memo-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).
           05  filler             pic x.
           05  ctl-days           pic x(3).
           05  filler             pic x.
           05  ctl-dbname         pic x(8).

       FD  tp-hist-file.
       01  tp-hist-rec.
           05  tp-date            pic x(8).
           05  filler             pic x.
           05  tp-time            pic x(8).
           05  filler             pic x.
           05  tp-dbname          pic x(8).
           05  filler             pic x.
           05  tp-commits         pic 9(9).
           05  filler             pic x.
           05  tp-rollbacks       pic 9(9).

       FD  wkld-file.
       01  wkld-rec.
           05  wh-date            pic x(8).
           05  filler             pic x.
           05  wh-hour            pic 9(2).
           05  filler             pic x.
           05  wh-dbname          pic x(8).
           05  filler             pic x.
           05  wh-appl-name       pic x(20).
           05  filler             pic x.
           05  wh-conns           pic 9(4).

       FD  bkp-list-file.
       01  bkp-list-rec.
           05  bk-dbname          pic x(9).
           05  bk-userid          pic x(18).
           05  bk-type            pic x(1).
           05  bk-target          pic x(40).

       FD  decomm-file.
       01  decomm-rec.
           05  dc-dbname          pic x(8).
           05  filler             pic x.
           05  dc-userid          pic x(18).
           05  filler             pic x.
           05  dc-target          pic x(40).

       FD  memo-file.
       01  memo-rec               pic x(160).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 ctl-envfn            pic x(42).
       77 tp-hist-filename     pic x(42).
       77 tp-hist-basename     pic x(30).
       77 wkld-envfn           pic x(42).
       77 bkp-list-envfn       pic x(42).
       77 decomm-envfn         pic x(42).
       77 memo-envfn           pic x(42).
       77 rpt-envfn            pic x(42).

       77 inv-status           pic x(2).
       77 ctl-status           pic x(2).
       77 hist-status          pic x(2).
       77 list-status          pic x(2).
       77 decomm-status        pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".
       77 end-of-list-sw       pic x value "N".
          88 end-of-list       value "Y".

       77 run-mode             pic x value "R".
          88 report-mode       value "R".
          88 confirm-mode      value "C".
       77 dormant-days         pic s9(4) comp-5 value 30.
       77 confirm-dbname       pic x(8) value spaces.
       77 search-dbname        pic x(8).
       77 pending-dbname       pic x(8) value spaces.

      * every active inventory database, with the evidence found
       01 db-entries.
          05 db-entry          occurs 200 times.
             10 de-dbname      pic x(8).
             10 de-owner       pic x(20).
             10 de-contact     pic x(20).
             10 de-last-active pic x(8).
             10 de-sampled-sw  pic x.
                88 de-sampled  value "Y".
             10 de-busy-sw     pic x.
                88 de-busy     value "Y".
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 db-found-sw          pic x value "N".
          88 db-found          value "Y".

      * the dated-file walk back from today, one day at a time
       01 date-work.
          05 dw-yyyy           pic 9(4).
          05 dw-mm             pic 9(2).
          05 dw-dd             pic 9(2).
       01 month-days-list.
          05 pic x(24) value "312831303130313130313031".
       01 month-days-table redefines month-days-list.
          05 month-days occurs 12 times pic 9(2).
       77 leap-rem4            pic s9(9) comp-5.
       77 leap-rem100          pic s9(9) comp-5.
       77 leap-rem400          pic s9(9) comp-5.
       77 walk-date            pic x(8).
       77 window-start-date    pic x(8).
       77 days-walked          pic s9(4) comp-5.

       77 dormant-count        pic s9(4) comp-5 value 0.
       77 unsampled-count      pic s9(4) comp-5 value 0.
       77 count-ed             pic zzz9.
       77 days-ed              pic zz9.
       77 candidate-sw         pic x value "N".
          88 is-candidate      value "Y".

       77 intake-userid        pic x(18).
       77 intake-target        pic x(40).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * one memo per notice, in the dbnotify layout the mail
      * gateway job reads from memo.out
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

       01 rpt-line             pic x(110).
       01 detail-line.
          05 filler            pic x(2) value spaces.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-last-active    pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-owner          pic x(20).
          05 filler            pic x(2) value spaces.
          05 dt-contact        pic x(20).

       Procedure Division.
       dormant-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DORMANT.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.

           perform read-control.
           if confirm-mode and confirm-dbname equal spaces
              display "DORMANT: mode C needs a database in ",
                       "dormant.ctl"
              move 8 to RETURN-CODE
              go to end-dormant.

           perform load-inventory.
           if db-count equal 0
              display "DORMANT: no active databases in dbinv.dat"
              go to end-dormant.

           perform gather-throughput.
           perform gather-connections.

           if confirm-mode
              perform confirm-candidate
           else
              perform write-dormancy-report
           end-if.

       end-dormant. goback.

       read-control section.
      *************************************************************
      * dormant.ctl: mode(1) -- "R" report (the default) or "C"   *
      * confirm -- days without activity(3), and for mode "C" the *
      * database(8) being confirmed                               *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-mode equal "C"
                    move "C" to run-mode
                 end-if
                 if ctl-days is numeric
                    move ctl-days to dormant-days
                 end-if
                 move ctl-dbname to confirm-dbname
           end-read.
           close ctl-file.
           if dormant-days less than 1
              move 30 to dormant-days
           end-if.
       end-read-control. exit.

       load-inventory section.
           open input inv-file.
           if inv-status not equal "00"
              display "DORMANT: dbinv.dat not on hand -- run ",
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
           move IV-DBNAME  to de-dbname(db-count).
           move IV-OWNER   to de-owner(db-count).
           move IV-CONTACT to de-contact(db-count).
           move spaces     to de-last-active(db-count).
           move "N"        to de-sampled-sw(db-count).
           move "N"        to de-busy-sw(db-count).
       load-one-db-exit. exit.

       gather-throughput section.
      *************************************************************
      * walk thruput's dated files back a year from today: inside *
      * the window a row proves the database was sampled, and any *
      * commits make it busy; the newest day with commits is the  *
      * last-seen-active date                                     *
      *************************************************************
           move today-date to date-work.
           move 1 to days-walked.
           perform step-back-one-day
              until days-walked not less than dormant-days.
           move date-work to window-start-date.

           move today-date to date-work.
           move 0 to days-walked.
           perform scan-one-thruput-day
              until days-walked not less than 366.
       end-gather-throughput. exit.

       scan-one-thruput-day section.
           move date-work to walk-date.
           move spaces to tp-hist-basename.
           string "thruput." delimited by size
                  walk-date delimited by size
                  ".hist" delimited by size
             into tp-hist-basename.
           call "envname" using tp-hist-basename, tp-hist-filename.
           open input tp-hist-file.
           if hist-status equal "00"
              move "N" to end-of-hist-sw
              perform scan-one-thruput-row
                 thru scan-one-thruput-row-exit
                 until end-of-hist
              close tp-hist-file
           end-if.
           perform step-back-one-day.
       end-scan-one-thruput-day. exit.

       scan-one-thruput-row section.
           read tp-hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to scan-one-thruput-row-exit
           end-read.
           move tp-dbname to search-dbname.
           perform find-db-entry.
           if not db-found
              go to scan-one-thruput-row-exit.
           if walk-date not less than window-start-date
              move "Y" to de-sampled-sw(db-idx)
           end-if.
           if tp-commits is numeric and tp-commits greater than 0
              perform note-activity
           end-if.
       scan-one-thruput-row-exit. exit.

       gather-connections section.
      *************************************************************
      * wkld.hist: any hour with an application connected counts  *
      * the same as a commit                                      *
      *************************************************************
           open input wkld-file.
           if hist-status not equal "00"
              go to end-gather-connections.
           move "N" to end-of-hist-sw.
           perform scan-one-wkld-row thru scan-one-wkld-row-exit
              until end-of-hist.
           close wkld-file.
       end-gather-connections. exit.

       scan-one-wkld-row section.
           read wkld-file
              at end
                 move "Y" to end-of-hist-sw
                 go to scan-one-wkld-row-exit
           end-read.
           if wh-conns is not numeric or wh-conns equal 0
              go to scan-one-wkld-row-exit.
           perform find-wkld-db.
           if not db-found
              go to scan-one-wkld-row-exit.
           move wh-date to walk-date.
           perform note-activity.
       scan-one-wkld-row-exit. exit.

       note-activity section.
      * walk-date carries the day the activity was seen
           if de-last-active(db-idx) equal spaces
              or walk-date greater than de-last-active(db-idx)
              move walk-date to de-last-active(db-idx)
           end-if.
           if walk-date not less than window-start-date
              move "Y" to de-busy-sw(db-idx)
           end-if.
       end-note-activity. exit.

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

       find-wkld-db section.
           move "N" to db-found-sw.
           perform check-one-wkld-db
              varying db-idx from 1 by 1
              until db-idx > db-count or db-found.
           if db-found
              subtract 1 from db-idx
           end-if.
       end-find-wkld-db. exit.

       check-one-wkld-db section.
           if de-dbname(db-idx) equal wh-dbname
              move "Y" to db-found-sw
           end-if.
       end-check-one-wkld-db. exit.

       step-back-one-day section.
      *************************************************************
      * plain calendar arithmetic with the leap-year February,    *
      * the thruput derive-yesterday convention                   *
      *************************************************************
           add 1 to days-walked.
           if dw-dd greater than 1
              subtract 1 from dw-dd
              go to end-step-back-one-day.
           if dw-mm equal 1
              move 12 to dw-mm
              subtract 1 from dw-yyyy
           else
              subtract 1 from dw-mm
           end-if.
           move month-days(dw-mm) to dw-dd.
           if dw-mm equal 2
              compute leap-rem4 = dw-yyyy
                 - (dw-yyyy / 4) * 4
              compute leap-rem100 = dw-yyyy
                 - (dw-yyyy / 100) * 100
              compute leap-rem400 = dw-yyyy
                 - (dw-yyyy / 400) * 400
              if leap-rem4 equal 0
                 and (leap-rem100 not equal 0
                    or leap-rem400 equal 0)
                 move 29 to dw-dd
              end-if
           end-if.
       end-step-back-one-day. exit.

       write-dormancy-report section.
           open output rpt-file.
           move dormant-days to days-ed.
           move spaces to rpt-line.
           string "DORMANT DATABASES " delimited by size
                  today-date delimited by size
                  " -- no commits and no connections for"
                     delimited by size
                  days-ed delimited by size
                  " days" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "  DATABASE  LAST ACTIVE   OWNER" delimited by size
                  "                 CONTACT" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform report-one-candidate
              varying db-idx from 1 by 1
              until db-idx > db-count.
           if dormant-count equal 0
              move "  (none -- every sampled database is in use)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "NOT SAMPLED BY THRUPUT IN THE WINDOW -- NO EVIDENCE"
              to rpt-line.
           write rpt-rec from rpt-line.
           perform report-one-unsampled
              varying db-idx from 1 by 1
              until db-idx > db-count.
           if unsampled-count equal 0
              move "  (none)" to rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move dormant-count to count-ed.
           move spaces to rpt-line.
           string "dormant candidates : " delimited by size
                  count-ed delimited by size
                  "  (confirm with dormant.ctl mode C)"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "dormant.rpt                   ",
                   "DORMANT   ".

           display "Dormant candidates : ", dormant-count,
                    "  not sampled : ", unsampled-count.
           if dormant-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.
       end-write-dormancy-report. exit.

       report-one-candidate section.
           if not de-sampled(db-idx) or de-busy(db-idx)
              go to end-report-one-candidate.
           add 1 to dormant-count.
           perform format-detail-line.
           write rpt-rec from detail-line.
       end-report-one-candidate. exit.

       report-one-unsampled section.
           if de-sampled(db-idx) or de-busy(db-idx)
              go to end-report-one-unsampled.
           add 1 to unsampled-count.
           perform format-detail-line.
           write rpt-rec from detail-line.
       end-report-one-unsampled. exit.

       format-detail-line section.
           move de-dbname(db-idx)  to dt-dbname.
           move de-owner(db-idx)   to dt-owner.
           move de-contact(db-idx) to dt-contact.
           if de-last-active(db-idx) equal spaces
              move "OVER A YR" to dt-last-active
           else
              move de-last-active(db-idx) to dt-last-active
           end-if.
       end-format-detail-line. exit.

       confirm-candidate section.
      *************************************************************
      * the named database must still prove dormant today; an     *
      * intake already waiting in dbdecomm.ctl for a different,  *
      * still-active database is left alone                       *
      *************************************************************
           move confirm-dbname to search-dbname.
           perform find-db-entry.
           move "N" to candidate-sw.
           if db-found
              if de-sampled(db-idx) and not de-busy(db-idx)
                 move "Y" to candidate-sw
              end-if
           end-if.
           if not is-candidate
              display "DORMANT: ", confirm-dbname,
                       " is not a dormant candidate today -- ",
                       "nothing raised"
              move 8 to RETURN-CODE
              go to end-confirm-candidate.

           open input decomm-file.
           if decomm-status equal "00"
              read decomm-file
                 at end continue
                 not at end move dc-dbname to pending-dbname
              end-read
              close decomm-file
           end-if.
           if pending-dbname not equal spaces
              and pending-dbname not equal confirm-dbname
              move pending-dbname to search-dbname
              perform find-db-entry
              if db-found
                 display "DORMANT: dbdecomm.ctl still holds the ",
                          "intake for ", pending-dbname,
                          " -- decommission it first"
                 move 8 to RETURN-CODE
                 go to end-confirm-candidate
              end-if
              move confirm-dbname to search-dbname
              perform find-db-entry
           end-if.

           perform find-backup-settings.
           open output decomm-file.
           move spaces to decomm-rec.
           move confirm-dbname to dc-dbname.
           move intake-userid  to dc-userid.
           move intake-target  to dc-target.
           write decomm-rec.
           close decomm-file.

           move de-owner(db-idx) to mm-contact.
           move today-date       to mm-date.
           move now-time         to mm-time.
           move confirm-dbname   to mm-dbname.
           move "DORMANT"        to mm-source.
           move spaces to mm-text.
           if de-last-active(db-idx) equal spaces
              string "no commits or connections in over a year --"
                        delimited by size
                     " decommission raised" delimited by size
                into mm-text
           else
              string "no commits or connections since "
                        delimited by size
                     de-last-active(db-idx) delimited by size
                     " -- decommission raised" delimited by size
                into mm-text
           end-if.
           open extend memo-file.
           write memo-rec from memo-line.
           close memo-file.

           move spaces to log-detail.
           string confirm-dbname delimited by space
                  " confirmed dormant, dbdecomm.ctl intake written"
                     delimited by size
             into log-detail.
           call "opslog" using "DORMANT   ",
                   "DORMANT DATABASE CONFIRMED    ", log-detail.

           display "Decommission intake written for ",
                    confirm-dbname, "; owner notified".
       end-confirm-candidate. exit.

       find-backup-settings section.
      * the final backup goes where the nightly one does, under
      * the same vault userid -- both from the backup.lst row
           move spaces to intake-userid intake-target.
           open input bkp-list-file.
           if list-status not equal "00"
              go to end-find-backup-settings.
           move "N" to end-of-list-sw.
           perform check-one-backup-row thru check-one-backup-row-exit
              until end-of-list.
           close bkp-list-file.
       end-find-backup-settings. exit.

       check-one-backup-row section.
           read bkp-list-file
              at end
                 move "Y" to end-of-list-sw
                 go to check-one-backup-row-exit
           end-read.
           if bk-dbname(1:8) equal confirm-dbname
              move bk-userid to intake-userid
              move bk-target to intake-target
              move "Y" to end-of-list-sw
           end-if.
       check-one-backup-row-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the      *
      * dated thruput files resolve where they are read           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "dormant.ctl                   ",
                   ctl-envfn.
           call "envname" using "wkld.hist                     ",
                   wkld-envfn.
           call "envname" using "backup.lst                    ",
                   bkp-list-envfn.
           call "envname" using "dbdecomm.ctl                  ",
                   decomm-envfn.
           call "envname" using "memo.out                      ",
                   memo-envfn.
           call "envname" using "dormant.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
