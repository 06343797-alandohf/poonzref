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
      ** SOURCE FILE NAME: dractv.cbl
      **
      ** SAMPLE: Recovery-site activation driver -- the far end of
      **         drship.  Run at the recovery site under a declared
      **         emergency (emrgmode; anything else is refused), it
      **         validates the shipped kit in the staging path
      **         drship.cfg names against its drship.man manifest,
      **         installs the staged backup.hist, dirimg.dat and
      **         rto.dat, rebuilds dbinv.dat from the staged flat
      **         dump through dbinvmnt, re-catalogs the node and
      **         database directories through dirimg, and then
      **         restores every active PROD database from its newest
      **         shipped image through dbrestor -- criticality tier
      **         first, then name -- and probes each one the dbready
      **         way.  dractv.rpt is rewritten after every database,
      **         showing each one's state and the time elapsed since
      **         activation against its recovery time objective.
      **         Progress is checkpointed in dractv.ckpt, so a failed
      **         database pages (dractv.alert) and the rest carry on,
      **         and a rerun resumes where the last one stopped: the
      **         phases done are not repeated, databases already
      **         READY are left alone, a database restored but not
      **         yet probed (or whose probe failed) is only probed,
      **         and the activation clock keeps the original start.
      **
      ** OUTPUT FILE: dractv.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "dractv".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select cfg-file assign to cfg-envfn
              organization is line sequential
              file status is cfg-status.
           select ckpt-file assign to ckpt-envfn
              organization is line sequential
              file status is ckpt-status.
           select man-file assign to man-filename
              organization is line sequential
              file status is man-status.
           select stage-file assign to stage-filename
              organization is line sequential
              file status is stage-status.
           select live-file assign to live-envfn
              organization is line sequential
              file status is live-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is dynamic
              record key is IV-DBNAME
              file status is inv-status.
           select trn-file assign to trn-envfn
              organization is line sequential.
           select rto-file assign to rto-envfn
              organization is line sequential
              file status is rto-status.
           select step-ctl-file assign to step-ctl-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select alert-file assign to alert-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-userid         pic x(18).

       FD  cfg-file.
       01  cfg-rec.
           05  cfg-stage-path     pic x(30).

      * dractv.ckpt: an H-row (activation start), a P-row per
      * phase done, and a D-row per database on the restore list
       FD  ckpt-file.
       01  ckpt-rec               pic x(80).

       FD  man-file.
       01  man-rec.
           05  mn-kind            pic x(1).
           05  filler             pic x.
           05  mn-name            pic x(60).
           05  filler             pic x.
           05  mn-date            pic x(8).

       FD  stage-file.
       01  stage-rec              pic x(290).

       FD  live-file.
       01  live-rec               pic x(290).

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
           05  filler             pic x.
           05  bh-base-date       pic x(8).
           05  filler             pic x.
           05  bh-prune-mark      pic x(6).

       FD  inv-file.
       copy "dbinvrec.cbl".

      * the dbinvmnt transaction: an action byte ahead of the
      * inventory entry's own 122 bytes, in the same order
       FD  trn-file.
       01  trn-rec.
           05  tr-action          pic x(1).
           05  tr-entry           pic x(122).

       FD  rto-file.
       01  rto-rec.
           05  rt-dbname          pic x(8).
           05  filler             pic x.
           05  rt-hours           pic 9(4).

       FD  step-ctl-file.
       01  step-ctl-rec           pic x(50).

       FD  rpt-file.
       01  rpt-rec                pic x(100).

       FD  alert-file.
       01  alert-rec              pic x(100).

       Working-Storage Section.

      * run correlation id (TOOLKITRUN), stitched through every
      * record this run writes
       77 run-corr-id         pic x(16) value spaces.
       77 corr-date           pic 9(8).
       77 corr-time           pic 9(8).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 cfg-envfn            pic x(42).
       77 ckpt-envfn           pic x(42).
       77 man-filename         pic x(74).
       77 stage-filename       pic x(74).
       77 live-envfn           pic x(42).
       77 hist-envfn           pic x(42).
       77 inv-envfn            pic x(42).
       77 trn-envfn            pic x(42).
       77 rto-envfn            pic x(42).
       77 step-ctl-envfn       pic x(42).
       77 rpt-envfn            pic x(42).
       77 alert-envfn          pic x(42).

       77 ctl-status           pic x(2).
       77 cfg-status           pic x(2).
       77 ckpt-status          pic x(2).
       77 man-status           pic x(2).
       77 stage-status         pic x(2).
       77 live-status          pic x(2).
       77 hist-status          pic x(2).
       77 inv-status           pic x(2).
       77 rto-status           pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).

       77 end-of-ckpt-sw       pic x value "N".
          88 end-of-ckpt       value "Y".
       77 end-of-man-sw        pic x value "N".
          88 end-of-man        value "Y".
       77 end-of-stage-sw      pic x.
          88 end-of-stage      value "Y".
       77 end-of-hist-sw       pic x.
          88 end-of-hist       value "Y".
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-rto-sw        pic x value "N".
          88 end-of-rto        value "Y".

       77 stage-path           pic x(30) value "drstage".
       77 vault-userid         pic x(18) value spaces.

      * Variable for the shared break-glass lookup (emrgchk)
       77 emrg-rc             pic s9(9) comp-5 value 8.

      * the checkpoint row layouts
       01 ckpt-head-line.
          05 ch-kind           pic x(1).
          05 filler            pic x.
          05 ch-start-date     pic x(8).
          05 filler            pic x.
          05 ch-start-time     pic x(8).
          05 filler            pic x(62).
       01 ckpt-phase-line redefines ckpt-head-line.
          05 cp-kind           pic x(1).
          05 filler            pic x.
          05 cp-phase          pic x(1).
          05 filler            pic x(77).
       01 ckpt-db-line redefines ckpt-head-line.
          05 cd-kind           pic x(1).
          05 filler            pic x.
          05 cd-dbname         pic x(8).
          05 filler            pic x.
          05 cd-tier           pic x(1).
          05 filler            pic x.
          05 cd-state          pic x(14).
          05 filler            pic x.
          05 cd-image-date     pic x(8).
          05 filler            pic x.
          05 cd-elapsed        pic 9(9).
          05 filler            pic x.
          05 cd-rto-hours      pic 9(4).
          05 filler            pic x(30).

      * the activation: its start (the recovery clock runs from
      * here, across reruns) and the phases already done
       77 start-date           pic x(8) value spaces.
       77 start-time           pic x(8) value spaces.
       77 resumed-sw           pic x value "N".
          88 resumed           value "Y".
       77 validated-sw         pic x value "N".
          88 kit-validated     value "Y".
       77 installed-sw         pic x value "N".
          88 kit-installed     value "Y".
       77 cataloged-sw         pic x value "N".
          88 kit-cataloged     value "Y".
       77 kit-unusable-sw      pic x value "N".
          88 kit-unusable      value "Y".
       77 gap-count            pic s9(4) comp-5 value 0.
       77 essential-name       pic x(30).

      * the staged backup.hist's successful images, keyed the way
      * drship writes its manifest I-rows (target, a space, name)
       01 image-keys.
          05 image-key         occurs 500 times pic x(60).
       77 image-key-count      pic s9(4) comp-5 value 0.
       77 image-key-idx        pic s9(4) comp-5.
       77 image-key-work       pic x(60).
       77 gap-target           pic x(40).
       77 gap-dbname           pic x(9).
       77 image-found-sw       pic x.
          88 image-found       value "Y".

      * the staged files this site takes over as its own
       01 install-list.
          05 filler pic x(30) value "backup.hist".
          05 filler pic x(30) value "dirimg.dat".
          05 filler pic x(30) value "rto.dat".
       01 install-table redefines install-list.
          05 install-name occurs 3 times pic x(30).
       77 install-idx          pic s9(4) comp-5.
       77 trn-count            pic s9(4) comp-5 value 0.
       77 step-rc              pic s9(9) comp-5.

      * the restore list: active PROD databases, most critical
      * tier first, and how far each one has got
       01 db-entries.
          05 db-entry          occurs 200 times.
             10 de-dbname      pic x(8).
             10 de-tier        pic x(1).
             10 de-state       pic x(14).
                88 de-pending      value "PENDING".
                88 de-restoring    value "RESTORING".
                88 de-restored     value "RESTORED".
                88 de-ready        value "READY".
                88 de-failed       value "FAILED RESTORE"
                                         "FAILED PROBE".
                88 de-probe-failed value "FAILED PROBE".
             10 de-image-date  pic x(8).
             10 de-elapsed     pic s9(9) comp-5.
             10 de-rto-hours   pic s9(4) comp-5.
       01 db-swap.
          05 sw-dbname         pic x(8).
          05 sw-tier           pic x(1).
          05 sw-state          pic x(14).
          05 sw-image-date     pic x(8).
          05 sw-elapsed        pic s9(9) comp-5.
          05 sw-rto-hours      pic s9(4) comp-5.
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 ckpt-idx             pic s9(4) comp-5.
       77 rpt-idx              pic s9(4) comp-5.
       77 sort-idx             pic s9(4) comp-5.
       77 sort-limit           pic s9(4) comp-5.
       77 sort-swapped-sw      pic x.
          88 sort-swapped      value "Y".

       77 ready-count          pic s9(4) comp-5 value 0.
       77 failed-count         pic s9(4) comp-5 value 0.
       77 open-count           pic s9(4) comp-5 value 0.
       77 over-rto-count       pic s9(4) comp-5 value 0.

      * the elapsed-time clock: day serials (as bizcal derives
      * them) and seconds into the day, activation start to now
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 serial-q4            pic s9(9) comp-5.
       77 serial-q100          pic s9(9) comp-5.
       77 serial-q400          pic s9(9) comp-5.
       77 serial-qmm           pic s9(9) comp-5.
       77 start-serial         pic s9(9) comp-5.
       01 clock-parse.
          05 cp-hh             pic 9(2).
          05 cp-mm             pic 9(2).
          05 cp-ss             pic 9(2).
          05 cp-cc             pic 9(2).
       77 start-secs           pic s9(9) comp-5.
       77 elapsed-now          pic s9(9) comp-5.
       77 elapsed-work         pic s9(9) comp-5.
       77 rto-secs             pic s9(9) comp-5.

       01 alert-today          pic 9(8).
       01 alert-now            pic 9(8).
       01 alert-line.
          05 al-program        pic x(10) value "DRACTV".
          05 filler            pic x value space.
          05 al-timestamp      pic x(26).
          05 filler            pic x value space.
          05 al-message        pic x(60).

      * Variables for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.
       77 worst-rc            pic s9(9) comp-5 value 0.

       01 rpt-line            pic x(100).
       01 detail-line.
          05 filler           pic x(2) value spaces.
          05 dt-dbname        pic x(8).
          05 filler           pic x(2) value spaces.
          05 dt-tier          pic x(1).
          05 filler           pic x(4) value spaces.
          05 dt-state         pic x(14).
          05 filler           pic x(2) value spaces.
          05 dt-image-date    pic x(8).
          05 filler           pic x(2) value spaces.
          05 dt-elapsed       pic zzzzzzzz9.
          05 filler           pic x(2) value spaces.
          05 dt-rto-hours     pic zzzz9.
          05 filler           pic x(2) value spaces.
          05 dt-flag          pic x(8).
       77 minutes-ed           pic zzzzz9.
       77 count-ed             pic zzz9.
       77 ready-ed             pic zzz9.
       77 failed-ed            pic zzz9.
       77 open-ed              pic zzz9.
       77 over-ed              pic zzz9.
       77 done-flag-v          pic x(3).
       77 done-flag-i          pic x(3).
       77 done-flag-c          pic x(3).

       Procedure Division.
       dractv-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DRACTV.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "DRACTV    ".

      * run correlation id: inherit the driver's TOOLKITRUN id, or
      * generate one at the top of a standalone run, so one id
      * pulls this run's records out of every file at once
           accept run-corr-id from environment "TOOLKITRUN".
           if run-corr-id equal spaces
              accept corr-date from date yyyymmdd
              accept corr-time from time
              string corr-date delimited by size
                     corr-time delimited by size
                into run-corr-id
              set environment "TOOLKITRUN" to run-corr-id
           end-if.

           accept today-date from date yyyymmdd.
           accept now-time   from time.

      * activating the recovery site overwrites every production
      * database it restores -- only a declared emergency will do,
      * and the lookup logs that it was leaned on
           call "emrgchk" using "DRACTV    ", emrg-rc.
           if emrg-rc not equal 0
              display "no declared emergency -- recovery-site ",
                       "activation refused"
              move "no declared emergency open" to log-detail
              call "opslog" using "DRACTV    ",
                      "DR ACTIVATION REFUSED         ", log-detail
              move 12 to worst-rc
              go to end-dractv.

           perform read-control.
           perform read-config.
           perform load-checkpoint.

           move spaces to log-detail.
           if resumed
              string "resuming the activation started "
                        delimited by size
                     start-date delimited by size
                     " " delimited by size
                     start-time delimited by size
                into log-detail
              call "opslog" using "DRACTV    ",
                      "DR ACTIVATION RESUMED         ", log-detail
           else
              move today-date to start-date
              move now-time to start-time
              string "recovery site activated from " delimited by size
                     stage-path delimited by space
                into log-detail
              call "opslog" using "DRACTV    ",
                      "DR ACTIVATION STARTED         ", log-detail
           end-if.
           perform derive-start-clock.
           perform save-checkpoint.

           if not kit-validated
              perform validate-kit
              if kit-unusable
                 move 8 to worst-rc
                 move spaces to log-detail
                 string "shipped kit under " delimited by size
                        stage-path delimited by space
                        " is not usable" delimited by size
                   into log-detail
                 call "opslog" using "DRACTV    ",
                         "DR ACTIVATION ABORTED         ", log-detail
                 go to end-dractv
              end-if
              move "Y" to validated-sw
              perform save-checkpoint
           end-if.

           if not kit-installed
              perform install-kit
              move "Y" to installed-sw
              perform save-checkpoint
           end-if.

           if not kit-cataloged
              perform recatalog-directories
              move "Y" to cataloged-sw
              perform save-checkpoint
           end-if.

      * the restore list is built once and then carried in the
      * checkpoint, so a rerun works the same list in the same order
           if db-count equal 0
              perform build-restore-list
              perform load-objectives
              perform find-newest-images
              perform save-checkpoint
           end-if.
           display "databases on the restore list : ", db-count.

           perform write-progress-report.

           perform recover-one-database thru recover-one-database-exit
              varying db-idx from 1 by 1
              until db-idx > db-count.

           perform finish-activation.

       end-dractv.
           move worst-rc to RETURN-CODE.
           move RETURN-CODE to reg-rc.
           call "runreg" using "DRACTV    ", reg-rc.
           move reg-rc to RETURN-CODE.
           goback.

       read-control section.
      *************************************************************
      * dractv.ctl: the userid(18) dbrestor's vault lookup takes  *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end move ctl-userid to vault-userid
           end-read.
           close ctl-file.
       end-read-control. exit.

       read-config section.
      *************************************************************
      * drship.cfg: the staging path(30) the kit was shipped to;  *
      * a missing file looks under drstage, as drship does        *
      *************************************************************
           open input cfg-file.
           if cfg-status not equal "00"
              go to end-read-config.
           read cfg-file
              at end continue
              not at end
                 if cfg-stage-path not equal spaces
                    move cfg-stage-path to stage-path
                 end-if
           end-read.
           close cfg-file.
       end-read-config. exit.

       load-checkpoint section.
      *************************************************************
      * a checkpoint on hand means an activation already under    *
      * way: its start, the phases done and the restore list with *
      * each database's state come back from it                   *
      *************************************************************
           open input ckpt-file.
           if ckpt-status not equal "00"
              go to end-load-checkpoint.
           perform load-one-checkpoint-row
              thru load-one-checkpoint-row-exit
              until end-of-ckpt.
           close ckpt-file.
           if start-date not equal spaces
              move "Y" to resumed-sw
              display "resuming the activation started ",
                       start-date, " ", start-time
           end-if.
       end-load-checkpoint. exit.

       load-one-checkpoint-row section.
           read ckpt-file into ckpt-head-line
              at end
                 move "Y" to end-of-ckpt-sw
                 go to load-one-checkpoint-row-exit
           end-read.
           evaluate ch-kind
              when "H"
                 move ch-start-date to start-date
                 move ch-start-time to start-time
              when "P"
                 evaluate cp-phase
                    when "V" move "Y" to validated-sw
                    when "I" move "Y" to installed-sw
                    when "C" move "Y" to cataloged-sw
                 end-evaluate
              when "D"
                 if db-count less than 200
                    add 1 to db-count
                    move cd-dbname     to de-dbname(db-count)
                    move cd-tier       to de-tier(db-count)
                    move cd-state      to de-state(db-count)
                    move cd-image-date to de-image-date(db-count)
                    move cd-elapsed    to de-elapsed(db-count)
                    move cd-rto-hours  to de-rto-hours(db-count)
                 end-if
           end-evaluate.
       load-one-checkpoint-row-exit. exit.

       save-checkpoint section.
      *************************************************************
      * the checkpoint is rewritten whole after every change, so  *
      * it never lags the work by more than one step              *
      *************************************************************
           open output ckpt-file.
           move spaces to ckpt-head-line.
           move "H" to ch-kind.
           move start-date to ch-start-date.
           move start-time to ch-start-time.
           write ckpt-rec from ckpt-head-line.
           if kit-validated
              move spaces to ckpt-phase-line
              move "P" to cp-kind
              move "V" to cp-phase
              write ckpt-rec from ckpt-phase-line
           end-if.
           if kit-installed
              move spaces to ckpt-phase-line
              move "P" to cp-kind
              move "I" to cp-phase
              write ckpt-rec from ckpt-phase-line
           end-if.
           if kit-cataloged
              move spaces to ckpt-phase-line
              move "P" to cp-kind
              move "C" to cp-phase
              write ckpt-rec from ckpt-phase-line
           end-if.
           perform save-one-database
              varying ckpt-idx from 1 by 1
              until ckpt-idx > db-count.
           close ckpt-file.
       end-save-checkpoint. exit.

       save-one-database section.
           move spaces to ckpt-db-line.
           move "D" to cd-kind.
           move de-dbname(ckpt-idx)     to cd-dbname.
           move de-tier(ckpt-idx)       to cd-tier.
           move de-state(ckpt-idx)      to cd-state.
           move de-image-date(ckpt-idx) to cd-image-date.
           move de-elapsed(ckpt-idx)    to cd-elapsed.
           move de-rto-hours(ckpt-idx)  to cd-rto-hours.
           write ckpt-rec from ckpt-db-line.
       end-save-one-database. exit.

       validate-kit section.
      *************************************************************
      * the kit as shipped: the inventory dump and backup.hist    *
      * are essential; every manifest F-row must be in the stage  *
      * and every I-row must be a successful image the shipped    *
      * backup.hist knows -- a gap pages but does not stop the    *
      * activation                                                *
      *************************************************************
           move spaces to man-filename.
           string stage-path delimited by space
                  "/drship.man" delimited by size
             into man-filename.
           open input man-file.
           if man-status not equal "00"
              display "no drship.man under ", stage-path,
                       " -- no shipped kit to activate from"
              move "Y" to kit-unusable-sw
              go to end-validate-kit.

           move "dbinv.flat" to essential-name.
           perform check-essential-file.
           move "backup.hist" to essential-name.
           perform check-essential-file.
           if kit-unusable
              close man-file
              go to end-validate-kit.

      * the staged backup.hist is read in place; the installed
      * copy is what the rest of the run reads
           perform load-shipped-images.
           call "envname" using "backup.hist                   ",
                   hist-envfn.

           perform check-one-manifest-row
              thru check-one-manifest-row-exit
              until end-of-man.
           close man-file.

           display "shipped kit validated -- gaps : ", gap-count.
           if gap-count greater than 0
              and worst-rc less than 4
              move 4 to worst-rc
           end-if.
       end-validate-kit. exit.

       check-essential-file section.
           move spaces to stage-filename.
           string stage-path delimited by space
                  "/" delimited by size
                  essential-name delimited by space
             into stage-filename.
           open input stage-file.
           if stage-status not equal "00"
              display essential-name, " is not in ", stage-path,
                       " -- the kit cannot be activated"
              move spaces to al-message
              string "shipped kit has no " delimited by size
                     essential-name delimited by space
                     " -- activation aborted" delimited by size
                into al-message
              perform raise-alert
              move "Y" to kit-unusable-sw
              go to end-check-essential-file.
           close stage-file.
       end-check-essential-file. exit.

       load-shipped-images section.
           move spaces to stage-filename.
           string stage-path delimited by space
                  "/backup.hist" delimited by size
             into stage-filename.
           move stage-filename to hist-envfn.
           move "N" to end-of-hist-sw.
           open input hist-file.
           if hist-status not equal "00"
              go to end-load-shipped-images.
           perform load-one-shipped-image
              thru load-one-shipped-image-exit
              until end-of-hist.
           close hist-file.
       end-load-shipped-images. exit.

       load-one-shipped-image section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to load-one-shipped-image-exit
           end-read.
           if bh-result(1:9) not equal "BACKED UP"
              or image-key-count equal 500
              go to load-one-shipped-image-exit.
           add 1 to image-key-count.
           move spaces to image-key(image-key-count).
           string bh-target delimited by space
                  " " delimited by size
                  bh-dbname delimited by space
             into image-key(image-key-count).
       load-one-shipped-image-exit. exit.

       check-one-manifest-row section.
           read man-file
              at end
                 move "Y" to end-of-man-sw
                 go to check-one-manifest-row-exit
           end-read.

           if mn-kind equal "I"
              move "N" to image-found-sw
              move mn-name to image-key-work
              perform match-one-image-key
                 varying image-key-idx from 1 by 1
                 until image-key-idx > image-key-count
                    or image-found
      * the alert names the database; the image path, which
      * would not fit beside it, goes to the console
              if not image-found
                 add 1 to gap-count
                 move spaces to gap-target gap-dbname
                 unstring mn-name delimited by all space
                    into gap-target, gap-dbname
                 move spaces to al-message
                 string "shipped image of " delimited by size
                        gap-dbname delimited by space
                        " not in backup.hist" delimited by size
                   into al-message
                 perform raise-alert
                 display "DRACTV: ", al-message, " -- ", gap-target
              end-if
              go to check-one-manifest-row-exit.

           move spaces to stage-filename.
           string stage-path delimited by space
                  "/" delimited by size
                  mn-name delimited by space
             into stage-filename.
           open input stage-file.
           if stage-status not equal "00"
              add 1 to gap-count
              move spaces to al-message
              string "manifest file missing from the kit: "
                        delimited by size
                     mn-name delimited by size
                into al-message
              perform raise-alert
              display "DRACTV: ", al-message
              go to check-one-manifest-row-exit.
           close stage-file.
       check-one-manifest-row-exit. exit.

       match-one-image-key section.
           if image-key(image-key-idx) equal image-key-work
              move "Y" to image-found-sw
           end-if.
       end-match-one-image-key. exit.

       install-kit section.
      *************************************************************
      * the staged history, directory image and objectives become *
      * this site's own, and the inventory is rebuilt from the    *
      * flat dump through dbinvmnt -- an add per entry, or a      *
      * change where a partly built inventory already has it      *
      *************************************************************
           perform install-one-file thru install-one-file-exit
              varying install-idx from 1 by 1
              until install-idx > 3.

           move spaces to stage-filename.
           string stage-path delimited by space
                  "/dbinv.flat" delimited by size
             into stage-filename.
           move "N" to end-of-stage-sw.
           open input stage-file.
           if stage-status not equal "00"
              display "dbinv.flat is not in ", stage-path,
                       " -- inventory not rebuilt"
              move 8 to worst-rc
              go to end-install-kit.

           open input inv-file.
           open output trn-file.
           perform stage-one-inventory-row
              thru stage-one-inventory-row-exit
              until end-of-stage.
           close trn-file.
           close stage-file.
           if inv-status equal "00"
              close inv-file
           end-if.

           move 0 to RETURN-CODE.
           call "dbinvmnt".
           move RETURN-CODE to step-rc.
           display "inventory rebuilt from ", trn-count,
                    " shipped entries".
           if step-rc not less than 8
              move 8 to worst-rc
           end-if.
           move spaces to log-detail.
           move trn-count to count-ed.
           string "inventory rebuilt from " delimited by size
                  count-ed delimited by size
                  " shipped entries" delimited by size
             into log-detail.
           call "opslog" using "DRACTV    ",
                   "DR INVENTORY REBUILT          ", log-detail.
       end-install-kit. exit.

       install-one-file section.
           move spaces to stage-filename.
           string stage-path delimited by space
                  "/" delimited by size
                  install-name(install-idx) delimited by space
             into stage-filename.
           move "N" to end-of-stage-sw.
           open input stage-file.
           if stage-status not equal "00"
              display install-name(install-idx), " is not in ",
                       stage-path, " -- not installed"
              if worst-rc less than 4
                 move 4 to worst-rc
              end-if
              go to install-one-file-exit.
           call "envname" using install-name(install-idx),
                   live-envfn.
           open output live-file.
           perform copy-one-staged-rec thru copy-one-staged-rec-exit
              until end-of-stage.
           close stage-file.
           close live-file.
           display install-name(install-idx), " installed from ",
                    stage-path.
       install-one-file-exit. exit.

       copy-one-staged-rec section.
           read stage-file
              at end
                 move "Y" to end-of-stage-sw
                 go to copy-one-staged-rec-exit
           end-read.
           write live-rec from stage-rec.
       copy-one-staged-rec-exit. exit.

       stage-one-inventory-row section.
           read stage-file
              at end
                 move "Y" to end-of-stage-sw
                 go to stage-one-inventory-row-exit
           end-read.
           if stage-rec(1:8) equal spaces
              go to stage-one-inventory-row-exit.

           move "A" to tr-action.
           if inv-status equal "00"
              move stage-rec(1:8) to IV-DBNAME
              read inv-file
                 invalid key continue
                 not invalid key move "C" to tr-action
              end-read
           end-if.
           move stage-rec(1:122) to tr-entry.
           write trn-rec.
           add 1 to trn-count.
       stage-one-inventory-row-exit. exit.

       recatalog-directories section.
      *************************************************************
      * the fresh instance's directories are rebuilt from the     *
      * shipped dirimg.dat (dirimg mode "R"); the control file is *
      * left back on the export default afterwards.  A conflict   *
      * is dirimg's to report and does not stop the restores      *
      *************************************************************
           call "envname" using "dirimg.ctl                    ",
                   step-ctl-envfn.
           open output step-ctl-file.
           move "R" to step-ctl-rec.
           write step-ctl-rec.
           close step-ctl-file.

           move 0 to RETURN-CODE.
           call "dirimg".
           move RETURN-CODE to step-rc.

           open output step-ctl-file.
           move "E" to step-ctl-rec.
           write step-ctl-rec.
           close step-ctl-file.

           if step-rc not equal 0
              display "re-catalog finished with return code ",
                       step-rc, " -- see dirimg.rpt"
              if worst-rc less than 4
                 move 4 to worst-rc
              end-if
           end-if.
       end-recatalog-directories. exit.

       build-restore-list section.
      *************************************************************
      * every active PROD database in the rebuilt inventory, put  *
      * in criticality order -- tier 1 first, an unassigned tier  *
      * ranked as 3 -- and by name within a tier                  *
      *************************************************************
           move "N" to end-of-inv-sw.
           open input inv-file.
           if inv-status not equal "00"
              display "dbinv.dat not on hand -- nothing to restore"
              move 8 to worst-rc
              go to end-build-restore-list.
           perform list-one-database thru list-one-database-exit
              until end-of-inv.
           close inv-file.

           move db-count to sort-limit.
           move "Y" to sort-swapped-sw.
           perform sort-one-pass thru sort-one-pass-exit
              until not sort-swapped.
       end-build-restore-list. exit.

       list-one-database section.
           read inv-file next record
              at end
                 move "Y" to end-of-inv-sw
                 go to list-one-database-exit
           end-read.
           if IV-ENVIRONMENT not equal "PROD"
              or not IV-IS-ACTIVE
              or db-count equal 200
              go to list-one-database-exit.
           add 1 to db-count.
           move IV-DBNAME to de-dbname(db-count).
           if IV-TIER-ASSIGNED
              move IV-TIER to de-tier(db-count)
           else
              move "3" to de-tier(db-count)
           end-if.
           move "PENDING" to de-state(db-count).
           move spaces to de-image-date(db-count).
           move 0 to de-elapsed(db-count).
           move 24 to de-rto-hours(db-count).
       list-one-database-exit. exit.

       sort-one-pass section.
           move "N" to sort-swapped-sw.
           perform sort-one-pair
              varying sort-idx from 1 by 1
              until sort-idx not less than sort-limit.
           subtract 1 from sort-limit.
       sort-one-pass-exit. exit.

       sort-one-pair section.
           if de-tier(sort-idx) greater than de-tier(sort-idx + 1)
              or (de-tier(sort-idx) equal de-tier(sort-idx + 1)
                  and de-dbname(sort-idx)
                      greater than de-dbname(sort-idx + 1))
              move db-entry(sort-idx) to db-swap
              move db-entry(sort-idx + 1) to db-entry(sort-idx)
              move db-swap to db-entry(sort-idx + 1)
              move "Y" to sort-swapped-sw
           end-if.
       end-sort-one-pair. exit.

       load-objectives section.
      *************************************************************
      * rto.dat: database name(8), objective hours(4) -- the      *
      * 24-hour default stands for a database it does not name,   *
      * as rtochk holds it                                        *
      *************************************************************
           open input rto-file.
           if rto-status not equal "00"
              display "no rto.dat installed -- every database held ",
                       "to the 24-hour default"
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
           perform match-one-objective
              varying db-idx from 1 by 1
              until db-idx > db-count.
       load-one-objective-exit. exit.

       match-one-objective section.
           if de-dbname(db-idx) equal rt-dbname
              move rt-hours to de-rto-hours(db-idx)
           end-if.
       end-match-one-objective. exit.

       find-newest-images section.
      *************************************************************
      * the newest successful image of each database the shipped  *
      * backup.hist holds -- the one dbrestor takes when its      *
      * control file names no date; an image bkprune has stamped  *
      * PRUNED is gone and does not count                         *
      *************************************************************
           move "N" to end-of-hist-sw.
           open input hist-file.
           if hist-status not equal "00"
              go to end-find-newest-images.
           perform note-one-image thru note-one-image-exit
              until end-of-hist.
           close hist-file.
       end-find-newest-images. exit.

       note-one-image section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to note-one-image-exit
           end-read.
           if bh-result(1:9) not equal "BACKED UP"
              or bh-prune-mark equal "PRUNED"
              go to note-one-image-exit.
           perform note-image-date
              varying db-idx from 1 by 1
              until db-idx > db-count.
       note-one-image-exit. exit.

       note-image-date section.
           if de-dbname(db-idx) equal bh-dbname
              and (de-image-date(db-idx) equal spaces
                   or bh-date greater than de-image-date(db-idx))
              move bh-date to de-image-date(db-idx)
           end-if.
       end-note-image-date. exit.

       recover-one-database section.
      *************************************************************
      * one database's turn: restore it from its newest shipped   *
      * image through dbrestor, then probe it the dbready way.    *
      * A failure pages and is checkpointed, and the next         *
      * database is taken -- one bad image does not hold up the   *
      * rest of the site                                          *
      *************************************************************
           if de-ready(db-idx)
              go to recover-one-database-exit.

      * a restored database that failed its probe is probed again,
      * not restored again
           if de-restored(db-idx) or de-probe-failed(db-idx)
              go to probe-the-database.

           if de-image-date(db-idx) equal spaces
              move "FAILED RESTORE" to de-state(db-idx)
              move spaces to al-message
              string "no shipped image of " delimited by size
                     de-dbname(db-idx) delimited by space
                     " -- not restored" delimited by size
                into al-message
              perform fail-the-database
              go to recover-one-database-exit.

           display "restoring ", de-dbname(db-idx), " (tier ",
                    de-tier(db-idx), ") from the image of ",
                    de-image-date(db-idx).
           move "RESTORING" to de-state(db-idx).
           perform save-checkpoint.
           perform write-progress-report.

      * dbrestor.ctl: the database, the vault userid, no date (the
      * newest image), the ordinary restore mode
           call "envname" using "dbrestor.ctl                  ",
                   step-ctl-envfn.
           open output step-ctl-file.
           move spaces to step-ctl-rec.
           move de-dbname(db-idx) to step-ctl-rec(1:9).
           move vault-userid to step-ctl-rec(10:18).
           write step-ctl-rec.
           close step-ctl-file.

      * the called steps start from their initial state each turn
           move 0 to RETURN-CODE.
           call "dbrestor".
           move RETURN-CODE to step-rc.
           cancel "dbrestor".
           if step-rc not less than 8
              move "FAILED RESTORE" to de-state(db-idx)
              move spaces to al-message
              string "restore of " delimited by size
                     de-dbname(db-idx) delimited by space
                     " failed -- see restore.hist" delimited by size
                into al-message
              perform fail-the-database
              go to recover-one-database-exit.

           move "RESTORED" to de-state(db-idx).
           perform save-checkpoint.

       probe-the-database.
           set environment "READYDB" to de-dbname(db-idx).
           move 0 to RETURN-CODE.
           call "dbready".
           move RETURN-CODE to step-rc.
           cancel "dbready".
           set environment "READYDB" to spaces.
           if step-rc not less than 8
              move "FAILED PROBE" to de-state(db-idx)
              move spaces to al-message
              string de-dbname(db-idx) delimited by space
                     " restored but failed its readiness probe"
                        delimited by size
                into al-message
              perform fail-the-database
              go to recover-one-database-exit.

      * the database's recovery time is frozen when it comes ready
           move "READY" to de-state(db-idx).
           perform derive-elapsed-now.
           move elapsed-now to de-elapsed(db-idx).
           perform save-checkpoint.
           perform write-progress-report.

           divide elapsed-now by 60 giving elapsed-work.
           move elapsed-work to minutes-ed.
           move spaces to log-detail.
           string de-dbname(db-idx) delimited by space
                  " restored and ready after " delimited by size
                  minutes-ed delimited by size
                  " minutes" delimited by size
             into log-detail.
           call "opslog" using "DRACTV    ",
                   "DR DATABASE RECOVERED         ", log-detail.
       recover-one-database-exit. exit.

       fail-the-database section.
           perform raise-alert.
           display "DRACTV: ", al-message.
           perform save-checkpoint.
           perform write-progress-report.
       end-fail-the-database. exit.

       finish-activation section.
      *************************************************************
      * the final progress report goes to the archive; a failed   *
      * database leaves the checkpoint for the rerun, a clean     *
      * activation clears it so the next one starts afresh        *
      *************************************************************
           perform write-progress-report.
           call "rptarch" using "dractv.rpt                    ",
                   "DRACTV    ".

           move ready-count to ready-ed.
           move failed-count to failed-ed.
           move over-rto-count to over-ed.
           move spaces to log-detail.
           string ready-ed delimited by size
                  " ready," delimited by size
                  failed-ed delimited by size
                  " failed," delimited by size
                  over-ed delimited by size
                  " over their objective" delimited by size
             into log-detail.
           call "opslog" using "DRACTV    ",
                   "DR ACTIVATION COMPLETE        ", log-detail.
           display "DR activation: ", log-detail.

           if failed-count greater than 0 or open-count greater than 0
              if worst-rc less than 8
                 move 8 to worst-rc
              end-if
              display "rerun dractv to retry the failed databases"
              go to end-finish-activation.
           if over-rto-count greater than 0
              and worst-rc less than 4
              move 4 to worst-rc
           end-if.
           open output ckpt-file.
           close ckpt-file.
       end-finish-activation. exit.

       write-progress-report section.
      *************************************************************
      * dractv.rpt: every database's state and its time since     *
      * activation against its objective -- rewritten after each *
      * database, so it can be watched while the site comes up    *
      *************************************************************
           accept today-date from date yyyymmdd.
           accept now-time   from time.
           perform derive-elapsed-now.
           move 0 to ready-count.
           move 0 to failed-count.
           move 0 to open-count.
           move 0 to over-rto-count.

           open output rpt-file.
           move spaces to rpt-line.
           string "RECOVERY-SITE ACTIVATION  STARTED " delimited by size
                  start-date delimited by size
                  " " delimited by size
                  start-time delimited by size
                  "  AS OF " delimited by size
                  today-date delimited by size
                  " " delimited by size
                  now-time delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           move "NO" to done-flag-v.
           if kit-validated
              move "YES" to done-flag-v
           end-if.
           move "NO" to done-flag-i.
           if kit-installed
              move "YES" to done-flag-i
           end-if.
           move "NO" to done-flag-c.
           if kit-cataloged
              move "YES" to done-flag-c
           end-if.
           move spaces to rpt-line.
           string "KIT VALIDATED " delimited by size
                  done-flag-v delimited by size
                  "  INVENTORY REBUILT " delimited by size
                  done-flag-i delimited by size
                  "  DIRECTORIES RE-CATALOGED " delimited by size
                  done-flag-c delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.

           move spaces to rpt-line.
           string "  DATABASE  TIER STATE           IMAGE     "
                     delimited by size
                  "ELAPSED M  RTO H  FLAG" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform report-one-database
              varying rpt-idx from 1 by 1
              until rpt-idx > db-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move ready-count to ready-ed.
           move failed-count to failed-ed.
           move open-count to open-ed.
           move over-rto-count to over-ed.
           move spaces to rpt-line.
           string "READY" delimited by size
                  ready-ed delimited by size
                  "  FAILED" delimited by size
                  failed-ed delimited by size
                  "  NOT YET RESTORED" delimited by size
                  open-ed delimited by size
                  "  OVER RTO" delimited by size
                  over-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
       end-write-progress-report. exit.

       report-one-database section.
      * a database not yet ready is still on the running clock
           if de-ready(rpt-idx)
              move de-elapsed(rpt-idx) to elapsed-work
              add 1 to ready-count
           else
              move elapsed-now to elapsed-work
              if de-failed(rpt-idx)
                 add 1 to failed-count
              else
                 add 1 to open-count
              end-if
           end-if.

           move de-dbname(rpt-idx)     to dt-dbname.
           move de-tier(rpt-idx)       to dt-tier.
           move de-state(rpt-idx)      to dt-state.
           move de-image-date(rpt-idx) to dt-image-date.
           if de-image-date(rpt-idx) equal spaces
              move "NONE" to dt-image-date
           end-if.
           move de-rto-hours(rpt-idx)  to dt-rto-hours.
           move spaces to dt-flag.
           compute rto-secs = de-rto-hours(rpt-idx) * 3600.
           if elapsed-work greater than rto-secs
              move "OVER RTO" to dt-flag
              add 1 to over-rto-count
           end-if.
           divide elapsed-work by 60 giving elapsed-work.
           move elapsed-work to dt-elapsed.
           write rpt-rec from detail-line.
       end-report-one-database. exit.

       derive-start-clock section.
      *************************************************************
      * the activation start as a day serial and seconds into the *
      * day, for the elapsed-time clock                           *
      *************************************************************
           move start-date to serial-work-date.
           perform derive-day-serial.
           move serial-days to start-serial.
           move start-time to clock-parse.
           compute start-secs = cp-hh * 3600 + cp-mm * 60 + cp-ss.
       end-derive-start-clock. exit.

       derive-elapsed-now section.
           accept today-date from date yyyymmdd.
           accept now-time   from time.
           move today-date to serial-work-date.
           perform derive-day-serial.
           move now-time to clock-parse.
           compute elapsed-now =
                 (serial-days - start-serial) * 86400
               + cp-hh * 3600 + cp-mm * 60 + cp-ss - start-secs.
           if elapsed-now less than 0
              move 0 to elapsed-now
           end-if.
       end-derive-elapsed-now. exit.

       derive-day-serial section.
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
       end-derive-day-serial. exit.

       raise-alert section.
      *************************************************************
      * same paging-alert record pattern dbstart uses -- a hole   *
      * in the kit or a database that will not come back pages    *
      * through alertrtr                                          *
      *************************************************************
           accept alert-today from date yyyymmdd.
           accept alert-now   from time.
           move spaces to al-timestamp.
           string alert-today delimited by size
                  " "         delimited by size
                  alert-now   delimited by size
              into al-timestamp.

           open extend alert-file.
           write alert-rec from alert-line.
           close alert-file.
       end-raise-alert. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the     *
      * staged names build on the configured staging path         *
      *************************************************************
           call "envname" using "dractv.ctl                    ",
                   ctl-envfn.
           call "envname" using "drship.cfg                    ",
                   cfg-envfn.
           call "envname" using "dractv.ckpt                   ",
                   ckpt-envfn.
           call "envname" using "backup.hist                   ",
                   hist-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "dbinv.trn                     ",
                   trn-envfn.
           call "envname" using "rto.dat                       ",
                   rto-envfn.
           call "envname" using "dractv.rpt                    ",
                   rpt-envfn.
           call "envname" using "dractv.alert                  ",
                   alert-envfn.
       end-resolve-toolkit-filenames. exit.
