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
      ** SOURCE FILE NAME: bkprune.cbl
      **
      ** SAMPLE: Backup image retention and pruning.  backup.hist
      **         records every image dbbackup writes and nothing
      **         ever removed one, so the backup.lst target paths
      **         filled until a backup failed.  This applies the
      **         per-class retention policy in bkprune.cfg (class,
      **         generations to keep, minimum days to keep) to the
      **         successful images in backup.hist: an image is a
      **         pruning candidate only when it is past both its
      **         class's generation count and its minimum age.  A
      **         candidate is still kept when it is the database's
      **         newest VERIFIED image (the firedrl stamp), when
      **         drship has shipped it and no drship.rcpt receipt
      **         has come back, when it is the newest image or
      **         inside the database's rpo.dat objective, or when a
      **         kept incremental descends from it.  The list pass
      **         (bkprune.ctl mode "L", the default) is the dry run:
      **         bkprune.rpt shows every candidate and its verdict
      **         and nothing changes.  The prune pass (mode "P")
      **         stamps each pruned image's history row PRUNED with
      **         the date -- the row stays, so the history still
      **         tells the whole story -- and lists the image in
      **         bkprune.del for the housekeeping job that removes
      **         the files from the target path.
      **
      ** OUTPUT FILE: bkprune.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     the backup.hist row now carries the log range columns
      **     dbbackup records, and the rewrite keeps them.
      **     an image covered by an open legal hold (legalhold.dat,
      **     judged by holdchk on the image's database and date) is
      **     kept whatever its age, shown KEPT with the matter on
      **     bkprune.rpt, and in the prune pass each image kept
      **     this way is logged through opslog as LEGAL HOLD KEPT
      **     IMAGE.
      ***********************************************************************

       Identification Division.
       Program-Id. "bkprune".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select pol-file assign to pol-envfn
              organization is line sequential
              file status is pol-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select rpo-file assign to rpo-envfn
              organization is line sequential
              file status is rpo-status.
           select ship-cfg-file assign to ship-cfg-envfn
              organization is line sequential
              file status is ship-cfg-status.
           select man-file assign to man-filename
              organization is line sequential
              file status is man-status.
           select rcpt-file assign to rcpt-envfn
              organization is line sequential
              file status is rcpt-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select hist-new-file assign to hist-new-envfn
              organization is line sequential
              file status is hist-new-status.
           select del-file assign to del-envfn
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).

       FD  pol-file.
       01  pol-rec.
           05  po-class           pic x(4).
           05  filler             pic x.
           05  po-generations     pic 9(3).
           05  filler             pic x.
           05  po-min-days        pic 9(4).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  rpo-file.
       01  rpo-rec.
           05  rp-dbname          pic x(8).
           05  filler             pic x.
           05  rp-hours           pic 9(4).

       FD  ship-cfg-file.
       01  ship-cfg-rec.
           05  sc-stage-path      pic x(30).

       FD  man-file.
       01  man-rec.
           05  mn-kind            pic x(1).
           05  filler             pic x.
           05  mn-name            pic x(60).
           05  filler             pic x.
           05  mn-date            pic x(8).

       FD  rcpt-file.
       01  rcpt-rec.
           05  rc-name            pic x(60).

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
           05  filler             pic x.
           05  bh-prune-date      pic x(8).
           05  filler             pic x.
           05  bh-first-log       pic x(7).
           05  filler             pic x.
           05  bh-last-log        pic x(7).

       FD  hist-new-file.
       01  hist-new-rec           pic x(170).

       FD  del-file.
       01  del-rec.
           05  dl-dbname          pic x(9).
           05  filler             pic x.
           05  dl-target          pic x(40).
           05  filler             pic x.
           05  dl-date            pic x(8).
           05  filler             pic x.
           05  dl-time            pic x(8).

       FD  rpt-file.
       01  rpt-rec                pic x(132).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 pol-envfn            pic x(42).
       77 inv-envfn            pic x(42).
       77 rpo-envfn            pic x(42).
       77 ship-cfg-envfn       pic x(42).
       77 man-filename         pic x(42).
       77 rcpt-envfn           pic x(42).
       77 hist-envfn           pic x(42).
       77 hist-new-envfn       pic x(42).
       77 del-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 ctl-status           pic x(2).
       77 pol-status           pic x(2).
       77 inv-status           pic x(2).
       77 rpo-status           pic x(2).
       77 ship-cfg-status      pic x(2).
       77 man-status           pic x(2).
       77 rcpt-status          pic x(2).
       77 hist-status          pic x(2).
       77 hist-new-status      pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).

       77 run-mode             pic x value "L".
          88 prune-mode        value "P".
       77 end-of-pol-sw        pic x value "N".
          88 end-of-pol        value "Y".
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-rpo-sw        pic x value "N".
          88 end-of-rpo        value "Y".
       77 end-of-man-sw        pic x value "N".
          88 end-of-man        value "Y".
       77 end-of-rcpt-sw       pic x value "N".
          88 end-of-rcpt       value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".

      * retention by class; a class with no policy row keeps the
      * default seven generations and thirty days
       01 pol-entries.
          05 pol-entry         occurs 10 times.
             10 pe-class       pic x(4).
             10 pe-generations pic s9(4) comp-5.
             10 pe-min-days    pic s9(4) comp-5.
       77 pol-count            pic s9(4) comp-5 value 0.
       77 pol-idx              pic s9(4) comp-5.
       77 keep-generations     pic s9(4) comp-5.
       77 keep-min-days        pic s9(4) comp-5.

      * the inventory's class and recovery-point objective per
      * database (24 hours when rpo.dat names none, as rpochk)
       01 db-entries.
          05 db-entry          occurs 200 times.
             10 de-dbname      pic x(9).
             10 de-class       pic x(4).
             10 de-rpo-hours   pic s9(4) comp-5.
       77 db-count             pic s9(4) comp-5 value 0.
       77 db-idx               pic s9(4) comp-5.
       77 db-found-sw          pic x value "N".
          88 db-found          value "Y".
       77 want-dbname          pic x(9).

      * shipped images still waiting for their offsite receipt
       01 wait-entries.
          05 wait-entry        occurs 200 times.
             10 wait-name      pic x(60).
             10 wait-date      pic x(8).
       77 wait-count           pic s9(4) comp-5 value 0.
       77 wait-idx             pic s9(4) comp-5.
       77 stage-path           pic x(30) value "drstage".
       77 image-name           pic x(60).

      * every successful, not yet pruned image on file
       01 image-entries.
          05 image-entry       occurs 500 times.
             10 im-row         pic s9(9) comp-5.
             10 im-dbname      pic x(9).
             10 im-type        pic x(1).
             10 im-date        pic x(8).
             10 im-time        pic x(8).
             10 im-target      pic x(40).
             10 im-base-date   pic x(8).
             10 im-verified    pic x.
             10 im-generation  pic s9(4) comp-5.
             10 im-later-ver   pic s9(4) comp-5.
             10 im-age-days    pic s9(9) comp-5.
             10 im-candidate   pic x.
             10 im-decision    pic x.
                88 im-pruned   value "P".
             10 im-reason      pic x(20).
       77 image-count          pic s9(4) comp-5 value 0.
       77 image-idx            pic s9(4) comp-5.
       77 other-idx            pic s9(4) comp-5.
       77 hist-number          pic s9(9) comp-5 value 0.
       77 candidate-count      pic s9(4) comp-5 value 0.
       77 pruned-count         pic s9(4) comp-5 value 0.
       77 protected-count      pic s9(4) comp-5 value 0.
       77 table-full-sw        pic x value "N".

      * day-serial date arithmetic for the image-age computation
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.
       77 age-hours            pic s9(9) comp-5.
       01 now-hour-parse.
          05 nh-hh             pic 9(2).
          05 filler            pic x(6).
       01 rec-hour-parse.
          05 rh-hh             pic 9(2).
          05 filler            pic x(6).

      * the legal-hold check a candidate clears first (holdchk)
       copy "holdrec.cbl".

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc               pic s9(9) comp-5 value 0.

       01 rpt-line             pic x(132).
       01 detail-line.
          05 dt-dbname         pic x(9).
          05 filler            pic x(2) value spaces.
          05 dt-type           pic x(1).
          05 filler            pic x(2) value spaces.
          05 dt-date           pic x(8).
          05 filler            pic x value space.
          05 dt-time           pic x(6).
          05 filler            pic x(2) value spaces.
          05 dt-age-days       pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-generation     pic zz9.
          05 filler            pic x(2) value spaces.
          05 dt-verdict        pic x(12).
          05 filler            pic x(2) value spaces.
          05 dt-reason         pic x(20).
          05 filler            pic x(2) value spaces.
          05 dt-target         pic x(40).

       Procedure Division.
       bkprune-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : BKPRUNE.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "BKPRUNE   ".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           move today-date to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.
           move now-time to now-hour-parse.

           perform read-control.
           perform load-policies.
           perform load-databases.
           perform load-objectives.
           perform load-unreceipted-images.
           perform load-images.
           if image-count equal 0
              display "no successful backup images on file -- ",
                       "nothing to prune"
              go to end-bkprune.

           perform judge-one-image
              varying image-idx from 1 by 1
              until image-idx > image-count.
           perform protect-chain-bases
              varying image-idx from 1 by 1
              until image-idx > image-count.

           if prune-mode
              perform prune-images
           end-if.
           perform write-prune-report.

       end-bkprune.
           move RETURN-CODE to reg-rc.
           call "runreg" using "BKPRUNE   ", reg-rc.
           goback.

       read-control section.
      *************************************************************
      * bkprune.ctl: mode(1) -- "L" list the candidates only (the *
      * default: a dry run changes nothing), "P" prune them       *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-mode equal "P"
                    move "P" to run-mode
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-policies section.
      *************************************************************
      * bkprune.cfg: class(4), generations to keep(3), minimum    *
      * days to keep(4) -- one row per inventory class            *
      *************************************************************
           open input pol-file.
           if pol-status not equal "00"
              display "no bkprune.cfg on file -- every class keeps ",
                       "7 generations and 30 days"
              go to end-load-policies.
           perform load-one-policy thru load-one-policy-exit
              until end-of-pol or pol-count equal 10.
           close pol-file.
       end-load-policies. exit.

       load-one-policy section.
           read pol-file
              at end
                 move "Y" to end-of-pol-sw
                 go to load-one-policy-exit
           end-read.
           if po-generations is not numeric
              or po-min-days is not numeric
              go to load-one-policy-exit.
           add 1 to pol-count.
           move po-class       to pe-class(pol-count).
           move po-generations to pe-generations(pol-count).
           move po-min-days    to pe-min-days(pol-count).
      * the newest image is never a candidate, whatever the policy
           if pe-generations(pol-count) less than 1
              move 1 to pe-generations(pol-count)
           end-if.
       load-one-policy-exit. exit.

       load-databases section.
           open input inv-file.
           if inv-status not equal "00"
              display "BKPRUNE: dbinv.dat not on hand -- every ",
                       "database takes the default policy"
              go to end-load-databases.
           perform load-one-database thru load-one-database-exit
              until end-of-inv or db-count equal 200.
           close inv-file.
       end-load-databases. exit.

       load-one-database section.
           read inv-file
              at end
                 move "Y" to end-of-inv-sw
                 go to load-one-database-exit
           end-read.
           add 1 to db-count.
           move spaces to de-dbname(db-count).
           move IV-DBNAME      to de-dbname(db-count).
           move IV-ENVIRONMENT to de-class(db-count).
           move 24 to de-rpo-hours(db-count).
       load-one-database-exit. exit.

       load-objectives section.
      *************************************************************
      * rpo.dat: database name(8), objective hours(4)             *
      *************************************************************
           open input rpo-file.
           if rpo-status not equal "00"
              go to end-load-objectives.
           perform load-one-objective thru load-one-objective-exit
              until end-of-rpo.
           close rpo-file.
       end-load-objectives. exit.

       load-one-objective section.
           read rpo-file
              at end
                 move "Y" to end-of-rpo-sw
                 go to load-one-objective-exit
           end-read.
           if rp-hours is not numeric
              go to load-one-objective-exit.
           move spaces to want-dbname.
           move rp-dbname to want-dbname.
           perform find-db-entry.
           if db-found
              move rp-hours to de-rpo-hours(db-idx)
           end-if.
       load-one-objective-exit. exit.

       find-db-entry section.
           move "N" to db-found-sw.
           perform check-db-entry thru check-db-entry-exit
              varying db-idx from 1 by 1
              until db-idx > db-count or db-found.
           if db-found
              subtract 1 from db-idx
           end-if.
       end-find-db-entry. exit.

       check-db-entry section.
           if de-dbname(db-idx) equal want-dbname
              move "Y" to db-found-sw
           end-if.
       check-db-entry-exit. exit.

       load-unreceipted-images section.
      *************************************************************
      * the drship manifest under its staging path, less every    *
      * row the far side's drship.rcpt confirms: what is left has *
      * been shipped and not yet landed                           *
      *************************************************************
           open input ship-cfg-file.
           if ship-cfg-status equal "00"
              read ship-cfg-file
                 at end continue
                 not at end
                    if sc-stage-path not equal spaces
                       move sc-stage-path to stage-path
                    end-if
              end-read
              close ship-cfg-file
           end-if.
           move spaces to man-filename.
           string stage-path delimited by space
                  "/drship.man" delimited by size
             into man-filename.

           open input man-file.
           if man-status not equal "00"
              go to end-load-unreceipted-images.
           perform load-one-wait thru load-one-wait-exit
              until end-of-man or wait-count equal 200.
           close man-file.

           open input rcpt-file.
           if rcpt-status not equal "00"
              go to end-load-unreceipted-images.
           perform mark-one-receipt thru mark-one-receipt-exit
              until end-of-rcpt.
           close rcpt-file.
       end-load-unreceipted-images. exit.

       load-one-wait section.
           read man-file
              at end
                 move "Y" to end-of-man-sw
                 go to load-one-wait-exit
           end-read.
           if mn-kind not equal "I"
              go to load-one-wait-exit.
           add 1 to wait-count.
           move mn-name to wait-name(wait-count).
           move mn-date to wait-date(wait-count).
       load-one-wait-exit. exit.

       mark-one-receipt section.
           read rcpt-file
              at end
                 move "Y" to end-of-rcpt-sw
                 go to mark-one-receipt-exit
           end-read.
           perform match-one-receipt
              varying wait-idx from 1 by 1
              until wait-idx > wait-count.
       mark-one-receipt-exit. exit.

       match-one-receipt section.
           if wait-name(wait-idx) equal rc-name
              move spaces to wait-name(wait-idx)
           end-if.
       end-match-one-receipt. exit.

       load-images section.
      *************************************************************
      * every successful backup.hist row not already pruned is an *
      * image on disk; the row number ties it back to the history *
      * when the prune pass stamps it                              *
      *************************************************************
           open input hist-file.
           if hist-status not equal "00"
              display "no backup.hist on file"
              move 4 to RETURN-CODE
              go to end-load-images.
           perform load-one-image thru load-one-image-exit
              until end-of-hist.
           close hist-file.
       end-load-images. exit.

       load-one-image section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to load-one-image-exit
           end-read.
           add 1 to hist-number.
           if bh-result(1:9) not equal "BACKED UP"
              go to load-one-image-exit.
           if bh-prune-mark equal "PRUNED"
              go to load-one-image-exit.
           if image-count equal 500
              if table-full-sw equal "N"
                 move "Y" to table-full-sw
                 display "more than 500 images on file -- later ",
                          "ones not judged this run"
              end-if
              go to load-one-image-exit.
           add 1 to image-count.
           move hist-number  to im-row(image-count).
           move bh-dbname    to im-dbname(image-count).
           move bh-type      to im-type(image-count).
           move bh-date      to im-date(image-count).
           move bh-time      to im-time(image-count).
           move bh-target    to im-target(image-count).
           move bh-base-date to im-base-date(image-count).
           if bh-result(24:8) equal "VERIFIED"
              move "Y" to im-verified(image-count)
           else
              move "N" to im-verified(image-count)
           end-if.
           move 1 to im-generation(image-count).
           move 0 to im-later-ver(image-count).
           move 0 to im-age-days(image-count).
           move "N" to im-candidate(image-count).
           move "K" to im-decision(image-count).
           move spaces to im-reason(image-count).
       load-one-image-exit. exit.

       judge-one-image section.
      *************************************************************
      * generation 1 is the database's newest image; a candidate  *
      * is past both the class's generation count and its minimum *
      * age, and then has to clear every protection               *
      *************************************************************
           perform count-one-later-image
              varying other-idx from image-idx by 1
              until other-idx > image-count.

           move im-date(image-idx) to serial-work-date.
           perform date-to-serial.
           compute im-age-days(image-idx) = today-serial
              - serial-days.

           move im-dbname(image-idx) to want-dbname.
           perform find-db-entry.
           perform find-class-policy.

           if im-generation(image-idx) not greater than
                 keep-generations
              go to end-judge-one-image.
           if im-age-days(image-idx) not greater than keep-min-days
              go to end-judge-one-image.

           move "Y" to im-candidate(image-idx).
           add 1 to candidate-count.

           perform check-legal-hold.
           if im-reason(image-idx) not equal spaces
              go to end-judge-one-image.

           if im-verified(image-idx) equal "Y"
              and im-later-ver(image-idx) equal 0
              move "NEWEST VERIFIED" to im-reason(image-idx)
              go to end-judge-one-image.

           perform check-offsite-receipt.
           if im-reason(image-idx) not equal spaces
              go to end-judge-one-image.

      * the objective window: an image no older than the rpo.dat
      * objective is still part of the recovery point promise
           compute age-hours = im-age-days(image-idx) * 24.
           move im-time(image-idx) to rec-hour-parse.
           if nh-hh is numeric and rh-hh is numeric
              compute age-hours = age-hours + nh-hh - rh-hh
           end-if.
           if db-found
              and age-hours not greater than de-rpo-hours(db-idx)
              move "INSIDE RPO" to im-reason(image-idx)
              go to end-judge-one-image.
           if not db-found
              and age-hours not greater than 24
              move "INSIDE RPO" to im-reason(image-idx)
              go to end-judge-one-image.

           move "P" to im-decision(image-idx).
       end-judge-one-image. exit.

       check-legal-hold section.
      *************************************************************
      * an open legal hold over the image's database and date     *
      * outranks every retention rule; the prune pass logs each   *
      * refusal so the hold's effect is on the record             *
      *************************************************************
           move spaces to HOLDCHK-AREA.
           move im-dbname(image-idx)(1:8) to HOLDCHK-DBNAME.
           move im-date(image-idx)        to HOLDCHK-DATE.
           call "holdchk" using HOLDCHK-AREA.
           if not HOLDCHK-HELD
              go to end-check-legal-hold.
           move spaces to im-reason(image-idx).
           string "LEGAL HOLD "  delimited by size
                  HOLDCHK-MATTER delimited by size
             into im-reason(image-idx).
           if not prune-mode
              go to end-check-legal-hold.
           move spaces to log-detail.
           string im-dbname(image-idx) delimited by space
                  " "                  delimited by size
                  im-date(image-idx)   delimited by size
                  " image kept, matter " delimited by size
                  HOLDCHK-MATTER       delimited by space
             into log-detail.
           call "opslog" using "BKPRUNE   ",
                   "LEGAL HOLD KEPT IMAGE         ", log-detail.
       end-check-legal-hold. exit.

       count-one-later-image section.
           if other-idx equal image-idx
              go to end-count-one-later-image.
           if im-dbname(other-idx) not equal im-dbname(image-idx)
              go to end-count-one-later-image.
           add 1 to im-generation(image-idx).
           if im-verified(other-idx) equal "Y"
              add 1 to im-later-ver(image-idx)
           end-if.
       end-count-one-later-image. exit.

       find-class-policy section.
           move 7  to keep-generations.
           move 30 to keep-min-days.
           if not db-found
              go to end-find-class-policy.
           perform match-one-policy
              varying pol-idx from 1 by 1
              until pol-idx > pol-count.
       end-find-class-policy. exit.

       match-one-policy section.
           if pe-class(pol-idx) equal de-class(db-idx)
              move pe-generations(pol-idx) to keep-generations
              move pe-min-days(pol-idx)    to keep-min-days
           end-if.
       end-match-one-policy. exit.

       check-offsite-receipt section.
      * drship names an image by its target and database, dated
      * with the backup date
           move spaces to image-name.
           string im-target(image-idx) delimited by space
                  " " delimited by size
                  im-dbname(image-idx) delimited by space
             into image-name.
           perform match-one-wait
              varying wait-idx from 1 by 1
              until wait-idx > wait-count.
       end-check-offsite-receipt. exit.

       match-one-wait section.
           if wait-name(wait-idx) equal image-name
              and wait-date(wait-idx) equal im-date(image-idx)
              move "OFFSITE UNRECEIPTED" to im-reason(image-idx)
           end-if.
       end-match-one-wait. exit.

       protect-chain-bases section.
      *************************************************************
      * an incremental that stays keeps the full it descends from *
      * -- pruning the base would leave the chain unrestorable    *
      *************************************************************
           if im-type(image-idx) not equal "I"
              or im-pruned(image-idx)
              go to end-protect-chain-bases.
           perform keep-one-chain-base
              varying other-idx from 1 by 1
              until other-idx > image-count.
       end-protect-chain-bases. exit.

       keep-one-chain-base section.
           if im-pruned(other-idx)
              and im-type(other-idx) equal "F"
              and im-dbname(other-idx) equal im-dbname(image-idx)
              and im-date(other-idx) equal im-base-date(image-idx)
              move "K" to im-decision(other-idx)
              move "CHAIN BASE" to im-reason(other-idx)
           end-if.
       end-keep-one-chain-base. exit.

       prune-images section.
      *************************************************************
      * backup.hist rewritten through a side file, the firedrl    *
      * convention: each pruned image's row is stamped PRUNED     *
      * with today's date and lands in bkprune.del for the        *
      * housekeeping job; every other row copies through          *
      *************************************************************
           move "N" to end-of-hist-sw.
           move 0 to hist-number.
           move 1 to image-idx.
           open input hist-file.
           if hist-status not equal "00"
              go to end-prune-images.
           open output hist-new-file.
           open output del-file.
           perform stamp-one-hist-row thru stamp-one-hist-row-exit
              until end-of-hist.
           close hist-file.
           close hist-new-file.
           close del-file.
           perform swap-in-new-hist-file.

           if pruned-count greater than 0
              move spaces to log-detail
              move pruned-count to dt-generation
              string dt-generation delimited by size
                     " backup image(s) pruned by retention policy"
                        delimited by size
                into log-detail
              call "opslog" using "BKPRUNE   ",
                      "BACKUP IMAGES PRUNED          ", log-detail
           end-if.
       end-prune-images. exit.

       stamp-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to stamp-one-hist-row-exit
           end-read.
           add 1 to hist-number.
      * the image table is in history order, so one forward
      * pointer follows the rows
           if image-idx > image-count
              go to write-stamped-row.
           if im-row(image-idx) not equal hist-number
              go to write-stamped-row.
           if im-pruned(image-idx)
              move "PRUNED"   to bh-prune-mark
              move today-date to bh-prune-date
              move spaces to del-rec
              move im-dbname(image-idx) to dl-dbname
              move im-target(image-idx) to dl-target
              move im-date(image-idx)   to dl-date
              move im-time(image-idx)   to dl-time
              write del-rec
              add 1 to pruned-count
           end-if.
           add 1 to image-idx.
       write-stamped-row.
           write hist-new-rec from bkp-hist-rec.
       stamp-one-hist-row-exit. exit.

       swap-in-new-hist-file section.
           move "N" to end-of-hist-sw.
           open input hist-new-file.
           open output hist-file.
           perform copy-one-hist-row thru copy-one-hist-row-exit
              until end-of-hist.
           close hist-new-file.
           close hist-file.
       end-swap-in-new-hist-file. exit.

       copy-one-hist-row section.
           read hist-new-file
              at end
                 move "Y" to end-of-hist-sw
                 go to copy-one-hist-row-exit
           end-read.
           write bkp-hist-rec from hist-new-rec.
       copy-one-hist-row-exit. exit.

       write-prune-report section.
           open output rpt-file.
           move spaces to rpt-line.
           if prune-mode
              string "BACKUP IMAGE PRUNING  " delimited by size
                     today-date delimited by size
                into rpt-line
           else
              string "BACKUP IMAGE PRUNING  " delimited by size
                     today-date delimited by size
                     "  (DRY RUN -- NOTHING CHANGED)"
                        delimited by size
                into rpt-line
           end-if.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE   T  DATE     TIME     AGE  GEN  "
                     delimited by size
                  "VERDICT       KEPT BECAUSE          TARGET"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform report-one-image
              varying image-idx from 1 by 1
              until image-idx > image-count.
           if candidate-count equal 0
              move "  (no image past its retention policy)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.
           close rpt-file.
           call "rptarch" using "bkprune.rpt                   ",
                   "BKPRUNE   ".

           display "Images past retention : ", candidate-count.
           display "Images protected      : ", protected-count.
           display "Images pruned         : ", pruned-count.
       end-write-prune-report. exit.

       report-one-image section.
           if im-candidate(image-idx) not equal "Y"
              go to end-report-one-image.
           move im-dbname(image-idx)     to dt-dbname.
           move im-type(image-idx)       to dt-type.
           move im-date(image-idx)       to dt-date.
           move im-time(image-idx)(1:6)  to dt-time.
           move im-age-days(image-idx)   to dt-age-days.
           move im-generation(image-idx) to dt-generation.
           move im-reason(image-idx)     to dt-reason.
           move im-target(image-idx)     to dt-target.
           if im-pruned(image-idx)
              if prune-mode
                 move "PRUNED" to dt-verdict
              else
                 move "WOULD PRUNE" to dt-verdict
              end-if
           else
              move "KEPT" to dt-verdict
              add 1 to protected-count
           end-if.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-report-one-image. exit.

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
      * shared TOOLKITENV environment profile (envname); the      *
      * drship manifest resolves under its staging path           *
      *************************************************************
           call "envname" using "bkprune.ctl                   ",
                   ctl-envfn.
           call "envname" using "bkprune.cfg                   ",
                   pol-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "rpo.dat                       ",
                   rpo-envfn.
           call "envname" using "drship.cfg                    ",
                   ship-cfg-envfn.
           call "envname" using "drship.rcpt                   ",
                   rcpt-envfn.
           call "envname" using "backup.hist                   ",
                   hist-envfn.
           call "envname" using "backup.hist.new               ",
                   hist-new-envfn.
           call "envname" using "bkprune.del                   ",
                   del-envfn.
           call "envname" using "bkprune.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
