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
      ** SOURCE FILE NAME: holdmnt.cbl
      **
      ** SAMPLE: Legal-hold register maintenance and reporting.
      **         legalhold.dat holds one row per matter: the matter
      **         id, the date range the hold covers (either end may
      **         be left open), the requester, the dates it was
      **         placed and released, the HOLD approval ticket it
      **         was placed under, and up to five databases -- or
      **         ALL.  This program's transactions (holdmnt.trn)
      **         place ("P") and release ("R") matters; a placement
      **         needs an approved HOLD ticket naming the matter and
      **         a release its own approved HOLDREL ticket (apprchk),
      **         so the ticket a hold was placed under never also
      **         releases it, and every placement, release and
      **         refusal is logged through opslog.  A released
      **         matter stays on the register as history and covers
      **         nothing.  The register is held whole, up to 1000
      **         rows of which at most 100 -- all holdchk reads --
      **         may be open; a register longer than that is not
      **         touched and the run ends with return code 8.
      **         The register is read and rewritten under
      **         legalhold.dat's cfglock edit lock, the old version
      **         saved aside as legalhold.dat.bak first; when
      **         another writer holds the lock nothing is changed,
      **         the refusal is logged and the run ends with return
      **         code 8.
      **         logarch, bkprune and rptarch put every
      **         removal to the shared holdchk check first and
      **         refuse anything an open matter covers.  With no
      **         transaction file on hand the run prints the hold
      **         report (holdmnt.rpt): for each open matter the
      **         backup images, log records and archived reports it
      **         protects and the space they pin -- the images
      **         estimated from the database's used space at its
      **         latest cap.hist capture, the logs and reports from
      **         their record lengths.
      **
      ** OUTPUT FILE: holdmnt.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "holdmnt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select trn-file assign to trn-envfn
              organization is line sequential
              file status is trn-status.
           select hold-file assign to hold-envfn
              organization is line sequential
              file status is hold-status.
           select bkh-file assign to bkh-envfn
              organization is line sequential
              file status is bkh-status.
           select cap-file assign to cap-envfn
              organization is line sequential
              file status is cap-status.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select log-file assign to log-filename
              organization is line sequential
              file status is log-status.
           select cat-file assign to cat-envfn
              organization is line sequential
              file status is cat-status.
           select copy-file assign to copy-envfn
              organization is line sequential
              file status is copy-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select bak-file assign to bak-filename
              organization is line sequential.

       Data Division.
       File Section.
       FD  trn-file.
       01  trn-rec.
           05  tr-mode            pic x(1).
           05  filler             pic x.
           05  tr-matter          pic x(9).
           05  filler             pic x.
           05  tr-from            pic x(8).
           05  filler             pic x.
           05  tr-to              pic x(8).
           05  filler             pic x.
           05  tr-requester       pic x(8).
           05  filler             pic x.
           05  tr-db-slot         occurs 5 times.
               10  tr-db          pic x(8).
               10  filler         pic x.

       FD  hold-file.
       01  hold-rec               pic x(107).

       FD  bak-file.
       01  bak-rec                pic x(107).

       FD  bkh-file.
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

       FD  cap-file.
       01  cap-rec.
           05  ch-date            pic 9(8).
           05  filler             pic x.
           05  ch-dbname          pic x(8).
           05  filler             pic x.
           05  ch-tsname          pic x(18).
           05  filler             pic x.
           05  ch-free-mb         pic 9(9).
           05  filler             pic x.
           05  ch-total-mb        pic 9(9).

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-filename       pic x(30).
           05  ctl-retain-days    pic 9(4).

       FD  log-file.
       01  log-rec                pic x(250).

       FD  cat-file.
       01  cat-rec.
           05  ca-date            pic x(8).
           05  filler             pic x.
           05  ca-time            pic x(8).
           05  filler             pic x.
           05  ca-report          pic x(30).
           05  filler             pic x.
           05  ca-program         pic x(10).
           05  filler             pic x.
           05  ca-records         pic 9(7).

       FD  copy-file.
       01  copy-rec               pic x(250).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 trn-envfn            pic x(42).
       77 hold-envfn           pic x(42).
       77 bkh-envfn            pic x(42).
       77 cap-envfn            pic x(42).
       77 ctl-envfn            pic x(42).
       77 cat-envfn            pic x(42).
       77 copy-envfn           pic x(42).
       77 rpt-envfn            pic x(42).
       77 bak-filename         pic x(46).

       77 log-filename         pic x(30).
       77 copy-basename        pic x(30).

       77 trn-status           pic x(2).
       77 hold-status          pic x(2).
       77 bkh-status           pic x(2).
       77 cap-status           pic x(2).
       77 ctl-status           pic x(2).
       77 log-status           pic x(2).
       77 cat-status           pic x(2).
       77 copy-status          pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 operator-id          pic x(8).
       77 end-of-trn-sw        pic x value "N".
          88 end-of-trn        value "Y".
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 end-of-ctl-sw        pic x value "N".
          88 end-of-ctl        value "Y".
       77 trn-seen-sw          pic x value "N".
          88 transactions-seen value "Y".
       77 register-changed-sw  pic x value "N".
          88 register-changed  value "Y".
       77 refused-count        pic s9(4) comp-5 value 0.

      * the register, held whole: released rows are history and
      * are written back as they were read
       01 hold-line.
          05 hl-matter          pic x(9).
          05 filler             pic x value space.
          05 hl-from            pic x(8).
          05 filler             pic x value space.
          05 hl-to              pic x(8).
          05 filler             pic x value space.
          05 hl-requester       pic x(8).
          05 filler             pic x value space.
          05 hl-placed          pic x(8).
          05 filler             pic x value space.
          05 hl-released        pic x(8).
          05 filler             pic x value space.
          05 hl-ticket          pic x(6).
          05 filler             pic x value space.
          05 hl-db-slot         occurs 5 times.
             10 hl-db           pic x(8).
             10 filler          pic x.
       01 hold-table.
          05 hold-save          occurs 1000 times pic x(107).
       77 hold-count           pic s9(4) comp-5 value 0.
       77 open-held-count      pic s9(4) comp-5 value 0.
       77 register-full-sw     pic x value "N".
          88 register-overflow value "Y".
       77 hold-idx             pic s9(4) comp-5.
       77 slot-idx             pic s9(4) comp-5.
       77 hold-found-sw        pic x value "N".
          88 hold-found        value "Y".
       77 open-count           pic s9(4) comp-5 value 0.

      * Variables for the shared approval-ticket check (apprchk)
       77 appr-rc              pic s9(9) comp-5 value 0.
       77 appr-action          pic x(10).
       77 appr-ticket          pic x(6) value spaces.
       77 appr-target          pic x(9).

      * the shared legal-hold check, asked about one matter at a
      * time for the report (holdchk)
       copy "holdrec.cbl".

      * each database's used space at its latest cap.hist capture
       01 cap-entries.
          05 cap-entry         occurs 200 times.
             10 cp-dbname      pic x(8).
             10 cp-date        pic 9(8).
             10 cp-used-mb     pic s9(9) comp-5.
       77 cap-count            pic s9(4) comp-5 value 0.
       77 cap-idx              pic s9(4) comp-5.
       77 want-dbname          pic x(8).
       77 cap-found-sw         pic x value "N".
          88 cap-found         value "Y".

      * archived report copies already measured for this matter
      * -- a rerun catalogs the same dated copy twice
       01 copy-entries.
          05 copy-seen         occurs 500 times pic x(30).
       77 copy-count           pic s9(4) comp-5 value 0.
       77 copy-idx             pic s9(4) comp-5.
       77 copy-found-sw        pic x value "N".
          88 copy-found        value "Y".

      * what the matter on the report protects
       77 image-count          pic s9(9) comp-5.
       77 image-mb             pic s9(9) comp-5.
       77 log-count            pic s9(9) comp-5.
       77 log-bytes            pic s9(18) comp-5.
       77 file-count           pic s9(9) comp-5.
       77 file-bytes           pic s9(18) comp-5.
       77 report-count         pic s9(9) comp-5.
       77 report-records       pic s9(9) comp-5.
       77 report-bytes         pic s9(18) comp-5.
       77 matter-mb            pic s9(9) comp-5.
       77 grand-mb             pic s9(9) comp-5 value 0.

      * a record's length less its trailing spaces
       01 measure-text         pic x(250).
       77 measure-len          pic s9(4) comp-5.
       77 measure-end-sw       pic x.
          88 measure-ended     value "Y".

       01 rpt-line             pic x(110).
       01 matter-line.
          05 filler            pic x(7) value "MATTER ".
          05 ml-matter         pic x(9).
          05 filler            pic x(7) value "  FROM ".
          05 ml-from           pic x(8).
          05 filler            pic x(5) value "  TO ".
          05 ml-to             pic x(8).
          05 filler            pic x(12) value "  REQUESTER ".
          05 ml-requester      pic x(8).
          05 filler            pic x(9) value "  PLACED ".
          05 ml-placed         pic x(8).
          05 filler            pic x(9) value "  TICKET ".
          05 ml-ticket         pic x(6).
       01 detail-line.
          05 filler            pic x(4) value spaces.
          05 dt-what           pic x(30).
          05 filler            pic x(2) value spaces.
          05 dt-count          pic zzzzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-unit           pic x(9).
          05 filler            pic x(2) value spaces.
          05 dt-size           pic zzzzzzzz9.
          05 filler            pic x value space.
          05 dt-size-unit      pic x(2).
       01 log-file-line.
          05 filler            pic x(6) value spaces.
          05 lf-filename       pic x(30).
          05 lf-count          pic zzzzzzzz9.
          05 filler            pic x(10) value " record(s)".
       01 dt-size-edit         pic zzzzzzzz9.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc               pic s9(9) comp-5 value 0.

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.
       77 lock-refused-sw      pic x value "N".
          88 lock-refused      value "Y".

       Procedure Division.
       holdmnt-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : HOLDMNT.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "HOLDMNT   ".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           accept operator-id from environment "USER".
           if operator-id equal spaces
              move "UNKNOWN" to operator-id
           end-if.

      * legalhold.dat is read and rewritten under its cfglock edit
      * lock; a lock held elsewhere refuses the run untouched
           call "cfglock" using "A", "legalhold.dat                 ",
                   "HOLDMNT   ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform refuse-register-edit
              move 8 to RETURN-CODE
              go to end-holdmnt.

           perform load-register.
      * a register longer than the table is neither changed nor
      * reported on from a partial read
           if register-overflow
              perform release-edit-lock
              display "legalhold.dat has more than 1000 rows -- ",
                       "register left as it is"
              move "legalhold.dat over 1000 rows -- run refused"
                to log-detail
              call "opslog" using "HOLDMNT   ",
                      "LEGAL HOLD REFUSED            ", log-detail
              move 8 to RETURN-CODE
              go to end-holdmnt.
           perform apply-transactions.

           if register-changed
              perform rewrite-register
           end-if.
           perform release-edit-lock.
           if not transactions-seen
              perform write-hold-report
           end-if.

      * any refused or rejected transaction fails the run
           if refused-count greater than 0
              display "Transactions refused : ", refused-count
              move 8 to RETURN-CODE
           end-if.
           if lock-refused
              move 8 to RETURN-CODE
           end-if.

       end-holdmnt.
           move RETURN-CODE to reg-rc.
           call "runreg" using "HOLDMNT   ", reg-rc.
           goback.

       load-register section.
           move "N" to end-of-file-sw.
           open input hold-file.
           if hold-status not equal "00"
              go to end-load-register.
           perform load-one-hold thru load-one-hold-exit
              until end-of-file or register-overflow.
           close hold-file.
       end-load-register. exit.

       load-one-hold section.
           read hold-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-hold-exit
           end-read.
           if hold-rec equal spaces
              go to load-one-hold-exit.
           if hold-count equal 1000
              move "Y" to register-full-sw
              go to load-one-hold-exit.
           add 1 to hold-count.
           move hold-rec to hold-save(hold-count).
           move hold-rec to hold-line.
           if hl-released equal spaces
              add 1 to open-held-count
           end-if.
       load-one-hold-exit. exit.

       apply-transactions section.
      *************************************************************
      * holdmnt.trn: mode(1) -- P place, R release -- matter(9),  *
      * from(8) and to(8) yyyymmdd, requester(8), then up to five *
      * databases(8) or ALL, each field followed by a space; a    *
      * release needs only the mode and the matter                *
      *************************************************************
           open input trn-file.
           if trn-status not equal "00"
              go to end-apply-transactions.
           perform apply-one-transaction
              thru apply-one-transaction-exit
              until end-of-trn.
           close trn-file.
       end-apply-transactions. exit.

       apply-one-transaction section.
           read trn-file
              at end
                 move "Y" to end-of-trn-sw
                 go to apply-one-transaction-exit
           end-read.
           if trn-rec equal spaces
              go to apply-one-transaction-exit.

           move "Y" to trn-seen-sw.
           if tr-mode not equal "P" and tr-mode not equal "R"
              display "unknown legal hold mode """, tr-mode,
                       """ -- skipped"
              add 1 to refused-count
              go to apply-one-transaction-exit.
           if tr-matter equal spaces
              display "legal hold transaction with no matter id ",
                       "-- skipped"
              add 1 to refused-count
              go to apply-one-transaction-exit.

      * every placement and every release stands on its own
      * approved ticket naming the matter -- HOLD to place it and
      * HOLDREL to release it, so the placing ticket cannot also
      * serve as the release
           if tr-mode equal "P"
              move "HOLD      " to appr-action
           else
              move "HOLDREL   " to appr-action
           end-if.
           move tr-matter to appr-target.
           call "apprchk" using appr-action, appr-target,
                   appr-ticket, appr-rc.
           if appr-rc not equal 0
              display "no approved ", appr-action, " ticket for ",
                       "matter ", tr-matter, " -- register unchanged"
              move spaces to log-detail
              string "matter " delimited by size
                     tr-matter delimited by space
                     " mode " delimited by size
                     tr-mode delimited by size
                     ": no approved " delimited by size
                     appr-action delimited by space
                     " ticket" delimited by size
                into log-detail
              call "opslog" using "HOLDMNT   ",
                      "LEGAL HOLD REFUSED            ", log-detail
              add 1 to refused-count
              go to apply-one-transaction-exit.

           perform find-open-hold.
           if tr-mode equal "P"
              perform place-hold
           else
              perform release-hold
           end-if.
       apply-one-transaction-exit. exit.

       find-open-hold section.
           move "N" to hold-found-sw.
           perform check-one-hold thru check-one-hold-exit
              varying hold-idx from 1 by 1
              until hold-idx > hold-count or hold-found.
           if hold-found
              subtract 1 from hold-idx
           end-if.
       end-find-open-hold. exit.

       check-one-hold section.
           move hold-save(hold-idx) to hold-line.
           if hl-matter equal tr-matter
              and hl-released equal spaces
              move "Y" to hold-found-sw
           end-if.
       check-one-hold-exit. exit.

       place-hold section.
      *************************************************************
      * a matter is open once at a time; its dates must be real   *
      * yyyymmdd dates in order, and it must name something       *
      *************************************************************
           if hold-found
              display "matter ", tr-matter, " is already on hold ",
                       "-- release it before placing it again"
              add 1 to refused-count
              go to end-place-hold.
           if tr-db(1) equal spaces
              display "matter ", tr-matter, " names no database ",
                       "(or ALL) -- not placed"
              add 1 to refused-count
              go to end-place-hold.
           if (tr-from not equal spaces and tr-from is not numeric)
              or (tr-to not equal spaces and tr-to is not numeric)
              display "matter ", tr-matter, " dates must be ",
                       "yyyymmdd or blank -- not placed"
              add 1 to refused-count
              go to end-place-hold.
           if tr-from not equal spaces and tr-to not equal spaces
              and tr-from greater than tr-to
              display "matter ", tr-matter, " ends before it ",
                       "starts -- not placed"
              add 1 to refused-count
              go to end-place-hold.
      * holdchk reads at most 100 open matters, and the register
      * is held whole in 1000 rows
           if open-held-count equal 100
              display "100 matters are already on hold -- ",
                       tr-matter, " not placed"
              add 1 to refused-count
              go to end-place-hold.
           if hold-count equal 1000
              display "legalhold.dat holds 1000 matters -- ",
                       tr-matter, " not placed"
              add 1 to refused-count
              go to end-place-hold.

           move spaces to hold-line.
           move tr-matter    to hl-matter.
           move tr-from      to hl-from.
           move tr-to        to hl-to.
           move tr-requester to hl-requester.
           if hl-requester equal spaces
              move operator-id to hl-requester
           end-if.
           move today-date   to hl-placed.
           move appr-ticket  to hl-ticket.
           perform copy-one-slot
              varying slot-idx from 1 by 1
              until slot-idx > 5.
           add 1 to hold-count.
           add 1 to open-held-count.
           move hold-line to hold-save(hold-count).
           move "Y" to register-changed-sw.

           move spaces to log-detail.
           string "matter " delimited by size
                  tr-matter delimited by space
                  " on " delimited by size
                  tr-db(1) delimited by space
                  " under ticket " delimited by size
                  appr-ticket delimited by size
             into log-detail.
           call "opslog" using "HOLDMNT   ",
                   "LEGAL HOLD PLACED             ", log-detail.
           display "matter ", tr-matter, " placed on hold by ",
                    operator-id, " under ticket ", appr-ticket.
       end-place-hold. exit.

       copy-one-slot section.
           move tr-db(slot-idx) to hl-db(slot-idx).
       end-copy-one-slot. exit.

       release-hold section.
           if not hold-found
              display "matter ", tr-matter, " is not on hold -- ",
                       "nothing to release"
              add 1 to refused-count
              go to end-release-hold.
           move today-date to hl-released.
           move hold-line to hold-save(hold-idx).
           subtract 1 from open-held-count.
           move "Y" to register-changed-sw.

           move spaces to log-detail.
           string "matter " delimited by size
                  tr-matter delimited by space
                  " released under ticket " delimited by size
                  appr-ticket delimited by size
             into log-detail.
           call "opslog" using "HOLDMNT   ",
                   "LEGAL HOLD RELEASED           ", log-detail.
           display "matter ", tr-matter, " released by ",
                    operator-id, " under ticket ", appr-ticket.
       end-release-hold. exit.

       rewrite-register section.
           perform save-old-register.
           call "cfglock" using "I", "legalhold.dat                 ",
                   "HOLDMNT   ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform refuse-register-edit
              go to end-rewrite-register.
           open output hold-file.
           if hold-status not equal "00"
              display "legalhold.dat not writable -- register ",
                       "unchanged"
              add 1 to refused-count
              go to end-rewrite-register.
           perform rewrite-one-hold
              varying hold-idx from 1 by 1
              until hold-idx > hold-count.
           close hold-file.
       end-rewrite-register. exit.

       rewrite-one-hold section.
           write hold-rec from hold-save(hold-idx).
       end-rewrite-one-hold. exit.

       save-old-register section.
      *************************************************************
      * legalhold.dat as it stood is copied to legalhold.dat.bak  *
      * before the register is rewritten                          *
      *************************************************************
           move "N" to end-of-file-sw.
           open input hold-file.
           if hold-status not equal "00"
              go to end-save-old-register.
           move spaces to bak-filename.
           string hold-envfn delimited by space
                  ".bak"     delimited by size
             into bak-filename.
           open output bak-file.
           perform back-up-one-hold thru back-up-one-hold-exit
              until end-of-file.
           close hold-file.
           close bak-file.
       end-save-old-register. exit.

       back-up-one-hold section.
           read hold-file
              at end
                 move "Y" to end-of-file-sw
                 go to back-up-one-hold-exit
           end-read.
           write bak-rec from hold-rec.
       back-up-one-hold-exit. exit.

       release-edit-lock section.
           call "cfglock" using "R", "legalhold.dat                 ",
                   "HOLDMNT   ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       refuse-register-edit section.
           move "Y" to lock-refused-sw.
           display "legalhold.dat is locked or changed by another ",
                    "writer -- register unchanged".
           move "legalhold.dat unchanged -- edit lock refused"
             to log-detail.
           call "opslog" using "HOLDMNT   ",
                   "LEGAL HOLD REFUSED            ", log-detail.
       end-refuse-register-edit. exit.

       write-hold-report section.
      *************************************************************
      * one block per open matter: the backup images, log         *
      * records and archived reports holdchk says it covers, and  *
      * the space each pins                                        *
      *************************************************************
           perform load-capacity.

           open output rpt-file.
           move spaces to rpt-line.
           string "LEGAL HOLDS AS OF " delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           perform report-one-matter thru report-one-matter-exit
              varying hold-idx from 1 by 1
              until hold-idx > hold-count.

           move spaces to rpt-line.
           if open-count equal 0
              move "  (no open legal holds)" to rpt-line
           else
              move grand-mb to dt-size-edit
              string "TOTAL SPACE PINNED BY OPEN HOLDS "
                        delimited by size
                     dt-size-edit delimited by size
                     " MB" delimited by size
                into rpt-line
           end-if.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "holdmnt.rpt                   ",
                   "HOLDMNT   ".

           display "Open legal holds  : ", open-count.
           display "Space pinned (MB) : ", grand-mb.
       end-write-hold-report. exit.

       report-one-matter section.
           move hold-save(hold-idx) to hold-line.
           if hl-released not equal spaces
              go to report-one-matter-exit.
           add 1 to open-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move hl-matter    to ml-matter.
           move hl-from      to ml-from.
           move hl-to        to ml-to.
           move hl-requester to ml-requester.
           move hl-placed    to ml-placed.
           move hl-ticket    to ml-ticket.
           write rpt-rec from matter-line.
           move spaces to rpt-line.
           string "    DATABASES " delimited by size
                  hl-db(1) delimited by space
                  " " delimited by size
                  hl-db(2) delimited by space
                  " " delimited by size
                  hl-db(3) delimited by space
                  " " delimited by size
                  hl-db(4) delimited by space
                  " " delimited by size
                  hl-db(5) delimited by space
             into rpt-line.
           write rpt-rec from rpt-line.

           perform tally-held-images.
           perform tally-held-logs.
           perform tally-held-reports.

      * images are sized in MB, the logs and reports in KB; the
      * matter's total is rounded up to the next MB
           move "backup images (est.)" to dt-what.
           move image-count to dt-count.
           move "images" to dt-unit.
           move image-mb to dt-size.
           move "MB" to dt-size-unit.
           write rpt-rec from detail-line.
           move "log records" to dt-what.
           move log-count to dt-count.
           move "records" to dt-unit.
           compute dt-size = (log-bytes + 1023) / 1024.
           move "KB" to dt-size-unit.
           write rpt-rec from detail-line.
           move "archived reports" to dt-what.
           move report-count to dt-count.
           move "reports" to dt-unit.
           compute dt-size = (report-bytes + 1023) / 1024.
           move "KB" to dt-size-unit.
           write rpt-rec from detail-line.

           compute matter-mb = image-mb
              + (log-bytes + report-bytes + 1048575) / 1048576.
           move matter-mb to dt-size-edit.
           move spaces to rpt-line.
           string "    SPACE PINNED " delimited by size
                  dt-size-edit delimited by size
                  " MB" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           add matter-mb to grand-mb.
       report-one-matter-exit. exit.

       load-capacity section.
      *************************************************************
      * no image size is recorded anywhere, so an image is taken  *
      * to be as big as its database's used space (total less     *
      * free, over every tablespace) at the latest capture        *
      *************************************************************
           move "N" to end-of-file-sw.
           open input cap-file.
           if cap-status not equal "00"
              display "no cap.hist on file -- image space shown ",
                       "as 0"
              go to end-load-capacity.
           perform load-one-capture thru load-one-capture-exit
              until end-of-file.
           close cap-file.
       end-load-capacity. exit.

       load-one-capture section.
           read cap-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-capture-exit
           end-read.
           if ch-date is not numeric
              or ch-free-mb is not numeric
              or ch-total-mb is not numeric
              go to load-one-capture-exit.
           move ch-dbname to want-dbname.
           perform find-cap-entry.
           if not cap-found
              if cap-count equal 200
                 go to load-one-capture-exit
              end-if
              add 1 to cap-count
              move cap-count to cap-idx
              move ch-dbname to cp-dbname(cap-idx)
              move 0 to cp-date(cap-idx)
              move 0 to cp-used-mb(cap-idx)
           end-if.
           if ch-date less than cp-date(cap-idx)
              go to load-one-capture-exit.
           if ch-date greater than cp-date(cap-idx)
              move ch-date to cp-date(cap-idx)
              move 0 to cp-used-mb(cap-idx)
           end-if.
           if ch-total-mb greater than ch-free-mb
              compute cp-used-mb(cap-idx) = cp-used-mb(cap-idx)
                 + ch-total-mb - ch-free-mb
           end-if.
       load-one-capture-exit. exit.

       find-cap-entry section.
           move "N" to cap-found-sw.
           perform check-cap-entry
              varying cap-idx from 1 by 1
              until cap-idx > cap-count or cap-found.
           if cap-found
              subtract 1 from cap-idx
           end-if.
       end-find-cap-entry. exit.

       check-cap-entry section.
           if cp-dbname(cap-idx) equal want-dbname
              move "Y" to cap-found-sw
           end-if.
       end-check-cap-entry. exit.

       tally-held-images section.
      * the images bkprune would still judge: successful, unpruned
           move 0 to image-count.
           move 0 to image-mb.
           move "N" to end-of-file-sw.
           open input bkh-file.
           if bkh-status not equal "00"
              go to end-tally-held-images.
           perform tally-one-image thru tally-one-image-exit
              until end-of-file.
           close bkh-file.
       end-tally-held-images. exit.

       tally-one-image section.
           read bkh-file
              at end
                 move "Y" to end-of-file-sw
                 go to tally-one-image-exit
           end-read.
           if bh-result(1:9) not equal "BACKED UP"
              or bh-prune-mark equal "PRUNED"
              go to tally-one-image-exit.
           move spaces to HOLDCHK-AREA.
           move hl-matter       to HOLDCHK-MATTER.
           move bh-dbname(1:8)  to HOLDCHK-DBNAME.
           move bh-date         to HOLDCHK-DATE.
           call "holdchk" using HOLDCHK-AREA.
           if not HOLDCHK-HELD
              go to tally-one-image-exit.
           add 1 to image-count.
           move bh-dbname(1:8) to want-dbname.
           perform find-cap-entry.
           if cap-found
              add cp-used-mb(cap-idx) to image-mb
           end-if.
       tally-one-image-exit. exit.

       tally-held-logs section.
      *************************************************************
      * every log logarch rotates, judged record by record the    *
      * way logarch judges it                                      *
      *************************************************************
           move 0 to log-count.
           move 0 to log-bytes.
           move "N" to end-of-ctl-sw.
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-tally-held-logs.
           perform tally-one-log thru tally-one-log-exit
              until end-of-ctl.
           close ctl-file.
       end-tally-held-logs. exit.

       tally-one-log section.
           read ctl-file
              at end
                 move "Y" to end-of-ctl-sw
                 go to tally-one-log-exit
           end-read.
           move ctl-filename to log-filename.
           move 0 to file-count.
           move 0 to file-bytes.
           move "N" to end-of-file-sw.
           open input log-file.
           if log-status not equal "00"
              go to tally-one-log-exit.
           perform tally-one-record thru tally-one-record-exit
              until end-of-file.
           close log-file.
           if file-count equal 0
              go to tally-one-log-exit.
           add file-count to log-count.
           add file-bytes to log-bytes.
           move log-filename to lf-filename.
           move file-count   to lf-count.
           write rpt-rec from log-file-line.
       tally-one-log-exit. exit.

       tally-one-record section.
           read log-file
              at end
                 move "Y" to end-of-file-sw
                 go to tally-one-record-exit
           end-read.
           if log-rec(1:8) is not numeric
              go to tally-one-record-exit.
           move spaces to HOLDCHK-AREA.
           move hl-matter    to HOLDCHK-MATTER.
           move log-rec(1:8) to HOLDCHK-DATE.
      * the report catalogue is cross-database: held by date alone
           if ctl-filename not equal "report.cat"
              move log-rec to HOLDCHK-TEXT
           end-if.
           call "holdchk" using HOLDCHK-AREA.
           if not HOLDCHK-HELD
              go to tally-one-record-exit.
           add 1 to file-count.
           move log-rec to measure-text.
           perform measure-record.
      * one more byte for the record delimiter
           compute file-bytes = file-bytes + measure-len + 1.
       tally-one-record-exit. exit.

       tally-held-reports section.
      *************************************************************
      * report.cat rows inside the hold; each dated copy is       *
      * measured once, however many runs cataloged it             *
      *************************************************************
           move 0 to report-count.
           move 0 to report-records.
           move 0 to report-bytes.
           move 0 to copy-count.
           move "N" to end-of-ctl-sw.
           open input cat-file.
           if cat-status not equal "00"
              go to end-tally-held-reports.
           perform tally-one-report thru tally-one-report-exit
              until end-of-ctl.
           close cat-file.
       end-tally-held-reports. exit.

       tally-one-report section.
           read cat-file
              at end
                 move "Y" to end-of-ctl-sw
                 go to tally-one-report-exit
           end-read.
           if ca-date is not numeric
              go to tally-one-report-exit.
           move spaces to HOLDCHK-AREA.
           move hl-matter to HOLDCHK-MATTER.
           move ca-date   to HOLDCHK-DATE.
           call "holdchk" using HOLDCHK-AREA.
           if not HOLDCHK-HELD
              go to tally-one-report-exit.
           add 1 to report-count.
           if ca-records is numeric
              add ca-records to report-records
           end-if.

           move spaces to copy-basename.
           string ca-report delimited by space
                  "."       delimited by size
                  ca-date   delimited by size
             into copy-basename.
           move "N" to copy-found-sw.
           perform check-one-copy
              varying copy-idx from 1 by 1
              until copy-idx > copy-count or copy-found.
           if copy-found or copy-count equal 500
              go to tally-one-report-exit.
           add 1 to copy-count.
           move copy-basename to copy-seen(copy-count).
           perform measure-report-copy.
       tally-one-report-exit. exit.

       check-one-copy section.
           if copy-seen(copy-idx) equal copy-basename
              move "Y" to copy-found-sw
           end-if.
       end-check-one-copy. exit.

       measure-report-copy section.
           call "envname" using copy-basename, copy-envfn.
           move "N" to end-of-file-sw.
           open input copy-file.
           if copy-status not equal "00"
              go to end-measure-report-copy.
           perform measure-one-copy-line thru measure-one-copy-line-exit
              until end-of-file.
           close copy-file.
       end-measure-report-copy. exit.

       measure-one-copy-line section.
           read copy-file
              at end
                 move "Y" to end-of-file-sw
                 go to measure-one-copy-line-exit
           end-read.
           move copy-rec to measure-text.
           perform measure-record.
           compute report-bytes = report-bytes + measure-len + 1.
       measure-one-copy-line-exit. exit.

       measure-record section.
           move "N" to measure-end-sw.
           perform test-one-byte
              varying measure-len from 250 by -1
              until measure-len less than 1 or measure-ended.
           if measure-ended
              add 1 to measure-len
           else
              move 0 to measure-len
           end-if.
       end-measure-record. exit.

       test-one-byte section.
           if measure-text(measure-len:1) not equal space
              move "Y" to measure-end-sw
           end-if.
       end-test-one-byte. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "holdmnt.trn                   ",
                   trn-envfn.
           call "envname" using "legalhold.dat                 ",
                   hold-envfn.
           call "envname" using "backup.hist                   ",
                   bkh-envfn.
           call "envname" using "cap.hist                      ",
                   cap-envfn.
           call "envname" using "logarch.ctl                   ",
                   ctl-envfn.
           call "envname" using "report.cat                    ",
                   cat-envfn.
           call "envname" using "holdmnt.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
