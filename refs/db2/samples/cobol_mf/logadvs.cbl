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
      ** SOURCE FILE NAME: logadvs.cbl
      **
      ** DB2 APIs USED:
      **         sqlgxdb  -- GET DATABASE CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **
      ** SAMPLE: Transaction-log sizing advisor.  logmon says when a
      **         log is filling but not whether it is simply too
      **         small, so logs were resized by guesswork after each
      **         log-full.  In the spirit of lockadvs this joins,
      **         per active inventory database, the peak log use and
      **         the long-running unit-of-work findings from the
      **         logmon.hist readings with the configured LOGFILSIZ,
      **         LOGPRIMARY and LOGSECOND (read live, the way
      **         d_dbccur reads its tokens, through the shared
      **         instatch attach).  Every database whose peak leaves
      **         less than the headroom percentage in logadvs.ctl is
      **         ranked worst first in logadvs.rpt with the total log
      **         capacity -- and the primary-plus-secondary file
      **         count at the current LOGFILSIZ -- that would keep
      **         the peak inside that headroom.  A database whose
      **         peaks ride on long-open units of work is marked as
      **         such: a bigger log only buys time there, and the
      **         application owner needs the call.
      **
      ** OUTPUT FILE: logadvs.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "logadvs".

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
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-headroom-pct   pic 9(3).
           05  filler             pic x.
           05  ctl-long-uow-secs  pic 9(6).

       FD  hist-file.
       01  hist-rec.
           05  lh-date            pic x(8).
           05  filler             pic x.
           05  lh-time            pic x(8).
           05  filler             pic x.
           05  lh-dbname          pic x(8).
           05  filler             pic x.
           05  lh-used-pct        pic 9(3).
           05  filler             pic x.
           05  lh-used-bytes      pic 9(15).
           05  filler             pic x.
           05  lh-total-bytes     pic 9(15).
           05  filler             pic x.
           05  lh-uow-secs        pic 9(9).
           05  filler             pic x.
           05  lh-uow-agent       pic 9(9).
           05  filler             pic x.
           05  lh-uow-auth        pic x(8).

       FD  rpt-file.
       01  rpt-rec                pic x(120).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 ctl-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 rpt-envfn            pic x(42).
       copy "sqlutil.cbl".
       copy "sqlca.cbl".

      * Local Variables
       77 rc                   pic s9(9) comp-5.
       77 errloc               pic x(80).
       77 inv-status           pic x(2).
       77 ctl-status           pic x(2).
       77 hist-status          pic x(2).
       77 today-date           pic 9(8).
       77 end-of-inv-sw        pic x value "N".
          88 end-of-inv        value "Y".
       77 end-of-hist-sw       pic x value "N".
          88 end-of-hist       value "Y".

      * headroom the peak must leave, and the age at which an open
      * unit of work counts as long-running; logadvs.ctl overrides
       77 headroom-pct         pic s9(4) comp-5 value 20.
       77 long-uow-secs        pic s9(9) comp-5 value 3600.

      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance          pic x(18) value spaces.
       77 current-instance     pic x(18) value spaces.
       77 inst-rc              pic s9(9) comp-5 value 0.

      * one advisor row per active database -- the join of the
      * logmon peaks with the configured log shape
       01 adv-entries.
          05 adv-entry         occurs 100 times.
             10 ad-dbname      pic x(8).
             10 ad-class       pic x(4).
             10 ad-cfg-sw      pic x.
             10 ad-logfilsiz   pic s9(9) comp-5.
             10 ad-logprimary  pic s9(4) comp-5.
             10 ad-logsecond   pic s9(4) comp-5.
             10 ad-seen-sw     pic x.
             10 ad-peak-used   pic s9(18) comp-5.
             10 ad-peak-total  pic s9(18) comp-5.
             10 ad-long-count  pic s9(4) comp-5.
             10 ad-max-uow     pic s9(9) comp-5.
             10 ad-capacity    pic s9(18) comp-5.
             10 ad-peak-pct    pic s9(4) comp-5.
             10 ad-score       pic s9(9) comp-5.
       77 adv-count            pic s9(4) comp-5 value 0.
       77 adv-idx              pic s9(4) comp-5.
       77 adv-found-sw         pic x value "N".
          88 adv-found         value "Y".
       77 want-dbname          pic x(8).
       77 flagged-count        pic s9(4) comp-5 value 0.

      * ranking: repeated maximum scan, zeroing each winner
       77 best-idx             pic s9(4) comp-5.
       77 best-score           pic s9(9) comp-5.
       77 ranked-count         pic s9(4) comp-5.

       77 file-bytes           pic s9(18) comp-5.
       77 needed-bytes         pic s9(18) comp-5.
       77 needed-files         pic s9(9) comp-5.
       77 mb-work              pic s9(18) comp-5.

      * variables for GET ADDRESS / GET DATABASE CONFIGURATION,
      * the d_dbccur shapes
       01 cur-logfilsiz       pic 9(9) comp-5.
       01 cur-logprimary      pic s9(4) comp-5.
       01 cur-logsecond       pic s9(4) comp-5.
       01 cur-tokenlist.
          05 cur-tokens occurs 3 times.
             10 cur-token     pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END

             10 cur-tokenptr  usage is pointer.

       01 dbname              pic x(8).
       01 dbname-len          pic s9(4) comp-5.
       01 listnumber          pic s9(4) comp-5 value 3.

       01 rpt-line             pic x(120).
       01 detail-line.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-class          pic x(4).
          05 filler            pic x(2) value spaces.
          05 dt-logfilsiz      pic zzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-logprimary     pic zzz9.
          05 filler            pic x(2) value spaces.
          05 dt-logsecond      pic zzz9.
          05 filler            pic x(2) value spaces.
          05 dt-capacity-mb    pic zzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-peak-pct       pic zz9.
          05 filler            pic x value "%".
          05 filler            pic x(2) value spaces.
          05 dt-long-count     pic zzz9.
          05 filler            pic x(2) value spaces.
          05 dt-needed-mb      pic zzzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-needed-files   pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-flag           pic x(20).

       Procedure Division.
       logadvs-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : LOGADVS.CBL".

           accept today-date from date yyyymmdd.
           perform read-control.

           move SQLF-DBTN-LOGFILSIZ  to cur-token(1).
           move SQLF-DBTN-LOGPRIMARY to cur-token(2).
           move SQLF-DBTN-LOGSECOND  to cur-token(3).
           move "GET ADDRESS" to errloc.

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference cur-logfilsiz
                                 by reference cur-tokenptr(1)
                           returning rc.
           call "sqlgaddr" using by reference cur-logprimary
                                 by reference cur-tokenptr(2)
                           returning rc.
           call "sqlgaddr" using by reference cur-logsecond
                                 by reference cur-tokenptr(3)
                           returning rc.

           perform load-inventory.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "LOGADVS   ", inst-rc
           end-if.
           if adv-count equal 0
              display "no active databases in the inventory"
              move 4 to RETURN-CODE
              go to end-logadvs.

           perform scan-log-history.
           perform size-databases.
           perform write-advisor-report.

           if flagged-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-logadvs. goback.

       read-control section.
      *************************************************************
      * logadvs.ctl: headroom percentage(3), a space, and the     *
      * long-running unit-of-work age in seconds(6); a missing    *
      * file keeps 20 percent and one hour                        *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-headroom-pct is numeric
                    and ctl-headroom-pct greater than 0
                    and ctl-headroom-pct less than 91
                    move ctl-headroom-pct to headroom-pct
                 end-if
                 if ctl-long-uow-secs is numeric
                    and ctl-long-uow-secs greater than 0
                    move ctl-long-uow-secs to long-uow-secs
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-inventory section.
      *************************************************************
      * every active database, with its configured log shape read *
      * live on the owning instance as the entry is loaded         *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              display "LOGADVS: dbinv.dat not on hand -- run ",
                       "dbinvmnt"
              move 8 to RETURN-CODE
              move "Y" to end-of-inv-sw
           end-if.
           perform load-one-inv-entry thru load-one-inv-entry-exit
              until end-of-inv or adv-count equal 100.
           close inv-file.
       end-load-inventory. exit.

       load-one-inv-entry section.
           read inv-file
              at end
                 move "Y" to end-of-inv-sw
                 go to load-one-inv-entry-exit
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-inv-entry-exit.
           add 1 to adv-count.
           move IV-DBNAME      to ad-dbname(adv-count).
           move IV-ENVIRONMENT to ad-class(adv-count).
           move "N" to ad-cfg-sw(adv-count).
           move 0 to ad-logfilsiz(adv-count).
           move 0 to ad-logprimary(adv-count).
           move 0 to ad-logsecond(adv-count).
           move "N" to ad-seen-sw(adv-count).
           move 0 to ad-peak-used(adv-count).
           move 0 to ad-peak-total(adv-count).
           move 0 to ad-long-count(adv-count).
           move 0 to ad-max-uow(adv-count).
           move 0 to ad-capacity(adv-count).
           move 0 to ad-peak-pct(adv-count).
           move 0 to ad-score(adv-count).

           move IV-INSTANCE to db-instance.
           perform switch-instance.
           if db-instance not equal current-instance
              go to load-one-inv-entry-exit.
           move IV-DBNAME to dbname.
           perform read-log-config.
       load-one-inv-entry-exit. exit.

       switch-instance section.
      *************************************************************
      * attach to this database's owning instance when it differs *
      * from the one currently attached, detaching from the old   *
      * group first; an unattachable instance leaves               *
      * current-instance as spaces so its databases are skipped   *
      *************************************************************
           if db-instance equal current-instance
              go to end-switch-instance.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "LOGADVS   ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", db-instance,
                   "LOGADVS   ", inst-rc.
           if inst-rc equal 0
              move db-instance to current-instance
           else
              display "skipping databases on instance ",
                       db-instance
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.
       end-switch-instance. exit.

       read-log-config section.
           move 0 to dbname-len.
           inspect dbname tallying dbname-len for characters
              before initial " ".

      ******************************************
      * GET DATABASE CONFIGURATION API called  *
      ******************************************
           call "sqlgxdb" using by value     dbname-len
                                by value     listnumber
                                by reference cur-tokenlist
                                by reference sqlca
                                by reference dbname
                           returning rc.
           call "errdb" using "S", dbname.
           move "GET DB CFG LOG SIZING" to errloc.
           call "checkerr" using SQLCA errloc "LOGADVS   ".
           if SQLCODE not equal 0
              go to end-read-log-config.

           move "Y"            to ad-cfg-sw(adv-count).
           move cur-logfilsiz  to ad-logfilsiz(adv-count).
           move cur-logprimary to ad-logprimary(adv-count).
           move cur-logsecond  to ad-logsecond(adv-count).
       end-read-log-config. exit.

       scan-log-history section.
      *************************************************************
      * logmon.hist: the highest used-bytes reading per database  *
      * is its peak; every reading whose oldest open unit of work *
      * is past the long-running age is one finding               *
      *************************************************************
           open input hist-file.
           if hist-status not equal "00"
              display "no logmon.hist on file -- run logmon first"
              move 4 to RETURN-CODE
              go to end-scan-log-history.
           perform scan-one-hist-row thru scan-one-hist-row-exit
              until end-of-hist.
           close hist-file.
       end-scan-log-history. exit.

       scan-one-hist-row section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to scan-one-hist-row-exit
           end-read.
           if lh-used-bytes is not numeric
              or lh-total-bytes is not numeric
              or lh-uow-secs is not numeric
              go to scan-one-hist-row-exit.
           move lh-dbname to want-dbname.
           perform find-adv-entry.
           if not adv-found
              go to scan-one-hist-row-exit.

           move "Y" to ad-seen-sw(adv-idx).
           if lh-used-bytes greater than ad-peak-used(adv-idx)
              move lh-used-bytes  to ad-peak-used(adv-idx)
              move lh-total-bytes to ad-peak-total(adv-idx)
           end-if.
           if lh-uow-secs not less than long-uow-secs
              add 1 to ad-long-count(adv-idx)
           end-if.
           if lh-uow-secs greater than ad-max-uow(adv-idx)
              move lh-uow-secs to ad-max-uow(adv-idx)
           end-if.
       scan-one-hist-row-exit. exit.

       find-adv-entry section.
           move "N" to adv-found-sw.
           perform check-adv-entry thru check-adv-entry-exit
              varying adv-idx from 1 by 1
              until adv-idx > adv-count or adv-found.
           if adv-found
              subtract 1 from adv-idx
           end-if.
       end-find-adv-entry. exit.

       check-adv-entry section.
           if ad-dbname(adv-idx) equal want-dbname
              move "Y" to adv-found-sw
           end-if.
       check-adv-entry-exit. exit.

       size-databases section.
      *************************************************************
      * configured capacity is LOGFILSIZ 4K pages per file times  *
      * primary plus secondary files; where the configuration     *
      * could not be read the snapshot's used-plus-free stands in *
      *************************************************************
           perform size-one-database
              varying adv-idx from 1 by 1
              until adv-idx > adv-count.
       end-size-databases. exit.

       size-one-database section.
           move 0 to ad-score(adv-idx).
           if ad-seen-sw(adv-idx) not equal "Y"
              go to end-size-one-database.

           compute ad-capacity(adv-idx) = ad-logfilsiz(adv-idx)
              * 4096 * (ad-logprimary(adv-idx)
                 + ad-logsecond(adv-idx)).
           if ad-capacity(adv-idx) equal 0
              move ad-peak-total(adv-idx) to ad-capacity(adv-idx)
           end-if.
           if ad-capacity(adv-idx) equal 0
              go to end-size-one-database.

           compute ad-peak-pct(adv-idx) = ad-peak-used(adv-idx)
              * 100 / ad-capacity(adv-idx).
           if 100 - ad-peak-pct(adv-idx) not less than headroom-pct
              go to end-size-one-database.

      * short of headroom: rank on peak use, long-running units of
      * work breaking the ties
           add 1 to flagged-count.
           compute ad-score(adv-idx) = ad-peak-pct(adv-idx) * 1000
              + ad-long-count(adv-idx) + 1.
       end-size-one-database. exit.

       write-advisor-report section.
           open output rpt-file.
           move spaces to rpt-line.
           string "TRANSACTION-LOG SIZING ADVISOR AS OF "
                     delimited by size
                  today-date delimited by size
                  "  (RANKED WORST FIRST)" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move headroom-pct to dt-peak-pct.
           move spaces to rpt-line.
           string "DATABASES WHOSE PEAK LOG USE LEAVES LESS THAN "
                     delimited by size
                  dt-peak-pct delimited by size
                  "% HEADROOM" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DATABASE  CLS   LOGFSIZ  PRIM  SECN   CAP-MB  "
                     delimited by size
                  "PEAK  LONG   NEED-MB  FILES  NOTE"
                     delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           move 0 to ranked-count.
           perform rank-one-database thru rank-one-database-exit
              until ranked-count not less than flagged-count.
           if flagged-count equal 0
              move spaces to rpt-line
              move "NO DATABASE SHORT OF LOG HEADROOM" to rpt-line
              write rpt-rec from rpt-line
           end-if.
           close rpt-file.
           call "rptarch" using "logadvs.rpt                   ",
                   "LOGADVS   ".
           display "Databases reviewed         : ", adv-count.
           display "Databases short of headroom: ", flagged-count.
       end-write-advisor-report. exit.

       rank-one-database section.
      * repeated maximum scan -- each winner prints once and is
      * taken out of the running with a zero score
           move 0 to best-idx.
           move 0 to best-score.
           perform scan-one-score
              varying adv-idx from 1 by 1
              until adv-idx > adv-count.
           if best-idx equal 0
              move flagged-count to ranked-count
              go to rank-one-database-exit.
           add 1 to ranked-count.
           move best-idx to adv-idx.
           perform print-one-advice.
           move 0 to ad-score(best-idx).
       rank-one-database-exit. exit.

       scan-one-score section.
           if ad-score(adv-idx) greater than best-score
              move adv-idx to best-idx
              move ad-score(adv-idx) to best-score
           end-if.
       end-scan-one-score. exit.

       print-one-advice section.
      *************************************************************
      * the capacity that keeps the peak inside the headroom, and *
      * what that is in primary-plus-secondary files at today's   *
      * LOGFILSIZ                                                 *
      *************************************************************
           compute needed-bytes = ad-peak-used(adv-idx) * 100
              / (100 - headroom-pct).
           compute file-bytes = ad-logfilsiz(adv-idx) * 4096.
           if file-bytes greater than 0
              compute needed-files = (needed-bytes + file-bytes - 1)
                 / file-bytes
           else
              move 0 to needed-files
           end-if.

           move ad-dbname(adv-idx)     to dt-dbname.
           move ad-class(adv-idx)      to dt-class.
           move ad-logfilsiz(adv-idx)  to dt-logfilsiz.
           move ad-logprimary(adv-idx) to dt-logprimary.
           move ad-logsecond(adv-idx)  to dt-logsecond.
           compute mb-work = ad-capacity(adv-idx) / 1048576.
           move mb-work to dt-capacity-mb.
           move ad-peak-pct(adv-idx)   to dt-peak-pct.
           move ad-long-count(adv-idx) to dt-long-count.
           compute mb-work = (needed-bytes + 1048575) / 1048576.
           move mb-work to dt-needed-mb.
           move needed-files to dt-needed-files.
           move spaces to dt-flag.
           if ad-cfg-sw(adv-idx) not equal "Y"
              move "CFG UNREAD-SNAPSHOT" to dt-flag
           else
              if ad-long-count(adv-idx) greater than 0
                 move "** LONG UOW PINNING" to dt-flag
              end-if
           end-if.
           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.
       end-print-one-advice. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "logadvs.ctl                   ",
                   ctl-envfn.
           call "envname" using "logmon.hist                   ",
                   hist-envfn.
           call "envname" using "logadvs.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
