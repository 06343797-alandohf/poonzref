      **     RESTORE ticket check -- logged as BACKOUT TICKET
      **     CARRIED -- so the unattended 3am back-out no longer
      **     needs a standing RESTORE ticket per database.
      **     an image bkprune has stamped PRUNED in backup.hist is
      **     gone from the target path: the verified-image lookup
      **     and the chain assembly both pass it by.
      **     every restore, incremental apply and rollforward is
      **     now timed around its API call and the elapsed seconds
      **     land in a new trailing duration column of restore.hist,
      **     so rtochk can report measured recovery times against
      **     the per-database recovery time objective.
      **     clone mode refuses to copy a production database
      **     classified PII in dbinv.dat into TEST unless an
      **     approved two-person MASKING ticket for the source is on
      **     file (apprchk); the refusal and the accepted ticket are
      **     both logged through opslog.  an inventory that cannot
      **     be opened refuses the clone the same way, since the
      **     source's classification cannot be known.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      **     a failed restore link or rollforward is logged through
      **     opslog and ends the program with return code 8 instead
      **     of stopping the run in checkerr, so dractv marks that
      **     database FAILED RESTORE and goes on to the next.
      ***********************************************************************

       Identification Division.
           05  bh-result          pic x(40).
           05  filler             pic x.
           05  bh-base-date       pic x(8).
           05  filler             pic x.
           05  bh-prune-mark      pic x(6).

       FD  rst-hist-file.
       01  rst-hist-rec           pic x(100).
             10 cn-target      pic x(40).
       77 chain-count          pic s9(4) comp-5 value 0.
       77 chain-idx            pic s9(4) comp-5.
       77 recovery-failed-sw   pic x value "N".
          88 recovery-failed   value "Y".
       77 dbname-len          pic s9(4) comp-5 value 0.
       77 userid-len          pic s9(4) comp-5 value 0.
       77 passwd-len          pic s9(4) comp-5 value 0.
       77 appr-rc             pic s9(9) comp-5 value 0.
       77 appr-ticket         pic x(6) value spaces.
       77 appr-target         pic x(9) value spaces.
       77 pii-source-sw       pic x value "N".
          88 pii-source       value "Y".

      * Variable for the shared break-glass lookup (emrgchk)
       77 emrg-rc             pic s9(9) comp-5 value 8.
          05 rs-result         pic x(40).
          05 filler            pic x value space.
          05 rs-sqlcode        pic -(5)9.
          05 filler            pic x value space.
          05 rs-duration       pic zzzzz9 value zero.

      * restore duration clock, before and after each API call
       01 clock-parse.
          05 cp-hh            pic 9(2).
          05 cp-mm            pic 9(2).
          05 cp-ss            pic 9(2).
          05 cp-cc            pic 9(2).
       77 clock-raw           pic 9(8).
       77 clock-before        pic s9(9) comp-5.
       77 clock-after         pic s9(9) comp-5.
       77 duration-secs       pic s9(9) comp-5.

      * Variables for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).
       77 fail-action         pic x(30).
       77 fail-sqlcode        pic -(8)9.

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.
              go to End-Main.

           perform run-restore.
           if recovery-failed
              go to End-Main.
           perform run-rollforward.
           if recovery-failed
              go to End-Main.

           move spaces to log-detail.
           string "database " delimited by size
           if RETURN-CODE not less than 8
              go to end-clone-restore.

           perform guard-clone-masking.
           if RETURN-CODE not less than 8
              go to end-clone-restore.

           perform find-verified-backup.
           if not verified-found
              display "no VERIFIED backup of ", dbname,
           inspect chosen-target tallying target-len for characters
              before initial " ".

           perform read-clock-before.
      *******************************
      * RESTORE DATABASE API called *
      *******************************
                                 by reference chosen-target
                                 by reference clone-name
                           returning rc.
           perform read-clock-after.

           if sqlcode equal 0
              move "CLONED from verified backup" to rs-result
           move sqlcode to rs-sqlcode.
           perform write-restore-line.

           call "errdb" using "S", dbname.
           move "CLONE RESTORE" to errloc.
           call "checkerr" using SQLCA errloc "DBRESTOR  ".

           close inv-file.
       end-guard-clone-target. exit.

       guard-clone-masking section.
      *************************************************************
      * a PII-classified production database is copied into TEST  *
      * only under an approved MASKING ticket for it -- the       *
      * two-person approval convention; a declared emergency does *
      * not stand in for this one, and an inventory that cannot   *
      * be read says nothing about the source, so it refuses too  *
      *************************************************************
           move "N" to pii-source-sw.
           open input inv-file.
           if inv-status not equal "00"
              display "dbinv.dat not available -- classification of ",
                       dbname, " unknown, refusing"
              move spaces to log-detail
              string "dbinv.dat unavailable, clone of "
                        delimited by size
                     dbname delimited by space
                     " refused" delimited by size
                into log-detail
              call "opslog" using "DBRESTOR  ",
                      "CLONE REFUSED                 ", log-detail
              move "CLONE REFUSED -- inventory unavailable"
                 to rs-result
              move 0 to rs-sqlcode
              perform write-restore-line
              move 12 to RETURN-CODE
              go to end-guard-clone-masking.
           move spaces to IV-DBNAME.
           move dbname(1:8) to IV-DBNAME.
           read inv-file
              invalid key continue
              not invalid key
                 if IV-ENVIRONMENT equal "PROD" and IV-CLASS-PII
                    move "Y" to pii-source-sw
                 end-if
           end-read.
           close inv-file.
           if not pii-source
              go to end-guard-clone-masking.

           move spaces to appr-target.
           move dbname to appr-target.
           call "apprchk" using "MASKING   ", appr-target,
                   appr-ticket, appr-rc.
           if appr-rc not equal 0
              display "clone source ", dbname, " is PII-classified ",
                       "production -- no approved MASKING ticket, ",
                       "refusing"
              move spaces to log-detail
              string "no approved MASKING ticket for PII source "
                        delimited by size
                     dbname delimited by space
                into log-detail
              call "opslog" using "DBRESTOR  ",
                      "MASKING TICKET MISSING        ", log-detail
              move "CLONE REFUSED -- PII, no masking ticket"
                 to rs-result
              move 0 to rs-sqlcode
              perform write-restore-line
              move 12 to RETURN-CODE
              go to end-guard-clone-masking.

           move spaces to log-detail.
           string "PII source " delimited by size
                  dbname delimited by space
                  " cloned under masking ticket " delimited by size
                  appr-ticket delimited by size
             into log-detail.
           call "opslog" using "DBRESTOR  ",
                   "MASKING TICKET ACCEPTED       ", log-detail.
       end-guard-clone-masking. exit.

       find-verified-backup section.
      *************************************************************
      * the newest backup row carrying the fire-drill VERIFIED    *
              go to check-one-verified-exit.
           if bh-result(24:8) not equal "VERIFIED"
              go to check-one-verified-exit.
           if bh-prune-mark equal "PRUNED"
              go to check-one-verified-exit.
           move "Y" to verified-found-sw.
           move bh-date   to chosen-date.
           move bh-time   to chosen-time.
              go to check-one-backup-exit.
           if bh-result(1:9) not equal "BACKED UP"
              go to check-one-backup-exit.
           if bh-prune-mark equal "PRUNED"
              go to check-one-backup-exit.
           if want-backup-date not equal spaces
              and bh-date greater than want-backup-date
              go to check-one-backup-exit.
              go to collect-one-incr-exit.
           if bh-result(1:9) not equal "BACKED UP"
              go to collect-one-incr-exit.
           if bh-prune-mark equal "PRUNED"
              go to collect-one-incr-exit.
      * only incrementals descending from the chosen full belong
      * on this chain -- the base-date column says which
           if bh-base-date not equal chosen-date
           perform apply-one-chain-link
              thru apply-one-chain-link-exit
              varying chain-idx from 1 by 1
              until chain-idx > chain-count or recovery-failed.
       end-run-restore. exit.

       apply-one-chain-link section.
                    cn-type(chain-idx), " of ",
                    cn-date(chain-idx), ")".

           perform read-clock-before.
      *******************************
      * RESTORE DATABASE API called *
      *******************************
                                 by reference chosen-target
                                 by reference dbname
                           returning rc.
           perform read-clock-after.

           if sqlcode equal 0
              if cn-type(chain-idx) equal "F"
           move sqlcode to rs-sqlcode.
           perform write-restore-line.

      * a failed link ends this database's recovery with rc 8 but
      * not the run -- dractv, calling this for each database in
      * turn, marks it FAILED RESTORE and goes on to the next
           if sqlcode less than 0
              move "RESTORE FAILED                " to fail-action
              perform fail-the-recovery
              go to apply-one-chain-link-exit.

           call "errdb" using "S", dbname.
           move "RESTORE DATABASE" to errloc.
           call "checkerr" using SQLCA errloc "DBRESTOR  ".
       apply-one-chain-link-exit. exit.

       run-rollforward section.
           perform read-clock-before.
      ***********************************
      * ROLLFORWARD DATABASE API called *
      ***********************************
                                 by reference sqlca
                                 by reference dbname
                           returning rc.
           perform read-clock-after.

           if sqlcode equal 0
              move "ROLLED FORWARD to end of logs" to rs-result
           move sqlcode to rs-sqlcode.
           perform write-restore-line.

           if sqlcode less than 0
              move "ROLLFORWARD FAILED            " to fail-action
              perform fail-the-recovery
              go to end-run-rollforward.

           call "errdb" using "S", dbname.
           move "ROLLFORWARD DATABASE" to errloc.
           call "checkerr" using SQLCA errloc "DBRESTOR  ".
       end-run-rollforward. exit.

       fail-the-recovery section.
      *************************************************************
      * the failure is on restore.hist already; it is logged and  *
      * the program ends rc 8 for its caller to act on            *
      *************************************************************
           display fail-action, " for ", dbname, " -- sqlcode ",
                    sqlcode.
           move sqlcode to fail-sqlcode.
           move spaces to log-detail.
           string "database " delimited by size
                  dbname delimited by space
                  " not recovered -- sqlcode " delimited by size
                  fail-sqlcode delimited by size
             into log-detail.
           call "opslog" using "DBRESTOR  ", fail-action, log-detail.
           move "Y" to recovery-failed-sw.
           move 8 to RETURN-CODE.
       end-fail-the-recovery. exit.

       write-restore-line section.
      *************************************************************
      * one row per attempt, the restart.incidents convention --  *
           open extend rst-hist-file.
           write rst-hist-rec from rst-line.
           close rst-hist-file.
           move 0 to rs-duration.
       end-write-restore-line. exit.

       read-clock-before section.
           accept clock-raw from time.
           move clock-raw to clock-parse.
           compute clock-before =
              ((cp-hh * 60 + cp-mm) * 60 + cp-ss) * 100 + cp-cc.
       end-read-clock-before. exit.

       read-clock-after section.
           accept clock-raw from time.
           move clock-raw to clock-parse.
           compute clock-after =
              ((cp-hh * 60 + cp-mm) * 60 + cp-ss) * 100 + cp-cc.
           compute duration-secs =
              (clock-after - clock-before) / 100.
           if duration-secs less than 0
              add 86400 to duration-secs
           end-if.
           move duration-secs to rs-duration.
       end-read-clock-after. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
