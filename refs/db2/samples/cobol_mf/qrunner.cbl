      **         the queued program's name, and rewrites the queue
      **         record as D (done) or F (failed) with the return
      **         code.  The operator's terminal is no longer part
      **         of the batch plan.  The install runs under the
      **         control file's cfglock edit lock, and a file
      **         installed again after the entry was queued is left
      **         alone -- the queued record was written against the
      **         version before it -- with the entry failed unrun.
      **         A queued program must end with GOBACK, the way the
      **         callable toolkit programs do -- one that ends with
      **         STOP RUN would take the whole drain down with it,
      **         leaving the rest of the queue unrun and the entry
      **         unmarked.
      **
      ** OUTPUT FILE: qrunner.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     A queued control-file install is refused, logged and
      **     failed when the file was installed again after the
      **     entry was queued -- a queued job no longer overwrites
      **     an operator's later cfgmnt change.
      **     Each queued program is cancelled after it runs, so a
      **     second entry for the same program starts from its
      **     initial state rather than the first run's working
      **     storage.
      ***********************************************************************

       Identification Division.
       77 rec-found-sw         pic x.
       77 current-rec          pic x(80).

      * Variables for the shared control-file edit lock (cfglock);
      * the entry's queue date and time against the file's last
      * install
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.
       01 queued-stamp.
          05 qs-date           pic x(8).
          05 qs-time           pic x(8).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

           display "running queue entry ", qb-seq, " : ",
                    qb-program.

           move 0 to edit-rc.
           if qb-ctl-name not equal spaces
              perform install-control-record
           end-if.
           if edit-rc not equal 0
              perform refuse-entry
              go to run-one-entry-exit.

           move 0 to RETURN-CODE.
           call qb-program
                 move 8 to RETURN-CODE
           end-call.
           move RETURN-CODE to entry-rc.
      * the next entry for the same program starts it fresh
           cancel qb-program.
           move 0 to RETURN-CODE.

           add 1 to ran-count.
      *************************************************************
           call "envname" using qb-ctl-name, ctl-out-filename.

           call "cfglock" using "A", qb-ctl-name, "QRUNNER   ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              go to end-install-control-record.

      * installed again since the entry was queued: the queued
      * record would overwrite a change it never saw
           move qb-date to qs-date.
           move qb-time to qs-time.
           if edit-installed not equal spaces
              and edit-installed greater than queued-stamp
              display qb-ctl-name, " installed again since entry ",
                       qb-seq, " was queued -- not installed"
              move spaces to log-detail
              string qb-ctl-name delimited by space
                     " changed after entry " delimited by size
                     qb-seq delimited by size
                     " was queued" delimited by size
                into log-detail
              call "opslog" using "QRUNNER   ",
                      "CONTROL FILE EDIT REFUSED     ", log-detail
              move 8 to edit-rc
              perform release-edit-lock
              go to end-install-control-record.

           move "N" to rec-found-sw.
           move spaces to current-rec.
           open input ctl-out-file.
              end-read
              close ctl-out-file
           end-if.

           call "cfglock" using "I", qb-ctl-name, "QRUNNER   ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform release-edit-lock
              go to end-install-control-record.

           if rec-found-sw equal "Y"
              move spaces to bak-filename
              string ctl-out-filename delimited by space
           open output ctl-out-file.
           write ctl-out-rec from qb-ctl-rec.
           close ctl-out-file.
           perform release-edit-lock.
       end-install-control-record. exit.

       release-edit-lock section.
           call "cfglock" using "R", qb-ctl-name, "QRUNNER   ",
                   edit-version, edit-installed, release-rc.
       end-release-edit-lock. exit.

       refuse-entry section.
      *************************************************************
      * the control record was not installed, so the program is  *
      * not run against a control file the entry did not ask for *
      *************************************************************
           add 1 to failed-count.
           move 8 to entry-rc.
           move entry-rc to qb-rc.
           move "F" to qb-status.
           write new-queue-rec from queue-rec.

           move entry-rc to reg-rc.
           call "runreg" using qb-program, reg-rc.

           move spaces to log-detail.
           string "entry " delimited by size
                  qb-seq delimited by size
                  " " delimited by size
                  qb-program delimited by space
                  " not run -- control file refused" delimited by size
             into log-detail.
           call "opslog" using "QRUNNER   ",
                   "BATCH QUEUE ENTRY RUN         ", log-detail.
       end-refuse-entry. exit.

       swap-in-new-queue section.
           move "N" to end-of-queue-sw.
           open input new-queue-file.
