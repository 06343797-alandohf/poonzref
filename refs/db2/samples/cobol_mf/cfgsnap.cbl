      **         cfgsnap.man manifest with its record count and
      **         bytes.  Mode "D" compares two snapshot dates from
      **         the manifest and reports what changed; mode "R"
      **         brings one named file back from a named snapshot,
      **         under the file's cfglock edit lock.
      **         A bad edit to dbstop.cfg finally has something to
      **         roll back to.  The indexed baselines (dbinv.dat,
      **         monreset.base, restart.ckpt) are not line files and
      **     override log (override.log, via the shared ovrlog
      **     writer), so the weekly ovrrpt totals see every
      **     bypass in one place.
      **     Rollback mode restores a file only under its cfglock
      **     edit lock and records the restore as a new installed
      **     version.
      ***********************************************************************

       Identification Division.
       77 rec-len              pic s9(4) comp-5.
       77 captured-count       pic s9(4) comp-5 value 0.

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.

       01 manifest-line.
          05 ml-snapdate        pic x(8).
          05 filler             pic x value space.
              move 8 to RETURN-CODE
              go to end-restore-one-file.

      * a rollback is a write like any other: the file's edit lock
      * first, then the install check
           call "cfglock" using "A", want-filename, "CFGSNAP   ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              close snp-file
              display want-filename, " is locked by another ",
                       "writer -- not restored"
              move 8 to RETURN-CODE
              go to end-restore-one-file.
           call "cfglock" using "I", want-filename, "CFGSNAP   ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              close snp-file
              call "cfglock" using "R", want-filename, "CFGSNAP   ",
                      edit-version, edit-installed, release-rc
              display want-filename, " not restored"
              move 8 to RETURN-CODE
              go to end-restore-one-file.

           open output work-file.
           perform restore-one-record thru restore-one-record-exit
              until end-of-file.
           close snp-file.
           close work-file.
           call "cfglock" using "R", want-filename, "CFGSNAP   ",
                   edit-version, edit-installed, release-rc.

           display want-filename, " restored from snapshot ", date1,
                    " (version ", edit-version, ")".
       end-restore-one-file. exit.

       restore-one-record section.
