      **         validation the programs apply -- numeric fields
      **         numeric, modes in their allowed sets.  The old
      **         version is saved aside as <file>.bak before the
      **         rewrite.  The file's edit lock (cfglock) is held
      **         from the read to the rewrite, so no other writer
      **         changes it under the operator, and the rewrite is
      **         refused when the file changed after it was read.
      **         Dispatched from opermenu; the operators editing
      **         these files are not the people who memorized the
      **         record layouts.  The picked filename
      **         is resolved through the shared TOOLKITENV profile
      **         (envname), so maintenance edits land in the active
      **         environment's files.
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     Every maintenance mode now holds the file's cfglock
      **     edit lock while it works and installs through cfglock,
      **     so an edit another writer made since this one read the
      **     file is refused and logged instead of overwritten.
      ***********************************************************************

       Identification Division.
       77 valid-sw             pic x value "Y".
          88 entry-valid       value "Y".

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.

       Procedure Division.
       cfgmnt-pgm section.

       end-save-old-version. exit.

       rewrite-record section.
           call "cfglock" using "I", work-basename, "CFGMNT    ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display work-filename, " not rewritten -- no change"
              go to end-rewrite-record.
           perform save-old-version.
           open output work-file.
           write work-rec from new-rec.
           close work-file.
           display work-filename, " updated (version ",
                    edit-version, ")".
       end-rewrite-record. exit.

       take-edit-lock section.
      *************************************************************
      * the file's edit lock is taken before the current record   *
      * is read and held until the operator is done with it       *
      *************************************************************
           call "cfglock" using "A", work-basename, "CFGMNT    ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display work-filename, " is locked by another ",
                       "writer -- try again later"
           end-if.
       end-take-edit-lock. exit.

       release-edit-lock section.
           call "cfglock" using "R", work-basename, "CFGMNT    ",
                   edit-version, edit-installed, release-rc.
       end-release-edit-lock. exit.

       accept-field section.
           accept answer.
       end-accept-field. exit.
       maintain-dbstop-cfg section.
           move "dbstop.cfg" to work-basename.
           perform resolve-work-filename.
           perform take-edit-lock.
           if edit-rc not equal 0
              go to end-maintain-dbstop-cfg.
           perform read-current-record.
           move current-rec to new-rec.

           else
              perform rewrite-record
           end-if.
           perform release-edit-lock.
       end-maintain-dbstop-cfg. exit.

       maintain-dbstart-cfg section.
           move "dbstart.cfg" to work-basename.
           perform resolve-work-filename.
           perform take-edit-lock.
           if edit-rc not equal 0
              go to end-maintain-dbstart-cfg.
           perform read-current-record.
           move current-rec to new-rec.

           else
              display "record is not fully numeric -- no change"
           end-if.
           perform release-edit-lock.
       end-maintain-dbstart-cfg. exit.

       maintain-restart-cfg section.
           move "restart.cfg" to work-basename.
           perform resolve-work-filename.
           perform take-edit-lock.
           if edit-rc not equal 0
              go to end-maintain-restart-cfg.
           perform read-current-record.
           move current-rec to new-rec.

           else
              perform rewrite-record
           end-if.
           perform release-edit-lock.
       end-maintain-restart-cfg. exit.

       maintain-maintwin-cfg section.
           move "maintwin.cfg" to work-basename.
           perform resolve-work-filename.
           perform take-edit-lock.
           if edit-rc not equal 0
              go to end-maintain-maintwin-cfg.
           perform read-current-record.
           move current-rec to new-rec.

           else
              display "record is not numeric -- no change"
           end-if.
           perform release-edit-lock.
       end-maintain-maintwin-cfg. exit.

       maintain-dbcmt-ctl section.
           move "dbcmt.ctl" to work-basename.
           perform resolve-work-filename.
           perform take-edit-lock.
           if edit-rc not equal 0
              go to end-maintain-dbcmt-ctl.
           perform read-current-record.
           move current-rec to new-rec.

           else
              perform rewrite-record
           end-if.
           perform release-edit-lock.
       end-maintain-dbcmt-ctl. exit.
