      **         the production version aside as <file>.bak the
      **         cfgmnt way, installs the test copy byte for byte,
      **         and logs the promotion through opslog.  The
      **         production copy's cfglock edit lock is held from
      **         the diff to the install, and the install is refused
      **         when production changed after it was diffed.  The
      **         rehearsal is only worth anything if what lands in
      **         production is exactly what was rehearsed.
      **
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     Promotion into production holds the production file's
      **     cfglock edit lock for the whole swap and installs
      **     through cfglock.
      ***********************************************************************

       Identification Division.
       77 appr-ticket          pic x(6) value spaces.
       77 appr-target          pic x(9) value spaces.

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.
       77 edit-lock-sw         pic x value "N".
          88 edit-locked       value "Y".
       77 final-rc             pic s9(9) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

              go to end-cfgpromo.

           perform build-filenames.

           call "cfglock" using "A", promote-basename, "CFGPROMO  ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display promote-basename, " is locked by another ",
                       "writer -- not promoted"
              move 8 to RETURN-CODE
              go to end-cfgpromo.
           move "Y" to edit-lock-sw.

           perform diff-the-copies.

           if diff-count equal 0
              end-if
           end-if.

           call "cfglock" using "I", promote-basename, "CFGPROMO  ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display promote-basename, " changed since the diff -- ",
                       "not promoted"
              move 8 to RETURN-CODE
              go to end-cfgpromo.

           perform save-production-aside.
           perform install-test-copy.
           perform log-promotion.

       end-cfgpromo.
      * the release is a call of its own -- the return code the
      * run earned is held across it
           if edit-locked
              move RETURN-CODE to final-rc
              call "cfglock" using "R", promote-basename,
                      "CFGPROMO  ", edit-version, edit-installed,
                      release-rc
              move final-rc to RETURN-CODE
           end-if.
           goback.

       read-control section.
      *************************************************************
