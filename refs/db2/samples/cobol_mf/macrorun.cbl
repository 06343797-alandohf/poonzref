      **         step is disruptive), lists and deletes macros, and
      **         replays one step by step: each step's control
      **         record is installed (old version saved aside, the
      **         cfgmnt convention, under the file's cfglock edit
      **         lock -- a refused install leaves the step unrun),
      **         a disruptive step pauses for
      **         the operator's confirmation, and every step's
      **         outcome is logged through opslog under the macro's
      **         name and one run correlation id.  The procedure
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     Replayed control-file steps install under the file's
      **     cfglock edit lock; a step whose file is locked or was
      **     changed since it was read is not run and counts as a
      **     failed step.
      ***********************************************************************

       Identification Division.
       77 step-ed              pic 99.
       77 rc-ed                pic 99.

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).


           if st-ctl-name(step-idx) not equal spaces
              perform install-step-control
              if edit-rc not equal 0
                 move 8 to step-rc
                 if step-rc greater than worst-rc
                    move step-rc to worst-rc
                 end-if
                 perform log-step-refused
                 go to replay-one-step-exit
              end-if
           end-if.

           move 0 to RETURN-CODE.
                   "RUNBOOK MACRO STEP            ", log-detail.
       end-log-step-skipped. exit.

       log-step-refused section.
      *************************************************************
      * the step's control record could not be installed -- the   *
      * program is not run against a control file it did not ask *
      * for                                                       *
      *************************************************************
           move step-idx to step-ed.
           move spaces to log-detail.
           string "macro " delimited by size
                  macro-name delimited by space
                  " step " delimited by size
                  step-ed delimited by size
                  " " delimited by size
                  st-program(step-idx) delimited by space
                  " NOT RUN -- control file locked" delimited by size
             into log-detail.
           call "opslog" using "MACRORUN  ",
                   "RUNBOOK MACRO STEP            ", log-detail.
       end-log-step-refused. exit.

       log-step-outcome section.
           move step-idx to step-ed.
           move step-rc  to rc-ed.
           call "envname" using st-ctl-name(step-idx),
                   ctl-out-filename.

           call "cfglock" using "A", st-ctl-name(step-idx),
                   "MACRORUN  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display st-ctl-name(step-idx), " is locked -- ",
                       "step not run"
              go to end-install-step-control.

           move "N" to rec-found-sw.
           move spaces to current-rec.
           open input ctl-out-file.
              end-read
              close ctl-out-file
           end-if.

           call "cfglock" using "I", st-ctl-name(step-idx),
                   "MACRORUN  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display st-ctl-name(step-idx), " changed under the ",
                       "step -- step not run"
              perform release-edit-lock
              go to end-install-step-control.

           if rec-found-sw equal "Y"
              move spaces to bak-filename
              string ctl-out-filename delimited by space
           open output ctl-out-file.
           write ctl-out-rec from st-ctl-rec(step-idx).
           close ctl-out-file.
           perform release-edit-lock.
       end-install-step-control. exit.

       release-edit-lock section.
           call "cfglock" using "R", st-ctl-name(step-idx),
                   "MACRORUN  ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       delete-macro section.
           display "macro to delete       : " with no advancing.
           accept answer.
