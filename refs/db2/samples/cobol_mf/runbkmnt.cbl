      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     an entry may now name a corrective program, its control
      **     file and control record, a rate limit (fixes per window
      **     of hours) and the approval-ticket action it needs, for
      **     checkerr to queue the fix onto work.queue when the code
      **     opens an incident; the list shows them under the note.
      **     the keyed answer is taken at 80 characters, so a
      **     corrective control record can be entered at its full
      **     length.
      **     runbook.dat is added to and rewritten under its cfglock
      **     edit lock; when another writer holds it the edit is
      **     refused, logged, and the file left as it was.
      ***********************************************************************

       Identification Division.
           05  rb-program         pic x(10).
           05  filler             pic x.
           05  rb-note            pic x(56).
           05  filler             pic x.
           05  rb-fix-program     pic x(10).
           05  filler             pic x.
           05  rb-fix-ctl-name    pic x(30).
           05  filler             pic x.
           05  rb-fix-ctl-rec     pic x(80).
           05  filler             pic x.
           05  rb-fix-limit       pic x(2).
           05  filler             pic x.
           05  rb-fix-hours       pic x(3).
           05  filler             pic x.
           05  rb-fix-action      pic x(10).

       FD  new-file.
       01  new-rec                pic x(220).

       FD  bak-file.
       01  bak-rec                pic x(220).

       Working-Storage Section.

       77 choice               pic 9 value 0.
       77 exit-sw              pic x value "N".
          88 exit-requested    value "Y".
       77 answer               pic x(80).
       77 end-of-runbook-sw    pic x.
          88 end-of-runbook    value "Y".
       77 end-of-new-sw        pic x.
       77 entry-sqlcode        pic x(6).
       77 entry-program        pic x(10).
       77 entry-note           pic x(56).
       77 entry-fix-program    pic x(10).
       77 entry-fix-ctl-name   pic x(30).
       77 entry-fix-ctl-rec    pic x(80).
       77 entry-fix-limit      pic x(2).
       77 entry-fix-hours      pic x(3).
       77 entry-fix-action     pic x(10).

       01 runbook-line.
          05 rl-number         pic 9(4).
          05 rl-program        pic x(10).
          05 filler            pic x value space.
          05 rl-note           pic x(56).
          05 filler            pic x value space.
          05 rl-fix-program    pic x(10).
          05 filler            pic x value space.
          05 rl-fix-ctl-name   pic x(30).
          05 filler            pic x value space.
          05 rl-fix-ctl-rec    pic x(80).
          05 filler            pic x value space.
          05 rl-fix-limit      pic x(2).
          05 filler            pic x value space.
          05 rl-fix-hours      pic x(3).
          05 filler            pic x value space.
          05 rl-fix-action     pic x(10).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.

       Procedure Division.
       runbkmnt-pgm section.

           end-if.
           display rb-number, "  ", rb-sqlcode, "  ", rb-program,
                    " ", rb-note.
           if rb-fix-program not equal spaces
              display "      fix: ", rb-fix-program, " ",
                       rb-fix-ctl-name, " limit ", rb-fix-limit,
                       " per ", rb-fix-hours, "h ticket ",
                       rb-fix-action
           end-if.
       list-one-row-exit. exit.

       add-runbook-entry section.
              go to end-add-runbook-entry.
           move answer(1:56) to entry-note.

           perform accept-fix-columns.

      * runbook.dat is edited under its cfglock edit lock, taken
      * before the file is read and installed before it is written
           call "cfglock" using "A", "runbook.dat                   ",
                   "RUNBKMNT  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform refuse-runbook-edit
              go to end-add-runbook-entry.
           perform find-high-number.
           perform save-old-version.
           call "cfglock" using "I", "runbook.dat                   ",
                   "RUNBKMNT  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform release-edit-lock
              perform refuse-runbook-edit
              go to end-add-runbook-entry.

           add 1 to high-number.
           move high-number    to rl-number.
           move entry-sqlcode  to rl-sqlcode.
           move entry-program  to rl-program.
           move entry-note     to rl-note.
           move entry-fix-program  to rl-fix-program.
           move entry-fix-ctl-name to rl-fix-ctl-name.
           move entry-fix-ctl-rec  to rl-fix-ctl-rec.
           move entry-fix-limit    to rl-fix-limit.
           move entry-fix-hours    to rl-fix-hours.
           move entry-fix-action   to rl-fix-action.
           open extend runbook-file.
           write runbook-rec from runbook-line.
           close runbook-file.
           perform release-edit-lock.

           move spaces to log-detail.
           string "runbook entry " delimited by size
           display "runbook entry ", rl-number, " added".
       end-add-runbook-entry. exit.

       accept-fix-columns section.
      *************************************************************
      * optionally a corrective program checkerr queues onto      *
      * work.queue when the code opens an incident: its control   *
      * file and record, at most so many fixes per so many hours  *
      * (blank = once a day), and the approval-ticket action a    *
      * disruptive fix needs when no emergency is open            *
      *************************************************************
           move spaces to entry-fix-program entry-fix-ctl-name
                          entry-fix-ctl-rec entry-fix-limit
                          entry-fix-hours entry-fix-action.
           display "fix program (blank = none) : " with no advancing.
           accept answer.
           if answer equal spaces
              go to end-accept-fix-columns.
           move answer(1:10) to entry-fix-program.

           display "fix control file (blank = none) : "
              with no advancing.
           accept answer.
           move answer(1:30) to entry-fix-ctl-name.
           if entry-fix-ctl-name not equal spaces
              display "fix control record    : " with no advancing
              accept answer
              move answer to entry-fix-ctl-rec
           end-if.

           display "fixes allowed (2 digits, blank = 01) : "
              with no advancing.
           accept answer.
           if answer(1:2) is numeric
              move answer(1:2) to entry-fix-limit
           end-if.
           display "per hours (3 digits, blank = 024) : "
              with no advancing.
           accept answer.
           if answer(1:3) is numeric
              move answer(1:3) to entry-fix-hours
           end-if.
           display "ticket action (blank = program default) : "
              with no advancing.
           accept answer.
           move answer(1:10) to entry-fix-action.
       end-accept-fix-columns. exit.

       find-high-number section.
           move 0 to high-number.
           move "N" to end-of-runbook-sw.

           move "N" to end-of-runbook-sw.
           move 0 to dropped-count.
           call "cfglock" using "A", "runbook.dat                   ",
                   "RUNBKMNT  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform refuse-runbook-edit
              go to end-delete-runbook-entry.
           open input runbook-file.
           if runbook-status not equal "00"
              perform release-edit-lock
              display "no runbook.dat on file -- nothing to delete"
              go to end-delete-runbook-entry.
           open output new-file.
           close new-file.

           if dropped-count equal 0
              perform release-edit-lock
              display "no such reference -- file unchanged"
              go to end-delete-runbook-entry.

           perform save-old-version.
           call "cfglock" using "I", "runbook.dat                   ",
                   "RUNBKMNT  ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform release-edit-lock
              perform refuse-runbook-edit
              go to end-delete-runbook-entry.
           perform swap-in-new-runbook.
           perform release-edit-lock.

           move spaces to log-detail.
           string "runbook entry " delimited by size
           display "runbook entry ", delete-number, " deleted".
       end-delete-runbook-entry. exit.

       release-edit-lock section.
           call "cfglock" using "R", "runbook.dat                   ",
                   "RUNBKMNT  ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       refuse-runbook-edit section.
           display "runbook.dat is locked or changed by another ",
                    "writer -- file unchanged".
           move "runbook.dat unchanged -- edit lock refused"
             to log-detail.
           call "opslog" using "RUNBKMNT  ",
                   "RUNBOOK EDIT REFUSED          ", log-detail.
       end-refuse-runbook-edit. exit.

       sift-one-row section.
           read runbook-file
              at end
