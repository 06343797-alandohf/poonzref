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
      ** SOURCE FILE NAME: calmnt.cbl
      **
      ** SAMPLE: Menu-driven maintenance for the shop business-day
      **         calendar (bizcal.dat) in the rostmnt manner -- list
      **         the calendar, add a row (date, then "H" holiday,
      **         "B" worked day, or "M"/"Q"/"Y" fiscal month, quarter
      **         or year end, and a description), or delete a
      **         date/type row, with the old version saved aside as
      **         bizcal.dat.bak before every rewrite.  The fourth
      **         option sets up a year's change-calendar blackouts
      **         in one step: every fiscal period end of the year
      **         becomes a "B" row in chgcal.ctl, unless that date is
      **         already blacked out, and chgcal.ctl is saved as
      **         chgcal.ctl.bak first.  chgcal.ctl's cfglock edit
      **         lock is held from the read of the existing blackouts
      **         to the end of the append, and a file another writer
      **         holds or changed meanwhile is left untouched and the
      **         refusal logged.  Every change is logged through
      **         opslog.  Dispatched from opermenu; the calendar is
      **         read by the bizcal lookup.
      **
      ** OUTPUT FILE: calmnt.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "calmnt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select cal-file assign to cal-envfn
              organization is line sequential
              file status is cal-status.
           select new-file assign to new-envfn
              organization is line sequential
              file status is new-status.
           select bak-file assign to bak-filename
              organization is line sequential.
           select chg-file assign to chg-envfn
              organization is line sequential
              file status is chg-status.

       Data Division.
       File Section.
       FD  cal-file.
       01  cal-rec.
           05  bc-date            pic x(8).
           05  filler             pic x.
           05  bc-type            pic x(1).
           05  filler             pic x.
           05  bc-desc            pic x(30).

       FD  new-file.
       01  new-rec                pic x(60).

       FD  bak-file.
       01  bak-rec                pic x(60).

      * chgcal.ctl, the change-calendar row layout (see chgcal.cbl)
       FD  chg-file.
       01  chg-rec.
           05  ca-type            pic x(1).
           05  filler             pic x.
           05  ca-date            pic x(8).
           05  filler             pic x.
           05  ca-start-hhmm      pic x(4).
           05  filler             pic x.
           05  ca-end-hhmm        pic x(4).
           05  filler             pic x.
           05  ca-comment         pic x(30).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 cal-envfn            pic x(42).
       77 new-envfn            pic x(42).
       77 chg-envfn            pic x(42).
       77 bak-filename         pic x(46).

       77 cal-status           pic x(2).
       77 new-status           pic x(2).
       77 chg-status           pic x(2).
       77 choice               pic 9 value 0.
       77 exit-sw              pic x value "N".
          88 exit-requested    value "Y".
       77 answer               pic x(40).
       77 end-of-cal-sw        pic x.
          88 end-of-cal        value "Y".
       77 end-of-new-sw        pic x.
          88 end-of-new        value "Y".
       77 end-of-chg-sw        pic x.
          88 end-of-chg        value "Y".
       77 row-count            pic s9(4) comp-5 value 0.
       77 dropped-count        pic s9(4) comp-5 value 0.
       77 duplicate-sw         pic x.
          88 duplicate-row     value "Y".

       77 entry-date           pic x(8).
       77 entry-type           pic x(1).
       77 entry-desc           pic x(30).
       77 entry-year           pic x(4).

       01 cal-line.
          05 cl-date           pic x(8).
          05 filler            pic x value space.
          05 cl-type           pic x(1).
          05 filler            pic x value space.
          05 cl-desc           pic x(30).

      * the dates chgcal.ctl already blacks out, so a second run of
      * the year's generation adds nothing twice
       01 blackout-dates.
          05 blackout-date     occurs 400 times pic x(8).
       77 blackout-count       pic s9(4) comp-5 value 0.
       77 blackout-idx         pic s9(4) comp-5.
       77 blackout-found-sw    pic x.
          88 blackout-found    value "Y".
       77 added-count          pic s9(4) comp-5 value 0.
       77 added-edit           pic zz9.

       01 blackout-line.
          05 bo-type           pic x(1) value "B".
          05 filler            pic x value space.
          05 bo-date           pic x(8).
          05 filler            pic x value space.
          05 bo-start-hhmm     pic x(4) value "0000".
          05 filler            pic x value space.
          05 bo-end-hhmm       pic x(4) value "2359".
          05 filler            pic x value space.
          05 bo-comment        pic x(30).

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       calmnt-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CALMNT.CBL".

           perform calendar-menu thru calendar-menu-exit
              until exit-requested.

       end-calmnt. goback.

       calendar-menu section.
           display " ".
           display "Business-day calendar maintenance".
           display "1  List the calendar".
           display "2  Add a calendar row".
           display "3  Delete a date/type row".
           display "4  Generate a year's change-calendar blackouts".
           display "0  EXIT".
           display "Enter selection : " with no advancing.
           accept choice.

           if choice equal 0
              move "Y" to exit-sw
              go to calendar-menu-exit.

           evaluate choice
              when 1 perform list-calendar
              when 2 perform add-calendar-row
              when 3 perform delete-calendar-row
              when 4 perform generate-blackouts
              when other display "Invalid selection"
           end-evaluate.
       calendar-menu-exit. exit.

       list-calendar section.
           move "N" to end-of-cal-sw.
           move 0 to row-count.
           open input cal-file.
           if cal-status not equal "00"
              display "no bizcal.dat on file -- the calendar is empty"
              go to end-list-calendar.
           display "DATE     T DESCRIPTION".
           perform list-one-row thru list-one-row-exit
              until end-of-cal.
           close cal-file.
           display row-count, " calendar row(s)".
       end-list-calendar. exit.

       list-one-row section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to list-one-row-exit
           end-read.
           add 1 to row-count.
           display bc-date, " ", bc-type, " ", bc-desc.
       list-one-row-exit. exit.

       add-calendar-row section.
      *************************************************************
      * one row per date and type: a numeric date, a type the     *
      * bizcal lookup knows, and a description that is required   *
      * for a holiday (it is what the reports print)              *
      *************************************************************
           display "date (yyyymmdd)       : " with no advancing.
           accept answer.
           if answer(1:8) is not numeric
              display "date must be numeric yyyymmdd -- not added"
              go to end-add-calendar-row.
           move answer(1:8) to entry-date.

           display "type H=holiday B=worked day ",
                    "M/Q/Y=fiscal month/quarter/year end : "
              with no advancing.
           accept answer.
           if answer(1:1) not equal "H" and answer(1:1) not equal "B"
              and answer(1:1) not equal "M"
              and answer(1:1) not equal "Q"
              and answer(1:1) not equal "Y"
              display "type must be H, B, M, Q or Y -- not added"
              go to end-add-calendar-row.
           move answer(1:1) to entry-type.

           display "description           : " with no advancing.
           accept answer.
           if answer equal spaces and entry-type equal "H"
              display "a holiday needs a description -- not added"
              go to end-add-calendar-row.
           move answer(1:30) to entry-desc.

           perform check-duplicate-row.
           if duplicate-row
              display "add rejected -- ", entry-date, " ",
                       entry-type, " is already in the calendar"
              go to end-add-calendar-row.

           perform save-old-version.
           move entry-date to cl-date.
           move entry-type to cl-type.
           move entry-desc to cl-desc.
           open extend cal-file.
           if cal-status equal "35"
              open output cal-file
           end-if.
           write cal-rec from cal-line.
           close cal-file.

           move spaces to log-detail.
           string "calendar row added " delimited by size
                  entry-date delimited by size
                  " type " delimited by size
                  entry-type delimited by size
                  " " delimited by size
                  entry-desc delimited by "  "
             into log-detail.
           call "opslog" using "CALMNT    ",
                   "BUSINESS CALENDAR UPDATED     ", log-detail.
           display "calendar row added".
       end-add-calendar-row. exit.

       check-duplicate-row section.
           move "N" to duplicate-sw.
           move "N" to end-of-cal-sw.
           open input cal-file.
           if cal-status not equal "00"
              go to end-check-duplicate-row.
           perform match-one-row thru match-one-row-exit
              until end-of-cal or duplicate-row.
           close cal-file.
       end-check-duplicate-row. exit.

       match-one-row section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to match-one-row-exit
           end-read.
           if bc-date equal entry-date and bc-type equal entry-type
              move "Y" to duplicate-sw
           end-if.
       match-one-row-exit. exit.

       delete-calendar-row section.
      *************************************************************
      * the calendar is rewritten through a side file minus every *
      * row for the named date and type -- the file as it stood   *
      * is saved as bizcal.dat.bak first, the cfgmnt convention   *
      *************************************************************
           display "date to delete (yyyymmdd) : " with no advancing.
           accept answer.
           if answer(1:8) is not numeric
              display "date must be numeric yyyymmdd -- nothing done"
              go to end-delete-calendar-row.
           move answer(1:8) to entry-date.

           display "type to delete H/B/M/Q/Y  : " with no advancing.
           accept answer.
           move answer(1:1) to entry-type.

           move "N" to end-of-cal-sw.
           move 0 to dropped-count.
           open input cal-file.
           if cal-status not equal "00"
              display "no bizcal.dat on file -- nothing to delete"
              go to end-delete-calendar-row.
           open output new-file.
           perform sift-one-row thru sift-one-row-exit
              until end-of-cal.
           close cal-file.
           close new-file.

           if dropped-count equal 0
              display "no matching calendar row -- file unchanged"
              go to end-delete-calendar-row.

           perform save-old-version.
           perform swap-in-new-calendar.

           move spaces to log-detail.
           string "calendar row(s) deleted for " delimited by size
                  entry-date delimited by size
                  " type " delimited by size
                  entry-type delimited by size
             into log-detail.
           call "opslog" using "CALMNT    ",
                   "BUSINESS CALENDAR UPDATED     ", log-detail.
           display dropped-count, " calendar row(s) deleted".
       end-delete-calendar-row. exit.

       sift-one-row section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to sift-one-row-exit
           end-read.
           if bc-date equal entry-date
              and bc-type equal entry-type
              add 1 to dropped-count
           else
              write new-rec from cal-rec
           end-if.
       sift-one-row-exit. exit.

       swap-in-new-calendar section.
           move "N" to end-of-new-sw.
           open input new-file.
           open output cal-file.
           perform copy-one-row thru copy-one-row-exit
              until end-of-new.
           close new-file.
           close cal-file.
       end-swap-in-new-calendar. exit.

       copy-one-row section.
           read new-file
              at end
                 move "Y" to end-of-new-sw
                 go to copy-one-row-exit
           end-read.
           write cal-rec from new-rec.
       copy-one-row-exit. exit.

       save-old-version section.
      *************************************************************
      * the edit is reversible: the calendar as it stood is       *
      * copied to bizcal.dat.bak before anything is rewritten     *
      *************************************************************
           move "N" to end-of-cal-sw.
           open input cal-file.
           if cal-status not equal "00"
              go to end-save-old-version.
           move spaces to bak-filename.
           string cal-envfn delimited by space
                  ".bak"    delimited by size
             into bak-filename.
           open output bak-file.
           perform back-up-one-row thru back-up-one-row-exit
              until end-of-cal.
           close cal-file.
           close bak-file.
       end-save-old-version. exit.

       back-up-one-row section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to back-up-one-row-exit
           end-read.
           write bak-rec from cal-rec.
       back-up-one-row-exit. exit.

       generate-blackouts section.
      *************************************************************
      * the year's month-, quarter- and year-end blackouts come   *
      * straight from the fiscal period ends in the calendar;     *
      * a date chgcal.ctl already blacks out (keyed by hand or a  *
      * previous run) is left alone, so this can be rerun safely  *
      *************************************************************
           display "fiscal year of the period ends (yyyy) : "
              with no advancing.
           accept answer.
           if answer(1:4) is not numeric
              display "year must be numeric yyyy -- nothing done"
              go to end-generate-blackouts.
           move answer(1:4) to entry-year.

           move "N" to end-of-cal-sw.
           open input cal-file.
           if cal-status not equal "00"
              display "no bizcal.dat on file -- nothing to generate"
              go to end-generate-blackouts.

      * chgcal.ctl is locked before its blackouts are read, and
      * the append is installed through the lock, so a row another
      * writer added in between is neither lost nor doubled
           call "cfglock" using "A", "chgcal.ctl                    ",
                   "CALMNT    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              close cal-file
              display "chgcal.ctl is locked by another writer -- ",
                       "nothing generated, try again later"
              perform log-blackouts-refused
              go to end-generate-blackouts.

           perform load-blackout-dates.
           perform save-old-blackouts.

           call "cfglock" using "I", "chgcal.ctl                    ",
                   "CALMNT    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              close cal-file
              perform release-edit-lock
              display "chgcal.ctl changed since it was read -- ",
                       "nothing generated"
              perform log-blackouts-refused
              go to end-generate-blackouts.

           move 0 to added-count.
           open extend chg-file.
           if chg-status equal "35"
              open output chg-file
           end-if.
           perform blackout-one-period thru blackout-one-period-exit
              until end-of-cal.
           close cal-file.
           close chg-file.
           perform release-edit-lock.

           move added-count to added-edit.
           move spaces to log-detail.
           string added-edit delimited by size
                  " blackout row(s) generated for fiscal year "
                     delimited by size
                  entry-year delimited by size
             into log-detail.
           call "opslog" using "CALMNT    ",
                   "CHANGE CALENDAR GENERATED     ", log-detail.
           display added-edit, " blackout row(s) added to chgcal.ctl",
                    " for ", entry-year.
       end-generate-blackouts. exit.

       release-edit-lock section.
           call "cfglock" using "R", "chgcal.ctl                    ",
                   "CALMNT    ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       log-blackouts-refused section.
           move spaces to log-detail.
           string "chgcal.ctl unchanged for fiscal year "
                     delimited by size
                  entry-year delimited by size
                  " -- edit lock refused" delimited by size
             into log-detail.
           call "opslog" using "CALMNT    ",
                   "CHANGE CALENDAR NOT GENERATED ", log-detail.
       end-log-blackouts-refused. exit.

       load-blackout-dates section.
           move 0 to blackout-count.
           move "N" to end-of-chg-sw.
           open input chg-file.
           if chg-status not equal "00"
              go to end-load-blackout-dates.
           perform load-one-blackout thru load-one-blackout-exit
              until end-of-chg or blackout-count equal 400.
           close chg-file.
       end-load-blackout-dates. exit.

       load-one-blackout section.
           read chg-file
              at end
                 move "Y" to end-of-chg-sw
                 go to load-one-blackout-exit
           end-read.
           if ca-type equal "B"
              add 1 to blackout-count
              move ca-date to blackout-date(blackout-count)
           end-if.
       load-one-blackout-exit. exit.

       blackout-one-period section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to blackout-one-period-exit
           end-read.
           if bc-type not equal "M" and bc-type not equal "Q"
              and bc-type not equal "Y"
              go to blackout-one-period-exit.
           if bc-date(1:4) not equal entry-year
              go to blackout-one-period-exit.

           move "N" to blackout-found-sw.
           perform check-blackout-date
              varying blackout-idx from 1 by 1
              until blackout-idx > blackout-count or blackout-found.
           if blackout-found
              go to blackout-one-period-exit.

           move bc-date to bo-date.
           if bc-desc not equal spaces
              move bc-desc to bo-comment
           else
              evaluate bc-type
                 when "Y" move "FISCAL YEAR END" to bo-comment
                 when "Q" move "FISCAL QUARTER END" to bo-comment
                 when other move "FISCAL MONTH END" to bo-comment
              end-evaluate
           end-if.
           write chg-rec from blackout-line.
           add 1 to added-count.
           if blackout-count less than 400
              add 1 to blackout-count
              move bc-date to blackout-date(blackout-count)
           end-if.
       blackout-one-period-exit. exit.

       check-blackout-date section.
           if blackout-date(blackout-idx) equal bc-date
              move "Y" to blackout-found-sw
           end-if.
       end-check-blackout-date. exit.

       save-old-blackouts section.
      *************************************************************
      * chgcal.ctl as it stood is copied to chgcal.ctl.bak before *
      * the year's rows are appended                              *
      *************************************************************
           move "N" to end-of-chg-sw.
           open input chg-file.
           if chg-status not equal "00"
              go to end-save-old-blackouts.
           move spaces to bak-filename.
           string chg-envfn delimited by space
                  ".bak"    delimited by size
             into bak-filename.
           open output bak-file.
           perform back-up-one-blackout thru back-up-one-blackout-exit
              until end-of-chg.
           close chg-file.
           close bak-file.
       end-save-old-blackouts. exit.

       back-up-one-blackout section.
           read chg-file
              at end
                 move "Y" to end-of-chg-sw
                 go to back-up-one-blackout-exit
           end-read.
           write bak-rec from chg-rec.
       back-up-one-blackout-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "bizcal.dat                    ",
                   cal-envfn.
           call "envname" using "bizcal.dat.new                ",
                   new-envfn.
           call "envname" using "chgcal.ctl                    ",
                   chg-envfn.
       end-resolve-toolkit-filenames. exit.
