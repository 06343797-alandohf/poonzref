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
      ** SOURCE FILE NAME: chgbrdg.cbl
      **
      ** SAMPLE: Bridge between the toolkit and the corporate
      **         change-management system, in the tktbrdg manner, so
      **         maintenance windows stop being typed into chgcal.ctl
      **         by hand and the change advisory board hears back
      **         whether each change actually ran.
      **
      **         The import pass reads the change system's approved-
      **         change extract (chgin.dat: change number, window
      **         date, start and end hhmm, toolkit action and target,
      **         requester, approver, title).  Each new change number
      **         becomes a chgcal.ctl "W" row for its window and an
      **         approved appr.tickets row -- numbered from appr.seq
      **         as apprmnt numbers them, expiring on the window date
      **         -- so the disruptive programs' chgcal and apprchk
      **         checks find it; chgbrdg.map records which ticket
      **         belongs to which change.  The extract is truncated
      **         afterwards so a row is applied exactly once, the
      **         alertrtr sweep convention.  The rows go onto
      **         chgcal.ctl under its cfglock edit lock; when another
      **         writer holds it nothing is imported, the extract is
      **         kept for the next run, the refusal is logged and the
      **         run ends with return code 8.
      **
      **         The export pass writes one implementation record
      **         per executed disruptive action to chgout.dat, which
      **         the change system's intake job consumes: every
      **         dbops.log "APPROVAL TICKET ACCEPTED" record above
      **         the chgbrdg.seq high-water carry (date and time),
      **         with the change number its ticket maps to (blank
      **         when the ticket came from apprmnt directly), the
      **         start, the end and outcome from the program's next
      **         runreg.log completion record.  A same-day action
      **         with no completion yet is still running: it and
      **         everything after it wait for the next run, so a
      **         record is exported exactly once and only when it
      **         is final; one from an earlier day that never
      **         completed is exported with outcome NO END.
      **
      ** OUTPUT FILE: chgbrdg.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "chgbrdg".

       Environment Division.
       Input-Output Section.
       File-Control.
           select in-file assign to in-envfn
              organization is line sequential
              file status is in-status.
           select cal-file assign to cal-envfn
              organization is line sequential
              file status is cal-status.
           select ticket-file assign to ticket-envfn
              organization is line sequential
              file status is tk-status.
           select tseq-file assign to tseq-envfn
              organization is line sequential
              file status is tseq-status.
           select map-file assign to map-envfn
              organization is line sequential
              file status is map-status.
           select ops-file assign to ops-envfn
              organization is line sequential
              file status is ops-status.
           select reg-file assign to reg-envfn
              organization is line sequential
              file status is reg-status.
           select out-file assign to out-envfn
              organization is line sequential.
           select seq-file assign to seq-envfn
              organization is line sequential
              file status is seq-status.

       Data Division.
       File Section.
       FD  in-file.
       01  chg-in-rec.
           05  ci-change          pic x(10).
           05  filler             pic x.
           05  ci-date            pic x(8).
           05  filler             pic x.
           05  ci-start-hhmm      pic x(4).
           05  filler             pic x.
           05  ci-end-hhmm        pic x(4).
           05  filler             pic x.
           05  ci-action          pic x(10).
           05  filler             pic x.
           05  ci-target          pic x(9).
           05  filler             pic x.
           05  ci-requester       pic x(8).
           05  filler             pic x.
           05  ci-approver        pic x(8).
           05  filler             pic x.
           05  ci-title           pic x(30).

       FD  cal-file.
       01  cal-rec                pic x(52).

       FD  ticket-file.
       01  ticket-rec             pic x(70).

       FD  tseq-file.
       01  tseq-rec.
           05  tq-last-ticket     pic 9(6).

       FD  map-file.
       01  map-rec.
           05  mp-change          pic x(10).
           05  filler             pic x.
           05  mp-ticket          pic x(6).
           05  filler             pic x.
           05  mp-date            pic x(8).
           05  filler             pic x.
           05  mp-start-hhmm      pic x(4).
           05  filler             pic x.
           05  mp-end-hhmm        pic x(4).
           05  filler             pic x.
           05  mp-action          pic x(10).
           05  filler             pic x.
           05  mp-target          pic x(9).

       FD  ops-file.
       01  ops-rec                pic x(240).

       FD  reg-file.
       01  reg-rec.
           05  rg-date            pic x(8).
           05  filler             pic x.
           05  rg-time            pic x(8).
           05  filler             pic x.
           05  rg-program         pic x(10).
           05  filler             pic x.
           05  rg-rc              pic x(5).
           05  filler             pic x.
           05  rg-type            pic x(1).

       FD  out-file.
       01  out-rec                pic x(120).

       FD  seq-file.
       01  seq-rec.
           05  sq-last-stamp      pic x(16).

       Working-Storage Section.

       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 in-envfn             pic x(42).
       77 cal-envfn            pic x(42).
       77 ticket-envfn         pic x(42).
       77 tseq-envfn           pic x(42).
       77 map-envfn            pic x(42).
       77 ops-envfn            pic x(42).
       77 reg-envfn            pic x(42).
       77 out-envfn            pic x(42).
       77 seq-envfn            pic x(42).

       77 in-status            pic x(2).
       77 cal-status           pic x(2).
       77 tk-status            pic x(2).
       77 tseq-status          pic x(2).
       77 map-status           pic x(2).
       77 ops-status           pic x(2).
       77 reg-status           pic x(2).
       77 seq-status           pic x(2).
       77 today-date           pic 9(8).
       77 today-x              pic x(8).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

      * the change-to-ticket map, loaded once for both passes
       01 map-entries.
          05 map-entry         occurs 2000 times.
             10 me-change      pic x(10).
             10 me-ticket      pic x(6).
       77 map-count            pic s9(4) comp-5 value 0.
       77 map-idx              pic s9(4) comp-5.
       77 map-found-sw         pic x value "N".
          88 map-found         value "Y".

       77 last-ticket          pic 9(6) value 0.
       77 ticket-ed            pic 9(6).
       77 imported-count       pic s9(4) comp-5 value 0.
       77 rejected-count       pic s9(4) comp-5 value 0.
       77 exported-count       pic s9(4) comp-5 value 0.
       77 unmapped-count       pic s9(4) comp-5 value 0.
       77 reject-reason        pic x(40).

       01 cal-line.
          05 cl-type           pic x(1) value "W".
          05 filler            pic x value space.
          05 cl-date           pic x(8).
          05 filler            pic x value space.
          05 cl-start-hhmm     pic x(4).
          05 filler            pic x value space.
          05 cl-end-hhmm       pic x(4).
          05 filler            pic x value space.
          05 cl-comment.
             10 cl-change      pic x(10).
             10 filler         pic x value space.
             10 cl-title       pic x(19).

      * same layout apprmnt writes and apprchk reads
       01 ticket-line.
          05 tk-number         pic 9(6).
          05 filler            pic x value space.
          05 tk-date           pic x(8).
          05 filler            pic x value space.
          05 tk-requester      pic x(8).
          05 filler            pic x value space.
          05 tk-approver       pic x(8).
          05 filler            pic x value space.
          05 tk-action         pic x(10).
          05 filler            pic x value space.
          05 tk-target         pic x(9).
          05 filler            pic x value space.
          05 tk-expiry         pic x(8).
          05 filler            pic x value space.
          05 tk-ticket-status  pic x(1).

      * export high-water carry: every accepted-ticket record
      * stamped after this date and time is not yet exported
       77 last-stamp           pic x(16) value spaces.
       77 new-stamp            pic x(16) value spaces.
       77 action-stamp         pic x(16).
       77 hold-sw              pic x value "N".
          88 export-held       value "Y".
       77 held-program         pic x(10).

      * runreg.log completions after the carry, in file order
       01 completion-entries.
          05 completion-entry  occurs 5000 times.
             10 ce-program     pic x(10).
             10 ce-stamp       pic x(16).
             10 ce-rc          pic x(5).
       77 completion-count     pic s9(4) comp-5 value 0.
       77 completion-idx       pic s9(4) comp-5.
       77 completion-found-sw  pic x value "N".
          88 completion-found  value "Y".
       77 outcome-rc           pic s9(4) comp-5.

      * the fixed-layout implementation record the change system's
      * intake job consumes -- the layout is the contract, change
      * it with them
       01 out-line.
          05 ot-system         pic x(8)  value "DBTOOL  ".
          05 filler            pic x value space.
          05 ot-change         pic x(10).
          05 filler            pic x value space.
          05 ot-ticket         pic x(6).
          05 filler            pic x value space.
          05 ot-program        pic x(10).
          05 filler            pic x value space.
          05 ot-operator       pic x(8).
          05 filler            pic x value space.
          05 ot-start-date     pic x(8).
          05 filler            pic x value space.
          05 ot-start-time     pic x(8).
          05 filler            pic x value space.
          05 ot-end-date       pic x(8).
          05 filler            pic x value space.
          05 ot-end-time       pic x(8).
          05 filler            pic x value space.
          05 ot-rc             pic x(5).
          05 filler            pic x value space.
          05 ot-outcome        pic x(10).
          05 filler            pic x value space.
          05 ot-runid          pic x(16).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.
       77 import-refused-sw    pic x value "N".
          88 import-refused    value "Y".

       Procedure Division.
       chgbrdg-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CHGBRDG.CBL".

           accept today-date from date yyyymmdd.
           move today-date to today-x.

           perform load-change-map.
           perform import-approved-changes.
           perform export-implementations.

           display "Changes imported                : ",
                    imported-count.
           display "Change rows rejected            : ",
                    rejected-count.
           display "Implementation records exported : ",
                    exported-count.
           display "  of which under no change      : ",
                    unmapped-count.
           if export-held
              display "export held at ", held-program,
                       " -- still running, next run picks it up"
           end-if.
           if rejected-count greater than 0
              move 4 to RETURN-CODE
           end-if.
           if import-refused
              move 8 to RETURN-CODE
           end-if.

       end-chgbrdg. goback.

       load-change-map section.
      *************************************************************
      * chgbrdg.map: change(10) ticket(6) date(8) start(4) end(4) *
      * action(10) target(9) -- one row per imported change      *
      *************************************************************
           open input map-file.
           if map-status not equal "00"
              go to end-load-change-map.
           move "N" to end-of-file-sw.
           perform load-one-map-row thru load-one-map-row-exit
              until end-of-file or map-count equal 2000.
           close map-file.
       end-load-change-map. exit.

       load-one-map-row section.
           read map-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-map-row-exit
           end-read.
           add 1 to map-count.
           move mp-change to me-change(map-count).
           move mp-ticket to me-ticket(map-count).
       load-one-map-row-exit. exit.

       import-approved-changes section.
      *************************************************************
      * each approved change becomes a "W" window and an approved *
      * ticket; the extract is then truncated so a change is      *
      * applied exactly once                                      *
      *************************************************************
           open input in-file.
           if in-status not equal "00"
              go to end-import-approved-changes.

      * the rows go onto chgcal.ctl under its cfglock edit lock,
      * the one calmnt rewrites the file under; a lock held
      * elsewhere leaves the file and the extract as they are,
      * and the next run imports the changes
           call "cfglock" using "A", "chgcal.ctl                    ",
                   "CHGBRDG   ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              close in-file
              perform refuse-import
              go to end-import-approved-changes.
           call "cfglock" using "I", "chgcal.ctl                    ",
                   "CHGBRDG   ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              close in-file
              perform release-edit-lock
              perform refuse-import
              go to end-import-approved-changes.

           perform load-ticket-sequence.
           open extend cal-file.
           if cal-status equal "35"
              open output cal-file
           end-if.
           open extend ticket-file.
           if tk-status equal "35"
              open output ticket-file
           end-if.
           open extend map-file.
           if map-status equal "35"
              open output map-file
           end-if.

           move "N" to end-of-file-sw.
           perform import-one-change thru import-one-change-exit
              until end-of-file.

           close cal-file.
           close ticket-file.
           close map-file.
           close in-file.
           perform release-edit-lock.
           perform save-ticket-sequence.

           open output in-file.
           close in-file.
       end-import-approved-changes. exit.

       release-edit-lock section.
           call "cfglock" using "R", "chgcal.ctl                    ",
                   "CHGBRDG   ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       refuse-import section.
           move "Y" to import-refused-sw.
           display "chgcal.ctl is locked or changed by another ",
                    "writer -- changes not imported this run".
           move "chgcal.ctl unchanged, chgin.dat kept -- lock refused"
             to log-detail.
           call "opslog" using "CHGBRDG   ",
                   "CHANGE IMPORT REFUSED         ", log-detail.
       end-refuse-import. exit.

       import-one-change section.
           read in-file
              at end
                 move "Y" to end-of-file-sw
                 go to import-one-change-exit
           end-read.
           if chg-in-rec equal spaces
              go to import-one-change-exit.

           move spaces to reject-reason.
           evaluate true
              when ci-change equal spaces
                 move "no change number" to reject-reason
              when ci-date is not numeric
                 move "window date not numeric" to reject-reason
              when ci-start-hhmm is not numeric
                 or ci-end-hhmm is not numeric
                 move "window hours not numeric" to reject-reason
              when ci-end-hhmm less than ci-start-hhmm
                 move "window ends before it starts" to reject-reason
              when ci-action equal spaces
                 move "no toolkit action" to reject-reason
              when ci-requester equal spaces
                 or ci-approver equal spaces
                 move "requester or approver missing"
                   to reject-reason
              when ci-requester equal ci-approver
                 move "requester approved their own change"
                   to reject-reason
           end-evaluate.
           if reject-reason not equal spaces
              add 1 to rejected-count
              display "change ", ci-change, " rejected -- ",
                       reject-reason
              move spaces to log-detail
              string "change " delimited by size
                     ci-change delimited by space
                     " rejected: " delimited by size
                     reject-reason delimited by size
                into log-detail
              call "opslog" using "CHGBRDG   ",
                      "CHANGE IMPORT REJECTED        ", log-detail
              go to import-one-change-exit.

           move "N" to map-found-sw.
           perform check-map-change
              varying map-idx from 1 by 1
              until map-idx > map-count or map-found.
           if map-found
              display "change ", ci-change,
                       " already imported -- skipped"
              go to import-one-change-exit.

           if ci-target equal spaces
              move "ALL      " to ci-target
           end-if.

           move ci-date       to cl-date.
           move ci-start-hhmm to cl-start-hhmm.
           move ci-end-hhmm   to cl-end-hhmm.
           move ci-change     to cl-change.
           move ci-title      to cl-title.
           write cal-rec from cal-line.

           add 1 to last-ticket.
           move last-ticket   to tk-number.
           move today-date    to tk-date.
           move ci-requester  to tk-requester.
           move ci-approver   to tk-approver.
           move ci-action     to tk-action.
           move ci-target     to tk-target.
           move ci-date       to tk-expiry.
           move "A"           to tk-ticket-status.
           write ticket-rec from ticket-line.

           move spaces to map-rec.
           move ci-change     to mp-change.
           move last-ticket   to ticket-ed.
           move ticket-ed     to mp-ticket.
           move ci-date       to mp-date.
           move ci-start-hhmm to mp-start-hhmm.
           move ci-end-hhmm   to mp-end-hhmm.
           move ci-action     to mp-action.
           move ci-target     to mp-target.
           write map-rec.
           if map-count less than 2000
              add 1 to map-count
              move ci-change to me-change(map-count)
              move mp-ticket to me-ticket(map-count)
           end-if.

           add 1 to imported-count.
           move spaces to log-detail.
           string "change " delimited by size
                  ci-change delimited by space
                  " window " delimited by size
                  ci-date delimited by size
                  " ticket " delimited by size
                  mp-ticket delimited by size
                  " " delimited by size
                  ci-action delimited by space
             into log-detail.
           call "opslog" using "CHGBRDG   ",
                   "CHANGE IMPORTED               ", log-detail.
       import-one-change-exit. exit.

       check-map-change section.
           if me-change(map-idx) equal ci-change
              move "Y" to map-found-sw
           end-if.
       end-check-map-change. exit.

       load-ticket-sequence section.
           open input tseq-file.
           if tseq-status equal "00"
              read tseq-file
                 at end continue
                 not at end move tq-last-ticket to last-ticket
              end-read
              close tseq-file
           end-if.
       end-load-ticket-sequence. exit.

       save-ticket-sequence section.
           if imported-count equal 0
              go to end-save-ticket-sequence.
           open output tseq-file.
           move last-ticket to tq-last-ticket.
           write tseq-rec.
           close tseq-file.
       end-save-ticket-sequence. exit.

       export-implementations section.
      *************************************************************
      * every accepted-ticket record after the chgbrdg.seq carry  *
      * becomes one implementation record on chgout.dat, ended   *
      * and judged by its program's next runreg.log completion;  *
      * the carry advances to the last one exported               *
      *************************************************************
           perform load-export-carry.
           perform load-completions.

           open input ops-file.
           if ops-status not equal "00"
              display "no dbops.log on file -- nothing to export"
              go to end-export-implementations.
           open extend out-file.
           move "N" to end-of-file-sw.
           perform export-one-action thru export-one-action-exit
              until end-of-file or export-held.
           close ops-file.
           close out-file.

           if new-stamp not equal spaces
              move new-stamp to last-stamp
              perform save-export-carry
           end-if.
       end-export-implementations. exit.

       load-completions section.
           open input reg-file.
           if reg-status not equal "00"
              go to end-load-completions.
           move "N" to end-of-file-sw.
           perform load-one-completion thru load-one-completion-exit
              until end-of-file or completion-count equal 5000.
           close reg-file.
       end-load-completions. exit.

       load-one-completion section.
           read reg-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-completion-exit
           end-read.
           if rg-type not equal "C"
              go to load-one-completion-exit.
           move spaces to action-stamp.
           string rg-date delimited by size
                  rg-time delimited by size
             into action-stamp.
           if action-stamp not greater than last-stamp
              go to load-one-completion-exit.
           add 1 to completion-count.
           move rg-program   to ce-program(completion-count).
           move action-stamp to ce-stamp(completion-count).
           move rg-rc        to ce-rc(completion-count).
       load-one-completion-exit. exit.

       export-one-action section.
           read ops-file
              at end
                 move "Y" to end-of-file-sw
                 go to export-one-action-exit
           end-read.
           move ops-rec to raw-log-record.
           call "logread" using "O", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to export-one-action-exit.
           if LOGREC-ACTION not equal "APPROVAL TICKET ACCEPTED"
              go to export-one-action-exit.
           move spaces to action-stamp.
           string LOGREC-DATE delimited by size
                  LOGREC-TIME delimited by size
             into action-stamp.
           if action-stamp not greater than last-stamp
              go to export-one-action-exit.

           move "N" to completion-found-sw.
           perform check-completion-entry
              varying completion-idx from 1 by 1
              until completion-idx > completion-count
                 or completion-found.
           if not completion-found
              and LOGREC-DATE not less than today-x
      * still running -- hold the carry here so it is exported
      * once it is final
              move "Y" to hold-sw
              move LOGREC-PROGRAM to held-program
              go to export-one-action-exit.

           move spaces to out-line.
           move "DBTOOL  " to ot-system.
      * the ticket number is the last six characters of the
      * "proceeding under approval ticket nnnnnn" detail
           move spaces to ot-ticket.
           unstring LOGREC-DETAIL delimited by "approval ticket "
              into log-detail ot-ticket.
           move "N" to map-found-sw.
           perform check-map-ticket
              varying map-idx from 1 by 1
              until map-idx > map-count or map-found.
           if map-found
              subtract 1 from map-idx
              move me-change(map-idx) to ot-change
           else
              move spaces to ot-change
              add 1 to unmapped-count
           end-if.
           move LOGREC-PROGRAM  to ot-program.
           move LOGREC-OPERATOR to ot-operator.
           move LOGREC-DATE     to ot-start-date.
           move LOGREC-TIME     to ot-start-time.
           move LOGREC-RUNID    to ot-runid.
           if completion-found
              subtract 1 from completion-idx
              move ce-stamp(completion-idx)(1:8) to ot-end-date
              move ce-stamp(completion-idx)(9:8) to ot-end-time
              move ce-rc(completion-idx) to ot-rc
              perform judge-outcome
           else
      * begun on an earlier day and never completed -- the job
      * died under it; the board has to hear that too
              move "NO END" to ot-outcome
           end-if.
           write out-rec from out-line.
           add 1 to exported-count.
           move action-stamp to new-stamp.
       export-one-action-exit. exit.

       check-completion-entry section.
           if ce-program(completion-idx) equal LOGREC-PROGRAM
              and ce-stamp(completion-idx) not less than action-stamp
              move "Y" to completion-found-sw
           end-if.
       end-check-completion-entry. exit.

       check-map-ticket section.
           if me-ticket(map-idx) equal ot-ticket
              move "Y" to map-found-sw
           end-if.
       end-check-map-ticket. exit.

       judge-outcome section.
      * runreg writes the return code right-justified in five
           move "FAILED" to ot-outcome.
           if ce-rc(completion-idx) equal "    0"
              move "SUCCESSFUL" to ot-outcome
              go to end-judge-outcome.
           if ce-rc(completion-idx) equal "    4"
              move "WARNINGS" to ot-outcome
              go to end-judge-outcome.
           if ce-rc(completion-idx) equal "   12"
              move "REFUSED" to ot-outcome
           end-if.
       end-judge-outcome. exit.

       load-export-carry section.
      *************************************************************
      * chgbrdg.seq carries the date and time of the last action  *
      * exported; a missing file exports the whole log once       *
      *************************************************************
           open input seq-file.
           if seq-status not equal "00"
              go to end-load-export-carry.
           read seq-file
              at end continue
              not at end move sq-last-stamp to last-stamp
           end-read.
           close seq-file.
       end-load-export-carry. exit.

       save-export-carry section.
           open output seq-file.
           if seq-status not equal "00"
              display "CHGBRDG: chgbrdg.seq not writable -- ",
                       "actions will re-export next run"
              go to end-save-export-carry.
           move last-stamp to sq-last-stamp.
           write seq-rec.
           close seq-file.
       end-save-export-carry. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "chgin.dat                     ",
                   in-envfn.
           call "envname" using "chgcal.ctl                    ",
                   cal-envfn.
           call "envname" using "appr.tickets                  ",
                   ticket-envfn.
           call "envname" using "appr.seq                      ",
                   tseq-envfn.
           call "envname" using "chgbrdg.map                   ",
                   map-envfn.
           call "envname" using "dbops.log                     ",
                   ops-envfn.
           call "envname" using "runreg.log                    ",
                   reg-envfn.
           call "envname" using "chgout.dat                    ",
                   out-envfn.
           call "envname" using "chgbrdg.seq                   ",
                   seq-envfn.
       end-resolve-toolkit-filenames. exit.
