      **     and rewrite, so two overlapping callers cannot read
      **     the same dbevents.chk seed and fork the check chain
      **     into a false tamper alarm.
      **     the incident checkerr opens gains an N-row under the
      **     DATABASE id naming the database the work was against
      **     (as the caller set it through errdb), so the problem-
      **     management pass (probmgt) can group recurring incidents
      **     by database as well as SQLCODE and program.
      **     a runbook row may now name a corrective program, with
      **     its control file and control record: when the event's
      **     incident opens, the fix is queued onto work.queue for
      **     qrunner (operator RUNBOOK, the qsubmit record and
      **     sequence), limited to a number of fixes per window of
      **     hours per entry (runbook.fired), and a disruptive
      **     program is only queued under an open emergency
      **     (emrgchk) or an approved ticket (apprchk); an opslog
      **     record and an AUTOFIX incident note tie the action, or
      **     the reason it was held, to the incident.
      **     an event dbevents.log cannot take -- the open still
      **     busy after the retries, or the write failing on a full
      **     filesystem -- now goes to the logspill fallback spill
      **     instead of only the console, and the next event written
      **     replays the spill ahead of itself: in order, each
      **     record given its place in the check chain and the date
      **     index and an RPL marker after the check column, with a
      **     LOG SPILL REPLAYED line in the ops log.
      ***********************************************************************

       Identification Division.
           select runbook-file assign to runbook-envfn
              organization is line sequential
              file status is runbook-status.
           select fired-file assign to fired-envfn
              organization is line sequential
              file status is fired-status.
           select queue-file assign to queue-envfn
              organization is line sequential
              file status is queue-status.
           select qseq-file assign to qseq-envfn
              organization is line sequential
              file status is qseq-status.

       Data Division.
       File Section.
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

       FD  fired-file.
       01  fired-rec.
           05  rf-number          pic 9(4).
           05  filler             pic x.
           05  rf-date            pic x(8).
           05  filler             pic x.
           05  rf-time            pic x(8).
           05  filler             pic x.
           05  rf-incident        pic 9(6).
           05  filler             pic x.
           05  rf-queue-seq       pic 9(6).
           05  filler             pic x.
           05  rf-program         pic x(10).

       FD  queue-file.
       01  queue-rec              pic x(164).

       FD  qseq-file.
       01  qseq-rec.
           05  qs-last-entry      pic 9(6).

       Working-Storage Section.

       77 inc-seq-envfn        pic x(42).
       77 chk-envfn            pic x(42).
       77 runbook-envfn        pic x(42).
       77 fired-envfn          pic x(42).
       77 queue-envfn          pic x(42).
       77 qseq-envfn           pic x(42).

      * runbook table, loaded with the policy on the first call;
      * a matched row stamps the event and annotates the incident
             10 rn-code        pic s9(9) comp-5.
             10 rn-program     pic x(10).
             10 rn-note        pic x(56).
             10 rn-fix-program pic x(10).
             10 rn-fix-ctl-name pic x(30).
             10 rn-fix-ctl-rec pic x(80).
             10 rn-fix-limit   pic s9(4) comp-5.
             10 rn-fix-hours   pic s9(4) comp-5.
             10 rn-fix-action  pic x(10).
       77 runbook-count        pic s9(4) comp-5 value 0.
       77 runbook-idx          pic s9(4) comp-5.
       77 runbook-hit          pic s9(4) comp-5 value 0.

      * a runbook row naming a corrective program has the fix
      * queued onto work.queue for qrunner when its incident opens;
      * runbook.fired remembers each one for the rate limit
       77 fired-status         pic x(2).
       77 queue-status         pic x(2).
       77 qseq-status          pic x(2).
       77 end-of-fired-sw      pic x.
          88 end-of-fired      value "Y".
       77 fired-count          pic s9(4) comp-5.
       77 last-queue-entry     pic 9(6).
       77 fix-program-lc       pic x(10).
       77 fix-action           pic x(10).
       77 fix-target           pic x(9).
       77 fix-ticket           pic x(6).
       77 fix-rc               pic s9(9) comp-5.
       77 fix-held-sw          pic x.
          88 fix-held          value "Y".
       77 disruptive-idx       pic s9(4) comp-5.
       77 disruptive-sw        pic x.
          88 fix-disruptive    value "Y".
       77 fix-cover            pic x(20).

      * the programs that stop, force, restore or change things --
      * never queued unattended without an open emergency or an
      * approved ticket -- each with the ticket action it answers to
       01 disruptive-list.
          05 filler.
             10 pic x(10) value "dbstop".
             10 pic x(10) value "STOPFORCE".
          05 filler.
             10 pic x(10) value "restart".
             10 pic x(10) value "RESTART".
          05 filler.
             10 pic x(10) value "idlereap".
             10 pic x(10) value "FORCE".
          05 filler.
             10 pic x(10) value "dbrestor".
             10 pic x(10) value "RESTORE".
          05 filler.
             10 pic x(10) value "migrate".
             10 pic x(10) value "MIGRATE".
          05 filler.
             10 pic x(10) value "cfgfix".
             10 pic x(10) value "CFGFIX".
          05 filler.
             10 pic x(10) value "dbdecomm".
             10 pic x(10) value "DECOMM".
          05 filler.
             10 pic x(10) value "db_udcs".
             10 pic x(10) value "DROP".
       01 disruptive-table redefines disruptive-list.
          05 disruptive-item occurs 8 times.
             10 dl-program     pic x(10).
             10 dl-action      pic x(10).

      * hour serials for the rate-limit window
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 now-hours            pic s9(9) comp-5.
       77 fired-hours          pic s9(9) comp-5.
       01 hour-parse.
          05 hp-hh             pic 9(2).
          05 filler            pic x(6).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

      * the tamper-evident chain: the previous event record's
      * check value, carried in dbevents.chk, seeds the next one
      * through the shared logchain arithmetic
           05  filler             pic x value space.
           05  in-text            pic x(56).

      * the database the failing work was against, for problem
      * grouping -- as the caller set it through errdb; blank for
      * instance-level work
       77  incident-dbname        pic x(8).

      * SQLCODE policy table, loaded from checkerr.policy on the
      * first call of the run; codes with no policy row keep the
      * original hardcoded behavior
           05  ev-msgtext         pic x(70).
           05  filler             pic x value space.
           05  ev-check           pic x(8).
           05  filler             pic x value space.
      * "RPL" on a record replayed from the spill -- outside the
      * chained columns, so the check value is unaffected by it
           05  ev-replay          pic x(3).

      * the fallback spill (logspill) an event goes to when
      * dbevents.log cannot take it, and the replay that brings it
      * back ahead of the event being written
       01  spill-record           pic x(240).
       01  held-event-line        pic x(240).
       77  spill-rc               pic x(2).
       77  replayed-count         pic 9(6) value 0.
       77  saved-check            pic x(8).
       77  write-failed-sw        pic x value "N".
           88 write-failed        value "Y".

       Linkage Section.
       copy "sqlca.cbl".

           perform resolve-toolkit-filenames.

      * the database the caller set for this check is taken, and
      * cleared for the next, whatever the outcome
           move spaces to incident-dbname.
           call "errdb" using "T", incident-dbname.

           if not policy-loaded
              perform load-policy-file
              perform load-runbook-file
      *************************************************************
      * runbook.dat: reference(4), SQLCODE(6, the policy file's   *
      * right-justified signed convention), optional program(10)  *
      * and the shop's remediation note(56); optionally then the  *
      * corrective program(10), its control file(30) and control  *
      * record(80), a rate limit of fixes(2) per window hours(3)  *
      * and the approval-ticket action(10) it answers to; a       *
      * missing file leaves the runbook empty                     *
      *************************************************************
           open input runbook-file.
           if runbook-status not equal "00"
           move parsed-code to rn-code(runbook-count).
           move rb-program to rn-program(runbook-count).
           move rb-note    to rn-note(runbook-count).
           move rb-fix-program  to rn-fix-program(runbook-count).
           move rb-fix-ctl-name to rn-fix-ctl-name(runbook-count).
           move rb-fix-ctl-rec  to rn-fix-ctl-rec(runbook-count).
           move rb-fix-action   to rn-fix-action(runbook-count).
      * a blank limit means once per window, a blank window a day
           if rb-fix-limit is numeric and rb-fix-limit greater than 0
              move rb-fix-limit to rn-fix-limit(runbook-count)
           else
              move 1 to rn-fix-limit(runbook-count)
           end-if.
           if rb-fix-hours is numeric and rb-fix-hours greater than 0
              move rb-fix-hours to rn-fix-hours(runbook-count)
           else
              move 24 to rn-fix-hours(runbook-count)
           end-if.
       load-one-runbook-row-exit. exit.

       find-runbook-match section.
              move error-buffer(1:56) to in-text
              write incident-rec from incident-line
           end-if.
      * the database rides in as a note the problem pass groups on
           if incident-dbname not equal spaces
              move "N"          to in-rectype
              move "DATABASE  " to in-who
              move incident-dbname to in-text
              write incident-rec from incident-line
           end-if.
      * the runbook's remediation note rides in as the incident's
      * first note -- the fix from last time, on file this time
           if runbook-hit not equal 0
              move "RUNBOOK   " to in-who
              move rn-note(runbook-hit) to in-text
              write incident-rec from incident-line
              if rn-fix-program(runbook-hit) not equal spaces
                 perform queue-runbook-fix
              end-if
           end-if.
           close incident-file.

           display "incident ", in-number, " opened".
       end-open-incident. exit.

       queue-runbook-fix section.
      *************************************************************
      * the runbook's corrective program goes onto work.queue for *
      * qrunner, the qsubmit way -- unless the entry has already  *
      * fired its limit inside its window, or the program is      *
      * disruptive and there is neither an open emergency nor an  *
      * approved ticket; either way the incident and opslog say   *
      * what was done about it                                    *
      *************************************************************
           move "N" to fix-held-sw.
           move spaces to fix-cover.
           perform count-recent-fixes.
           if fired-count not less than rn-fix-limit(runbook-hit)
              move "Y" to fix-held-sw
              move spaces to log-detail
              string "incident " delimited by size
                     in-number delimited by size
                     " RB#" delimited by size
                     rn-number(runbook-hit) delimited by size
                     " " delimited by size
                     rn-fix-program(runbook-hit) delimited by space
                     " held -- rate limit reached"
                        delimited by size
                into log-detail
              go to log-held-fix.

           perform judge-fix-disruptive.
           if fix-disruptive
              perform find-fix-cover
              if fix-held
                 move spaces to log-detail
                 string "incident " delimited by size
                        in-number delimited by size
                        " RB#" delimited by size
                        rn-number(runbook-hit) delimited by size
                        " " delimited by size
                        rn-fix-program(runbook-hit)
                           delimited by space
                        " held -- no emergency/ticket"
                           delimited by size
                   into log-detail
                 go to log-held-fix
              end-if
           end-if.

           perform write-queue-entry.
           if queue-status not equal "00"
              move spaces to log-detail
              string "incident " delimited by size
                     in-number delimited by size
                     " RB#" delimited by size
                     rn-number(runbook-hit) delimited by size
                     " work.queue not writable" delimited by size
                into log-detail
              go to log-held-fix.
           perform record-fired-fix.

           move spaces to log-detail.
           string "incident " delimited by size
                  in-number delimited by size
                  " RB#" delimited by size
                  rn-number(runbook-hit) delimited by size
                  " entry " delimited by size
                  last-queue-entry delimited by size
                  " " delimited by size
                  rn-fix-program(runbook-hit) delimited by space
                  " " delimited by size
                  fix-cover delimited by "  "
             into log-detail.
           call "opslog" using "CHECKERR  ",
                   "RUNBOOK FIX QUEUED            ", log-detail.
           move "N"          to in-rectype.
           move "AUTOFIX   " to in-who.
           move spaces to in-text.
           string "queued " delimited by size
                  rn-fix-program(runbook-hit) delimited by space
                  " as work.queue entry " delimited by size
                  last-queue-entry delimited by size
             into in-text.
           write incident-rec from incident-line.
           display "runbook fix ", rn-fix-program(runbook-hit),
                    " queued as entry ", last-queue-entry.
           go to end-queue-runbook-fix.

       log-held-fix.
           call "opslog" using "CHECKERR  ",
                   "RUNBOOK FIX HELD              ", log-detail.
           move "N"          to in-rectype.
           move "AUTOFIX   " to in-who.
           move spaces to in-text.
           string "fix not queued:" delimited by size
                  log-detail(24:37) delimited by size
             into in-text.
           write incident-rec from incident-line.
           display "runbook fix not queued: ", log-detail.
       end-queue-runbook-fix. exit.

       count-recent-fixes section.
      * how many times this entry has queued its fix inside the
      * entry's window, counted in whole hours back from now
           move 0 to fired-count.
           move today-date to serial-work-date.
           perform date-to-serial.
           move now-time to hour-parse.
           compute now-hours = serial-days * 24 + hp-hh.
           move "N" to end-of-fired-sw.
           open input fired-file.
           if fired-status not equal "00"
              go to end-count-recent-fixes.
           perform count-one-fired thru count-one-fired-exit
              until end-of-fired.
           close fired-file.
       end-count-recent-fixes. exit.

       count-one-fired section.
           read fired-file
              at end
                 move "Y" to end-of-fired-sw
                 go to count-one-fired-exit
           end-read.
           if rf-number not equal rn-number(runbook-hit)
              or rf-date is not numeric
              go to count-one-fired-exit.
           move rf-date to serial-work-date.
           perform date-to-serial.
           move rf-time to hour-parse.
           if hp-hh is not numeric
              move 0 to hp-hh
           end-if.
           compute fired-hours = serial-days * 24 + hp-hh.
           if now-hours - fired-hours less than
              rn-fix-hours(runbook-hit)
              add 1 to fired-count
           end-if.
       count-one-fired-exit. exit.

       judge-fix-disruptive section.
      * disruptive when the entry names a ticket action, or when
      * the program is one of the known disruptive ones
           move "N" to disruptive-sw.
           move rn-fix-action(runbook-hit) to fix-action.
           move rn-fix-program(runbook-hit) to fix-program-lc.
           inspect fix-program-lc converting
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              to "abcdefghijklmnopqrstuvwxyz".
           perform check-one-disruptive
              varying disruptive-idx from 1 by 1
              until disruptive-idx > 8.
           if fix-action not equal spaces
              move "Y" to disruptive-sw
           end-if.
       end-judge-fix-disruptive. exit.

       check-one-disruptive section.
           if dl-program(disruptive-idx) equal fix-program-lc
              move "Y" to disruptive-sw
              if fix-action equal spaces
                 move dl-action(disruptive-idx) to fix-action
              end-if
           end-if.
       end-check-one-disruptive. exit.

       find-fix-cover section.
      *************************************************************
      * an open emergency covers the fix (emrgchk logs that it    *
      * was leaned on); otherwise an approved ticket for the      *
      * action against the incident's database, or against ALL    *
      *************************************************************
           call "emrgchk" using "CHECKERR  ", fix-rc.
           if fix-rc equal 0
              move "under emergency" to fix-cover
              go to end-find-fix-cover.
           move spaces to fix-target.
           move incident-dbname to fix-target.
           move 8 to fix-rc.
           if fix-target not equal spaces
              call "apprchk" using fix-action, fix-target,
                      fix-ticket, fix-rc
           end-if.
           if fix-rc not equal 0
              call "apprchk" using fix-action, "ALL      ",
                      fix-ticket, fix-rc
           end-if.
           if fix-rc equal 0
              move spaces to fix-cover
              string "ticket " delimited by size
                     fix-ticket delimited by size
                into fix-cover
           else
              move "Y" to fix-held-sw
           end-if.
       end-find-fix-cover. exit.

       write-queue-entry section.
      * the qsubmit record and sequence, operator RUNBOOK
           move 0 to last-queue-entry.
           open input qseq-file.
           if qseq-status equal "00"
              read qseq-file
                 at end continue
                 not at end move qs-last-entry to last-queue-entry
              end-read
              close qseq-file
           end-if.
           open extend queue-file.
           if queue-status not equal "00"
              go to end-write-queue-entry.
           add 1 to last-queue-entry.
           move spaces to queue-rec.
           move last-queue-entry to queue-rec(1:6).
           move "P"              to queue-rec(8:1).
           move today-date       to queue-rec(10:8).
           move now-time         to queue-rec(19:8).
           move "RUNBOOK "       to queue-rec(28:8).
           move rn-fix-program(runbook-hit)  to queue-rec(37:10).
           move rn-fix-ctl-name(runbook-hit) to queue-rec(48:30).
           move rn-fix-ctl-rec(runbook-hit)  to queue-rec(79:80).
           write queue-rec.
           close queue-file.
           open output qseq-file.
           move last-queue-entry to qs-last-entry.
           write qseq-rec.
           close qseq-file.
       end-write-queue-entry. exit.

       record-fired-fix section.
           open extend fired-file.
           if fired-status not equal "00"
              open output fired-file
           end-if.
           move spaces to fired-rec.
           move rn-number(runbook-hit) to rf-number.
           move today-date to rf-date.
           move now-time to rf-time.
           move last-incident to rf-incident.
           move last-queue-entry to rf-queue-seq.
           move rn-fix-program(runbook-hit) to rf-program.
           write fired-rec.
           close fired-file.
       end-record-fired-fix. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the rate-limit window works   *
      * across month and year boundaries with plain arithmetic    *
      *************************************************************
           move swd-yyyy to serial-yy.
           move swd-mm   to serial-mm.
           if serial-mm less than 3
              subtract 1 from serial-yy
              add 12 to serial-mm
           end-if.
           compute serial-days = 365 * serial-yy
              + serial-yy / 4 - serial-yy / 100 + serial-yy / 400
              + (153 * (serial-mm - 3) + 2) / 5
              + swd-dd.
       end-date-to-serial. exit.

       write-event-record section.
           accept today-date from date yyyymmdd.
           accept now-time   from time.
              move "LOCAL" to ev-host
           end-if.

           move spaces      to ev-replay.
           move today-date  to ev-date.
           move now-time    to ev-time.
           move lk-program  to ev-program.
      * seed and fork the check chain -- the opslog convention
           perform open-event-with-retry.
           if not open-ok
      * the record is not silently dropped -- it goes to the spill
      * on the alternate path, or failing that to SYSOUT
              perform spill-event-line
              go to end-write-event-record.

           perform load-chain-carry.
           move "N" to write-failed-sw.
           move event-line to held-event-line.
           perform replay-spilled-events.
           move held-event-line to event-line.
           if write-failed
              perform spill-event-line
           else
              perform chain-and-write-event
              if write-failed
                 perform spill-event-line
              else
                 call "logidx" using "dbevents.idx                  "
              end-if
           end-if.
           perform save-chain-carry.
           close event-file.
      * the replay is noted in the ops log once dbevents.log is
      * closed again
           if replayed-count not equal 0
              move spaces to log-detail
              string "dbevents.log records replayed from spill: "
                        delimited by size
                     replayed-count delimited by size
                into log-detail
              call "opslog" using "CHECKERR  ",
                      "LOG SPILL REPLAYED            ", log-detail
           end-if.
       end-write-event-record. exit.

       chain-and-write-event section.
      *************************************************************
      * the record's check value is computed over its bytes and   *
      * the previous record's check (logchain) and becomes the    *
      * next record's seed -- unless the write fails, when the    *
      * seed stays put                                            *
      *************************************************************
           move spaces to chain-record.
           move event-line(1:227) to chain-record.
           call "logchain" using prev-check, chain-record,
                   chain-length, next-check.
           move next-check to ev-check.
           move prev-check to saved-check.
           move next-check to prev-check.
           write event-rec from event-line.
           if event-status not equal "00"
              move saved-check to prev-check
              move "Y" to write-failed-sw
           end-if.
       end-chain-and-write-event. exit.

       spill-event-line section.
      *************************************************************
      * the event as built, less the check value it is only given *
      * when it reaches dbevents.log                              *
      *************************************************************
           move spaces to spill-record.
           move event-line to spill-record.
           move spaces to spill-record(229:12).
           call "logspill" using "S", "dbevents.log                  ",
                   spill-record, spill-rc.
       end-spill-event-line. exit.

       replay-spilled-events section.
      *************************************************************
      * events spilled while dbevents.log could not take them are *
      * put back, in the order they were spilled, ahead of this   *
      * one: each takes its place in the chain and the date index *
      * and the replay marker                                     *
      *************************************************************
           move 0 to replayed-count.
           call "logspill" using "O", "dbevents.log                  ",
                   spill-record, spill-rc.
           if spill-rc not equal "00"
              go to end-replay-spilled-events.
           perform replay-one-event thru replay-one-event-exit
              until spill-rc not equal "00" or write-failed.
           call "logspill" using "C", "dbevents.log                  ",
                   spill-record, spill-rc.
       end-replay-spilled-events. exit.

       replay-one-event section.
           call "logspill" using "R", "dbevents.log                  ",
                   spill-record, spill-rc.
           if spill-rc not equal "00"
              go to replay-one-event-exit.
           move spill-record to event-line.
           move "RPL" to ev-replay.
           perform chain-and-write-event.
           if write-failed
              go to replay-one-event-exit.
           call "logidx" using "dbevents.idx                  ".
           call "logspill" using "K", "dbevents.log                  ",
                   spill-record, spill-rc.
           add 1 to replayed-count.
       replay-one-event-exit. exit.

       open-event-with-retry section.
      *************************************************************
                   chk-envfn.
           call "envname" using "runbook.dat                   ",
                   runbook-envfn.
           call "envname" using "runbook.fired                 ",
                   fired-envfn.
           call "envname" using "work.queue                    ",
                   queue-envfn.
           call "envname" using "qsubmit.seq                   ",
                   qseq-envfn.
       end-resolve-toolkit-filenames. exit.
