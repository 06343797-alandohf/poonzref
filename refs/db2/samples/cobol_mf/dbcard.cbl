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
      ** SOURCE FILE NAME: dbcard.cbl
      **
      ** DB2 APIs USED:
      **         sqlgmnsz -- ESTIMATE BUFFER SIZE
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** SAMPLE: Single-database card inquiry, dispatched from
      **         opermenu.  "What's the story with PAYROLL?" used
      **         to take ten reports; give a database name and this
      **         paints one card with everything the toolkit knows
      **         about it:
      **             the inventory row (environment, instance,
      **             owner, contact) and the applications appdep.dat
      **             says depend on it;
      **             the last successful backup.hist backup and the
      **             RPO status rpochk.rpt gave it;
      **             the last fire-drill verification (the VERIFIED
      **             stamp firedrl leaves on backup.hist);
      **             the days left per tablespace from capfcst.rpt;
      **             the newest compliance run's exceptions from
      **             dbconf.complog;
      **             its open incidents (incident.log) and its
      **             unacknowledged alerts (alert.queue less
      **             alert.acks);
      **             its last dbready.rpt status and a live
      **             connection count (the statbrd snapshot);
      **             tonight's planned work from nightpln.rpt and
      **             the coming change-calendar rows in chgcal.ctl;
      **             and the standing notes operators keep about
      **             its known quirks (dbnotes.dat).
      **         Under the card: N adds a standing note (stamped
      **         with the operator's USER id and logged through
      **         opslog), P prints the card to dbcard.out for a
      **         hand-off, the loginq.out way, and Enter moves on
      **         to the next database.  A source not on file is
      **         said so on the card rather than left blank -- no
      **         evidence is not a clean bill of health.
      **
      ** OUTPUT FILE: dbcard.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "dbcard".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is random
              record key is IV-DBNAME
              file status is inv-status.
           select dep-file assign to dep-envfn
              organization is line sequential
              file status is dep-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select src-file assign to src-filename
              organization is line sequential
              file status is src-status.
           select comp-file assign to comp-envfn
              organization is line sequential
              file status is src-status.
           select incident-file assign to incident-envfn
              organization is line sequential
              file status is src-status.
           select queue-file assign to queue-envfn
              organization is line sequential
              file status is src-status.
           select ack-file assign to ack-envfn
              organization is line sequential
              file status is ack-status.
           select cal-file assign to cal-envfn
              organization is line sequential
              file status is src-status.
           select notes-file assign to notes-envfn
              organization is line sequential
              file status is notes-status.
           select out-file assign to out-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  dep-file.
       01  dep-rec.
           05  dp-appl-name       pic x(20).
           05  filler             pic x.
           05  dp-dbname          pic x(8).
           05  filler             pic x.
           05  dp-rank            pic 9(2).

       FD  hist-file.
       01  bkp-hist-rec.
           05  bh-date            pic x(8).
           05  filler             pic x.
           05  bh-time            pic x(8).
           05  filler             pic x.
           05  bh-dbname          pic x(9).
           05  filler             pic x.
           05  bh-type            pic x(1).
           05  filler             pic x.
           05  bh-target          pic x(40).
           05  filler             pic x.
           05  bh-duration        pic x(6).
           05  filler             pic x.
           05  bh-sqlcode         pic x(6).
           05  filler             pic x.
           05  bh-result          pic x(40).
           05  filler             pic x.
           05  bh-base-date       pic x(8).
           05  filler             pic x.
           05  bh-prune-mark      pic x(6).
           05  filler             pic x.
           05  bh-prune-date      pic x(8).

      * the source reports, read by column
       FD  src-file.
       01  src-rec                pic x(110).

       FD  comp-file.
       01  comp-rec.
           05  co-date            pic x(8).
           05  filler             pic x.
           05  co-time            pic x(8).
           05  filler             pic x.
           05  co-dbname          pic x(8).
           05  filler             pic x.
           05  co-class           pic x(4).
           05  filler             pic x.
           05  co-token           pic x(12).

       FD  incident-file.
       01  incident-rec.
           05  in-number          pic 9(6).
           05  filler             pic x.
           05  in-rectype         pic x(1).
           05  filler             pic x.
           05  in-date            pic x(8).
           05  filler             pic x.
           05  in-time            pic x(8).
           05  filler             pic x.
           05  in-who             pic x(10).
           05  filler             pic x.
           05  in-code            pic x(6).
           05  filler             pic x.
           05  in-text            pic x(56).

       FD  queue-file.
       01  queue-rec.
           05  qu-alertid         pic 9(6).
           05  filler             pic x.
           05  qu-date            pic x(8).
           05  filler             pic x.
           05  qu-time            pic x(8).
           05  filler             pic x.
           05  qu-program         pic x(10).
           05  filler             pic x.
           05  qu-dbname          pic x(9).
           05  filler             pic x.
           05  qu-severity        pic x(8).
           05  filler             pic x.
           05  qu-route           pic x(7).
           05  filler             pic x.
           05  qu-message         pic x(70).
           05  filler             pic x.
           05  qu-contact         pic x(40).
           05  filler             pic x.
           05  qu-host            pic x(8).

       FD  ack-file.
       01  ack-rec                pic x(74).

       FD  cal-file.
       01  cal-rec.
           05  ca-type            pic x(1).
           05  filler             pic x.
           05  ca-date            pic x(8).
           05  filler             pic x.
           05  ca-start-hhmm      pic x(4).
           05  filler             pic x.
           05  ca-end-hhmm        pic x(4).
           05  filler             pic x.
           05  ca-comment         pic x(30).

      * dbnotes.dat: the standing notes, one row per note
       FD  notes-file.
       01  notes-rec.
           05  nt-dbname          pic x(8).
           05  filler             pic x.
           05  nt-date            pic x(8).
           05  filler             pic x.
           05  nt-operator        pic x(8).
           05  filler             pic x.
           05  nt-text            pic x(60).

       FD  out-file.
       01  out-rec                pic x(79).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inv-envfn            pic x(42).
       77 dep-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 src-filename         pic x(42).
       77 comp-envfn           pic x(42).
       77 incident-envfn       pic x(42).
       77 queue-envfn          pic x(42).
       77 ack-envfn            pic x(42).
       77 cal-envfn            pic x(42).
       77 notes-envfn          pic x(42).
       77 out-envfn            pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
       copy "sqlmon.cbl".

      * Local Variables
       77 rc                   pic s9(9) comp-5.
       77 inv-status           pic x(2).
       77 dep-status           pic x(2).
       77 hist-status          pic x(2).
       77 src-status           pic x(2).
       77 ack-status           pic x(2).
       77 notes-status         pic x(2).
       77 end-of-src-sw        pic x.
          88 end-of-src        value "Y".
       77 end-of-acks-sw       pic x.
          88 end-of-acks       value "Y".
       77 quit-sw              pic x value "N".
          88 quit-requested    value "Y".
       77 card-done-sw         pic x.
          88 card-done         value "Y".
       77 inv-found-sw         pic x.
          88 inv-found         value "Y".

       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 today-x              pic x(8).
       77 operator-id          pic x(8).
       77 answer               pic x(60).
       77 want-dbname          pic x(8).

       01 upper-work           pic x(60).
       77 lower-alpha          pic x(26) value
          "abcdefghijklmnopqrstuvwxyz".
       77 upper-alpha          pic x(26) value
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * the card itself: built once per database, shown on the
      * screen and, on P, written to dbcard.out as shown
       01 card-entries.
          05 card-line         occurs 200 times pic x(79).
       77 card-count           pic s9(4) comp-5 value 0.
       77 card-idx             pic s9(4) comp-5.
       77 card-full-sw         pic x.
          88 card-full         value "Y".
       01 card-text            pic x(79).
       01 card-rule            pic x(79) value all "=".
       77 section-count        pic s9(4) comp-5.

      * the last successful backup and the last verified one
       77 last-bkp-date        pic x(8).
       77 last-bkp-time        pic x(8).
       77 last-bkp-type        pic x(1).
       77 last-bkp-target      pic x(40).
       77 drill-bkp-date       pic x(8).
       77 drill-test-date      pic x(8).

      * the newest compliance run in dbconf.complog
       77 latest-comp-date     pic x(8).

      * incidents: open until a close row arrives; the database
      * rides in on a DATABASE note
       01 inc-entries.
          05 inc-entry         occurs 500 times.
             10 ic-number      pic 9(6).
             10 ic-dbname      pic x(8).
             10 ic-open-sw     pic x.
             10 ic-date        pic x(8).
             10 ic-text        pic x(40).
       77 inc-count            pic s9(4) comp-5.
       77 inc-idx              pic s9(4) comp-5.
       77 inc-found-sw         pic x.
          88 inc-found         value "Y".

      * acknowledged alerts, so only open ones make the card
       01 acked-entries.
          05 acked-alertid     occurs 500 times pic 9(6).
       77 acked-count          pic s9(4) comp-5.
       77 acked-idx            pic s9(4) comp-5.
       77 acked-found-sw       pic x.
          88 alert-acked       value "Y".
       01 ack-line.
          05 ak-date            pic x(8).
          05 filler             pic x.
          05 ak-time            pic x(8).
          05 filler             pic x.
          05 ak-operator        pic x(8).
          05 filler             pic x.
          05 ak-alertid         pic 9(6).
          05 filler             pic x.
          05 ak-note            pic x(40).

      * nightpln.rpt heads each step "-- program --" and lists the
      * databases the step covers beneath it
       77 plan-step            pic x(10).
       01 plan-words.
          05 plan-word         occurs 4 times pic x(10).

      * owning-instance attach for the live connection count
       77 current-instance     pic x(18) value spaces.
       77 inst-rc              pic s9(9) comp-5 value 0.
       77 conn-count           pic s9(9) comp-5.
       77 rezerv1              pic 9(9) comp-5 value 0.
       77 rezerv2              pic 9(9) comp-5 value 0.
       77 current-version      pic 9(9) comp-5 value 0.
       01 database-name        pic x(8).
       77 obj-count            pic s9(4) comp-5 value 1.
       01 obj-types.
          05 obj-type-entry    occurs 12 times pic s9(9) comp-5.
       01 buff.
          05 buffer-sz         pic 9(9) comp-5 value 0.
          05 buffer            occurs 0 to 100000 times
                               depending on buffer-sz.
             10 element        pic x.

       77 number-ed            pic 9(6).
       77 conns-ed             pic zzzz9.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       dbcard-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DBCARD.CBL".

           accept operator-id from environment "USER".
           if operator-id equal spaces
              move "UNKNOWN" to operator-id
           end-if.

           perform inquire-one-database thru inquire-one-database-exit
              until quit-requested.

           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "DBCARD    ", inst-rc
           end-if.

       end-dbcard. goback.

       inquire-one-database section.
           display " ".
           display "Database name (blank to exit) : "
              with no advancing.
           move spaces to answer.
           accept answer.
           if answer equal spaces
              move "Y" to quit-sw
              go to inquire-one-database-exit.
           move answer to upper-work.
           inspect upper-work converting lower-alpha to upper-alpha.
           move upper-work(1:8) to want-dbname.

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           move today-date to today-x.

           perform build-card.
           perform show-card.
           if not inv-found
              go to inquire-one-database-exit.

           move "N" to card-done-sw.
           perform take-card-action thru take-card-action-exit
              until card-done.
       inquire-one-database-exit. exit.

       take-card-action section.
      *************************************************************
      * N adds a standing note and repaints the card, P prints    *
      * it to dbcard.out, Enter moves on to the next database     *
      *************************************************************
           display "N=add note  P=print to dbcard.out  ",
                    "Enter=next database : " with no advancing.
           move spaces to answer.
           accept answer.
           inspect answer converting lower-alpha to upper-alpha.
           evaluate answer(1:1)
              when "N"
                 perform add-standing-note
                 perform build-card
                 perform show-card
              when "P"
                 perform print-card
              when other
                 move "Y" to card-done-sw
           end-evaluate.
       take-card-action-exit. exit.

       build-card section.
           move 0 to card-count.
           move "N" to card-full-sw.
           move card-rule to card-text.
           perform add-card-line.
           move spaces to card-text.
           string "DATABASE CARD  " delimited by size
                  want-dbname delimited by space
                  "   as of " delimited by size
                  today-x delimited by size
                  " " delimited by size
                  now-time(1:2) delimited by size
                  ":" delimited by size
                  now-time(3:2) delimited by size
             into card-text.
           perform add-card-line.
           move card-rule to card-text.
           perform add-card-line.

           perform card-inventory.
           if not inv-found
              go to end-build-card.

           perform card-applications.
           perform card-backups.
           perform card-capacity.
           perform card-compliance.
           perform card-incidents.
           perform card-alerts.
           perform card-readiness.
           perform card-planned-work.
           perform card-standing-notes.
       end-build-card. exit.

       add-card-line section.
           if card-count equal 200
              if not card-full
                 move "Y" to card-full-sw
                 move "(card truncated)" to card-line(200)
              end-if
              go to end-add-card-line.
           add 1 to card-count.
           move card-text to card-line(card-count).
       end-add-card-line. exit.

       add-section-head section.
      * card-text carries the heading on the way in
           move card-text to upper-work.
           move spaces to card-text.
           perform add-card-line.
           move spaces to card-text.
           string "-- " delimited by size
                  upper-work delimited by "  "
                  " --" delimited by size
             into card-text.
           perform add-card-line.
       end-add-section-head. exit.

       card-inventory section.
      *************************************************************
      * the inventory row, read at random on the database name    *
      *************************************************************
           move "N" to inv-found-sw.
           open input inv-file.
           if inv-status not equal "00"
              move "dbinv.dat not on hand -- run dbinvmnt"
                 to card-text
              perform add-card-line
              go to end-card-inventory.
           move want-dbname to IV-DBNAME.
           read inv-file
              invalid key continue
              not invalid key move "Y" to inv-found-sw
           end-read.
           close inv-file.
           if not inv-found
              move spaces to card-text
              string want-dbname delimited by space
                     " is not in the inventory" delimited by size
                into card-text
              perform add-card-line
              go to end-card-inventory.

           move "INVENTORY" to card-text.
           perform add-section-head.
           move spaces to card-text.
           string "  environment " delimited by size
                  IV-ENVIRONMENT delimited by size
                  "   instance " delimited by size
                  IV-INSTANCE delimited by size
                  "   tier " delimited by size
                  IV-TIER delimited by size
                into card-text.
           perform add-card-line.
           move spaces to card-text.
           string "  owner       " delimited by size
                  IV-OWNER delimited by size
                  "   contact " delimited by size
                  IV-CONTACT delimited by size
                into card-text.
           perform add-card-line.
           if IV-IS-RETIRED
              move "  ** RETIRED in the inventory" to card-text
              perform add-card-line
           end-if.
       end-card-inventory. exit.

       card-applications section.
      *************************************************************
      * appdep.dat: every application that names this database    *
      *************************************************************
           move "DEPENDENT APPLICATIONS" to card-text.
           perform add-section-head.
           move 0 to section-count.
           move "N" to end-of-src-sw.
           open input dep-file.
           if dep-status not equal "00"
              move "  (appdep.dat not on file)" to card-text
              perform add-card-line
              go to end-card-applications.
           perform take-one-dependency thru take-one-dependency-exit
              until end-of-src.
           close dep-file.
           if section-count equal 0
              move "  (none on appdep.dat)" to card-text
              perform add-card-line
           end-if.
       end-card-applications. exit.

       take-one-dependency section.
           read dep-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-dependency-exit
           end-read.
           if dp-dbname not equal want-dbname
              go to take-one-dependency-exit.
           add 1 to section-count.
           move spaces to card-text.
           string "  " delimited by size
                  dp-appl-name delimited by size
                  "  rank " delimited by size
                  dp-rank delimited by size
             into card-text.
           perform add-card-line.
       take-one-dependency-exit. exit.

       card-backups section.
      *************************************************************
      * backup.hist: the newest successful, unpruned backup, and  *
      * the newest one a fire drill stamped VERIFIED; rpochk.rpt: *
      * the RPO status the nightly check gave the database        *
      *************************************************************
           move "BACKUP AND RECOVERY" to card-text.
           perform add-section-head.
           move spaces to last-bkp-date.
           move spaces to drill-bkp-date.
           move spaces to drill-test-date.
           move "N" to end-of-src-sw.
           open input hist-file.
           if hist-status not equal "00"
              move "  (backup.hist not on file)" to card-text
              perform add-card-line
              go to card-rpo-status.
           perform take-one-backup thru take-one-backup-exit
              until end-of-src.
           close hist-file.

           if last-bkp-date equal spaces
              move "  last backup   : none successful on file"
                 to card-text
           else
              move spaces to card-text
              string "  last backup   : " delimited by size
                     last-bkp-date delimited by size
                     " " delimited by size
                     last-bkp-time(1:2) delimited by size
                     ":" delimited by size
                     last-bkp-time(3:2) delimited by size
                     " type " delimited by size
                     last-bkp-type delimited by size
                     " to " delimited by size
                     last-bkp-target delimited by "  "
                into card-text
           end-if.
           perform add-card-line.

           if drill-test-date equal spaces
              move spaces to card-text
              string "  fire drill    : no backup ever "
                        delimited by size
                     "test-restored" delimited by size
                into card-text
              if IV-ENVIRONMENT not equal "PROD"
                 string card-text delimited by "  "
                        " (drills cover PROD only)"
                           delimited by size
                   into upper-work
                 move upper-work to card-text
              end-if
           else
              move spaces to card-text
              string "  fire drill    : backup of " delimited by size
                     drill-bkp-date delimited by size
                     " verified " delimited by size
                     drill-test-date delimited by size
                into card-text
           end-if.
           perform add-card-line.

       card-rpo-status.
           call "envname" using "rpochk.rpt                    ",
                   src-filename.
           move "N" to end-of-src-sw.
           move 0 to section-count.
           open input src-file.
           if src-status not equal "00"
              move "  RPO status    : (rpochk.rpt not on file)"
                 to card-text
              perform add-card-line
              go to end-card-backups.
           perform take-one-rpo-row thru take-one-rpo-row-exit
              until end-of-src.
           close src-file.
           if section-count equal 0
              move "  RPO status    : not on the last rpochk run"
                 to card-text
              perform add-card-line
           end-if.
       end-card-backups. exit.

       take-one-backup section.
           read hist-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-backup-exit
           end-read.
           if bh-dbname(1:8) not equal want-dbname
              or bh-dbname(9:1) not equal space
              go to take-one-backup-exit.
           if bh-result(1:9) not equal "BACKED UP"
              go to take-one-backup-exit.
           if bh-prune-mark equal "PRUNED"
              go to take-one-backup-exit.
           move bh-date   to last-bkp-date.
           move bh-time   to last-bkp-time.
           move bh-type   to last-bkp-type.
           move bh-target to last-bkp-target.
           if bh-result(24:8) equal "VERIFIED"
              and bh-result(33:8) not less than drill-test-date
              move bh-date to drill-bkp-date
              move bh-result(33:8) to drill-test-date
           end-if.
       take-one-backup-exit. exit.

       take-one-rpo-row section.
      * rpochk.rpt: database(9) at 1, last backup at 12, age in
      * hours at 22, the objective at 30 and the breach flag at 36
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-rpo-row-exit
           end-read.
           if src-rec(1:8) not equal want-dbname
              or src-rec(9:1) not equal space
              go to take-one-rpo-row-exit.
           add 1 to section-count.
           move spaces to card-text.
           if src-rec(36:2) equal "**"
              string "  RPO status    : " delimited by size
                     src-rec(36:20) delimited by "  "
                     " -- age " delimited by size
                     src-rec(22:6) delimited by size
                     "h, objective " delimited by size
                     src-rec(30:4) delimited by size
                     "h" delimited by size
                into card-text
           else
              string "  RPO status    : within objective -- age "
                        delimited by size
                     src-rec(22:6) delimited by size
                     "h, objective " delimited by size
                     src-rec(30:4) delimited by size
                     "h" delimited by size
                into card-text
           end-if.
           perform add-card-line.
       take-one-rpo-row-exit. exit.

       card-capacity section.
      *************************************************************
      * capfcst.rpt: database(8) at 1, tablespace at 11, the      *
      * projected days left at 53 and the flag at 64              *
      *************************************************************
           move "CAPACITY FORECAST" to card-text.
           perform add-section-head.
           call "envname" using "capfcst.rpt                   ",
                   src-filename.
           move "N" to end-of-src-sw.
           move 0 to section-count.
           open input src-file.
           if src-status not equal "00"
              move "  (capfcst.rpt not on file)" to card-text
              perform add-card-line
              go to end-card-capacity.
           perform take-one-capacity-row thru take-one-capacity-row-exit
              until end-of-src.
           close src-file.
           if section-count equal 0
              move "  (no tablespaces forecast)" to card-text
              perform add-card-line
           end-if.
       end-card-capacity. exit.

       take-one-capacity-row section.
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-capacity-row-exit
           end-read.
           if src-rec(1:8) not equal want-dbname
              or src-rec(9:2) not equal spaces
              go to take-one-capacity-row-exit.
           add 1 to section-count.
           move spaces to card-text.
           string "  " delimited by size
                  src-rec(11:18) delimited by size
                  "  days left " delimited by size
                  src-rec(53:9) delimited by size
                  "  " delimited by size
                  src-rec(64:20) delimited by size
             into card-text.
           perform add-card-line.
       take-one-capacity-row-exit. exit.

       card-compliance section.
      *************************************************************
      * dbconf.complog: the rows of the newest compliance run on  *
      * file are the open exceptions (the cfgfix reading)         *
      *************************************************************
           move "COMPLIANCE EXCEPTIONS" to card-text.
           perform add-section-head.
           move spaces to latest-comp-date.
           move 0 to section-count.
           move "N" to end-of-src-sw.
           open input comp-file.
           if src-status not equal "00"
              move "  (dbconf.complog not on file)" to card-text
              perform add-card-line
              go to end-card-compliance.
           perform find-latest-run thru find-latest-run-exit
              until end-of-src.
           close comp-file.

           if latest-comp-date not equal spaces
              move "N" to end-of-src-sw
              open input comp-file
              perform take-one-exception thru take-one-exception-exit
                 until end-of-src
              close comp-file
           end-if.
           if section-count equal 0
              move spaces to card-text
              string "  (none on the " delimited by size
                     latest-comp-date delimited by size
                     " run)" delimited by size
                into card-text
              perform add-card-line
           end-if.
       end-card-compliance. exit.

       find-latest-run section.
           read comp-file
              at end
                 move "Y" to end-of-src-sw
                 go to find-latest-run-exit
           end-read.
           if co-date greater than latest-comp-date
              move co-date to latest-comp-date
           end-if.
       find-latest-run-exit. exit.

       take-one-exception section.
           read comp-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-exception-exit
           end-read.
           if co-date not equal latest-comp-date
              or co-dbname not equal want-dbname
              go to take-one-exception-exit.
           add 1 to section-count.
           move spaces to card-text.
           string "  off template: " delimited by size
                  co-token delimited by space
                  "  (" delimited by size
                  co-class delimited by space
                  ", run of " delimited by size
                  co-date delimited by size
                  ")" delimited by size
             into card-text.
           perform add-card-line.
       take-one-exception-exit. exit.

       card-incidents section.
      *************************************************************
      * incident.log is append-only: an incident is open from its *
      * O row until a C row; its database is the DATABASE note    *
      * checkerr writes behind the open                           *
      *************************************************************
           move "OPEN INCIDENTS" to card-text.
           perform add-section-head.
           move 0 to inc-count.
           move 0 to section-count.
           move "N" to end-of-src-sw.
           open input incident-file.
           if src-status not equal "00"
              move "  (incident.log not on file)" to card-text
              perform add-card-line
              go to end-card-incidents.
           perform tally-one-incident-row
              thru tally-one-incident-row-exit
              until end-of-src.
           close incident-file.
           perform show-one-incident
              varying inc-idx from 1 by 1
              until inc-idx > inc-count.
           if section-count equal 0
              move "  (none open)" to card-text
              perform add-card-line
           end-if.
       end-card-incidents. exit.

       tally-one-incident-row section.
           read incident-file
              at end
                 move "Y" to end-of-src-sw
                 go to tally-one-incident-row-exit
           end-read.
           if in-number is not numeric
              go to tally-one-incident-row-exit.
           perform find-inc-entry.
           if inc-idx equal 0
              go to tally-one-incident-row-exit.
           evaluate in-rectype
              when "O"
                 move "Y"           to ic-open-sw(inc-idx)
                 move in-date       to ic-date(inc-idx)
                 move in-text(1:40) to ic-text(inc-idx)
              when "N"
                 if in-who equal "DATABASE  "
                    move in-text(1:8) to ic-dbname(inc-idx)
                 end-if
              when "C"
                 move "N" to ic-open-sw(inc-idx)
           end-evaluate.
       tally-one-incident-row-exit. exit.

       find-inc-entry section.
           move "N" to inc-found-sw.
           perform check-inc-entry
              varying inc-idx from 1 by 1
              until inc-idx > inc-count or inc-found.
           if inc-found
              subtract 1 from inc-idx
           else
              if inc-count equal 500
                 move 0 to inc-idx
              else
                 add 1 to inc-count
                 move inc-count to inc-idx
                 move in-number to ic-number(inc-idx)
                 move spaces    to ic-dbname(inc-idx)
                 move spaces    to ic-date(inc-idx)
                 move spaces    to ic-text(inc-idx)
                 move "N"       to ic-open-sw(inc-idx)
              end-if
           end-if.
       end-find-inc-entry. exit.

       check-inc-entry section.
           if ic-number(inc-idx) equal in-number
              move "Y" to inc-found-sw
           end-if.
       end-check-inc-entry. exit.

       show-one-incident section.
           if ic-open-sw(inc-idx) not equal "Y"
              or ic-dbname(inc-idx) not equal want-dbname
              go to end-show-one-incident.
           add 1 to section-count.
           move ic-number(inc-idx) to number-ed.
           move spaces to card-text.
           string "  " delimited by size
                  number-ed delimited by size
                  " opened " delimited by size
                  ic-date(inc-idx) delimited by size
                  "  " delimited by size
                  ic-text(inc-idx) delimited by size
             into card-text.
           perform add-card-line.
       end-show-one-incident. exit.

       card-alerts section.
      *************************************************************
      * alert.queue entries for this database that alert.acks     *
      * has no acknowledgment for                                 *
      *************************************************************
           move "UNACKNOWLEDGED ALERTS" to card-text.
           perform add-section-head.
           move 0 to acked-count.
           move "N" to end-of-acks-sw.
           open input ack-file.
           if ack-status equal "00"
              perform load-one-ack thru load-one-ack-exit
                 until end-of-acks or acked-count equal 500
              close ack-file
           end-if.

           move 0 to section-count.
           move "N" to end-of-src-sw.
           open input queue-file.
           if src-status not equal "00"
              move "  (alert.queue not on file)" to card-text
              perform add-card-line
              go to end-card-alerts.
           perform take-one-alert thru take-one-alert-exit
              until end-of-src.
           close queue-file.
           if section-count equal 0
              move "  (none)" to card-text
              perform add-card-line
           end-if.
       end-card-alerts. exit.

       load-one-ack section.
           read ack-file into ack-line
              at end move "Y" to end-of-acks-sw
              not at end
                 add 1 to acked-count
                 move ak-alertid to acked-alertid(acked-count)
           end-read.
       load-one-ack-exit. exit.

       take-one-alert section.
           read queue-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-alert-exit
           end-read.
           if qu-dbname(1:8) not equal want-dbname
              or qu-dbname(9:1) not equal space
              go to take-one-alert-exit.
           move "N" to acked-found-sw.
           perform check-one-acked thru check-one-acked-exit
              varying acked-idx from 1 by 1
              until acked-idx > acked-count or alert-acked.
           if alert-acked
              go to take-one-alert-exit.
           add 1 to section-count.
           move spaces to card-text.
           string "  " delimited by size
                  qu-alertid delimited by size
                  " " delimited by size
                  qu-date delimited by size
                  " " delimited by size
                  qu-severity delimited by size
                  " " delimited by size
                  qu-message delimited by size
             into card-text.
           perform add-card-line.
       take-one-alert-exit. exit.

       check-one-acked section.
           if acked-alertid(acked-idx) equal qu-alertid
              move "Y" to acked-found-sw
           end-if.
       check-one-acked-exit. exit.

       card-readiness section.
      *************************************************************
      * the last dbready.rpt status, and the connection count     *
      * right now from a monitor snapshot on the owning instance  *
      *************************************************************
           move "READINESS AND CONNECTIONS" to card-text.
           perform add-section-head.
           call "envname" using "dbready.rpt                   ",
                   src-filename.
           move "N" to end-of-src-sw.
           move 0 to section-count.
           open input src-file.
           if src-status not equal "00"
              move "  last dbready  : (dbready.rpt not on file)"
                 to card-text
              perform add-card-line
           else
              perform take-one-ready-row thru take-one-ready-row-exit
                 until end-of-src
              close src-file
              if section-count equal 0
                 move "  last dbready  : not on the last sweep"
                    to card-text
                 perform add-card-line
              end-if
           end-if.

           perform count-connections thru count-connections-exit.
       end-card-readiness. exit.

       take-one-ready-row section.
      * dbready.rpt: database(8), two spaces, status(20)
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-ready-row-exit
           end-read.
           if src-rec(1:8) not equal want-dbname
              or src-rec(9:2) not equal spaces
              go to take-one-ready-row-exit.
           add 1 to section-count.
           move spaces to card-text.
           string "  last dbready  : " delimited by size
                  src-rec(11:20) delimited by size
             into card-text.
           perform add-card-line.
       take-one-ready-row-exit. exit.

       count-connections section.
           move "  connections   : not available (no instance attach)"
              to card-text.
           perform switch-instance.
           if IV-INSTANCE not equal current-instance
              go to count-connections-done.

           move want-dbname to database-name.
           move SQLMA-APPL-INFO-ALL to obj-type-entry(1).
           call "sqlmabld" using database-name, obj-count,
                   obj-types, SQLMA.
           move SQLM-CURRENT-VERSION to current-version.

           call "sqlgmnsz" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           if sqlcode less than 0
              move "  connections   : not available (snapshot failed)"
                 to card-text
              go to count-connections-done.

           call "sqlgmnss" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference SQLM-COLLECTED
                                 by reference buffer(1)
                                 by value     buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           if sqlcode less than 0
              move "  connections   : not available (snapshot failed)"
                 to card-text
              go to count-connections-done.

           set address of SQLM-APPLINFO-STRUCT
              to address of buffer(1).
           move SQLM-APPL-COUNT to conn-count.
           move conn-count to conns-ed.
           move spaces to card-text.
           string "  connections   : " delimited by size
                  conns-ed delimited by size
                  " now" delimited by size
             into card-text.
       count-connections-done.
           perform add-card-line.
       count-connections-exit. exit.

       switch-instance section.
      *************************************************************
      * attach to the database's owning instance when it differs  *
      * from the one attached for the last card; an unattachable  *
      * instance leaves current-instance as spaces                *
      *************************************************************
           if IV-INSTANCE equal current-instance
              go to end-switch-instance.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "DBCARD    ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", IV-INSTANCE,
                   "DBCARD    ", inst-rc.
           if inst-rc equal 0
              move IV-INSTANCE to current-instance
           end-if.
       end-switch-instance. exit.

       card-planned-work section.
      *************************************************************
      * tonight's steps from nightpln.rpt that list the database  *
      * or cover the whole instance, then every change-calendar   *
      * row in chgcal.ctl dated today or later                    *
      *************************************************************
           move "PLANNED WORK" to card-text.
           perform add-section-head.
           call "envname" using "nightpln.rpt                  ",
                   src-filename.
           move "N" to end-of-src-sw.
           move spaces to plan-step.
           move 0 to section-count.
           open input src-file.
           if src-status not equal "00"
              move "  (nightpln.rpt not on file)" to card-text
              perform add-card-line
           else
              perform take-one-plan-row thru take-one-plan-row-exit
                 until end-of-src
              close src-file
              if section-count equal 0
                 move "  (nothing tonight on nightpln.rpt)"
                    to card-text
                 perform add-card-line
              end-if
           end-if.

           move 0 to section-count.
           move "N" to end-of-src-sw.
           open input cal-file.
           if src-status not equal "00"
              move "  (no chgcal.ctl -- calendar unrestricted)"
                 to card-text
              perform add-card-line
              go to end-card-planned-work.
           perform take-one-cal-row thru take-one-cal-row-exit
              until end-of-src.
           close cal-file.
           if section-count equal 0
              move "  (no blackouts or windows ahead on chgcal.ctl)"
                 to card-text
              perform add-card-line
           end-if.
       end-card-planned-work. exit.

       take-one-plan-row section.
           read src-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-plan-row-exit
           end-read.
           if src-rec(1:3) equal "-- "
      * only a "-- program --" heading opens a step; the other
      * headings close it
              move spaces to plan-words
              unstring src-rec delimited by all space
                 into plan-word(1) plan-word(2) plan-word(3)
                      plan-word(4)
              end-unstring
              if plan-word(3) equal "--"
                 and plan-word(4) equal spaces
                 move plan-word(2) to plan-step
              else
                 move spaces to plan-step
              end-if
              go to take-one-plan-row-exit.
           if plan-step equal spaces
              go to take-one-plan-row-exit.
           if src-rec(1:2) equal spaces
              and src-rec(3:8) equal want-dbname
              and src-rec(11:1) equal space
              add 1 to section-count
              move spaces to card-text
              string "  tonight: " delimited by size
                     plan-step delimited by space
                into card-text
              perform add-card-line
              go to take-one-plan-row-exit.
           if src-rec(1:23) equal "  (whole-instance step)"
              add 1 to section-count
              move spaces to card-text
              string "  tonight: " delimited by size
                     plan-step delimited by space
                     " (whole instance)" delimited by size
                into card-text
              perform add-card-line
           end-if.
       take-one-plan-row-exit. exit.

       take-one-cal-row section.
           read cal-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-cal-row-exit
           end-read.
           if ca-date less than today-x
              go to take-one-cal-row-exit.
           add 1 to section-count.
           move spaces to card-text.
           if ca-type equal "B"
              string "  ** BLACKOUT " delimited by size
                     ca-date delimited by size
                     "  " delimited by size
                     ca-comment delimited by size
                into card-text
           else
              string "  window   " delimited by size
                     ca-date delimited by size
                     " " delimited by size
                     ca-start-hhmm delimited by size
                     "-" delimited by size
                     ca-end-hhmm delimited by size
                     "  " delimited by size
                     ca-comment delimited by size
                into card-text
           end-if.
           perform add-card-line.
       take-one-cal-row-exit. exit.

       card-standing-notes section.
      *************************************************************
      * dbnotes.dat: the operators' standing notes, oldest first  *
      *************************************************************
           move "STANDING NOTES" to card-text.
           perform add-section-head.
           move 0 to section-count.
           move "N" to end-of-src-sw.
           open input notes-file.
           if notes-status not equal "00"
              move "  (none)" to card-text
              perform add-card-line
              go to end-card-standing-notes.
           perform take-one-note thru take-one-note-exit
              until end-of-src.
           close notes-file.
           if section-count equal 0
              move "  (none)" to card-text
              perform add-card-line
           end-if.
       end-card-standing-notes. exit.

       take-one-note section.
           read notes-file
              at end
                 move "Y" to end-of-src-sw
                 go to take-one-note-exit
           end-read.
           if nt-dbname not equal want-dbname
              go to take-one-note-exit.
           add 1 to section-count.
           move spaces to card-text.
           string "  " delimited by size
                  nt-date delimited by size
                  " " delimited by size
                  nt-operator delimited by size
                  " " delimited by size
                  nt-text delimited by size
             into card-text.
           perform add-card-line.
       take-one-note-exit. exit.

       show-card section.
           display " ".
           perform show-one-card-line
              varying card-idx from 1 by 1
              until card-idx > card-count.
       end-show-card. exit.

       show-one-card-line section.
           display card-line(card-idx).
       end-show-one-card-line. exit.

       add-standing-note section.
      *************************************************************
      * a standing note is appended to dbnotes.dat in the         *
      * operator's name, and the addition goes on the ops log     *
      *************************************************************
           display "Note (60 characters, blank to cancel) : "
              with no advancing.
           move spaces to answer.
           accept answer.
           if answer equal spaces
              go to end-add-standing-note.

           open extend notes-file.
           if notes-status equal "35"
              open output notes-file
           end-if.
           move spaces to notes-rec.
           move want-dbname to nt-dbname.
           move today-x     to nt-date.
           move operator-id to nt-operator.
           move answer      to nt-text.
           write notes-rec.
           close notes-file.

           move spaces to log-detail.
           string want-dbname delimited by space
                  ": " delimited by size
                  answer delimited by size
             into log-detail.
           call "opslog" using "DBCARD    ",
                   "STANDING NOTE ADDED           ", log-detail.
       end-add-standing-note. exit.

       print-card section.
           open output out-file.
           perform print-one-card-line
              varying card-idx from 1 by 1
              until card-idx > card-count.
           close out-file.
           display "card for ", want-dbname,
                    " written to dbcard.out".
       end-print-card. exit.

       print-one-card-line section.
           write out-rec from card-line(card-idx).
       end-print-one-card-line. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "appdep.dat                    ",
                   dep-envfn.
           call "envname" using "backup.hist                   ",
                   hist-envfn.
           call "envname" using "dbconf.complog                ",
                   comp-envfn.
           call "envname" using "incident.log                  ",
                   incident-envfn.
           call "envname" using "alert.queue                   ",
                   queue-envfn.
           call "envname" using "alert.acks                    ",
                   ack-envfn.
           call "envname" using "chgcal.ctl                    ",
                   cal-envfn.
           call "envname" using "dbnotes.dat                   ",
                   notes-envfn.
           call "envname" using "dbcard.out                    ",
                   out-envfn.
       end-resolve-toolkit-filenames. exit.
