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
      ** SOURCE FILE NAME: siemexp.cbl
      **
      ** SAMPLE: Security event export to the corporate SIEM, in
      **         the hostexp manner.  Security used to get a monthly
      **         hand extract of privileged activity; this runs on
      **         a schedule and hands over every new security-
      **         relevant record as it appears.  Four sources are
      **         read past a high-water carry per source (record
      **         count and last date-and-time stamp in siemexp.seq).
      **         The four counts are registered in the carry
      **         registry (carryreg.cbl), so logarch rebases them in
      **         the run that archives a source and carychk checks
      **         them against their files; hostexp's fallback to the
      **         stamp still catches a file rotated under a count
      **         that was not rebased:
      **             dbops.log     -- FORCE, STOP, MIGRATE, RESTORE
      **                              and DROP actions, operauth.ctl
      **                              changes (control installs and
      **                              recert grant removals), and
      **                              connaud's unregistered-
      **                              connection findings
      **             override.log  -- every override honored
      **             emergency.log -- break-glass opened, actions
      **                              taken under it, closed and
      **                              expired
      **             credvlt.audit -- every credential vault read
      **         Each becomes one normalized fixed-layout event on
      **         the SIEM intake file (siem.intake): timestamp,
      **         host, operator, program, source, event class,
      **         action, target database, outcome, run correlation
      **         id, severity and the record's detail.  The event
      **         class maps to a severity (1 to 10) from the
      **         built-in table below, which siemsev.ctl (class,
      **         severity) may override per class.  Every run
      **         writes one batch -- a header row, the events, and
      **         a trailer with the batch sequence number, the
      **         first and last event sequence numbers and the
      **         records read and events sent per source -- empty
      **         or not, so the collector can prove by the
      **         sequence numbers that no batch and no event went
      **         missing, and can tell a quiet hour from a stopped
      **         export.
      **
      ** OUTPUT FILE: siemexp.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "siemexp".

       Environment Division.
       Input-Output Section.
       File-Control.
           select log-in-file assign to log-in-filename
              organization is line sequential
              file status is log-in-status.
           select intake-file assign to intake-envfn
              organization is line sequential
              file status is intake-status.
           select seq-file assign to seq-envfn
              organization is line sequential
              file status is seq-status.
           select bsq-file assign to bsq-envfn
              organization is line sequential
              file status is bsq-status.
           select sev-file assign to sev-envfn
              organization is line sequential
              file status is sev-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.

       Data Division.
       File Section.
       FD  log-in-file.
       01  log-in-rec             pic x(240).

       FD  intake-file.
       01  intake-rec             pic x(240).

      * siemexp.seq: per source, records already read and the last
      * one's date-and-time stamp
       FD  seq-file.
       01  seq-rec.
           05  sq-source occurs 4 times.
               10  sq-count       pic 9(9).
               10  filler         pic x.
               10  sq-stamp       pic x(16).
               10  filler         pic x.

      * siemexp.bsq: the last batch and event sequence numbers sent
       FD  bsq-file.
       01  bsq-rec.
           05  bq-last-batch      pic 9(9).
           05  filler             pic x.
           05  bq-last-event      pic 9(9).

      * siemsev.ctl: event class(12), severity 01-10
       FD  sev-file.
       01  sev-rec.
           05  sv-class           pic x(12).
           05  filler             pic x.
           05  sv-severity        pic 9(2).

       FD  inv-file.
       copy "dbinvrec.cbl".

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 log-in-filename      pic x(42).
       77 intake-envfn         pic x(42).
       77 seq-envfn            pic x(42).
       77 bsq-envfn            pic x(42).
       77 sev-envfn            pic x(42).
       77 inv-envfn            pic x(42).

       77 log-in-status        pic x(2).
       77 intake-status        pic x(2).
       77 seq-status           pic x(2).
       77 bsq-status           pic x(2).
       77 sev-status           pic x(2).
       77 inv-status           pic x(2).
       77 end-of-log-sw        pic x.
          88 end-of-log        value "Y".
       77 end-of-file-sw       pic x.
          88 end-of-file       value "Y".

       77 host-name            pic x(8) value spaces.
       77 run-date             pic 9(8).
       77 run-time             pic 9(8).
       77 last-batch-seq       pic 9(9) value 0.
       77 last-event-seq       pic 9(9) value 0.
       77 first-event-seq      pic 9(9).
       77 batch-events         pic s9(9) comp-5 value 0.

      * the four sources: kind letter, log name and the source
      * label every event carries
       01 source-names.
          05 filler.
             10 pic x(1)  value "O".
             10 pic x(30) value "dbops.log".
             10 pic x(8)  value "DBOPS".
          05 filler.
             10 pic x(1)  value "V".
             10 pic x(30) value "override.log".
             10 pic x(8)  value "OVERRIDE".
          05 filler.
             10 pic x(1)  value "E".
             10 pic x(30) value "emergency.log".
             10 pic x(8)  value "EMERG".
          05 filler.
             10 pic x(1)  value "C".
             10 pic x(30) value "credvlt.audit".
             10 pic x(8)  value "VAULT".
       01 source-table redefines source-names.
          05 source-name-entry occurs 4 times.
             10 sn-kind        pic x(1).
             10 sn-logname     pic x(30).
             10 sn-label       pic x(8).

      * per source: the carry in, this run's reading, the carry out
       01 source-counts.
          05 source-count-entry occurs 4 times.
             10 sc-carried     pic s9(9) comp-5.
             10 sc-stamp       pic x(16).
             10 sc-read        pic s9(9) comp-5.
             10 sc-sent        pic s9(9) comp-5.
       77 src-idx              pic s9(4) comp-5.
       77 this-kind            pic x(1).

      * the hostexp resume and rotation fallback
       77 skip-target          pic s9(9) comp-5.
       77 record-number        pic s9(9) comp-5.
       77 carry-stamp          pic x(16).
       77 record-stamp         pic x(16).
       77 shrunk-sw            pic x.
          88 file-shrunk       value "Y".
       77 stamp-mode-sw        pic x.
          88 stamp-mode        value "Y".

      * event class to severity, built in; siemsev.ctl overrides
       01 severity-defaults.
          05 filler pic x(14) value "FORCE       06".
          05 filler pic x(14) value "STOP        06".
          05 filler pic x(14) value "MIGRATE     05".
          05 filler pic x(14) value "RESTORE     06".
          05 filler pic x(14) value "DROP        08".
          05 filler pic x(14) value "AUTHCHANGE  07".
          05 filler pic x(14) value "UNREGCONN   08".
          05 filler pic x(14) value "OVERRIDE    07".
          05 filler pic x(14) value "EMERGOPEN   09".
          05 filler pic x(14) value "EMERGACTION 08".
          05 filler pic x(14) value "EMERGCLOSE  05".
          05 filler pic x(14) value "EMERGEXPIRE 05".
          05 filler pic x(14) value "VAULTREAD   03".
          05 filler pic x(14) value "VAULTMISS   05".
          05 filler pic x(14) value "VAULTEXPIRE 06".
       01 severity-table redefines severity-defaults.
          05 severity-entry occurs 15 times.
             10 st-class       pic x(12).
             10 st-severity    pic 9(2).
       77 sev-idx              pic s9(4) comp-5.
       77 sev-found-sw         pic x value "N".
          88 sev-found         value "Y".
       77 end-of-sev-sw        pic x value "N".
          88 end-of-sev        value "Y".

      * inventory database names, for picking the target database
      * out of an action's free-text detail
       01 inv-names.
          05 inv-name-entry    occurs 300 times.
             10 in-dbname      pic x(8).
             10 in-len         pic s9(4) comp-5.
       77 inv-count            pic s9(4) comp-5 value 0.
       77 inv-idx              pic s9(4) comp-5.
       77 target-text          pic x(60).
       77 target-hits          pic s9(4) comp-5.
       77 target-best-len      pic s9(4) comp-5.

      * one record's selection and classification
       77 selected-sw          pic x.
          88 record-selected   value "Y".
       77 event-class          pic x(12).
       77 hit-count            pic s9(4) comp-5.
       77 fail-hits            pic s9(4) comp-5.

      * the override.log, emergency.log and credvlt.audit layouts,
      * as their writers (ovrlog, emrgmode/emrgchk, credlkup) build
      * them
       01 override-overlay.
          05 or-date           pic x(8).
          05 filler            pic x.
          05 or-time           pic x(8).
          05 filler            pic x.
          05 or-operator       pic x(8).
          05 filler            pic x.
          05 or-program        pic x(10).
          05 filler            pic x.
          05 or-override       pic x(12).
          05 filler            pic x.
          05 or-bypassed       pic x(40).
          05 filler            pic x.
          05 or-runid          pic x(16).
          05 filler            pic x(132).
       01 emergency-overlay.
          05 em-date           pic x(8).
          05 filler            pic x.
          05 em-time           pic x(8).
          05 filler            pic x.
          05 em-type           pic x(1).
          05 filler            pic x.
          05 em-reason         pic x(8).
          05 filler            pic x.
          05 em-operator       pic x(8).
          05 filler            pic x.
          05 em-program        pic x(10).
          05 filler            pic x.
          05 em-runid          pic x(16).
          05 filler            pic x(175).
       01 vault-overlay.
          05 va-date           pic x(8).
          05 filler            pic x.
          05 va-time           pic x(8).
          05 filler            pic x.
          05 va-caller         pic x(10).
          05 filler            pic x.
          05 va-instance       pic x(18).
          05 filler            pic x.
          05 va-userid         pic x(18).
          05 filler            pic x.
          05 va-outcome        pic x(10).
          05 filler            pic x(163).

      * the parsed dbops.log record (logread)
       copy "logrec.cbl".

      * the intake rows: batch header, event, batch trailer
       01 header-line.
          05 hd-type           pic x(1) value "H".
          05 filler            pic x value space.
          05 hd-batch          pic 9(9).
          05 filler            pic x value space.
          05 hd-host           pic x(8).
          05 filler            pic x value space.
          05 hd-date           pic 9(8).
          05 filler            pic x value space.
          05 hd-time           pic 9(6).
          05 filler            pic x value space.
          05 hd-first-event    pic 9(9).
          05 filler            pic x value space.
          05 hd-format         pic x(8) value "SIEMEV01".
       01 event-line.
          05 ev-type           pic x(1) value "E".
          05 filler            pic x value space.
          05 ev-batch          pic 9(9).
          05 filler            pic x value space.
          05 ev-seq            pic 9(9).
          05 filler            pic x value space.
          05 ev-stamp.
             10 ev-date        pic x(8).
             10 ev-time        pic x(6).
          05 filler            pic x value space.
          05 ev-host           pic x(8).
          05 filler            pic x value space.
          05 ev-operator       pic x(8).
          05 filler            pic x value space.
          05 ev-program        pic x(10).
          05 filler            pic x value space.
          05 ev-source         pic x(8).
          05 filler            pic x value space.
          05 ev-class          pic x(12).
          05 filler            pic x value space.
          05 ev-action         pic x(30).
          05 filler            pic x value space.
          05 ev-target         pic x(18).
          05 filler            pic x value space.
          05 ev-outcome        pic x(8).
          05 filler            pic x value space.
          05 ev-runid          pic x(16).
          05 filler            pic x value space.
          05 ev-severity       pic 9(2).
          05 filler            pic x value space.
          05 ev-sev-name       pic x(8).
          05 filler            pic x value space.
          05 ev-detail         pic x(60).
       01 trailer-line.
          05 tr-type           pic x(1) value "T".
          05 filler            pic x value space.
          05 tr-batch          pic 9(9).
          05 filler            pic x value space.
          05 tr-first-event    pic 9(9).
          05 filler            pic x value space.
          05 tr-last-event     pic 9(9).
          05 filler            pic x value space.
          05 tr-event-count    pic 9(9).
          05 tr-source occurs 4 times.
             10 filler         pic x.
             10 tr-label       pic x(8).
             10 filler         pic x.
             10 tr-read        pic 9(9).
             10 filler         pic x.
             10 tr-sent        pic 9(9).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).
       77 count-edit           pic zzzzzzzz9.
       77 batch-edit           pic zzzzzzzz9.

       Procedure Division.
       siemexp-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : SIEMEXP.CBL".

           accept host-name from environment "HOSTNAME".
           if host-name equal spaces
              move "LOCAL" to host-name
           end-if.
           accept run-date from date yyyymmdd.
           accept run-time from time.

           perform load-carries.
           perform load-severity-map.
           perform load-inventory-names.

           open extend intake-file.
           if intake-status equal "35"
              open output intake-file
           end-if.
           if intake-status not equal "00"
              display "SIEMEXP: siem.intake not writable -- nothing ",
                       "exported, carries left as they were"
              move 8 to RETURN-CODE
              go to end-siemexp.

           add 1 to last-batch-seq.
           compute first-event-seq = last-event-seq + 1.
           perform write-batch-header.

           perform export-one-source
              varying src-idx from 1 by 1 until src-idx > 4.

           perform write-batch-trailer.
           close intake-file.
           perform save-carries.

           move last-batch-seq to batch-edit.
           move batch-events to count-edit.
           move spaces to log-detail.
           string "batch " delimited by size
                  batch-edit delimited by size
                  ": " delimited by size
                  count-edit delimited by size
                  " security event(s) to siem.intake"
                     delimited by size
             into log-detail.
           call "opslog" using "SIEMEXP   ",
                   "SIEM BATCH EXPORTED           ", log-detail.

           display "SIEM batch ", last-batch-seq, " : ",
                    batch-events, " event(s) exported".

       end-siemexp. goback.

       export-one-source section.
      *************************************************************
      * skip the records earlier runs already read, then classify *
      * every new one -- the record count is the resume point; a  *
      * file shorter than the count was rotated by logarch, and   *
      * the pass restarts from the last read record's remembered  *
      * date and time (the hostexp fallback)                      *
      *************************************************************
           move sn-kind(src-idx) to this-kind.
           move sc-carried(src-idx) to skip-target.
           move sc-stamp(src-idx) to carry-stamp.
           move 0 to sc-read(src-idx).
           move 0 to sc-sent(src-idx).
           call "envname" using sn-logname(src-idx), log-in-filename.

           move "N" to stamp-mode-sw.
           move "N" to shrunk-sw.
           move 0 to record-number.
           move "N" to end-of-log-sw.
           open input log-in-file.
           if log-in-status not equal "00"
              go to end-export-one-source.
           perform take-one-record thru take-one-record-exit
              until end-of-log.
           close log-in-file.

           if file-shrunk
              display log-in-filename, " shrank below the carry -- ",
                       "resuming from the last read stamp"
              move "Y" to stamp-mode-sw
              move 0 to record-number
              move "N" to end-of-log-sw
              open input log-in-file
              perform take-one-record thru take-one-record-exit
                 until end-of-log
              close log-in-file
           end-if.

           move record-number to sc-carried(src-idx).
           move carry-stamp to sc-stamp(src-idx).
       end-export-one-source. exit.

       take-one-record section.
           read log-in-file
              at end
                 move "Y" to end-of-log-sw
                 if not stamp-mode
                    and record-number less than skip-target
                    move "Y" to shrunk-sw
                 end-if
                 go to take-one-record-exit
           end-read.
           add 1 to record-number.

      * every source leads with its date and time
           move spaces to record-stamp.
           move log-in-rec(1:8)  to record-stamp(1:8).
           move log-in-rec(10:8) to record-stamp(9:8).
           if stamp-mode
              if record-stamp not greater than carry-stamp
                 go to take-one-record-exit
              end-if
           else
              if record-number not greater than skip-target
      * a record inside the already-read range stamped after the
      * carry means the file was rotated under it -- abort this
      * pass and resume by stamp
                 if carry-stamp not equal spaces
                    and record-stamp greater than carry-stamp
                    move "Y" to shrunk-sw
                    move "Y" to end-of-log-sw
                 end-if
                 go to take-one-record-exit
              end-if
           end-if.

           add 1 to sc-read(src-idx).
           if record-stamp greater than carry-stamp
              move record-stamp to carry-stamp
           end-if.

           move "N" to selected-sw.
           move spaces to event-class.
           move spaces to ev-stamp, ev-host, ev-operator,
                   ev-program, ev-action, ev-target, ev-outcome,
                   ev-runid, ev-detail.
           evaluate this-kind
              when "O" perform map-ops-record
              when "V" perform map-override-record
              when "E" perform map-emergency-record
              when "C" perform map-vault-record
           end-evaluate.
           if not record-selected
              go to take-one-record-exit.

           perform write-event.
       take-one-record-exit. exit.

       map-ops-record section.
      *************************************************************
      * only the privileged verbs, operauth.ctl changes and the   *
      * unregistered-connection findings are security events;    *
      * everything else in dbops.log stays out of the feed        *
      *************************************************************
           call "logread" using "O", log-in-rec, LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to end-map-ops-record.

           move 0 to hit-count.
           inspect LOGREC-DETAIL tallying hit-count
              for all "operauth".
           evaluate true
              when LOGREC-ACTION equal "UNREGISTERED CONNECTION"
                 move "UNREGCONN" to event-class
              when LOGREC-ACTION equal "MENU GRANT REMOVED"
                 move "AUTHCHANGE" to event-class
              when hit-count greater than 0
                 move "AUTHCHANGE" to event-class
           end-evaluate.
           if event-class equal spaces
              perform classify-ops-verb
           end-if.
           if event-class equal spaces
              go to end-map-ops-record.

           move "Y" to selected-sw.
           move LOGREC-DATE      to ev-date.
           move LOGREC-TIME(1:6) to ev-time.
           move LOGREC-HOST      to ev-host.
           move LOGREC-OPERATOR  to ev-operator.
           move LOGREC-PROGRAM   to ev-program.
           move LOGREC-ACTION    to ev-action.
           move LOGREC-RUNID     to ev-runid.
           move LOGREC-DETAIL    to ev-detail.
           move LOGREC-DETAIL    to target-text.
           perform find-target-database.

           move 0 to fail-hits.
           inspect LOGREC-ACTION tallying fail-hits
              for all "FAIL" all "REJECT" all "DENIED" all "REFUS"
                  all "SKIP" all "ABORT".
           if fail-hits greater than 0
              move "FAILURE" to ev-outcome
           else
              move "SUCCESS" to ev-outcome
           end-if.
       end-map-ops-record. exit.

       classify-ops-verb section.
      * the disruptive verbs, as privrev reads them; DROP first, as
      * the most damaging
           move 0 to hit-count.
           inspect LOGREC-ACTION tallying hit-count for all "DROP".
           if hit-count greater than 0
              move "DROP" to event-class
              go to end-classify-ops-verb.
           inspect LOGREC-ACTION tallying hit-count for all "FORCE".
           if hit-count greater than 0
              move "FORCE" to event-class
              go to end-classify-ops-verb.
           inspect LOGREC-ACTION tallying hit-count for all "RESTOR".
           if hit-count greater than 0
              move "RESTORE" to event-class
              go to end-classify-ops-verb.
           inspect LOGREC-ACTION tallying hit-count for all "MIGRAT".
           if hit-count greater than 0
              move "MIGRATE" to event-class
              go to end-classify-ops-verb.
           inspect LOGREC-ACTION tallying hit-count for all "STOP".
           if hit-count greater than 0
              move "STOP" to event-class
           end-if.
       end-classify-ops-verb. exit.

       map-override-record section.
      * every honored override is an event
           move log-in-rec to override-overlay.
           move "Y" to selected-sw.
           move "OVERRIDE"    to event-class.
           move or-date       to ev-date.
           move or-time(1:6)  to ev-time.
           move or-operator   to ev-operator.
           move or-program    to ev-program.
           move spaces to ev-action.
           string "OVERRIDE " delimited by size
                  or-override delimited by space
             into ev-action.
           move or-runid      to ev-runid.
           move or-bypassed   to ev-detail.
           move "GRANTED"     to ev-outcome.
           move or-bypassed   to target-text.
           perform find-target-database.
       end-map-override-record. exit.

       map-emergency-record section.
      * every break-glass row is an event: O opened, A an action
      * taken under it, C closed, X auto-expired
           move log-in-rec to emergency-overlay.
           move "Y" to selected-sw.
           evaluate em-type
              when "O"
                 move "EMERGOPEN" to event-class
                 move "BREAK-GLASS OPENED" to ev-action
                 move "OPENED" to ev-outcome
              when "A"
                 move "EMERGACTION" to event-class
                 move "BREAK-GLASS ACTION" to ev-action
                 move "SUCCESS" to ev-outcome
              when "C"
                 move "EMERGCLOSE" to event-class
                 move "BREAK-GLASS CLOSED" to ev-action
                 move "CLOSED" to ev-outcome
              when other
                 move "EMERGEXPIRE" to event-class
                 move "BREAK-GLASS EXPIRED" to ev-action
                 move "EXPIRED" to ev-outcome
           end-evaluate.
           move em-date       to ev-date.
           move em-time(1:6)  to ev-time.
           move em-operator   to ev-operator.
           move em-program    to ev-program.
           if ev-program equal spaces
              move "EMRGMODE" to ev-program
           end-if.
           move em-runid      to ev-runid.
           move spaces to ev-detail.
           string "emergency reason " delimited by size
                  em-reason delimited by space
             into ev-detail.
       end-map-emergency-record. exit.

       map-vault-record section.
      * every vault read is an event; the audit row names the
      * calling program and the instance, not an operator
           move log-in-rec to vault-overlay.
           move "Y" to selected-sw.
           evaluate va-outcome
              when "MISS"
                 move "VAULTMISS" to event-class
              when "EXPIRED"
                 move "VAULTEXPIRE" to event-class
              when other
                 move "VAULTREAD" to event-class
           end-evaluate.
           move va-date       to ev-date.
           move va-time(1:6)  to ev-time.
           move va-caller     to ev-program.
           move "CREDENTIAL VAULT READ" to ev-action.
           move va-instance   to ev-target.
           move va-outcome    to ev-outcome.
           move spaces to ev-detail.
           string "userid " delimited by size
                  va-userid delimited by space
             into ev-detail.
       end-map-vault-record. exit.

       find-target-database section.
      *************************************************************
      * the longest inventory database name the free text names  *
      * is the target; none named leaves the target blank         *
      *************************************************************
           move 0 to target-best-len.
           perform check-one-target
              varying inv-idx from 1 by 1 until inv-idx > inv-count.
       end-find-target-database. exit.

       check-one-target section.
           if in-len(inv-idx) not greater than target-best-len
              go to end-check-one-target.
           move 0 to target-hits.
           inspect target-text tallying target-hits
              for all in-dbname(inv-idx)(1:in-len(inv-idx)).
           if target-hits greater than 0
              move in-dbname(inv-idx) to ev-target
              move in-len(inv-idx) to target-best-len
           end-if.
       end-check-one-target. exit.

       write-event section.
           add 1 to last-event-seq.
           add 1 to batch-events.
           add 1 to sc-sent(src-idx).
           move last-batch-seq to ev-batch.
           move last-event-seq to ev-seq.
           if ev-host equal spaces
              move host-name to ev-host
           end-if.
           move sn-label(src-idx) to ev-source.
           move event-class to ev-class.
           perform map-severity.
           write intake-rec from event-line.
       end-write-event. exit.

       map-severity section.
      *************************************************************
      * the class's severity, 1 to 10, and the collector's name   *
      * for the band; a class missing from the table is MEDIUM    *
      *************************************************************
           move "N" to sev-found-sw.
           perform check-severity
              varying sev-idx from 1 by 1
              until sev-idx > 15 or sev-found.
           if sev-found
              subtract 1 from sev-idx
              move st-severity(sev-idx) to ev-severity
           else
              move 5 to ev-severity
           end-if.
           evaluate true
              when ev-severity less than 4
                 move "LOW" to ev-sev-name
              when ev-severity less than 7
                 move "MEDIUM" to ev-sev-name
              when ev-severity less than 9
                 move "HIGH" to ev-sev-name
              when other
                 move "CRITICAL" to ev-sev-name
           end-evaluate.
       end-map-severity. exit.

       check-severity section.
           if st-class(sev-idx) equal event-class
              move "Y" to sev-found-sw
           end-if.
       end-check-severity. exit.

       write-batch-header section.
           move last-batch-seq  to hd-batch.
           move host-name       to hd-host.
           move run-date        to hd-date.
           move run-time(1:6)   to hd-time.
           move first-event-seq to hd-first-event.
           write intake-rec from header-line.
       end-write-batch-header. exit.

       write-batch-trailer section.
      *************************************************************
      * the proof: batch number, the event range, and per source *
      * the records read and the events sent                      *
      *************************************************************
           move last-batch-seq  to tr-batch.
           move first-event-seq to tr-first-event.
           move last-event-seq  to tr-last-event.
           move batch-events    to tr-event-count.
           perform fill-trailer-source
              varying src-idx from 1 by 1 until src-idx > 4.
           write intake-rec from trailer-line.
       end-write-batch-trailer. exit.

       fill-trailer-source section.
           move sn-label(src-idx) to tr-label(src-idx).
           move sc-read(src-idx)  to tr-read(src-idx).
           move sc-sent(src-idx)  to tr-sent(src-idx).
       end-fill-trailer-source. exit.

       load-carries section.
           perform clear-one-carry
              varying src-idx from 1 by 1 until src-idx > 4.
           open input seq-file.
           if seq-status equal "00"
              read seq-file
                 at end continue
                 not at end
                    perform take-one-carry
                       varying src-idx from 1 by 1 until src-idx > 4
              end-read
              close seq-file
           end-if.
           open input bsq-file.
           if bsq-status equal "00"
              read bsq-file
                 at end continue
                 not at end
                    move bq-last-batch to last-batch-seq
                    move bq-last-event to last-event-seq
              end-read
              close bsq-file
           end-if.
       end-load-carries. exit.

       clear-one-carry section.
           move 0 to sc-carried(src-idx).
           move spaces to sc-stamp(src-idx).
           move 0 to sc-read(src-idx).
           move 0 to sc-sent(src-idx).
       end-clear-one-carry. exit.

       take-one-carry section.
           if sq-count(src-idx) is numeric
              move sq-count(src-idx) to sc-carried(src-idx)
           end-if.
           move sq-stamp(src-idx) to sc-stamp(src-idx).
       end-take-one-carry. exit.

       save-carries section.
           move spaces to seq-rec.
           perform give-one-carry
              varying src-idx from 1 by 1 until src-idx > 4.
           open output seq-file.
           write seq-rec.
           close seq-file.
           move spaces to bsq-rec.
           move last-batch-seq to bq-last-batch.
           move last-event-seq to bq-last-event.
           open output bsq-file.
           write bsq-rec.
           close bsq-file.
       end-save-carries. exit.

       give-one-carry section.
           move sc-carried(src-idx) to sq-count(src-idx).
           move sc-stamp(src-idx) to sq-stamp(src-idx).
       end-give-one-carry. exit.

       load-severity-map section.
      *************************************************************
      * siemsev.ctl rows replace the built-in severity of the     *
      * class they name; an unknown class is ignored with a note  *
      *************************************************************
           open input sev-file.
           if sev-status not equal "00"
              go to end-load-severity-map.
           perform take-one-severity thru take-one-severity-exit
              until end-of-sev.
           close sev-file.
       end-load-severity-map. exit.

       take-one-severity section.
           read sev-file
              at end
                 move "Y" to end-of-sev-sw
                 go to take-one-severity-exit
           end-read.
           if sv-class equal spaces or sv-severity is not numeric
              go to take-one-severity-exit.
           move sv-class to event-class.
           move "N" to sev-found-sw.
           perform check-severity
              varying sev-idx from 1 by 1
              until sev-idx > 15 or sev-found.
           if not sev-found
              display "siemsev.ctl class ", sv-class,
                       " unknown -- ignored"
              go to take-one-severity-exit.
           subtract 1 from sev-idx.
           move sv-severity to st-severity(sev-idx).
       take-one-severity-exit. exit.

       load-inventory-names section.
      *************************************************************
      * every inventory database, with its name's length; with no *
      * dbinv.dat the dbops and override events go without a     *
      * target                                                    *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              go to end-load-inventory-names.
           move "N" to end-of-file-sw.
           perform take-one-inventory-name
              thru take-one-inventory-name-exit
              until end-of-file.
           close inv-file.
       end-load-inventory-names. exit.

       take-one-inventory-name section.
           read inv-file next record
              at end
                 move "Y" to end-of-file-sw
                 go to take-one-inventory-name-exit
           end-read.
           if IV-DBNAME equal spaces or inv-count equal 300
              go to take-one-inventory-name-exit.
           add 1 to inv-count.
           move IV-DBNAME to in-dbname(inv-count).
           move 0 to in-len(inv-count).
           inspect IV-DBNAME tallying in-len(inv-count)
              for characters before initial " ".
       take-one-inventory-name-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the     *
      * source logs resolve as each is opened                     *
      *************************************************************
           call "envname" using "siem.intake                   ",
                   intake-envfn.
           call "envname" using "siemexp.seq                   ",
                   seq-envfn.
           call "envname" using "siemexp.bsq                   ",
                   bsq-envfn.
           call "envname" using "siemsev.ctl                   ",
                   sev-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
       end-resolve-toolkit-filenames. exit.
