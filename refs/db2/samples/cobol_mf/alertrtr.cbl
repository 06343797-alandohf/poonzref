      **     every routed queue record now ends with a host column
      **     (HOSTNAME, LOCAL when unset) for the multi-host
      **     consolidation (hostexp / hostmrg).
      **     the sweep now also covers connmon.alert (peak
      **     connections closing on MAXAPPLS), in the dbstart.alert
      **     record layout like the rest.
      **     the sweep now also covers tbswatch.alert (tablespaces
      **     held in a must-alert state such as backup pending or
      **     offline), in the dbstart.alert record layout.
      **     PAGER alerts now correlate into storms: alerts naming
      **     the same database, or databases sharing an fspath.ctl
      **     storage path, inside the alertcor.ctl window (default
      **     15 minutes, 0000 off) fold under the first one -- the
      **     parent pages, the rest are routed FOLDED with CHILD OF
      **     <parent> in the contact column, and a LOG-routed STORM
      **     summary per parent counts what was folded.
      **     the sweep now also covers connleak.alert (applications
      **     leaking connections toward MAXAPPLS), in the
      **     dbstart.alert record layout.
      **     the sweep now also covers connaud.alert (connections to
      **     PROD databases by auth ids or applications not in the
      **     connection registry); the SECURITY alert class defaults
      **     to SECURITY severity routed PAGER when alert.rules
      **     holds no rule for it.
      **     the database's criticality tier (dbinv.dat) now moves
      **     the route after the rule lookup: a tier 1 database's
      **     alert goes one step up (LOG to CONSOLE, CONSOLE to
      **     PAGER) and a tier 4 database's PAGER alert goes to the
      **     CONSOLE unless it is ESCALATE or SECURITY; the database
      **     is the record's own column, else a tiered database
      **     named in the message.
      **     the sweep now also covers rollrst.alert (a rolling
      **     instance restart halted on a failed readiness gate), in
      **     the dbstart.alert record layout; with no alert.rules
      **     rule for it the ROLLRST source defaults to CRITICAL
      **     severity routed PAGER.
      **     the sweep now also covers logcont.alert (breaks in a
      **     PROD database's archived transaction-log chain), in the
      **     dbstart.alert record layout.
      **     the sweep now also covers actdrop.alert (commit drops
      **     and rollback-ratio spikes against the thruput baseline,
      **     naming the applications that use the database), in the
      **     dbstart.alert record layout.
      **     the sweep now also covers probe.alert (a synthetic
      **     connect-and-query probe that failed twice in a row or
      **     answered over its response threshold).
      **     the sweep now also covers dractv.alert (a gap in the
      **     shipped DR kit, or a database the recovery-site
      **     activation could not restore or bring ready), in the
      **     dbstart.alert record layout.
      ***********************************************************************

       Identification Division.
              organization is line sequential
              file status is alert-in-status.
           select queue-file assign to queue-envfn
              organization is line sequential
              file status is queue-status.
           select fspath-file assign to fspath-envfn
              organization is line sequential
              file status is fspath-status.
           select corr-file assign to corr-envfn
              organization is line sequential
              file status is corr-status.
           select seq-file assign to seq-envfn
              organization is line sequential
              file status is seq-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.

       Data Division.
       File Section.
       01  seq-rec.
           05  sq-last-alertid    pic 9(6).

       FD  fspath-file.
       01  fspath-rec.
           05  fp-dbname          pic x(8).
           05  filler             pic x.
           05  fp-kind            pic x(1).
           05  filler             pic x.
           05  fp-path            pic x(40).

       FD  corr-file.
       01  corr-rec.
           05  cc-window-minutes  pic x(4).

       FD  inv-file.
       copy "dbinvrec.cbl".

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 alert-in-status      pic x(2).
       77 rules-status         pic x(2).
       77 seq-status           pic x(2).
       77 queue-status         pic x(2).
       77 fspath-status        pic x(2).
       77 corr-status          pic x(2).
       77 inv-status           pic x(2).

      * the files swept through the dbstart.alert record layout --
      * one writer per program that raises paging alerts
          05 filler pic x(30) value "expruns.alert".
          05 filler pic x(30) value "dbbackup.alert".
          05 filler pic x(30) value "drship.alert".
          05 filler pic x(30) value "connmon.alert".
          05 filler pic x(30) value "tbswatch.alert".
          05 filler pic x(30) value "connleak.alert".
          05 filler pic x(30) value "connaud.alert".
          05 filler pic x(30) value "rollrst.alert".
          05 filler pic x(30) value "logcont.alert".
          05 filler pic x(30) value "actdrop.alert".
          05 filler pic x(30) value "probe.alert".
          05 filler pic x(30) value "dractv.alert".
       01 paging-file-table redefines paging-file-list.
          05 paging-file-name occurs 22 times pic x(30).
       77 paging-idx           pic s9(4) comp-5.

       77 rules-envfn          pic x(42).
       77 escalate-envfn       pic x(42).
       77 queue-envfn          pic x(42).
       77 seq-envfn            pic x(42).
       77 fspath-envfn         pic x(42).
       77 corr-envfn           pic x(42).
       77 inv-envfn            pic x(42).

      * routing rules table, loaded once from alert.rules; an alert
      * class (source program) with no rule keeps the conservative
      * central consolidation (hostexp / hostmrg)
       77 host-name           pic x(8) value spaces.

      * storm correlation: PAGER alerts naming the same database,
      * or databases sharing an fspath.ctl storage path, inside the
      * alertcor.ctl window fold under the first one (the parent);
      * only the parent pages
       77 storm-window        pic s9(4) comp-5 value 15.
       01 storage-entries.
          05 storage-entry     occurs 100 times.
             10 st-dbname      pic x(8).
             10 st-path        pic x(40).
             10 st-db-key      pic x(10).
             10 st-db-len      pic s9(4) comp-5.
             10 st-path-key    pic x(42).
             10 st-path-len    pic s9(4) comp-5.
       77 storage-count       pic s9(4) comp-5 value 0.
       77 storage-idx         pic s9(4) comp-5.
       77 storage-idx2        pic s9(4) comp-5.
       77 end-of-fspath-sw    pic x value "N".
          88 end-of-fspath    value "Y".

       01 parent-entries.
          05 parent-entry      occurs 200 times.
             10 pa-alertid     pic 9(6).
             10 pa-minute      pic s9(9) comp-5.
             10 pa-dbname      pic x(8).
             10 pa-path        pic x(40).
             10 pa-folded      pic s9(4) comp-5.
             10 pa-folded-now  pic s9(4) comp-5.
       77 parent-count        pic s9(4) comp-5 value 0.
       77 parent-idx          pic s9(4) comp-5.
       77 match-idx           pic s9(4) comp-5.
       77 related-sw          pic x value "N".
          88 alerts-related   value "Y".
       77 folded-sw           pic x value "N".
          88 alert-folded     value "Y".
       77 end-of-queue-sw     pic x value "N".
          88 end-of-queue     value "Y".

       77 subj-dbname         pic x(8).
       77 subj-path           pic x(40).
       77 scan-text           pic x(72).
       77 hit-count           pic s9(4) comp-5.
       77 child-parent-id     pic x(6).
       77 folded-count        pic s9(4) comp-5 value 0.
       77 folded-ed           pic zzz9.
       77 total-ed            pic zzz9.

      * criticality tiers from the inventory: a tier 1 database's
      * alert is routed one step up (LOG to CONSOLE, CONSOLE to
      * PAGER), a tier 4 database's PAGER alert goes to the CONSOLE
      * unless it is an ESCALATE or SECURITY alert; tiers 2 and 3
      * route as the rule says.  only tiers 1 and 4 are kept
       01 tier-entries.
          05 tier-entry        occurs 200 times.
             10 ti-dbname      pic x(8).
             10 ti-tier        pic x(1).
             10 ti-db-key      pic x(10).
             10 ti-db-len      pic s9(4) comp-5.
       77 tier-count          pic s9(4) comp-5 value 0.
       77 tier-idx            pic s9(4) comp-5.
       77 tier-found-sw       pic x value "N".
          88 tier-found       value "Y".
       77 end-of-inv-sw       pic x value "N".
          88 end-of-inv       value "Y".

      * day-serial date arithmetic, carried down to the minute
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       01 minute-parse.
          05 mp-hh             pic 99.
          05 mp-mi             pic 99.
          05 filler            pic x(4).
       77 stamp-minute         pic s9(9) comp-5.
       77 sweep-minute         pic s9(9) comp-5.
       77 minute-gap           pic s9(9) comp-5.

       Procedure Division.
       alertrtr-pgm section.

           end-if.

           perform load-rules.
           perform load-tiers.
           perform load-sequence.
           perform load-storm-control.
           if storm-window greater than 0
              perform load-storage-paths
              perform load-recent-parents
           end-if.

           open extend queue-file.
           perform sweep-one-paging-file
              thru sweep-one-paging-file-exit
              varying paging-idx from 1 by 1
              until paging-idx > 22.
           perform sweep-dbsnap-alerts.
           perform sweep-escalations.
           perform write-storm-summary
              varying parent-idx from 1 by 1
              until parent-idx > parent-count.
           close queue-file.
           perform save-sequence.

           display "Alerts routed to alert.queue : ", routed-count.
           display "Alerts folded under a storm parent : ",
                    folded-count.

       end-alertrtr. stop run.

       find-rule section.
      *************************************************************
      * look the routing rule up by source program; no rule means *
      * the WARNING / CONSOLE default, except the SECURITY class  *
      * and a halted rolling restart, which page unless a rule    *
      * says otherwise; the database's criticality tier then has  *
      * its say on the route                                      *
      *************************************************************
           move "N" to rule-found-sw.
           move "WARNING" to qu-severity.
           move "CONSOLE" to qu-route.
           if qu-program equal "SECURITY"
              move "SECURITY" to qu-severity
              move "PAGER"    to qu-route
           end-if.
           if qu-program equal "ROLLRST"
              move "CRITICAL" to qu-severity
              move "PAGER"    to qu-route
           end-if.
           perform check-one-rule thru check-one-rule-exit
              varying rule-idx from 1 by 1
              until rule-idx > rule-count or rule-found.
           perform apply-criticality-tier.
       end-find-rule. exit.

       check-one-rule section.
           end-if.
       check-one-rule-exit. exit.

       load-tiers section.
      *************************************************************
      * dbinv.dat: the active databases at tier 1 or tier 4, with *
      * a search key for spotting the name in a message text      *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              go to end-load-tiers.
           perform load-one-tier thru load-one-tier-exit
              until end-of-inv or tier-count equal 200.
           close inv-file.
       end-load-tiers. exit.

       load-one-tier section.
           read inv-file
              at end
                 move "Y" to end-of-inv-sw
                 go to load-one-tier-exit
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-tier-exit.
           if IV-TIER not equal "1" and IV-TIER not equal "4"
              go to load-one-tier-exit.
           add 1 to tier-count.
           move IV-DBNAME to ti-dbname(tier-count).
           move IV-TIER   to ti-tier(tier-count).
      * a space each side, as for the storage keys
           move spaces to ti-db-key(tier-count).
           string " " delimited by size
                  IV-DBNAME delimited by space
                  " " delimited by size
             into ti-db-key(tier-count).
           move 0 to hit-count.
           inspect IV-DBNAME tallying hit-count
              for characters before initial space.
           compute ti-db-len(tier-count) = hit-count + 2.
       load-one-tier-exit. exit.

       apply-criticality-tier section.
      *************************************************************
      * the alert's database -- its own column, else a tiered     *
      * database named in the message -- and that database's tier *
      * moves the route                                           *
      *************************************************************
           if tier-count equal 0
              go to end-apply-criticality-tier.
           move "N" to tier-found-sw.
           if qu-dbname not equal spaces
              perform check-one-tier-name
                 varying tier-idx from 1 by 1
                 until tier-idx > tier-count or tier-found
           else
              move spaces to scan-text
              string " " delimited by size
                     qu-message delimited by size
                     " " delimited by size
                into scan-text
              perform check-one-tier-key
                 varying tier-idx from 1 by 1
                 until tier-idx > tier-count or tier-found
           end-if.
           if not tier-found
              go to end-apply-criticality-tier.
           subtract 1 from tier-idx.

           if ti-tier(tier-idx) equal "1"
              evaluate qu-route
                 when "CONSOLE" move "PAGER"   to qu-route
                 when "LOG    " move "CONSOLE" to qu-route
              end-evaluate
              go to end-apply-criticality-tier.
           if qu-route equal "PAGER  "
              and qu-severity not equal "ESCALATE"
              and qu-severity not equal "SECURITY"
              move "CONSOLE" to qu-route
           end-if.
       end-apply-criticality-tier. exit.

       check-one-tier-name section.
           if ti-dbname(tier-idx) equal qu-dbname(1:8)
              move "Y" to tier-found-sw
           end-if.
       end-check-one-tier-name. exit.

       check-one-tier-key section.
           move 0 to hit-count.
           inspect scan-text tallying hit-count for all
              ti-db-key(tier-idx)(1:ti-db-len(tier-idx)).
           if hit-count greater than 0
              move "Y" to tier-found-sw
           end-if.
       end-check-one-tier-key. exit.

       sweep-one-paging-file section.
      *************************************************************
      * one pass over a paging-alert file (they all share the     *
           move last-alertid to qu-alertid.
           move spaces to qu-contact.
           move host-name to qu-host.
      * a PAGER alert inside a storm already paged for folds under
      * its parent and is routed FOLDED, pointing at the parent
           if qu-route equal "PAGER  " and storm-window greater than 0
              perform correlate-alert
           end-if.
      * a PAGER record carries the on-call contact in effect at the
      * moment it is routed -- the rotation, not the group box
           if qu-route equal "PAGER  "
       end-write-queue-record. exit.


       load-storm-control section.
      *************************************************************
      * alertcor.ctl: correlation window in minutes (4); missing  *
      * keeps 15, and 0000 turns storm correlation off            *
      *************************************************************
           open input corr-file.
           if corr-status not equal "00"
              go to end-load-storm-control.
           read corr-file
              at end continue
              not at end
                 if cc-window-minutes is numeric
                    move cc-window-minutes to storm-window
                 end-if
           end-read.
           close corr-file.
       end-load-storm-control. exit.

       load-storage-paths section.
      *************************************************************
      * fspath.ctl (database, kind, storage path -- the fswatch   *
      * map) says which databases share storage and lets a path  *
      * or database named in a message text be recognized         *
      *************************************************************
           open input fspath-file.
           if fspath-status not equal "00"
              go to end-load-storage-paths.
           perform load-one-storage-path
              thru load-one-storage-path-exit
              until end-of-fspath or storage-count equal 100.
           close fspath-file.
       end-load-storage-paths. exit.

       load-one-storage-path section.
           read fspath-file
              at end
                 move "Y" to end-of-fspath-sw
                 go to load-one-storage-path-exit
           end-read.
           if fp-dbname equal spaces or fp-path equal spaces
              go to load-one-storage-path-exit.
           add 1 to storage-count.
           move fp-dbname to st-dbname(storage-count).
           move fp-path   to st-path(storage-count).
      * search keys carry a space each side so SAMPLE does not
      * match inside SAMPLE2
           move spaces to st-db-key(storage-count).
           string " " delimited by size
                  fp-dbname delimited by space
                  " " delimited by size
             into st-db-key(storage-count).
           move 0 to hit-count.
           inspect fp-dbname tallying hit-count
              for characters before initial space.
           compute st-db-len(storage-count) = hit-count + 2.
           move spaces to st-path-key(storage-count).
           string " " delimited by size
                  fp-path delimited by space
                  " " delimited by size
             into st-path-key(storage-count).
           move 0 to hit-count.
           inspect fp-path tallying hit-count
              for characters before initial space.
           compute st-path-len(storage-count) = hit-count + 2.
       load-one-storage-path-exit. exit.

       load-recent-parents section.
      *************************************************************
      * a storm often spans two sweeps: PAGER alerts already in   *
      * the queue and still inside the window are parents this    *
      * sweep can fold into, with the children already under them *
      *************************************************************
           move sweep-today to qu-date.
           move sweep-now   to qu-time.
           perform stamp-to-minute.
           move stamp-minute to sweep-minute.
           open input queue-file.
           if queue-status not equal "00"
              go to end-load-recent-parents.
           perform load-one-recent-alert
              thru load-one-recent-alert-exit
              until end-of-queue.
           close queue-file.
       end-load-recent-parents. exit.

       load-one-recent-alert section.
           read queue-file into queue-line
              at end
                 move "Y" to end-of-queue-sw
                 go to load-one-recent-alert-exit
           end-read.
           if qu-contact(1:9) equal "CHILD OF "
              move qu-contact(10:6) to child-parent-id
              perform count-one-old-child
                 varying parent-idx from 1 by 1
                 until parent-idx > parent-count
              go to load-one-recent-alert-exit.
           if qu-route not equal "PAGER  "
              or qu-severity equal "ESCALATE"
              go to load-one-recent-alert-exit.
           perform stamp-to-minute.
           compute minute-gap = sweep-minute - stamp-minute.
           if minute-gap greater than storm-window
              go to load-one-recent-alert-exit.
           perform derive-alert-subject.
           perform add-storm-parent.
       load-one-recent-alert-exit. exit.

       count-one-old-child section.
           if pa-alertid(parent-idx) equal child-parent-id
              add 1 to pa-folded(parent-idx)
           end-if.
       end-count-one-old-child. exit.

       correlate-alert section.
      *************************************************************
      * fold this PAGER alert under a parent inside the window    *
      * that shares its database or storage; otherwise it becomes *
      * a parent itself                                           *
      *************************************************************
           move "N" to folded-sw.
           perform stamp-to-minute.
           perform derive-alert-subject.
           if subj-dbname equal spaces and subj-path equal spaces
      * nothing to correlate on -- it pages on its own
              go to end-correlate-alert.
           perform check-one-parent
              varying parent-idx from 1 by 1
              until parent-idx > parent-count or alert-folded.
           if alert-folded
              move "FOLDED " to qu-route
              string "CHILD OF " delimited by size
                     pa-alertid(match-idx) delimited by size
                into qu-contact
              add 1 to pa-folded(match-idx)
              add 1 to pa-folded-now(match-idx)
              add 1 to folded-count
           else
              perform add-storm-parent
           end-if.
       end-correlate-alert. exit.

       check-one-parent section.
           compute minute-gap = stamp-minute - pa-minute(parent-idx).
           if minute-gap less than 0
              compute minute-gap = 0 - minute-gap
           end-if.
           if minute-gap greater than storm-window
              go to end-check-one-parent.
           perform check-alerts-related.
           if alerts-related
              move "Y" to folded-sw
              move parent-idx to match-idx
           end-if.
       end-check-one-parent. exit.

       add-storm-parent section.
           if parent-count equal 200
              or (subj-dbname equal spaces and subj-path equal spaces)
              go to end-add-storm-parent.
           add 1 to parent-count.
           move qu-alertid   to pa-alertid(parent-count).
           move stamp-minute to pa-minute(parent-count).
           move subj-dbname  to pa-dbname(parent-count).
           move subj-path    to pa-path(parent-count).
           move 0 to pa-folded(parent-count).
           move 0 to pa-folded-now(parent-count).
       end-add-storm-parent. exit.

       derive-alert-subject section.
      *************************************************************
      * the database an alert is about -- its own column, else a  *
      * known database named in the message -- and any known      *
      * storage path the message names (fswatch names the path)   *
      *************************************************************
           move qu-dbname(1:8) to subj-dbname.
           move spaces to subj-path.
           move spaces to scan-text.
           string " " delimited by size
                  qu-message delimited by size
                  " " delimited by size
             into scan-text.
           perform scan-one-storage-key
              varying storage-idx from 1 by 1
              until storage-idx > storage-count.
       end-derive-alert-subject. exit.

       scan-one-storage-key section.
           if subj-dbname equal spaces
              move 0 to hit-count
              inspect scan-text tallying hit-count for all
                 st-db-key(storage-idx)(1:st-db-len(storage-idx))
              if hit-count greater than 0
                 move st-dbname(storage-idx) to subj-dbname
              end-if
           end-if.
           if subj-path equal spaces
              move 0 to hit-count
              inspect scan-text tallying hit-count for all
                 st-path-key(storage-idx)(1:st-path-len(storage-idx))
              if hit-count greater than 0
                 move st-path(storage-idx) to subj-path
              end-if
           end-if.
       end-scan-one-storage-key. exit.

       check-alerts-related section.
      *************************************************************
      * related: same database, same path, a database on the      *
      * other's path, or two databases sharing a storage path     *
      *************************************************************
           move "N" to related-sw.
           if subj-dbname not equal spaces
              and subj-dbname equal pa-dbname(parent-idx)
              move "Y" to related-sw
              go to end-check-alerts-related.
           if subj-path not equal spaces
              and subj-path equal pa-path(parent-idx)
              move "Y" to related-sw
              go to end-check-alerts-related.
           perform check-one-storage-link
              varying storage-idx from 1 by 1
              until storage-idx > storage-count or alerts-related.
       end-check-alerts-related. exit.

       check-one-storage-link section.
           if subj-dbname not equal spaces
              and st-dbname(storage-idx) equal subj-dbname
              if st-path(storage-idx) equal pa-path(parent-idx)
                 move "Y" to related-sw
                 go to end-check-one-storage-link
              end-if
              if pa-dbname(parent-idx) not equal spaces
                 perform check-one-shared-path
                    varying storage-idx2 from 1 by 1
                    until storage-idx2 > storage-count
                       or alerts-related
              end-if
              go to end-check-one-storage-link.
           if pa-dbname(parent-idx) not equal spaces
              and st-dbname(storage-idx) equal pa-dbname(parent-idx)
              and subj-path not equal spaces
              and st-path(storage-idx) equal subj-path
              move "Y" to related-sw
           end-if.
       end-check-one-storage-link. exit.

       check-one-shared-path section.
           if st-dbname(storage-idx2) equal pa-dbname(parent-idx)
              and st-path(storage-idx2) equal st-path(storage-idx)
              move "Y" to related-sw
           end-if.
       end-check-one-shared-path. exit.

       write-storm-summary section.
      *************************************************************
      * one LOG-routed summary per parent that folded alerts this *
      * sweep: how many this sweep and how many in all, carrying  *
      * the parent reference so alertack clears it with the      *
      * parent                                                    *
      *************************************************************
           if pa-folded-now(parent-idx) equal 0
              go to end-write-storm-summary.
           add 1 to last-alertid.
           move last-alertid to qu-alertid.
           move sweep-today  to qu-date.
           move sweep-now    to qu-time.
           move "ALERTRTR"   to qu-program.
           move pa-dbname(parent-idx) to qu-dbname.
           move "INFO"       to qu-severity.
           move "LOG"        to qu-route.
           move pa-folded-now(parent-idx) to folded-ed.
           move pa-folded(parent-idx)     to total-ed.
           move spaces to qu-message.
           string "STORM " delimited by size
                  pa-alertid(parent-idx) delimited by size
                  ":" delimited by size
                  folded-ed delimited by size
                  " alerts folded this sweep," delimited by size
                  total-ed delimited by size
                  " in all" delimited by size
             into qu-message.
           move spaces to qu-contact.
           string "STORM OF " delimited by size
                  pa-alertid(parent-idx) delimited by size
             into qu-contact.
           move host-name to qu-host.
           write queue-rec from queue-line.
           add 1 to routed-count.
           display "storm summary: ", qu-message.
       end-write-storm-summary. exit.

       stamp-to-minute section.
      * qu-date yyyymmdd and qu-time hhmmss.. to a minute serial
           move 0 to stamp-minute.
           move qu-date to serial-work-date.
           move qu-time to minute-parse.
           if serial-work-date is not numeric
              or mp-hh is not numeric or mp-mi is not numeric
              go to end-stamp-to-minute.
           perform date-to-serial.
           compute stamp-minute = serial-days * 1440
              + mp-hh * 60 + mp-mi.
       end-stamp-to-minute. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the window can be computed    *
      * across month and year boundaries with plain integer      *
      * arithmetic                                                *
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

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
                   queue-envfn.
           call "envname" using "alert.seq                     ",
                   seq-envfn.
           call "envname" using "fspath.ctl                    ",
                   fspath-envfn.
           call "envname" using "alertcor.ctl                  ",
                   corr-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
       end-resolve-toolkit-filenames. exit.
