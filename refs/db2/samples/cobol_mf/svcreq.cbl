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
      ** SOURCE FILE NAME: svcreq.cbl
      **
      ** SAMPLE: Application-team service request intake.  The
      **         request portal's extract (svcreq.in) carries one
      **         fixed-layout record per request -- portal request
      **         number, requester, application, database, request
      **         type and parameters -- where the requests used to
      **         arrive by mail and be re-keyed by an operator.
      **         Every request is validated against dbinv.dat and
      **         appdep.dat: the database must be an active
      **         inventory database that the requester's application
      **         actually uses (a new database must not be in the
      **         inventory yet, and the application must be one
      **         appdep.dat knows).  A routine request goes straight
      **         onto work.queue for qrunner, the qsubmit way:
      **             BACKUP    an ad hoc backup through dbbackup's
      **                       one-shot dbbackup.ctl (the database
      **                       must have a backup.lst entry)
      **             COMMENT   a catalog comment change through
      **                       dbcmt.ctl single mode (comment, 30)
      **             SNAPSHOT  a monitor snapshot of the database
      **                       through dbsnap's one-shot dbsnap.ctl
      **                       (one pass, at the lock threshold
      **                       installed in dbsnap.cfg, which is
      **                       left as it is)
      **             NEWDB     onboarding through dbonbrd.ctl
      **                       (class 4, instance 18, owner 20 and
      **                       contact 20, blank-separated)
      **         A disruptive request -- FORCE, forcing a runaway
      **         connection -- is not queued: a pending FORCE ticket
      **         is raised against the database through apprmnt
      **         under this job's USER id and on behalf of the
      **         requester, expiring in seven days, for a second
      **         person to approve.  Every request gets a
      **         row in the status-back file svcreq.sts for the
      **         portal (QUEUED with the queue entry, PENDING with
      **         the ticket, or REJECTED with the reason), and an
      **         opslog entry.  The extract is truncated afterwards
      **         so a request is taken exactly once, the alertrtr
      **         sweep convention.
      **
      ** OUTPUT FILE: svcreq.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "svcreq".

       Environment Division.
       Input-Output Section.
       File-Control.
           select in-file assign to in-envfn
              organization is line sequential
              file status is in-status.
           select sts-file assign to sts-envfn
              organization is line sequential
              file status is sts-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is random
              record key is IV-DBNAME
              file status is inv-status.
           select dep-file assign to dep-envfn
              organization is line sequential
              file status is dep-status.
           select bkp-list-file assign to bkp-list-envfn
              organization is line sequential
              file status is lst-status.
           select snap-cfg-file assign to snap-cfg-envfn
              organization is line sequential
              file status is snap-cfg-status.
           select queue-file assign to queue-envfn
              organization is line sequential
              file status is queue-status.
           select qseq-file assign to qseq-envfn
              organization is line sequential
              file status is qseq-status.
           select appr-ctl-file assign to appr-ctl-envfn
              organization is line sequential.
           select appr-seq-file assign to appr-seq-envfn
              organization is line sequential
              file status is appr-seq-status.

       Data Division.
       File Section.
      * svcreq.in: the request portal's extract
       FD  in-file.
       01  req-in-rec.
           05  sr-number          pic x(10).
           05  filler             pic x.
           05  sr-requester       pic x(8).
           05  filler             pic x.
           05  sr-application     pic x(20).
           05  filler             pic x.
           05  sr-dbname          pic x(8).
           05  filler             pic x.
           05  sr-type            pic x(8).
           05  filler             pic x.
           05  sr-params          pic x(80).

      * svcreq.sts: what became of each request, for the portal
       FD  sts-file.
       01  sts-rec                pic x(105).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  dep-file.
       01  dep-rec.
           05  dp-appl-name       pic x(20).
           05  filler             pic x.
           05  dp-dbname          pic x(8).
           05  filler             pic x.
           05  dp-rank            pic 9(2).

       FD  bkp-list-file.
       01  bkp-list-rec.
           05  bk-dbname          pic x(9).
           05  bk-userid          pic x(18).
           05  bk-type            pic x(1).
           05  bk-target          pic x(40).

       FD  snap-cfg-file.
       01  snap-cfg-rec.
           05  scf-repeat-count   pic 9(4).
           05  scf-interval-secs  pic 9(5).
           05  scf-lock-threshold pic 9(9).
           05  scf-dbname         pic x(8).

       FD  queue-file.
       01  queue-rec              pic x(164).

       FD  qseq-file.
       01  qseq-rec.
           05  qs-last-entry      pic 9(6).

       FD  appr-ctl-file.
       01  appr-ctl-rec.
           05  ac-mode            pic x(1).
           05  ac-action          pic x(10).
           05  ac-target          pic x(9).
           05  ac-expiry          pic x(8).
           05  ac-ticket          pic x(6).
           05  ac-requester       pic x(8).

       FD  appr-seq-file.
       01  appr-seq-rec.
           05  as-last-ticket     pic 9(6).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 in-envfn             pic x(42).
       77 sts-envfn            pic x(42).
       77 inv-envfn            pic x(42).
       77 dep-envfn            pic x(42).
       77 bkp-list-envfn       pic x(42).
       77 snap-cfg-envfn       pic x(42).
       77 queue-envfn          pic x(42).
       77 qseq-envfn           pic x(42).
       77 appr-ctl-envfn       pic x(42).
       77 appr-seq-envfn       pic x(42).

       77 in-status            pic x(2).
       77 sts-status           pic x(2).
       77 inv-status           pic x(2).
       77 dep-status           pic x(2).
       77 lst-status           pic x(2).
       77 snap-cfg-status      pic x(2).
       77 queue-status         pic x(2).
       77 qseq-status          pic x(2).
       77 appr-seq-status      pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).

       77 end-of-in-sw         pic x value "N".
          88 end-of-in         value "Y".
       77 end-of-dep-sw        pic x value "N".
          88 end-of-dep        value "Y".
       77 end-of-list-sw       pic x value "N".
          88 end-of-list       value "Y".
       77 inv-open-sw          pic x value "N".
          88 inv-open          value "Y".

      * the request types: the program a routine request queues
      * and the control file its record goes into, or the ticket
      * action a disruptive one must be approved under
       01 type-list.
          05 filler.
             10 pic x(8)  value "BACKUP".
             10 pic x(10) value "dbbackup".
             10 pic x(30) value "dbbackup.ctl".
             10 pic x(10) value spaces.
          05 filler.
             10 pic x(8)  value "COMMENT".
             10 pic x(10) value "dbcmt".
             10 pic x(30) value "dbcmt.ctl".
             10 pic x(10) value spaces.
          05 filler.
             10 pic x(8)  value "SNAPSHOT".
             10 pic x(10) value "dbsnap".
             10 pic x(30) value "dbsnap.ctl".
             10 pic x(10) value spaces.
          05 filler.
             10 pic x(8)  value "NEWDB".
             10 pic x(10) value "dbonbrd".
             10 pic x(30) value "dbonbrd.ctl".
             10 pic x(10) value spaces.
          05 filler.
             10 pic x(8)  value "FORCE".
             10 pic x(10) value "idlereap".
             10 pic x(30) value spaces.
             10 pic x(10) value "FORCE".
       01 type-table redefines type-list.
          05 type-item occurs 5 times.
             10 rt-type        pic x(8).
             10 rt-program     pic x(10).
             10 rt-ctl-name    pic x(30).
             10 rt-action      pic x(10).
       77 type-idx             pic s9(4) comp-5.
       77 type-hit             pic s9(4) comp-5.

      * appdep.dat, loaded once: which application uses which
      * database
       01 dep-entries.
          05 dep-entry         occurs 500 times.
             10 de-appl-name   pic x(20).
             10 de-dbname      pic x(8).
       77 dep-count            pic s9(4) comp-5 value 0.
       77 dep-idx              pic s9(4) comp-5.
       77 appl-known-sw        pic x.
          88 appl-known        value "Y".
       77 appl-uses-sw         pic x.
          88 appl-uses-db      value "Y".

      * backup.lst's databases, for the ad hoc backup check
       01 list-entries.
          05 list-dbname       occurs 200 times pic x(9).
       77 list-count           pic s9(4) comp-5 value 0.
       77 list-idx             pic s9(4) comp-5.
       77 on-list-sw           pic x.
          88 on-backup-list    value "Y".

      * the installed snapshot lock threshold, carried into a
      * queued snapshot's dbsnap.ctl (dbsnap's own default when
      * none is installed)
       77 snap-threshold       pic 9(9) value 1000.

      * the NEWDB parameters, in dbonbrd.ctl's order
       01 newdb-params.
          05 np-class          pic x(4).
          05 filler            pic x.
          05 np-instance       pic x(18).
          05 filler            pic x.
          05 np-owner          pic x(20).
          05 filler            pic x.
          05 np-contact        pic x(20).
          05 filler            pic x(15).

       77 reject-reason        pic x(60).
       77 queued-count         pic s9(4) comp-5 value 0.
       77 pending-count        pic s9(4) comp-5 value 0.
       77 rejected-count       pic s9(4) comp-5 value 0.

      * the qsubmit record and sequence
       77 last-queue-entry     pic 9(6) value 0.
       01 queue-line.
          05 qb-seq            pic 9(6).
          05 filler            pic x value space.
          05 qb-status         pic x(1) value "P".
          05 filler            pic x value space.
          05 qb-date           pic x(8).
          05 filler            pic x value space.
          05 qb-time           pic x(8).
          05 filler            pic x value space.
          05 qb-operator       pic x(8).
          05 filler            pic x value space.
          05 qb-program        pic x(10).
          05 filler            pic x value space.
          05 qb-ctl-name       pic x(30).
          05 filler            pic x value space.
          05 qb-ctl-rec        pic x(80).
          05 filler            pic x value space.
          05 qb-rc             pic x(5) value spaces.

      * a pending ticket's expiry: seven days out
       77 last-ticket          pic 9(6) value 0.
       77 appr-rc              pic s9(9) comp-5.
       77 expiry-days          pic s9(4) comp-5.
       01 walk-date.
          05 wd-yyyy           pic 9(4).
          05 wd-mm             pic 9(2).
          05 wd-dd             pic 9(2).
       77 days-in-month        pic s9(4) comp-5.
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem             pic s9(9) comp-5.

       01 sts-line.
          05 ss-number         pic x(10).
          05 filler            pic x value space.
          05 ss-date           pic x(8).
          05 filler            pic x value space.
          05 ss-time           pic x(8).
          05 filler            pic x value space.
          05 ss-status         pic x(8).
          05 filler            pic x value space.
          05 ss-reference      pic x(6).
          05 filler            pic x value space.
          05 ss-message        pic x(60).

      * Variables for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.

       Procedure Division.
       svcreq-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : SVCREQ.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "SVCREQ    ".

           accept today-date from date yyyymmdd.
           accept now-time   from time.

           open input in-file.
           if in-status not equal "00"
              display "no svcreq.in extract on hand -- nothing to ",
                       "take in"
              go to end-svcreq.

           perform load-dependencies.
           perform load-backup-list.
           perform read-snapshot-threshold.

           open input inv-file.
           if inv-status equal "00"
              move "Y" to inv-open-sw
           end-if.
           open extend sts-file.
           if sts-status equal "35"
              open output sts-file
           end-if.

           perform take-one-request thru take-one-request-exit
              until end-of-in.

           close in-file.
           close sts-file.
           if inv-open
              close inv-file
           end-if.

      * the extract is emptied so a request is taken exactly once
           open output in-file.
           close in-file.

           display "Requests queued           : ", queued-count.
           display "Requests pending approval : ", pending-count.
           display "Requests rejected         : ", rejected-count.
           if rejected-count greater than 0
              move 4 to RETURN-CODE
           end-if.

       end-svcreq.
           move RETURN-CODE to reg-rc.
           call "runreg" using "SVCREQ    ", reg-rc.
           goback.

       load-dependencies section.
      *************************************************************
      * appdep.dat: application name(20), database(8), rank(2)    *
      *************************************************************
           open input dep-file.
           if dep-status not equal "00"
              display "no appdep.dat on file -- no request can be ",
                       "matched to its application"
              go to end-load-dependencies.
           perform load-one-dependency thru load-one-dependency-exit
              until end-of-dep or dep-count equal 500.
           close dep-file.
       end-load-dependencies. exit.

       load-one-dependency section.
           read dep-file
              at end
                 move "Y" to end-of-dep-sw
                 go to load-one-dependency-exit
           end-read.
           add 1 to dep-count.
           move dp-appl-name to de-appl-name(dep-count).
           move dp-dbname    to de-dbname(dep-count).
       load-one-dependency-exit. exit.

       load-backup-list section.
           open input bkp-list-file.
           if lst-status not equal "00"
              go to end-load-backup-list.
           perform load-one-list-entry thru load-one-list-entry-exit
              until end-of-list or list-count equal 200.
           close bkp-list-file.
       end-load-backup-list. exit.

       load-one-list-entry section.
           read bkp-list-file
              at end
                 move "Y" to end-of-list-sw
                 go to load-one-list-entry-exit
           end-read.
           add 1 to list-count.
           move bk-dbname to list-dbname(list-count).
       load-one-list-entry-exit. exit.

       read-snapshot-threshold section.
           open input snap-cfg-file.
           if snap-cfg-status not equal "00"
              go to end-read-snapshot-threshold.
           read snap-cfg-file
              at end continue
              not at end
                 if scf-lock-threshold is numeric
                    move scf-lock-threshold to snap-threshold
                 end-if
           end-read.
           close snap-cfg-file.
       end-read-snapshot-threshold. exit.

       take-one-request section.
           read in-file
              at end
                 move "Y" to end-of-in-sw
                 go to take-one-request-exit
           end-read.
           if req-in-rec equal spaces
              go to take-one-request-exit.

           perform validate-request.
           if reject-reason not equal spaces
              perform reject-request
              go to take-one-request-exit.

           if rt-action(type-hit) not equal spaces
              perform raise-pending-ticket
           else
              perform queue-routine-request
           end-if.
       take-one-request-exit. exit.

       validate-request section.
      *************************************************************
      * the request's type, its requester and application, and    *
      * the database against the inventory and appdep.dat; the    *
      * first failure found is the reason given back             *
      *************************************************************
           move spaces to reject-reason.
           move 0 to type-hit.
           perform match-one-type
              varying type-idx from 1 by 1
              until type-idx > 5.
           if type-hit equal 0
              string "unknown request type " delimited by size
                     sr-type delimited by space
                into reject-reason
              go to end-validate-request.
           if sr-requester equal spaces
              move "no requester named" to reject-reason
              go to end-validate-request.
           if sr-application equal spaces
              move "no application named" to reject-reason
              go to end-validate-request.
           if sr-dbname equal spaces
              move "no database named" to reject-reason
              go to end-validate-request.

           move "N" to appl-known-sw.
           move "N" to appl-uses-sw.
           perform match-one-dependency
              varying dep-idx from 1 by 1
              until dep-idx > dep-count.

           if rt-type(type-hit) equal "NEWDB"
              perform validate-new-database
              go to end-validate-request.

           move "N" to inv-status.
           if inv-open
              move sr-dbname to IV-DBNAME
              read inv-file
                 invalid key move "23" to inv-status
              end-read
           end-if.
           if inv-status not equal "00" or not IV-IS-ACTIVE
              string sr-dbname delimited by space
                     " is not an active inventory database"
                        delimited by size
                into reject-reason
              go to end-validate-request.
           if not appl-uses-db
              string sr-application delimited by "  "
                     " does not use " delimited by size
                     sr-dbname delimited by space
                     " per appdep.dat" delimited by size
                into reject-reason
              go to end-validate-request.

           evaluate rt-type(type-hit)
              when "BACKUP"
                 move "N" to on-list-sw
                 perform match-one-list-entry
                    varying list-idx from 1 by 1
                    until list-idx > list-count
                 if not on-backup-list
                    string sr-dbname delimited by space
                           " has no backup.lst entry"
                              delimited by size
                      into reject-reason
                 end-if
              when "COMMENT"
                 if sr-params(1:30) equal spaces
                    move "no comment text given" to reject-reason
                 end-if
           end-evaluate.
       end-validate-request. exit.

       validate-new-database section.
      * a new database must not be in the inventory already, and
      * its application must be one appdep.dat knows
           if inv-open
              move sr-dbname to IV-DBNAME
              read inv-file
                 invalid key continue
                 not invalid key
                    string sr-dbname delimited by space
                           " is already in the inventory"
                              delimited by size
                      into reject-reason
                    go to end-validate-new-database
              end-read
           end-if.
           if not appl-known
              string sr-application delimited by "  "
                     " is not on appdep.dat" delimited by size
                into reject-reason
              go to end-validate-new-database.
           move sr-params to newdb-params.
           if np-class not equal "PROD" and np-class not equal "TEST"
              and np-class not equal "ARCH"
              move "class must be PROD, TEST or ARCH"
                to reject-reason
              go to end-validate-new-database.
           if np-instance equal spaces
              move "no instance named" to reject-reason
           end-if.
       end-validate-new-database. exit.

       match-one-type section.
           if rt-type(type-idx) equal sr-type
              move type-idx to type-hit
           end-if.
       end-match-one-type. exit.

       match-one-dependency section.
           if de-appl-name(dep-idx) equal sr-application
              move "Y" to appl-known-sw
              if de-dbname(dep-idx) equal sr-dbname
                 move "Y" to appl-uses-sw
              end-if
           end-if.
       end-match-one-dependency. exit.

       match-one-list-entry section.
           if list-dbname(list-idx) equal sr-dbname
              move "Y" to on-list-sw
           end-if.
       end-match-one-list-entry. exit.

       queue-routine-request section.
      *************************************************************
      * the request's control record, built the way the program   *
      * reads it, goes onto work.queue for qrunner                *
      *************************************************************
           move spaces to qb-ctl-rec.
           evaluate rt-type(type-hit)
              when "BACKUP"
                 move sr-dbname to qb-ctl-rec(1:9)
              when "COMMENT"
                 move "S" to qb-ctl-rec(1:1)
                 move sr-dbname to qb-ctl-rec(2:8)
                 move sr-params(1:30) to qb-ctl-rec(10:30)
              when "SNAPSHOT"
                 move "0001" to qb-ctl-rec(1:4)
                 move "00000" to qb-ctl-rec(5:5)
                 move snap-threshold to qb-ctl-rec(10:9)
                 move sr-dbname to qb-ctl-rec(19:8)
              when "NEWDB"
                 move sr-dbname to qb-ctl-rec(1:8)
                 move newdb-params(1:65) to qb-ctl-rec(10:65)
           end-evaluate.

           perform write-queue-entry.
           if queue-status not equal "00"
              move "work.queue not writable -- resubmit the request"
                to reject-reason
              perform reject-request
              go to end-queue-routine-request.

           add 1 to queued-count.
           move "QUEUED" to ss-status.
           move last-queue-entry to ss-reference.
           move spaces to ss-message.
           string "queued for " delimited by size
                  rt-program(type-hit) delimited by space
                  " as work.queue entry " delimited by size
                  last-queue-entry delimited by size
             into ss-message.
           perform write-status-row.

           move spaces to log-detail.
           string "request " delimited by size
                  sr-number delimited by space
                  " " delimited by size
                  rt-type(type-hit) delimited by space
                  " " delimited by size
                  sr-dbname delimited by space
                  " entry " delimited by size
                  last-queue-entry delimited by size
             into log-detail.
           call "opslog" using "SVCREQ    ",
                   "SERVICE REQUEST QUEUED        ", log-detail.
           display "request ", sr-number, " queued as entry ",
                    last-queue-entry.
       end-queue-routine-request. exit.

       write-queue-entry section.
      * the qsubmit record and sequence, operator the requester
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
           move last-queue-entry     to qb-seq.
           move "P"                  to qb-status.
           move today-date           to qb-date.
           move now-time             to qb-time.
           move sr-requester         to qb-operator.
           move rt-program(type-hit) to qb-program.
           move rt-ctl-name(type-hit) to qb-ctl-name.
           move spaces               to qb-rc.
           write queue-rec from queue-line.
           close queue-file.
           open output qseq-file.
           move last-queue-entry to qs-last-entry.
           write qseq-rec.
           close qseq-file.
       end-write-queue-entry. exit.

       raise-pending-ticket section.
      *************************************************************
      * a disruptive request waits for two people: apprmnt raises *
      * a pending ticket for its action against the database on  *
      * the requester's behalf, and a different operator approves *
      *************************************************************
           move today-date to walk-date.
           perform increment-walk-date
              varying expiry-days from 1 by 1
              until expiry-days > 7.

           call "envname" using "appr.ctl                      ",
                   appr-ctl-envfn.
           open output appr-ctl-file.
           move spaces to appr-ctl-rec.
           move "R" to ac-mode.
           move rt-action(type-hit) to ac-action.
           move sr-dbname to ac-target.
           move walk-date to ac-expiry.
           move sr-requester to ac-requester.
           write appr-ctl-rec.
           close appr-ctl-file.

           move 0 to RETURN-CODE.
           call "apprmnt".
           cancel "apprmnt".
           move RETURN-CODE to appr-rc.
           move 0 to RETURN-CODE.
           if appr-rc not less than 8
              move "ticket could not be raised -- see dbops.log"
                to reject-reason
              perform reject-request
              go to end-raise-pending-ticket.

           move 0 to last-ticket.
           open input appr-seq-file.
           if appr-seq-status equal "00"
              read appr-seq-file
                 at end continue
                 not at end move as-last-ticket to last-ticket
              end-read
              close appr-seq-file
           end-if.

           add 1 to pending-count.
           move "PENDING" to ss-status.
           move last-ticket to ss-reference.
           move spaces to ss-message.
           string "awaiting approval of " delimited by size
                  rt-action(type-hit) delimited by space
                  " ticket " delimited by size
                  last-ticket delimited by size
                  " -- " delimited by size
                  sr-params delimited by "  "
             into ss-message.
           perform write-status-row.

           move spaces to log-detail.
           string "request " delimited by size
                  sr-number delimited by space
                  " " delimited by size
                  rt-type(type-hit) delimited by space
                  " " delimited by size
                  sr-dbname delimited by space
                  " ticket " delimited by size
                  last-ticket delimited by size
             into log-detail.
           call "opslog" using "SVCREQ    ",
                   "SERVICE REQUEST HELD          ", log-detail.
           display "request ", sr-number, " held for approval of ",
                    "ticket ", last-ticket.
       end-raise-pending-ticket. exit.

       reject-request section.
           add 1 to rejected-count.
           move "REJECTED" to ss-status.
           move spaces to ss-reference.
           move reject-reason to ss-message.
           perform write-status-row.

           move spaces to log-detail.
           string "request " delimited by size
                  sr-number delimited by space
                  ": " delimited by size
                  reject-reason delimited by size
             into log-detail.
           call "opslog" using "SVCREQ    ",
                   "SERVICE REQUEST REJECTED      ", log-detail.
           display "request ", sr-number, " rejected -- ",
                    reject-reason.
       end-reject-request. exit.

       write-status-row section.
           move sr-number  to ss-number.
           move today-date to ss-date.
           move now-time   to ss-time.
           write sts-rec from sts-line.
       end-write-status-row. exit.

       set-days-in-month section.
           evaluate wd-mm
              when 01 when 03 when 05 when 07
              when 08 when 10 when 12
                 move 31 to days-in-month
              when 04 when 06 when 09 when 11
                 move 30 to days-in-month
              when other
                 move 28 to days-in-month
                 divide wd-yyyy by 4 giving leap-quot
                    remainder leap-rem
                 if leap-rem equal 0
                    divide wd-yyyy by 100 giving leap-quot
                       remainder leap-rem
                    if leap-rem not equal 0
                       move 29 to days-in-month
                    else
                       divide wd-yyyy by 400 giving leap-quot
                          remainder leap-rem
                       if leap-rem equal 0
                          move 29 to days-in-month
                       end-if
                    end-if
                 end-if
           end-evaluate.
       end-set-days-in-month. exit.

       increment-walk-date section.
      * step the walked date forward one day, carrying month and year
           perform set-days-in-month.
           add 1 to wd-dd.
           if wd-dd greater than days-in-month
              move 1 to wd-dd
              add 1 to wd-mm
              if wd-mm greater than 12
                 move 1 to wd-mm
                 add 1 to wd-yyyy
              end-if
           end-if.
       end-increment-walk-date. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "svcreq.in                     ",
                   in-envfn.
           call "envname" using "svcreq.sts                    ",
                   sts-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "appdep.dat                    ",
                   dep-envfn.
           call "envname" using "backup.lst                    ",
                   bkp-list-envfn.
           call "envname" using "dbsnap.cfg                    ",
                   snap-cfg-envfn.
           call "envname" using "work.queue                    ",
                   queue-envfn.
           call "envname" using "qsubmit.seq                   ",
                   qseq-envfn.
           call "envname" using "appr.seq                      ",
                   appr-seq-envfn.
       end-resolve-toolkit-filenames. exit.
