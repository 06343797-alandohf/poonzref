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
      ** SOURCE FILE NAME: operrcn.cbl
      **
      ** SAMPLE: Operator leaver reconciliation.  Operator ids live in
      **         operauth.ctl (menu profiles), shiftdef.ctl (shift
      **         hours) and oncall.ros (the rotation), and none of
      **         them knew whether an id still belonged to someone
      **         who works here.  This reconciles all three against
      **         the operator master (opermst.dat, kept by opermnt):
      **         an id the master has never heard of, or one marked
      **         as left, is flagged -- roster rows only from the
      **         leave date on, since the rotation's past is
      **         history.  It then looks for a leaver's id still
      **         being used: appr.tickets rows raised or approved
      **         after the leave date, and dbops.log actions after
      **         it.  Output is operrcn.rpt, one line per finding;
      **         any finding ends the run with return code 4.
      **
      ** OUTPUT FILE: operrcn.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "operrcn".

       Environment Division.
       Input-Output Section.
       File-Control.
           select opmst-file assign to opmst-envfn
              organization is indexed
              access mode is sequential
              record key is OM-OPERATOR
              file status is opmst-status.
           select auth-file assign to auth-envfn
              organization is line sequential
              file status is in-status.
           select shift-file assign to shift-envfn
              organization is line sequential
              file status is in-status.
           select roster-file assign to roster-envfn
              organization is line sequential
              file status is in-status.
           select ticket-file assign to ticket-envfn
              organization is line sequential
              file status is in-status.
           select ops-file assign to ops-envfn
              organization is line sequential
              file status is in-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  opmst-file.
       copy "opmstrec.cbl".

       FD  auth-file.
       01  auth-rec.
           05  oa-userid          pic x(8).
           05  filler             pic x(60).

       FD  shift-file.
       01  shift-rec.
           05  sd-operator        pic x(8).
           05  filler             pic x.
           05  sd-start           pic x(6).
           05  filler             pic x.
           05  sd-end             pic x(6).

       FD  roster-file.
       01  roster-rec.
           05  ro-date            pic x(8).
           05  filler             pic x.
           05  ro-shift           pic x(1).
           05  filler             pic x.
           05  ro-operator        pic x(8).
           05  filler             pic x.
           05  ro-contact         pic x(40).

       FD  ticket-file.
       01  ticket-rec.
           05  tk-number          pic 9(6).
           05  filler             pic x.
           05  tk-date            pic x(8).
           05  filler             pic x.
           05  tk-requester       pic x(8).
           05  filler             pic x.
           05  tk-approver        pic x(8).
           05  filler             pic x.
           05  tk-action          pic x(10).
           05  filler             pic x.
           05  tk-target          pic x(9).
           05  filler             pic x.
           05  tk-expiry          pic x(8).
           05  filler             pic x.
           05  tk-ticket-status   pic x(1).

       FD  ops-file.
       01  ops-rec                pic x(240).

       FD  rpt-file.
       01  rpt-rec                pic x(100).

       Working-Storage Section.

       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 opmst-envfn          pic x(42).
       77 auth-envfn           pic x(42).
       77 shift-envfn          pic x(42).
       77 roster-envfn         pic x(42).
       77 ticket-envfn         pic x(42).
       77 ops-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 opmst-status         pic x(2).
       77 in-status            pic x(2).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 report-today         pic 9(8).

      * the operator master, loaded once
       01 master-entries.
          05 master-entry      occurs 300 times.
             10 me-operator    pic x(8).
             10 me-status      pic x(1).
             10 me-left-date   pic x(8).
       77 master-count         pic s9(4) comp-5 value 0.
       77 master-idx           pic s9(4) comp-5.
       77 master-found-sw      pic x value "N".
          88 master-found      value "Y".

      * findings already reported, source and id, so a roster full
      * of one leaver's rows is one line and not forty
       01 seen-entries.
          05 seen-entry        occurs 500 times.
             10 sn-source      pic x(12).
             10 sn-operator    pic x(8).
             10 sn-count       pic s9(4) comp-5.
             10 sn-last-date   pic x(8).
       77 seen-count           pic s9(4) comp-5 value 0.
       77 seen-idx             pic s9(4) comp-5.
       77 seen-found-sw        pic x value "N".
          88 seen-found        value "Y".

      * the id being checked and where it was found
       77 check-operator       pic x(8).
       77 check-source         pic x(12).
       77 check-date           pic x(8).
       77 finding-count        pic s9(4) comp-5 value 0.
       77 count-ed             pic zzz9.

       01 rpt-line             pic x(100).
       01 detail-line.
          05 dt-source         pic x(12).
          05 filler            pic x(2) value spaces.
          05 dt-operator       pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-finding        pic x(70).

       Procedure Division.
       operrcn-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : OPERRCN.CBL".

           accept report-today from date yyyymmdd.

           perform load-master.
           if master-count equal 0
      * reconciling against an empty master would flag every id
      * there is -- fail visibly instead
              display "OPERRCN: opermst.dat empty or not on hand ",
                       "-- run opermnt"
              move 8 to RETURN-CODE
              go to end-operrcn.

           open output rpt-file.
           move spaces to rpt-line.
           string "OPERATOR LEAVER RECONCILIATION  " delimited by size
                  report-today delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move "SOURCE        OPERATOR  FINDING" to rpt-line.
           write rpt-rec from rpt-line.

           perform check-auth-profiles.
           perform check-shift-definitions.
           perform check-roster.
           perform check-tickets.
           perform check-ops-log.

           perform write-repeat-counts
              varying seen-idx from 1 by 1
              until seen-idx > seen-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move finding-count to count-ed.
           move spaces to rpt-line.
           string "findings : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "operrcn.rpt                   ",
                   "OPERRCN   ".

           display "Operator findings : ", finding-count.
           if finding-count greater than 0
              move 4 to RETURN-CODE
           end-if.

       end-operrcn. goback.

       load-master section.
           open input opmst-file.
           if opmst-status not equal "00"
              go to end-load-master.
           move "N" to end-of-file-sw.
           perform load-one-master thru load-one-master-exit
              until end-of-file or master-count equal 300.
           close opmst-file.
       end-load-master. exit.

       load-one-master section.
           read opmst-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-master-exit
           end-read.
           add 1 to master-count.
           move OM-OPERATOR  to me-operator(master-count).
           move OM-STATUS    to me-status(master-count).
           move OM-LEFT-DATE to me-left-date(master-count).
       load-one-master-exit. exit.

       check-auth-profiles section.
      *************************************************************
      * operauth.ctl: operator id(8) and the menu items; every    *
      * profile row must belong to a current operator             *
      *************************************************************
           move "operauth.ctl" to check-source.
           move "N" to end-of-file-sw.
           open input auth-file.
           if in-status not equal "00"
              go to end-check-auth-profiles.
           perform check-one-profile thru check-one-profile-exit
              until end-of-file.
           close auth-file.
       end-check-auth-profiles. exit.

       check-one-profile section.
           read auth-file
              at end
                 move "Y" to end-of-file-sw
                 go to check-one-profile-exit
           end-read.
           if oa-userid equal spaces or oa-userid(1:1) equal "*"
              go to check-one-profile-exit.
           move oa-userid to check-operator.
           move spaces to check-date.
           perform check-standing-id.
       check-one-profile-exit. exit.

       check-shift-definitions section.
           move "shiftdef.ctl" to check-source.
           move "N" to end-of-file-sw.
           open input shift-file.
           if in-status not equal "00"
              go to end-check-shift-definitions.
           perform check-one-shift thru check-one-shift-exit
              until end-of-file.
           close shift-file.
       end-check-shift-definitions. exit.

       check-one-shift section.
           read shift-file
              at end
                 move "Y" to end-of-file-sw
                 go to check-one-shift-exit
           end-read.
           if sd-operator equal spaces or sd-operator(1:1) equal "*"
              go to check-one-shift-exit.
           move sd-operator to check-operator.
           move spaces to check-date.
           perform check-standing-id.
       check-one-shift-exit. exit.

       check-roster section.
      *************************************************************
      * oncall.ros rows are dated: a leaver's rows before the     *
      * leave date are the rotation's history, not a finding      *
      *************************************************************
           move "oncall.ros" to check-source.
           move "N" to end-of-file-sw.
           open input roster-file.
           if in-status not equal "00"
              go to end-check-roster.
           perform check-one-roster-row thru check-one-roster-row-exit
              until end-of-file.
           close roster-file.
       end-check-roster. exit.

       check-one-roster-row section.
           read roster-file
              at end
                 move "Y" to end-of-file-sw
                 go to check-one-roster-row-exit
           end-read.
           if ro-operator equal spaces
              go to check-one-roster-row-exit.
           move ro-operator to check-operator.
           move ro-date to check-date.
           perform check-standing-id.
       check-one-roster-row-exit. exit.

       check-standing-id section.
      *************************************************************
      * check-operator must be in the master and not a leaver; a  *
      * dated use (check-date) only counts from the leave date on *
      *************************************************************
           perform find-master-entry.
           if not master-found
              move "NOT IN THE OPERATOR MASTER" to dt-finding
              perform report-finding
              go to end-check-standing-id.
           if me-status(master-idx) not equal "L"
              go to end-check-standing-id.
           if check-date not equal spaces
              and check-date less than me-left-date(master-idx)
              go to end-check-standing-id.
           move spaces to dt-finding.
           string "MARKED AS LEFT " delimited by size
                  me-left-date(master-idx) delimited by size
             into dt-finding.
           perform report-finding.
       end-check-standing-id. exit.

       check-tickets section.
      *************************************************************
      * appr.tickets: a leaver who raised or approved a ticket    *
      * dated after they left -- the id is in someone's hands      *
      *************************************************************
           move "appr.tickets" to check-source.
           move "N" to end-of-file-sw.
           open input ticket-file.
           if in-status not equal "00"
              go to end-check-tickets.
           perform check-one-ticket thru check-one-ticket-exit
              until end-of-file.
           close ticket-file.
       end-check-tickets. exit.

       check-one-ticket section.
           read ticket-file
              at end
                 move "Y" to end-of-file-sw
                 go to check-one-ticket-exit
           end-read.
           move tk-date to check-date.
           move tk-requester to check-operator.
           perform check-used-after-leaving.
           if tk-approver not equal spaces
              move tk-approver to check-operator
              perform check-used-after-leaving
           end-if.
       check-one-ticket-exit. exit.

       check-ops-log section.
      *************************************************************
      * dbops.log, through the layout-aware reader: any action    *
      * recorded under a leaver's id after their leave date       *
      *************************************************************
           move "dbops.log" to check-source.
           move "N" to end-of-file-sw.
           open input ops-file.
           if in-status not equal "00"
              go to end-check-ops-log.
           perform check-one-action thru check-one-action-exit
              until end-of-file.
           close ops-file.
       end-check-ops-log. exit.

       check-one-action section.
           read ops-file
              at end
                 move "Y" to end-of-file-sw
                 go to check-one-action-exit
           end-read.
           move ops-rec to raw-log-record.
           call "logread" using "O", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to check-one-action-exit.
           move LOGREC-OPERATOR to check-operator.
           move LOGREC-DATE to check-date.
           perform check-used-after-leaving.
       check-one-action-exit. exit.

       check-used-after-leaving section.
           if check-operator equal spaces
              go to end-check-used-after-leaving.
           perform find-master-entry.
           if not master-found
              go to end-check-used-after-leaving.
           if me-status(master-idx) not equal "L"
              go to end-check-used-after-leaving.
           if check-date not greater than me-left-date(master-idx)
              go to end-check-used-after-leaving.
           move spaces to dt-finding.
           string "USED " delimited by size
                  check-date delimited by size
                  " -- LEFT " delimited by size
                  me-left-date(master-idx) delimited by size
             into dt-finding.
           perform report-finding.
       end-check-used-after-leaving. exit.

       find-master-entry section.
           move "N" to master-found-sw.
           perform check-master-entry
              varying master-idx from 1 by 1
              until master-idx > master-count or master-found.
           if master-found
              subtract 1 from master-idx
           end-if.
       end-find-master-entry. exit.

       check-master-entry section.
           if me-operator(master-idx) equal check-operator
              move "Y" to master-found-sw
           end-if.
       end-check-master-entry. exit.

       report-finding section.
      *************************************************************
      * the first finding per source and id is written; repeats   *
      * are only counted, and totalled at the end                 *
      *************************************************************
           move "N" to seen-found-sw.
           perform check-seen-entry
              varying seen-idx from 1 by 1
              until seen-idx > seen-count or seen-found.
           if seen-found
              subtract 1 from seen-idx
              add 1 to sn-count(seen-idx)
              if check-date greater than sn-last-date(seen-idx)
                 move check-date to sn-last-date(seen-idx)
              end-if
              go to end-report-finding.
           if seen-count less than 500
              add 1 to seen-count
              move check-source   to sn-source(seen-count)
              move check-operator to sn-operator(seen-count)
              move 1              to sn-count(seen-count)
              move check-date     to sn-last-date(seen-count)
           end-if.

           add 1 to finding-count.
           move check-source   to dt-source.
           move check-operator to dt-operator.
           write rpt-rec from detail-line.
       end-report-finding. exit.

       check-seen-entry section.
           if sn-source(seen-idx) equal check-source
              and sn-operator(seen-idx) equal check-operator
              move "Y" to seen-found-sw
           end-if.
       end-check-seen-entry. exit.

       write-repeat-counts section.
           if sn-count(seen-idx) less than 2
              go to end-write-repeat-counts.
           move sn-source(seen-idx)   to dt-source.
           move sn-operator(seen-idx) to dt-operator.
           move sn-count(seen-idx)    to count-ed.
           move spaces to dt-finding.
           string count-ed delimited by size
                  " occurrences in all" delimited by size
             into dt-finding.
           if sn-last-date(seen-idx) not equal spaces
              move spaces to rpt-line
              string dt-finding delimited by "  "
                     ", latest " delimited by size
                     sn-last-date(seen-idx) delimited by size
                into rpt-line
              move rpt-line(1:70) to dt-finding
           end-if.
           write rpt-rec from detail-line.
       end-write-repeat-counts. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "opermst.dat                   ",
                   opmst-envfn.
           call "envname" using "operauth.ctl                  ",
                   auth-envfn.
           call "envname" using "shiftdef.ctl                  ",
                   shift-envfn.
           call "envname" using "oncall.ros                    ",
                   roster-envfn.
           call "envname" using "appr.tickets                  ",
                   ticket-envfn.
           call "envname" using "dbops.log                     ",
                   ops-envfn.
           call "envname" using "operrcn.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
