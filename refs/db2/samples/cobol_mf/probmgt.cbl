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
      ** SOURCE FILE NAME: probmgt.cbl
      **
      ** SAMPLE: Problem management over incident.log.  checkerr
      **         opens an incident for every ERROR event and incmnt
      **         closes them one at a time, so the same SQLCODE from
      **         the same program against the same database can be
      **         opened and closed twenty times a month without
      **         anyone seeing the pattern.  This pass groups the
      **         incidents by SQLCODE, source program and database
      **         (the DATABASE note row checkerr writes) inside a
      **         rolling window, and a group above the threshold
      **         (probmgt.ctl: window days, default 30, threshold,
      **         default 3) opens a problem record in problem.log,
      **         linking its member incidents.
      **
      **         problem.log is append-only in the incident.log
      **         manner: "O" opens a problem with its grouping key,
      **         "L" links one incident, "R" records the root cause
      **         as known, "F" records it fixed, "N" is a note; a
      **         problem's state is its latest O/R/F row.  Problems
      **         are numbered from problem.seq.  Transactions in
      **         probmgt.trn -- action R, F or N, problem number,
      **         text -- are appended under the operator's USER id.
      **         Every new incident matching a problem not yet fixed
      **         and opened on or after the problem's open date is
      **         linked to it automatically.  problem.rpt ranks
      **         the problems by incident count and total hours the
      **         incidents stood open.
      **
      ** OUTPUT FILE: probmgt.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "probmgt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select trn-file assign to trn-envfn
              organization is line sequential
              file status is trn-status.
           select incident-file assign to incident-envfn
              organization is line sequential
              file status is inc-status.
           select problem-file assign to problem-envfn
              organization is line sequential
              file status is prob-status.
           select seq-file assign to seq-envfn
              organization is line sequential
              file status is seq-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-window-days    pic 9(3).
           05  filler             pic x.
           05  ctl-threshold      pic 9(3).

       FD  trn-file.
       01  trn-rec.
           05  tr-action          pic x(1).
           05  tr-number          pic x(6).
           05  tr-text            pic x(40).

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

       FD  problem-file.
       01  problem-rec.
           05  pr-number          pic 9(6).
           05  filler             pic x.
           05  pr-rectype         pic x(1).
           05  filler             pic x.
           05  pr-date            pic x(8).
           05  filler             pic x.
           05  pr-time            pic x(8).
           05  filler             pic x.
           05  pr-who             pic x(10).
           05  filler             pic x.
           05  pr-code            pic x(6).
           05  filler             pic x.
           05  pr-program         pic x(10).
           05  filler             pic x.
           05  pr-dbname          pic x(8).
           05  filler             pic x.
           05  pr-incident        pic x(6).
           05  filler             pic x.
           05  pr-text            pic x(40).

       FD  seq-file.
       01  seq-rec.
           05  sq-last-problem    pic 9(6).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 trn-envfn            pic x(42).
       77 incident-envfn       pic x(42).
       77 problem-envfn        pic x(42).
       77 seq-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       77 ctl-status           pic x(2).
       77 trn-status           pic x(2).
       77 inc-status           pic x(2).
       77 prob-status          pic x(2).
       77 seq-status           pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 operator-id          pic x(8).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

       77 window-days          pic s9(4) comp-5 value 30.
       77 threshold            pic s9(4) comp-5 value 3.

      * one entry per incident: how it opened, whether it closed,
      * and the problem it belongs to (0 for none yet)
       01 inc-entries.
          05 inc-entry         occurs 3000 times.
             10 ic-number      pic 9(6).
             10 ic-open-date   pic x(8).
             10 ic-open-time   pic x(8).
             10 ic-code        pic x(6).
             10 ic-program     pic x(10).
             10 ic-dbname      pic x(8).
             10 ic-close-date  pic x(8).
             10 ic-close-time  pic x(8).
             10 ic-problem     pic s9(4) comp-5.
             10 ic-grouped-sw  pic x.
       77 inc-count            pic s9(4) comp-5 value 0.
       77 inc-idx              pic s9(4) comp-5.
       77 member-idx           pic s9(4) comp-5.
       77 link-idx             pic s9(4) comp-5.
       77 inc-found-sw         pic x value "N".
          88 inc-found         value "Y".
       77 want-incident        pic 9(6).

      * one entry per problem, state from its latest O/R/F row
       01 prob-entries.
          05 prob-entry        occurs 500 times.
             10 pb-number      pic 9(6).
             10 pb-code        pic x(6).
             10 pb-program     pic x(10).
             10 pb-dbname      pic x(8).
             10 pb-state       pic x(1).
                88 pb-fixed    value "F".
             10 pb-opened      pic x(8).
             10 pb-incidents   pic s9(4) comp-5.
             10 pb-hours       pic s9(9) comp-5.
       77 prob-count           pic s9(4) comp-5 value 0.
       77 prob-idx             pic s9(4) comp-5.
       77 prob-found-sw        pic x value "N".
          88 prob-found        value "Y".
       77 want-problem         pic 9(6).
       77 last-problem         pic 9(6) value 0.

      * the grouping key being matched
       77 key-code             pic x(6).
       77 key-program          pic x(10).
       77 key-dbname           pic x(8).
       77 group-size           pic s9(4) comp-5.

       77 opened-count         pic s9(4) comp-5 value 0.
       77 linked-count         pic s9(4) comp-5 value 0.
       77 applied-count        pic s9(4) comp-5 value 0.

      * day-serial date arithmetic for the window and the hours
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 today-serial         pic s9(9) comp-5.
       77 cutoff-serial        pic s9(9) comp-5.
       77 open-hours           pic s9(9) comp-5.
       77 close-hours          pic s9(9) comp-5.
       01 hour-parse.
          05 hp-hh             pic 99.
          05 filler            pic x(6).

      * the ranking -- problem indexes, best first
       01 rank-entries.
          05 rank-entry        occurs 500 times.
             10 rk-prob        pic s9(4) comp-5.
       77 rank-idx             pic s9(4) comp-5.
       77 best-idx             pic s9(4) comp-5.
       77 scan-idx             pic s9(4) comp-5.
       77 swap-prob            pic s9(4) comp-5.

       01 problem-line.
          05 pl-number         pic 9(6).
          05 filler            pic x value space.
          05 pl-rectype        pic x(1).
          05 filler            pic x value space.
          05 pl-date           pic x(8).
          05 filler            pic x value space.
          05 pl-time           pic x(8).
          05 filler            pic x value space.
          05 pl-who            pic x(10).
          05 filler            pic x value space.
          05 pl-code           pic x(6).
          05 filler            pic x value space.
          05 pl-program        pic x(10).
          05 filler            pic x value space.
          05 pl-dbname         pic x(8).
          05 filler            pic x value space.
          05 pl-incident       pic x(6).
          05 filler            pic x value space.
          05 pl-text           pic x(40).

       01 rpt-line             pic x(110).
       01 detail-line.
          05 dt-rank           pic zz9.
          05 filler            pic x(2) value spaces.
          05 dt-number         pic 9(6).
          05 filler            pic x(2) value spaces.
          05 dt-state          pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-code           pic x(6).
          05 filler            pic x(2) value spaces.
          05 dt-program        pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 dt-incidents      pic zzz9.
          05 filler            pic x(2) value spaces.
          05 dt-hours          pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-opened         pic x(8).
       77 count-ed             pic zzz9.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       probmgt-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : PROBMGT.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           accept operator-id from environment "USER".
           if operator-id equal spaces
              move "UNKNOWN" to operator-id
           end-if.

           move today-date to serial-work-date.
           perform date-to-serial.
           move serial-days to today-serial.

           perform read-control.
           compute cutoff-serial = today-serial - window-days.

           perform load-incidents.
           perform load-problems.
           perform load-sequence.

           open extend problem-file.
           if prob-status equal "35"
              open output problem-file
           end-if.
           perform apply-transactions.
           perform link-one-incident
              varying inc-idx from 1 by 1
              until inc-idx > inc-count.
           perform group-one-incident
              varying inc-idx from 1 by 1
              until inc-idx > inc-count.
           close problem-file.
           if opened-count greater than 0
              perform save-sequence
           end-if.

           perform write-problem-report.

           display "Problem transactions applied : ", applied-count.
           display "Incidents linked to problems : ", linked-count.
           display "Problems opened              : ", opened-count.

       end-probmgt. stop run.

       read-control section.
      *************************************************************
      * probmgt.ctl: window days(3), threshold(3) -- a group of   *
      * more than threshold incidents inside the window opens a   *
      * problem                                                   *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-window-days is numeric
                    and ctl-window-days greater than 0
                    move ctl-window-days to window-days
                 end-if
                 if ctl-threshold is numeric
                    and ctl-threshold greater than 0
                    move ctl-threshold to threshold
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-incidents section.
      *************************************************************
      * O rows make the entries; the DATABASE note fills in the   *
      * database and a C row the closing stamp                    *
      *************************************************************
           open input incident-file.
           if inc-status not equal "00"
              go to end-load-incidents.
           move "N" to end-of-file-sw.
           perform load-one-incident-row
              thru load-one-incident-row-exit
              until end-of-file.
           close incident-file.
       end-load-incidents. exit.

       load-one-incident-row section.
           read incident-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-incident-row-exit
           end-read.
           if in-rectype equal "O"
              if inc-count equal 3000
                 go to load-one-incident-row-exit
              end-if
              add 1 to inc-count
              move in-number to ic-number(inc-count)
              move in-date   to ic-open-date(inc-count)
              move in-time   to ic-open-time(inc-count)
              move in-code   to ic-code(inc-count)
              move in-who    to ic-program(inc-count)
              move spaces    to ic-dbname(inc-count)
              move spaces    to ic-close-date(inc-count)
              move spaces    to ic-close-time(inc-count)
              move 0         to ic-problem(inc-count)
              move "N"       to ic-grouped-sw(inc-count)
              go to load-one-incident-row-exit.

           move in-number to want-incident.
           perform find-incident.
           if not inc-found
              go to load-one-incident-row-exit.
           if in-rectype equal "N" and in-who equal "DATABASE  "
              move in-text(1:8) to ic-dbname(inc-idx)
           end-if.
           if in-rectype equal "C"
              move in-date to ic-close-date(inc-idx)
              move in-time to ic-close-time(inc-idx)
           end-if.
       load-one-incident-row-exit. exit.

       find-incident section.
           move "N" to inc-found-sw.
           perform check-incident-entry
              varying inc-idx from inc-count by -1
              until inc-idx < 1 or inc-found.
           if inc-found
              add 1 to inc-idx
           end-if.
       end-find-incident. exit.

       check-incident-entry section.
           if ic-number(inc-idx) equal want-incident
              move "Y" to inc-found-sw
           end-if.
       end-check-incident-entry. exit.

       load-problems section.
           open input problem-file.
           if prob-status not equal "00"
              go to end-load-problems.
           move "N" to end-of-file-sw.
           perform load-one-problem-row
              thru load-one-problem-row-exit
              until end-of-file.
           close problem-file.
       end-load-problems. exit.

       load-one-problem-row section.
           read problem-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-problem-row-exit
           end-read.
           if pr-rectype equal "O"
              if prob-count equal 500
                 go to load-one-problem-row-exit
              end-if
              add 1 to prob-count
              move pr-number  to pb-number(prob-count)
              move pr-code    to pb-code(prob-count)
              move pr-program to pb-program(prob-count)
              move pr-dbname  to pb-dbname(prob-count)
              move "O"        to pb-state(prob-count)
              move pr-date    to pb-opened(prob-count)
              go to load-one-problem-row-exit.

           move pr-number to want-problem.
           perform find-problem.
           if not prob-found
              go to load-one-problem-row-exit.
           if pr-rectype equal "R" or pr-rectype equal "F"
              move pr-rectype to pb-state(prob-idx)
              go to load-one-problem-row-exit.
           if pr-rectype equal "L" and pr-incident is numeric
              move pr-incident to want-incident
              perform find-incident
              if inc-found
                 move prob-idx to ic-problem(inc-idx)
              end-if
           end-if.
       load-one-problem-row-exit. exit.

       find-problem section.
           move "N" to prob-found-sw.
           perform check-problem-entry
              varying prob-idx from 1 by 1
              until prob-idx > prob-count or prob-found.
           if prob-found
              subtract 1 from prob-idx
           end-if.
       end-find-problem. exit.

       check-problem-entry section.
           if pb-number(prob-idx) equal want-problem
              move "Y" to prob-found-sw
           end-if.
       end-check-problem-entry. exit.

       apply-transactions section.
      *************************************************************
      * probmgt.trn: action(1) -- R root cause known, F fixed, N  *
      * note -- problem number(6), text(40); each becomes an      *
      * appended lifecycle row under this operator's id           *
      *************************************************************
           open input trn-file.
           if trn-status not equal "00"
              go to end-apply-transactions.
           move "N" to end-of-file-sw.
           perform apply-one-transaction
              thru apply-one-transaction-exit
              until end-of-file.
           close trn-file.
       end-apply-transactions. exit.

       apply-one-transaction section.
           read trn-file
              at end
                 move "Y" to end-of-file-sw
                 go to apply-one-transaction-exit
           end-read.
           if tr-action not equal "R" and tr-action not equal "F"
              and tr-action not equal "N"
              display "unknown problem action """, tr-action,
                       """ -- skipped"
              go to apply-one-transaction-exit.
           if tr-number is not numeric
              display "non-numeric problem number """, tr-number,
                       """ -- skipped"
              go to apply-one-transaction-exit.
           move tr-number to want-problem.
           perform find-problem.
           if not prob-found
              display "problem ", tr-number, " not on file -- skipped"
              go to apply-one-transaction-exit.

           move spaces to problem-line.
           move pb-number(prob-idx)  to pl-number.
           move tr-action            to pl-rectype.
           move today-date           to pl-date.
           move now-time             to pl-time.
           move operator-id          to pl-who.
           move pb-code(prob-idx)    to pl-code.
           move pb-program(prob-idx) to pl-program.
           move pb-dbname(prob-idx)  to pl-dbname.
           move tr-text              to pl-text.
           write problem-rec from problem-line.
           add 1 to applied-count.

           if tr-action equal "N"
              go to apply-one-transaction-exit.
           move tr-action to pb-state(prob-idx).
           move spaces to log-detail.
           if tr-action equal "R"
              string "problem " delimited by size
                     tr-number delimited by size
                     " root cause known: " delimited by size
                     tr-text delimited by size
                into log-detail
              call "opslog" using "PROBMGT   ",
                      "PROBLEM ROOT CAUSE KNOWN      ", log-detail
           else
              string "problem " delimited by size
                     tr-number delimited by size
                     " fixed: " delimited by size
                     tr-text delimited by size
                into log-detail
              call "opslog" using "PROBMGT   ",
                      "PROBLEM FIXED                 ", log-detail
           end-if.
       apply-one-transaction-exit. exit.

       link-one-incident section.
      *************************************************************
      * an incident matching a problem not yet fixed joins it --  *
      * the pattern is already known, the count just goes up; one *
      * opened before the problem was is not part of it           *
      *************************************************************
           if ic-problem(inc-idx) not equal 0
              go to end-link-one-incident.
           move "N" to prob-found-sw.
           perform match-problem-key
              varying prob-idx from 1 by 1
              until prob-idx > prob-count or prob-found.
           if not prob-found
              go to end-link-one-incident.
           subtract 1 from prob-idx.
           move prob-idx to ic-problem(inc-idx).
           move inc-idx to link-idx.
           perform write-link-row.
           add 1 to linked-count.
           move spaces to log-detail.
           string "incident " delimited by size
                  ic-number(inc-idx) delimited by size
                  " linked to problem " delimited by size
                  pb-number(prob-idx) delimited by size
             into log-detail.
           call "opslog" using "PROBMGT   ",
                   "INCIDENT LINKED TO PROBLEM    ", log-detail.
       end-link-one-incident. exit.

       match-problem-key section.
           if not pb-fixed(prob-idx)
              and pb-code(prob-idx) equal ic-code(inc-idx)
              and pb-program(prob-idx) equal ic-program(inc-idx)
              and pb-dbname(prob-idx) equal ic-dbname(inc-idx)
              and ic-open-date(inc-idx) not less than
                  pb-opened(prob-idx)
              move "Y" to prob-found-sw
           end-if.
       end-match-problem-key. exit.

       write-link-row section.
           move spaces to problem-line.
           move pb-number(prob-idx)  to pl-number.
           move "L"                  to pl-rectype.
           move today-date           to pl-date.
           move now-time             to pl-time.
           move "PROBMGT   "         to pl-who.
           move pb-code(prob-idx)    to pl-code.
           move pb-program(prob-idx) to pl-program.
           move pb-dbname(prob-idx)  to pl-dbname.
           move ic-number(link-idx)  to pl-incident.
           write problem-rec from problem-line.
       end-write-link-row. exit.

       group-one-incident section.
      *************************************************************
      * an unlinked incident inside the window counts its fellows *
      * by code, program and database; a group over the           *
      * threshold becomes a problem owning every member           *
      *************************************************************
           if ic-problem(inc-idx) not equal 0
              or ic-grouped-sw(inc-idx) equal "Y"
              go to end-group-one-incident.
           move ic-open-date(inc-idx) to serial-work-date.
           if serial-work-date is not numeric
              go to end-group-one-incident.
           perform date-to-serial.
           if serial-days less than cutoff-serial
              go to end-group-one-incident.

           move ic-code(inc-idx)    to key-code.
           move ic-program(inc-idx) to key-program.
           move ic-dbname(inc-idx)  to key-dbname.
           move 0 to group-size.
           perform count-group-member
              varying member-idx from inc-idx by 1
              until member-idx > inc-count.
           if group-size not greater than threshold
              go to end-group-one-incident.
           if prob-count equal 500
              display "PROBMGT: problem table full -- group for ",
                       key-code, " ", key-program, " not opened"
              go to end-group-one-incident.

           add 1 to last-problem.
           add 1 to prob-count.
           move prob-count  to prob-idx.
           move last-problem to pb-number(prob-idx).
           move key-code    to pb-code(prob-idx).
           move key-program to pb-program(prob-idx).
           move key-dbname  to pb-dbname(prob-idx).
           move "O"         to pb-state(prob-idx).
           move today-date  to pb-opened(prob-idx).

           move spaces to problem-line.
           move last-problem to pl-number.
           move "O"          to pl-rectype.
           move today-date   to pl-date.
           move now-time     to pl-time.
           move "PROBMGT   " to pl-who.
           move key-code     to pl-code.
           move key-program  to pl-program.
           move key-dbname   to pl-dbname.
           move group-size   to count-ed.
           string count-ed delimited by size
                  " incidents inside the window" delimited by size
             into pl-text.
           write problem-rec from problem-line.
           add 1 to opened-count.

           perform link-group-member
              varying member-idx from inc-idx by 1
              until member-idx > inc-count.

           move spaces to log-detail.
           string "problem " delimited by size
                  last-problem delimited by size
                  " opened for " delimited by size
                  key-code delimited by size
                  " " delimited by size
                  key-program delimited by space
                  " " delimited by size
                  key-dbname delimited by space
                  ", incidents " delimited by size
                  count-ed delimited by size
             into log-detail.
           call "opslog" using "PROBMGT   ",
                   "PROBLEM OPENED                ", log-detail.
       end-group-one-incident. exit.

       count-group-member section.
           if ic-problem(member-idx) not equal 0
              go to end-count-group-member.
           if ic-code(member-idx) not equal key-code
              or ic-program(member-idx) not equal key-program
              or ic-dbname(member-idx) not equal key-dbname
              go to end-count-group-member.
           move "Y" to ic-grouped-sw(member-idx).
           move ic-open-date(member-idx) to serial-work-date.
           if serial-work-date is not numeric
              go to end-count-group-member.
           perform date-to-serial.
           if serial-days not less than cutoff-serial
              add 1 to group-size
           end-if.
       end-count-group-member. exit.

       link-group-member section.
           if ic-problem(member-idx) not equal 0
              go to end-link-group-member.
           if ic-code(member-idx) not equal key-code
              or ic-program(member-idx) not equal key-program
              or ic-dbname(member-idx) not equal key-dbname
              go to end-link-group-member.
           move ic-open-date(member-idx) to serial-work-date.
           if serial-work-date is not numeric
              go to end-link-group-member.
           perform date-to-serial.
           if serial-days less than cutoff-serial
              go to end-link-group-member.
           move prob-idx to ic-problem(member-idx).
           move member-idx to link-idx.
           perform write-link-row.
       end-link-group-member. exit.

       write-problem-report section.
      *************************************************************
      * every problem ranked by its incident count, ties broken  *
      * by the total hours its incidents stood open (to the      *
      * close, or to now for one still open)                     *
      *************************************************************
           perform clear-problem-totals
              varying prob-idx from 1 by 1
              until prob-idx > prob-count.
           perform add-incident-to-problem
              varying inc-idx from 1 by 1
              until inc-idx > inc-count.
           perform seed-rank
              varying rank-idx from 1 by 1
              until rank-idx > prob-count.
           perform place-one-rank
              varying rank-idx from 1 by 1
              until rank-idx > prob-count.

           open output rpt-file.
           move spaces to rpt-line.
           string "PROBLEM RANKING  " delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "RNK  PROBLEM STATE       SQLCODE PROGRAM     "
                     delimited by size
                  "DATABASE  INCS   HOURS  OPENED" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform write-ranked-problem
              varying rank-idx from 1 by 1
              until rank-idx > prob-count.
           if prob-count equal 0
              move "no problems on file" to rpt-line
              write rpt-rec from rpt-line
           end-if.
           close rpt-file.
           call "rptarch" using "problem.rpt                   ",
                   "PROBMGT   ".
       end-write-problem-report. exit.

       clear-problem-totals section.
           move 0 to pb-incidents(prob-idx).
           move 0 to pb-hours(prob-idx).
       end-clear-problem-totals. exit.

       add-incident-to-problem section.
           if ic-problem(inc-idx) equal 0
              go to end-add-incident-to-problem.
           move ic-problem(inc-idx) to prob-idx.
           add 1 to pb-incidents(prob-idx).

           move ic-open-date(inc-idx) to serial-work-date.
           if serial-work-date is not numeric
              go to end-add-incident-to-problem.
           perform date-to-serial.
           move ic-open-time(inc-idx) to hour-parse.
           if hp-hh is not numeric
              move 0 to hp-hh
           end-if.
           compute open-hours = serial-days * 24 + hp-hh.

           if ic-close-date(inc-idx) equal spaces
              move today-date to serial-work-date
              move now-time   to hour-parse
           else
              move ic-close-date(inc-idx) to serial-work-date
              move ic-close-time(inc-idx) to hour-parse
           end-if.
           if serial-work-date is not numeric
              go to end-add-incident-to-problem.
           perform date-to-serial.
           if hp-hh is not numeric
              move 0 to hp-hh
           end-if.
           compute close-hours = serial-days * 24 + hp-hh.
           if close-hours greater than open-hours
              compute pb-hours(prob-idx) = pb-hours(prob-idx)
                 + close-hours - open-hours
           end-if.
       end-add-incident-to-problem. exit.

       seed-rank section.
           move rank-idx to rk-prob(rank-idx).
       end-seed-rank. exit.

       place-one-rank section.
      * selection sort: the best of what is left moves up here
           move rank-idx to best-idx.
           perform find-better-rank
              varying scan-idx from rank-idx by 1
              until scan-idx > prob-count.
           if best-idx not equal rank-idx
              move rk-prob(rank-idx) to swap-prob
              move rk-prob(best-idx) to rk-prob(rank-idx)
              move swap-prob         to rk-prob(best-idx)
           end-if.
       end-place-one-rank. exit.

       find-better-rank section.
           move rk-prob(scan-idx) to prob-idx.
           move rk-prob(best-idx) to swap-prob.
           if pb-incidents(prob-idx) greater than
              pb-incidents(swap-prob)
              move scan-idx to best-idx
              go to end-find-better-rank.
           if pb-incidents(prob-idx) equal pb-incidents(swap-prob)
              and pb-hours(prob-idx) greater than pb-hours(swap-prob)
              move scan-idx to best-idx
           end-if.
       end-find-better-rank. exit.

       write-ranked-problem section.
           move rk-prob(rank-idx) to prob-idx.
           move rank-idx              to dt-rank.
           move pb-number(prob-idx)    to dt-number.
           evaluate pb-state(prob-idx)
              when "R"   move "ROOT CAUSE" to dt-state
              when "F"   move "FIXED"      to dt-state
              when other move "OPEN"       to dt-state
           end-evaluate.
           move pb-code(prob-idx)      to dt-code.
           move pb-program(prob-idx)   to dt-program.
           move pb-dbname(prob-idx)    to dt-dbname.
           move pb-incidents(prob-idx) to dt-incidents.
           move pb-hours(prob-idx)     to dt-hours.
           move pb-opened(prob-idx)    to dt-opened.
           write rpt-rec from detail-line.
       end-write-ranked-problem. exit.

       load-sequence section.
      *************************************************************
      * problem.seq carries the last problem number issued        *
      *************************************************************
           open input seq-file.
           if seq-status equal "00"
              read seq-file
                 at end continue
                 not at end move sq-last-problem to last-problem
              end-read
              close seq-file
           end-if.
       end-load-sequence. exit.

       save-sequence section.
           open output seq-file.
           move last-problem to sq-last-problem.
           write seq-rec.
           close seq-file.
       end-save-sequence. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the window and the hours can  *
      * be computed across month and year boundaries with plain  *
      * integer arithmetic                                        *
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
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "probmgt.ctl                   ",
                   ctl-envfn.
           call "envname" using "probmgt.trn                   ",
                   trn-envfn.
           call "envname" using "incident.log                  ",
                   incident-envfn.
           call "envname" using "problem.log                   ",
                   problem-envfn.
           call "envname" using "problem.seq                   ",
                   seq-envfn.
           call "envname" using "problem.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
