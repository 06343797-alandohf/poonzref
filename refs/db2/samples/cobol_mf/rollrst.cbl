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
      ** SOURCE FILE NAME: rollrst.cbl
      **
      ** SAMPLE: Rolling instance restart.  Walks the instances in
      **         db2inst.lst one at a time -- in the order rollrst.ord
      **         names them, then any it does not name in list order
      **         -- and for each one attaches through instatch, runs
      **         the dbstop and dbstart path covered by the roll's one
      **         run lock, and then requires a clean dbready sweep of
      **         that instance's databases (READYINST) before the
      **         next instance is touched.  A stop, start or
      **         readiness gate that fails halts the roll: a
      **         rollrst.alert record (dbstart.alert layout) pages
      **         through alertrtr and the remaining instances are
      **         left running.  One approved STOPFORCE ticket, checked
      **         once here and handed down in ROLLTICKET, covers every
      **         stop in the roll.  rollrst.rpt shows each instance's
      **         stop and start times and its down time in seconds.
      **
      ** OUTPUT FILE: rollrst.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "rollrst".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inst-list-file assign to inst-list-envfn
              organization is line sequential
              file status is lst-status.
           select order-file assign to order-envfn
              organization is line sequential
              file status is order-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select alert-file assign to alert-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  inst-list-file.
       01  inst-list-rec.
           05  il-instance        pic x(18).
           05  il-userid          pic x(18).

      * rollrst.ord: one instance name per line, in rolling order
       FD  order-file.
       01  order-rec.
           05  or-instance        pic x(18).

       FD  rpt-file.
       01  rpt-rec                pic x(80).

       FD  alert-file.
       01  alert-rec              pic x(100).

       Working-Storage Section.

      * run correlation id (TOOLKITRUN), stitched through every
      * record this run writes
       77 run-corr-id         pic x(16) value spaces.
       77 corr-date           pic 9(8).
       77 corr-time           pic 9(8).

      * Variables for the shared run-lock subprogram (runlock)
       77 lock-rc             pic s9(9) comp-5 value 0.
       77 lock-acquired-sw    pic x value "N".
          88 lock-acquired    value "Y".

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 inst-list-envfn      pic x(42).
       77 order-envfn          pic x(42).
       77 rpt-envfn            pic x(42).
       77 alert-envfn          pic x(42).

       77 lst-status           pic x(2).
       77 order-status         pic x(2).
       77 end-of-list-sw       pic x value "N".
          88 end-of-list       value "Y".
       77 end-of-order-sw      pic x value "N".
          88 end-of-order      value "Y".

      * the roll: every db2inst.lst instance, in rolling order, and
      * how its turn went
       01 roll-entries.
          05 roll-entry        occurs 50 times.
             10 re-instance    pic x(18).
             10 re-stop-time   pic x(8).
             10 re-start-time  pic x(8).
             10 re-down-secs   pic s9(9) comp-5.
             10 re-outcome     pic x(30).
       77 roll-count           pic s9(4) comp-5 value 0.
       77 roll-idx             pic s9(4) comp-5.
       77 find-idx             pic s9(4) comp-5.
       77 inst-found-sw        pic x.
          88 inst-found        value "Y".

      * db2inst.lst as read, before it is put in rolling order
       01 list-entries.
          05 list-entry        occurs 50 times.
             10 le-instance    pic x(18).
             10 le-placed-sw   pic x.
                88 le-placed   value "Y".
       77 list-count           pic s9(4) comp-5 value 0.
       77 list-idx             pic s9(4) comp-5.

       77 roll-halted-sw       pic x value "N".
          88 roll-halted       value "Y".
       77 rolled-count         pic s9(4) comp-5 value 0.
       77 unknown-count        pic s9(4) comp-5 value 0.

      * Variables for the shared instance attach (instatch)
       77 inst-rc              pic s9(9) comp-5 value 0.
       77 roll-instance        pic x(18).

      * Variables for the shared approval-ticket check (apprchk)
       77 appr-rc             pic s9(9) comp-5 value 0.
       77 appr-ticket         pic x(6) value spaces.

      * Variable for the shared break-glass lookup (emrgchk)
       77 emrg-rc             pic s9(9) comp-5 value 8.

      * Variable for the shared dependency map (appimpct)
       77 imp-rc              pic s9(9) comp-5 value 0.

      * each step's return code, and the instance's down time
       77 step-rc             pic s9(9) comp-5 value 0.
       01 clock-time          pic 9(8).
       01 clock-parts redefines clock-time.
          05 clock-hh         pic 9(2).
          05 clock-mm         pic 9(2).
          05 clock-ss         pic 9(2).
          05 clock-cc         pic 9(2).
       77 clock-secs          pic s9(9) comp-5.
       77 stop-secs           pic s9(9) comp-5.

       77 today-date          pic 9(8).
       77 now-time            pic 9(8).

       01 alert-today          pic 9(8).
       01 alert-now            pic 9(8).
       01 alert-line.
          05 al-program        pic x(10) value "ROLLRST".
          05 filler            pic x value space.
          05 al-timestamp      pic x(26).
          05 filler            pic x value space.
          05 al-message        pic x(60).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.

       01 rpt-line            pic x(80).
       01 detail-line.
          05 filler           pic x(2) value spaces.
          05 dt-instance      pic x(18).
          05 filler           pic x value space.
          05 dt-stop-time     pic x(8).
          05 filler           pic x value space.
          05 dt-start-time    pic x(8).
          05 filler           pic x value space.
          05 dt-down-secs     pic x(7).
          05 filler           pic x(2) value spaces.
          05 dt-outcome       pic x(30).
       77 secs-ed             pic zzzzzz9.
       77 count-ed            pic zzz9.

       Procedure Division.
       rollrst-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : ROLLRST.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "ROLLRST   ".

      * run correlation id: inherit the driver's TOOLKITRUN id, or
      * generate one at the top of a standalone run, so one id
      * pulls this run's records out of every file at once
           accept run-corr-id from environment "TOOLKITRUN".
           if run-corr-id equal spaces
              accept corr-date from date yyyymmdd
              accept corr-time from time
              string corr-date delimited by size
                     corr-time delimited by size
                into run-corr-id
              set environment "TOOLKITRUN" to run-corr-id
           end-if.

           accept today-date from date yyyymmdd.
           accept now-time   from time.

           call "runlock" using "A", "ROLLRST   ", lock-rc.
           if lock-rc equal 8
              move 12 to RETURN-CODE
              go to end-rollrst.
           if lock-rc equal 0
              move "Y" to lock-acquired-sw
           end-if.

      * one ticket for the whole roll -- a declared break-glass
      * emergency stands in for it, as it does for dbstop
           call "emrgchk" using "ROLLRST   ", emrg-rc.
           if emrg-rc equal 0
              move "EMERG " to appr-ticket
              go to ticket-accepted.

           call "apprchk" using "STOPFORCE ", "ALL      ",
                   appr-ticket, appr-rc.
           if appr-rc not equal 0
              display "no approved ticket for STOPFORCE ALL -- ",
                       "refusing to start the rolling restart"
              move spaces to log-detail
              move "no approved STOPFORCE ticket on file"
                 to log-detail
              call "opslog" using "ROLLRST   ",
                      "APPROVAL TICKET MISSING       ", log-detail
              move 12 to RETURN-CODE
              go to end-rollrst.

       ticket-accepted.
           move spaces to log-detail.
           string "whole roll proceeding under approval ticket "
                     delimited by size
                  appr-ticket delimited by size
             into log-detail.
           call "opslog" using "ROLLRST   ",
                   "APPROVAL TICKET ACCEPTED      ", log-detail.
           set environment "ROLLTICKET" to appr-ticket.

           perform load-instance-list.
           if list-count equal 0
              display "ROLLRST: db2inst.lst holds no instances"
              move 8 to RETURN-CODE
              go to end-rollrst.
           perform load-roll-order.

      * who is affected, and who to tell, before the roll starts
           call "appimpct" using "I", "ALL     ", "ROLLRST   ",
                   imp-rc.

           move spaces to log-detail.
           move roll-count to count-ed.
           string "rolling restart of " delimited by size
                  count-ed delimited by size
                  " instances" delimited by size
             into log-detail.
           call "opslog" using "ROLLRST   ",
                   "ROLLING RESTART START         ", log-detail.

           move 0 to RETURN-CODE.
           perform roll-one-instance thru roll-one-instance-exit
              varying roll-idx from 1 by 1
              until roll-idx > roll-count or roll-halted.

           perform write-summary.

           move spaces to log-detail.
           move rolled-count to count-ed.
           if roll-halted
              string "roll halted after " delimited by size
                     count-ed delimited by size
                     " instances restarted" delimited by size
                into log-detail
              call "opslog" using "ROLLRST   ",
                      "ROLLING RESTART HALTED        ", log-detail
              move 8 to RETURN-CODE
           else
              string count-ed delimited by size
                     " instances restarted and ready"
                        delimited by size
                into log-detail
              call "opslog" using "ROLLRST   ",
                      "ROLLING RESTART END           ", log-detail
              move 0 to RETURN-CODE
              if unknown-count greater than 0
                 move 4 to RETURN-CODE
              end-if
           end-if.

       end-rollrst.
           set environment "ROLLTICKET" to spaces.
           set environment "READYINST" to spaces.
      * the roll's return code, held across the lock release
           move RETURN-CODE to reg-rc.
           if lock-acquired
              call "runlock" using "R", "ROLLRST   ", lock-rc
           end-if.
           call "runreg" using "ROLLRST   ", reg-rc.
           move reg-rc to RETURN-CODE.
           goback.

       roll-one-instance section.
      *************************************************************
      * one instance's turn: attach, stop, attach again (the stop *
      * ends the attachment), start, then the readiness gate over *
      * its databases; any failure halts the roll here            *
      *************************************************************
           move re-instance(roll-idx) to roll-instance.
           display "rolling instance ", roll-instance.

           call "instatch" using "A", roll-instance, "ROLLRST   ",
                   inst-rc.
           if inst-rc not equal 0
              move "NOT ATTACHED -- roll halted" to re-outcome(roll-idx)
              perform halt-roll
              go to roll-one-instance-exit.

           accept clock-time from time.
           move clock-time to re-stop-time(roll-idx).
           perform clock-to-seconds.
           move clock-secs to stop-secs.

      * the called steps start from their initial state each turn
           move 0 to RETURN-CODE.
           call "dbstop".
           move RETURN-CODE to step-rc.
           cancel "dbstop".
           if step-rc not less than 8
              move "STOP FAILED -- roll halted" to re-outcome(roll-idx)
              perform halt-roll
              go to roll-one-instance-exit.

           call "instatch" using "A", roll-instance, "ROLLRST   ",
                   inst-rc.
           move 0 to RETURN-CODE.
           call "dbstart".
           move RETURN-CODE to step-rc.
           cancel "dbstart".

           accept clock-time from time.
           move clock-time to re-start-time(roll-idx).
           perform clock-to-seconds.
           compute re-down-secs(roll-idx) = clock-secs - stop-secs.
           if re-down-secs(roll-idx) less than 0
              add 86400 to re-down-secs(roll-idx)
           end-if.
           call "instatch" using "D", roll-instance, "ROLLRST   ",
                   inst-rc.

           if step-rc not less than 8
              move "START FAILED -- roll halted" to re-outcome(roll-idx)
              perform halt-roll
              go to roll-one-instance-exit.

      * the readiness gate: a clean sweep means every database on
      * the instance came ready, with no warning either
           set environment "READYINST" to roll-instance.
           move 0 to RETURN-CODE.
           call "dbready".
           move RETURN-CODE to step-rc.
           cancel "dbready".
           set environment "READYINST" to spaces.
           if step-rc not equal 0
              move "NOT READY -- roll halted" to re-outcome(roll-idx)
              perform halt-roll
              go to roll-one-instance-exit.

           move "RESTARTED AND READY" to re-outcome(roll-idx).
           add 1 to rolled-count.
           move re-down-secs(roll-idx) to secs-ed.
           move spaces to log-detail.
           string roll-instance delimited by space
                  " restarted and ready, down " delimited by size
                  secs-ed delimited by size
                  " seconds" delimited by size
             into log-detail.
           call "opslog" using "ROLLRST   ",
                   "INSTANCE RESTARTED            ", log-detail.
       roll-one-instance-exit. exit.

       halt-roll section.
      *************************************************************
      * page through the alert router and leave the instances not *
      * yet reached untouched                                     *
      *************************************************************
           move "Y" to roll-halted-sw.
           move spaces to al-message.
           string "rolling restart halted at " delimited by size
                  roll-instance delimited by space
                  " -- " delimited by size
                  re-outcome(roll-idx) delimited by " --"
             into al-message.
           perform raise-alert.
           display "ROLLRST: ", al-message.
       end-halt-roll. exit.

       clock-to-seconds section.
           compute clock-secs = clock-hh * 3600 + clock-mm * 60
                              + clock-ss.
       end-clock-to-seconds. exit.

       load-instance-list section.
      *************************************************************
      * db2inst.lst, the instances the roll covers                *
      *************************************************************
           open input inst-list-file.
           if lst-status not equal "00"
              go to end-load-instance-list.
           perform load-one-instance thru load-one-instance-exit
              until end-of-list.
           close inst-list-file.
       end-load-instance-list. exit.

       load-one-instance section.
           read inst-list-file
              at end
                 move "Y" to end-of-list-sw
                 go to load-one-instance-exit
           end-read.
           if il-instance equal spaces
              go to load-one-instance-exit.
           if list-count equal 50
              display "db2inst.lst holds more than 50 instances -- ",
                       il-instance, " left out of the roll"
              go to load-one-instance-exit.
           add 1 to list-count.
           move il-instance to le-instance(list-count).
           move "N" to le-placed-sw(list-count).
       load-one-instance-exit. exit.

       load-roll-order section.
      *************************************************************
      * rollrst.ord first, name by name; then whatever it left    *
      * out, in db2inst.lst order -- no rollrst.ord means list    *
      * order throughout                                          *
      *************************************************************
           open input order-file.
           if order-status equal "00"
              perform place-one-ordered thru place-one-ordered-exit
                 until end-of-order
              close order-file
           end-if.
           perform place-one-remaining
              varying list-idx from 1 by 1
              until list-idx > list-count.
       end-load-roll-order. exit.

       place-one-ordered section.
           read order-file
              at end
                 move "Y" to end-of-order-sw
                 go to place-one-ordered-exit
           end-read.
           if or-instance equal spaces
              go to place-one-ordered-exit.
           move "N" to inst-found-sw.
           perform check-one-listed
              varying find-idx from 1 by 1
              until find-idx > list-count or inst-found.
           if not inst-found
              display "rollrst.ord names ", or-instance,
                       " -- not in db2inst.lst, skipped"
              add 1 to unknown-count
              go to place-one-ordered-exit.
           subtract 1 from find-idx.
           if le-placed(find-idx)
              go to place-one-ordered-exit.
           move find-idx to list-idx.
           perform place-one-remaining.
       place-one-ordered-exit. exit.

       check-one-listed section.
           if le-instance(find-idx) equal or-instance
              move "Y" to inst-found-sw
           end-if.
       end-check-one-listed. exit.

       place-one-remaining section.
           if le-placed(list-idx)
              go to end-place-one-remaining.
           move "Y" to le-placed-sw(list-idx).
           add 1 to roll-count.
           move le-instance(list-idx) to re-instance(roll-count).
           move spaces to re-stop-time(roll-count).
           move spaces to re-start-time(roll-count).
           move 0 to re-down-secs(roll-count).
           move "NOT REACHED" to re-outcome(roll-count).
       end-place-one-remaining. exit.

       write-summary section.
      *************************************************************
      * rollrst.rpt: every instance in rolling order, with its    *
      * stop and start times and its down time                    *
      *************************************************************
           open output rpt-file.
           move spaces to rpt-line.
           string "ROLLING INSTANCE RESTART  " delimited by size
                  today-date delimited by size
                  " " delimited by size
                  now-time delimited by size
                  "  TICKET " delimited by size
                  appr-ticket delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "  INSTANCE           STOPPED  STARTED  "
                     delimited by size
                  "DOWN(S)  OUTCOME" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform write-one-summary-line
              varying roll-idx from 1 by 1
              until roll-idx > roll-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           move rolled-count to count-ed.
           string "instances restarted and ready : " delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "rollrst.rpt                   ",
                   "ROLLRST   ".
       end-write-summary. exit.

       write-one-summary-line section.
           move re-instance(roll-idx)   to dt-instance.
           move re-stop-time(roll-idx)  to dt-stop-time.
           move re-start-time(roll-idx) to dt-start-time.
           move spaces to dt-down-secs.
           if re-start-time(roll-idx) not equal spaces
              move re-down-secs(roll-idx) to secs-ed
              move secs-ed to dt-down-secs
           end-if.
           move re-outcome(roll-idx) to dt-outcome.
           write rpt-rec from detail-line.
       end-write-one-summary-line. exit.

       raise-alert section.
      *************************************************************
      * same paging-alert record pattern dbstart uses -- a halted *
      * roll leaves the estate half-restarted, and alertrtr pages *
      *************************************************************
           accept alert-today from date yyyymmdd.
           accept alert-now   from time.
           string alert-today delimited by size
                  " "         delimited by size
                  alert-now   delimited by size
              into al-timestamp.

           open extend alert-file.
           write alert-rec from alert-line.
           close alert-file.
       end-raise-alert. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "db2inst.lst                   ",
                   inst-list-envfn.
           call "envname" using "rollrst.ord                   ",
                   order-envfn.
           call "envname" using "rollrst.rpt                   ",
                   rpt-envfn.
           call "envname" using "rollrst.alert                 ",
                   alert-envfn.
       end-resolve-toolkit-filenames. exit.
