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
      ** SOURCE FILE NAME: jobnet.cbl
      **
      ** SAMPLE: Nightly job-network executor.  The night used to be
      **         held together by scheduler clock times, one-
      **         predecessor rungate steps, expsched.ctl and the
      **         chains hlthchk and monthend keep internally, and
      **         nothing said in one place "backup before migrate,
      **         dbstart before dbready".  jobnet.def now says it:
      **         each toolkit program with up to four predecessors
      **         and the control file to prepare for it.  The
      **         network is put in dependency order (definition
      **         order among nodes that are free to go), and each
      **         node runs in turn once every predecessor has
      **         completed: a node coming back with RETURN-CODE 8
      **         or more has failed, and only the nodes that depend
      **         on it, directly or through another node, are
      **         skipped -- unrelated branches still run.  A node
      **         whose predecessor is not defined, or that sits on
      **         a dependency loop, cannot be placed and is
      **         reported instead of run.  Every node's start and
      **         completion go to the run registry through runstrt
      **         and runreg, except a node whose program registers
      **         itself.  The plan and the actual -- order,
      **         predecessors, start, end, return code, outcome and
      **         the node that blocked a skip -- sit side by side
      **         in jobnet.plan, rewritten as each node finishes,
      **         which nightpln and expruns read, and in the
      **         jobnet.rpt listing.  With jobnet.ctl set to
      **         RESTART the last run's jobnet.plan is taken back:
      **         its completed nodes stay complete, the run
      **         resumes from the failed node, with its skipped
      **         dependants behind it, under the last run's date,
      **         and jobnet.ctl is emptied so the next night runs
      **         fresh.  A plan with nothing left to rerun refuses
      **         the restart (return code 8) rather than run the
      **         network again.  Each node's control file is
      **         written under its cfglock edit lock; a file locked
      **         elsewhere or changed under the lock fails the node
      **         unrun.
      **
      **         jobnet.def control-file kinds: D the run date, Y
      **         the day before it, M the closed period (yyyymm),
      **         R the closed period's from/to dates, L the literal
      **         text on the row, and blank for a node with no
      **         control file.  The closed period is the fiscal
      **         period bizcal.dat last ended before the run date,
      **         the monthend way, or the calendar month before
      **         the run date when the calendar has none.
      **
      ** OUTPUT FILE: jobnet.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "jobnet".

       Environment Division.
       Input-Output Section.
       File-Control.
           select def-file assign to def-envfn
              organization is line sequential
              file status is def-status.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select plan-file assign to plan-envfn
              organization is line sequential
              file status is plan-status.
           select ctl-out-file assign to ctl-out-filename
              organization is line sequential
              file status is ctl-out-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
      * jobnet.def: program(10), four predecessors(10 each, blank
      * when unused), registers-itself flag(1), control file to
      * prepare(30), its kind(1) and the text for kind L(40)
       FD  def-file.
       01  def-rec.
           05  jd-program         pic x(10).
           05  filler             pic x.
           05  jd-preds.
               10  jd-pred-item   occurs 4 times.
                   15  jd-pred    pic x(10).
                   15  filler     pic x.
           05  jd-self-reg        pic x(1).
           05  filler             pic x.
           05  jd-ctl-name        pic x(30).
           05  filler             pic x.
           05  jd-ctl-kind        pic x(1).
           05  filler             pic x.
           05  jd-ctl-text        pic x(40).

       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(7).

      * jobnet.plan: the plan and the actual side by side, one row
      * per node
       FD  plan-file.
       01  plan-rec.
           05  pa-run-date        pic x(8).
           05  filler             pic x.
           05  pa-order           pic 9(3).
           05  filler             pic x.
           05  pa-program         pic x(10).
           05  filler             pic x.
           05  pa-preds           pic x(43).
           05  filler             pic x.
           05  pa-start-time      pic x(8).
           05  filler             pic x.
           05  pa-end-time        pic x(8).
           05  filler             pic x.
           05  pa-rc              pic x(5).
           05  filler             pic x.
           05  pa-outcome         pic x(8).
           05  filler             pic x.
           05  pa-blocked-by      pic x(10).

       FD  ctl-out-file.
       01  ctl-out-rec            pic x(40).

       FD  rpt-file.
       01  rpt-rec                pic x(120).

       Working-Storage Section.

      * run correlation id (TOOLKITRUN), stitched through every
      * record this run writes
       77 run-corr-id         pic x(16) value spaces.
       77 corr-date           pic 9(8).
       77 corr-time           pic 9(8).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 def-envfn            pic x(42).
       77 ctl-envfn            pic x(42).
       77 plan-envfn           pic x(42).
       77 rpt-envfn            pic x(42).
       77 ctl-out-filename     pic x(42).

       77 def-status           pic x(2).
       77 ctl-status           pic x(2).
       77 plan-status          pic x(2).
       77 ctl-out-status       pic x(2).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 run-date             pic x(8).
       77 restart-sw           pic x value "N".
          88 restart-run       value "Y".

      * the network: one entry per jobnet.def row
       01 node-entries.
          05 node-entry        occurs 50 times.
             10 nd-program     pic x(10).
             10 nd-reg-name    pic x(10).
             10 nd-preds       pic x(43).
             10 nd-pred        occurs 4 times pic x(10).
             10 nd-pred-idx    occurs 4 times pic s9(4) comp-5.
             10 nd-self-reg    pic x(1).
             10 nd-ctl-name    pic x(30).
             10 nd-ctl-kind    pic x(1).
             10 nd-ctl-text    pic x(40).
             10 nd-order       pic s9(4) comp-5.
             10 nd-start-time  pic x(8).
             10 nd-end-time    pic x(8).
             10 nd-rc          pic x(5).
             10 nd-outcome     pic x(8).
                88 nd-complete value "COMPLETE".
             10 nd-blocked-by  pic x(10).
       77 node-count           pic s9(4) comp-5 value 0.
       77 node-idx             pic s9(4) comp-5.
       77 pred-idx             pic s9(4) comp-5.
       77 find-idx             pic s9(4) comp-5.
       77 save-idx             pic s9(4) comp-5.
       77 save-pos             pic s9(4) comp-5.
       77 want-program         pic x(10).
       77 node-found-sw        pic x value "N".
          88 node-found        value "Y".

      * dependency order: the node at each position
       01 order-entries.
          05 order-node        occurs 50 times pic s9(4) comp-5.
       77 order-count          pic s9(4) comp-5 value 0.
       77 order-idx            pic s9(4) comp-5.
       77 placed-this-pass     pic s9(4) comp-5.
       77 ready-sw             pic x.
          88 node-ready        value "Y".
       77 unplaced-count       pic s9(4) comp-5 value 0.

       77 lower-alpha          pic x(26) value
              "abcdefghijklmnopqrstuvwxyz".
       77 upper-alpha          pic x(26) value
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * yesterday and the closed month for the control files
       01 date-work.
          05 dw-yyyy           pic 9(4).
          05 dw-mm             pic 9(2).
          05 dw-dd             pic 9(2).
       01 month-days-list.
          05 pic x(24) value "312831303130313130313031".
       01 month-days-table redefines month-days-list.
          05 month-days occurs 12 times pic 9(2).
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem4            pic s9(9) comp-5.
       77 leap-rem100          pic s9(9) comp-5.
       77 leap-rem400          pic s9(9) comp-5.
       77 yesterday-date       pic 9(8).
       01 month-work.
          05 mw-yyyy           pic 9(4).
          05 mw-mm             pic 9(2).
       77 closed-month         pic x(6).
       77 month-from           pic x(8).
       77 month-to             pic x(8).

      * the fiscal period just closed, when the shop calendar
      * (bizcal) carries period ends -- the monthend convention
       copy "bizcrec.cbl".
       77 fiscal-end           pic x(8).
       77 oldest-trusted       pic x(8).
       01 walk-date.
          05 wd-yyyy           pic 9(4).
          05 wd-mm             pic 9(2).
          05 wd-dd             pic 9(2).
       77 days-in-month        pic s9(4) comp-5.

      * a restart needs something left to rerun
       77 unfinished-count     pic s9(4) comp-5 value 0.

      * Variables for the shared control-file edit lock (cfglock)
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.
       77 ctl-refused-sw       pic x value "N".
          88 ctl-refused       value "Y".

       77 node-rc              pic s9(9) comp-5.
       77 rc-ed                pic -(4)9.
       77 worst-rc             pic s9(4) comp-5 value 0.
       77 complete-count       pic s9(4) comp-5 value 0.
       77 failed-count         pic s9(4) comp-5 value 0.
       77 skipped-count        pic s9(4) comp-5 value 0.
       77 order-ed             pic zz9.

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.

       01 rpt-line             pic x(120).

       Procedure Division.
       jobnet-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : JOBNET.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "JOBNET    ".

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
           move today-date to run-date.

           perform read-control.
           perform load-definition.
           if node-count equal 0
              display "no jobnet.def on file -- no network to run"
              move 8 to worst-rc
              go to end-jobnet.

           perform resolve-predecessors.
           perform order-the-network.
           if restart-run
              perform take-back-last-run
              if restart-run and unfinished-count equal 0
                 display "RESTART asked but the last run left ",
                          "nothing to rerun -- network not run"
                 move 8 to worst-rc
                 go to end-jobnet
              end-if
           end-if.
      * the control-file dates follow the run date -- a restart's
      * is the run it resumes, not the day it was resumed
           perform derive-yesterday.
           perform derive-closed-month.
           perform derive-fiscal-period.
           perform save-plan.

           perform run-one-position thru run-one-position-exit
              varying order-idx from 1 by 1
              until order-idx > order-count.

           perform write-plan-report.

           display "nodes complete : ", complete-count,
                    "  failed : ", failed-count,
                    "  skipped : ", skipped-count,
                    "  not placed : ", unplaced-count.
           if unplaced-count greater than 0
              or failed-count greater than 0
              move 8 to worst-rc
           else
              if skipped-count greater than 0
                 and worst-rc less than 4
                 move 4 to worst-rc
              end-if
           end-if.

       end-jobnet.
           move worst-rc to RETURN-CODE.
           move RETURN-CODE to reg-rc.
           call "runreg" using "JOBNET    ", reg-rc.
           move worst-rc to RETURN-CODE.
           stop run.

       read-control section.
      *************************************************************
      * jobnet.ctl: RESTART resumes the last run from its failed  *
      * node; anything else, or no file, is a fresh run           *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-mode equal "RESTART"
                    move "Y" to restart-sw
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-definition section.
           open input def-file.
           if def-status not equal "00"
              go to end-load-definition.
           move "N" to end-of-file-sw.
           perform load-one-node thru load-one-node-exit
              until end-of-file.
           close def-file.
       end-load-definition. exit.

       load-one-node section.
           read def-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-node-exit
           end-read.
           if jd-program equal spaces
              go to load-one-node-exit.
           if node-count equal 50
              display "more than 50 jobnet.def nodes -- ",
                       jd-program, " ignored"
              move 8 to worst-rc
              go to load-one-node-exit.
           add 1 to node-count.
           move jd-program to nd-program(node-count).
      * the registry keys on the upper-case program name
           move jd-program to nd-reg-name(node-count).
           inspect nd-reg-name(node-count)
              converting lower-alpha to upper-alpha.
           move jd-preds    to nd-preds(node-count).
           perform copy-one-pred
              varying pred-idx from 1 by 1
              until pred-idx > 4.
           move jd-self-reg to nd-self-reg(node-count).
           move jd-ctl-name to nd-ctl-name(node-count).
           move jd-ctl-kind to nd-ctl-kind(node-count).
           move jd-ctl-text to nd-ctl-text(node-count).
           move 0 to nd-order(node-count).
           move spaces to nd-start-time(node-count).
           move spaces to nd-end-time(node-count).
           move spaces to nd-rc(node-count).
           move "PENDING" to nd-outcome(node-count).
           move spaces to nd-blocked-by(node-count).
       load-one-node-exit. exit.

       copy-one-pred section.
           move jd-pred(pred-idx) to nd-pred(node-count, pred-idx).
           move 0 to nd-pred-idx(node-count, pred-idx).
       end-copy-one-pred. exit.

       resolve-predecessors section.
      *************************************************************
      * each predecessor name to its node; a name jobnet.def does *
      * not define leaves its node unplaceable                    *
      *************************************************************
           perform resolve-node-preds
              varying node-idx from 1 by 1
              until node-idx > node-count.
       end-resolve-predecessors. exit.

       resolve-node-preds section.
           perform resolve-one-pred thru resolve-one-pred-exit
              varying pred-idx from 1 by 1
              until pred-idx > 4.
       end-resolve-node-preds. exit.

       resolve-one-pred section.
           if nd-pred(node-idx, pred-idx) equal spaces
              go to resolve-one-pred-exit.
           move nd-pred(node-idx, pred-idx) to want-program.
           perform find-node.
           if node-found
              move find-idx to nd-pred-idx(node-idx, pred-idx)
           else
              move -1 to nd-pred-idx(node-idx, pred-idx)
              display "jobnet.def: ", nd-program(node-idx),
                       " names undefined predecessor ", want-program
           end-if.
       resolve-one-pred-exit. exit.

       find-node section.
           move "N" to node-found-sw.
           perform check-one-node
              varying find-idx from 1 by 1
              until find-idx > node-count or node-found.
           if node-found
              subtract 1 from find-idx
           end-if.
       end-find-node. exit.

       check-one-node section.
           if nd-program(find-idx) equal want-program
              move "Y" to node-found-sw
           end-if.
       end-check-one-node. exit.

       order-the-network section.
      *************************************************************
      * pass after pass, every node whose predecessors are all    *
      * placed takes the next position, in definition order;     *
      * what is left when a pass places nothing is on a loop or   *
      * waits on an undefined predecessor                          *
      *************************************************************
           move 1 to placed-this-pass.
           perform order-one-pass
              until placed-this-pass equal 0.
           perform mark-one-unplaced
              varying node-idx from 1 by 1
              until node-idx > node-count.
       end-order-the-network. exit.

       order-one-pass section.
           move 0 to placed-this-pass.
           perform place-one-node thru place-one-node-exit
              varying node-idx from 1 by 1
              until node-idx > node-count.
       end-order-one-pass. exit.

       place-one-node section.
           if nd-order(node-idx) greater than 0
              go to place-one-node-exit.
           move "Y" to ready-sw.
           perform check-pred-placed
              varying pred-idx from 1 by 1
              until pred-idx > 4 or not node-ready.
           if not node-ready
              go to place-one-node-exit.
           add 1 to order-count.
           move order-count to nd-order(node-idx).
           move node-idx to order-node(order-count).
           add 1 to placed-this-pass.
       place-one-node-exit. exit.

       check-pred-placed section.
           if nd-pred-idx(node-idx, pred-idx) equal 0
              go to end-check-pred-placed.
           if nd-pred-idx(node-idx, pred-idx) less than 0
              move "N" to ready-sw
              go to end-check-pred-placed.
           if nd-order(nd-pred-idx(node-idx, pred-idx)) equal 0
              move "N" to ready-sw
           end-if.
       end-check-pred-placed. exit.

       mark-one-unplaced section.
           if nd-order(node-idx) greater than 0
              go to end-mark-one-unplaced.
           add 1 to unplaced-count.
           move "UNPLACED" to nd-outcome(node-idx).
           display "jobnet.def: ", nd-program(node-idx),
                    " cannot be placed -- undefined predecessor ",
                    "or dependency loop".
       end-mark-one-unplaced. exit.

       take-back-last-run section.
      *************************************************************
      * a restart takes the last run's jobnet.plan back: a node  *
      * it completed stays complete with its times, and every     *
      * other node -- the failed one, its skipped dependants, one *
      * cut off while running -- runs again under the same run    *
      * date                                                       *
      *************************************************************
           open input plan-file.
           if plan-status not equal "00"
              display "RESTART asked but no jobnet.plan on file -- ",
                       "running the whole network"
              move "N" to restart-sw
              go to end-take-back-last-run.
           move "N" to end-of-file-sw.
           perform take-back-one-row thru take-back-one-row-exit
              until end-of-file.
           close plan-file.
      * the RESTART is used up, taken or refused: jobnet.ctl is
      * emptied so tomorrow's run is a fresh one, not this run
      * resumed again
           open output ctl-file.
           close ctl-file.
       end-take-back-last-run. exit.

       take-back-one-row section.
           read plan-file
              at end
                 move "Y" to end-of-file-sw
                 go to take-back-one-row-exit
           end-read.
           if pa-run-date is numeric
              move pa-run-date to run-date
           end-if.
           if pa-outcome not equal "COMPLETE"
              if pa-outcome not equal "UNPLACED"
                 add 1 to unfinished-count
              end-if
              go to take-back-one-row-exit.
           move pa-program to want-program.
           perform find-node.
           if not node-found
              go to take-back-one-row-exit.
           if nd-order(find-idx) equal 0
              go to take-back-one-row-exit.
           move pa-start-time to nd-start-time(find-idx).
           move pa-end-time   to nd-end-time(find-idx).
           move pa-rc         to nd-rc(find-idx).
           move "COMPLETE"    to nd-outcome(find-idx).
           display "node ", pa-program, " completed before the ",
                    "restart -- not rerun".
       take-back-one-row-exit. exit.

       run-one-position section.
      *************************************************************
      * the node at this position runs when every predecessor     *
      * completed; a failed or skipped predecessor skips it, and  *
      * the skip runs on down its own dependants in turn          *
      *************************************************************
           move order-node(order-idx) to node-idx.
           if nd-complete(node-idx)
              add 1 to complete-count
              go to run-one-position-exit.

           move spaces to nd-blocked-by(node-idx).
           perform check-pred-complete
              varying pred-idx from 1 by 1
              until pred-idx > 4
                 or nd-blocked-by(node-idx) not equal spaces.
           if nd-blocked-by(node-idx) not equal spaces
              move "SKIPPED" to nd-outcome(node-idx)
              move spaces to nd-start-time(node-idx)
              move spaces to nd-end-time(node-idx)
              move spaces to nd-rc(node-idx)
              add 1 to skipped-count
              display "node ", nd-program(node-idx), " skipped -- ",
                       nd-blocked-by(node-idx), " did not complete"
              perform save-plan
              go to run-one-position-exit.

           perform prepare-node-control.
           if ctl-refused
              move spaces to nd-start-time(node-idx)
              move spaces to nd-end-time(node-idx)
              move "    8" to nd-rc(node-idx)
              move "FAILED" to nd-outcome(node-idx)
              add 1 to failed-count
              if worst-rc less than 8
                 move 8 to worst-rc
              end-if
              display "node ", nd-program(node-idx), " FAILED -- ",
                       nd-ctl-name(node-idx), " could not be ",
                       "written under its edit lock"
              perform save-plan
              go to run-one-position-exit.

           accept now-time from time.
           move now-time to nd-start-time(node-idx).
           move spaces to nd-end-time(node-idx).
           move spaces to nd-rc(node-idx).
           move "RUNNING" to nd-outcome(node-idx).
           perform save-plan.
           if nd-self-reg(node-idx) not equal "Y"
              call "runstrt" using nd-reg-name(node-idx)
           end-if.

           display "node ", nd-program(node-idx), " starting".
           move 0 to RETURN-CODE.
           call nd-program(node-idx).
           move RETURN-CODE to node-rc.

           if nd-self-reg(node-idx) not equal "Y"
              call "runreg" using nd-reg-name(node-idx), node-rc
           end-if.

           accept now-time from time.
           move now-time to nd-end-time(node-idx).
           move node-rc to rc-ed.
           move rc-ed to nd-rc(node-idx).
           if node-rc not less than 8
              move "FAILED" to nd-outcome(node-idx)
              add 1 to failed-count
           else
              move "COMPLETE" to nd-outcome(node-idx)
              add 1 to complete-count
           end-if.
           if node-rc greater than worst-rc
              move node-rc to worst-rc
           end-if.
           display "node ", nd-program(node-idx), " ",
                    nd-outcome(node-idx), " rc ", rc-ed.
           perform save-plan.
       run-one-position-exit. exit.

       check-pred-complete section.
           if nd-pred-idx(node-idx, pred-idx) not greater than 0
              go to end-check-pred-complete.
           if not nd-complete(nd-pred-idx(node-idx, pred-idx))
              move nd-pred(node-idx, pred-idx)
                 to nd-blocked-by(node-idx)
           end-if.
       end-check-pred-complete. exit.

       prepare-node-control section.
      *************************************************************
      * the node's control file gets what jobnet.def says, once,  *
      * by program -- the monthend convention -- under the file's *
      * cfglock edit lock, which cfgmnt, calmnt and the other     *
      * maintenance writers also take                             *
      *************************************************************
           move "N" to ctl-refused-sw.
           if nd-ctl-name(node-idx) equal spaces
              or nd-ctl-kind(node-idx) equal spaces
              go to end-prepare-node-control.
           call "envname" using nd-ctl-name(node-idx),
                   ctl-out-filename.
           move spaces to ctl-out-rec.
           evaluate nd-ctl-kind(node-idx)
              when "D"
                 move run-date to ctl-out-rec(1:8)
              when "Y"
                 move yesterday-date to ctl-out-rec(1:8)
              when "M"
                 move closed-month to ctl-out-rec(1:6)
              when "R"
                 move month-from to ctl-out-rec(1:8)
                 move month-to to ctl-out-rec(9:8)
              when "L"
                 move nd-ctl-text(node-idx) to ctl-out-rec
              when other
                 display "jobnet.def: ", nd-program(node-idx),
                          " has unknown control kind ",
                          nd-ctl-kind(node-idx), " -- ",
                          nd-ctl-name(node-idx), " left as is"
                 go to end-prepare-node-control
           end-evaluate.

           call "cfglock" using "A", nd-ctl-name(node-idx),
                   "JOBNET    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display nd-ctl-name(node-idx), " is locked -- ",
                       nd-program(node-idx), " not run"
              move "Y" to ctl-refused-sw
              go to end-prepare-node-control.
           call "cfglock" using "I", nd-ctl-name(node-idx),
                   "JOBNET    ", edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              display nd-ctl-name(node-idx), " changed under the ",
                       "lock -- ", nd-program(node-idx), " not run"
              move "Y" to ctl-refused-sw
              perform release-edit-lock
              go to end-prepare-node-control.
           open output ctl-out-file.
           if ctl-out-status not equal "00"
              display "jobnet: ", nd-ctl-name(node-idx),
                       " not writable -- ", nd-program(node-idx),
                       " runs on its existing control file"
              perform release-edit-lock
              go to end-prepare-node-control.
           write ctl-out-rec.
           close ctl-out-file.
           perform release-edit-lock.
       end-prepare-node-control. exit.

       release-edit-lock section.
           call "cfglock" using "R", nd-ctl-name(node-idx),
                   "JOBNET    ", edit-version, edit-installed,
                   release-rc.
       end-release-edit-lock. exit.

       save-plan section.
      *************************************************************
      * jobnet.plan is rewritten whole as each node starts and    *
      * finishes, so a run that dies mid-network leaves the       *
      * record a restart resumes from                             *
      *************************************************************
           open output plan-file.
           if plan-status not equal "00"
              display "jobnet.plan not writable -- a failed run ",
                       "cannot be restarted"
              go to end-save-plan.
      * rows in run order, then the nodes that could not be placed
           perform save-one-position
              varying save-pos from 1 by 1
              until save-pos > order-count.
           perform save-one-unplaced
              varying save-idx from 1 by 1
              until save-idx > node-count.
           close plan-file.
       end-save-plan. exit.

       save-one-position section.
           move order-node(save-pos) to save-idx.
           perform save-one-plan-row.
       end-save-one-position. exit.

       save-one-unplaced section.
           if nd-order(save-idx) greater than 0
              go to end-save-one-unplaced.
           perform save-one-plan-row.
       end-save-one-unplaced. exit.

       save-one-plan-row section.
           move spaces to plan-rec.
           move run-date to pa-run-date.
           move nd-order(save-idx)      to pa-order.
           move nd-program(save-idx)    to pa-program.
           move nd-preds(save-idx)      to pa-preds.
           move nd-start-time(save-idx) to pa-start-time.
           move nd-end-time(save-idx)   to pa-end-time.
           move nd-rc(save-idx)         to pa-rc.
           move nd-outcome(save-idx)    to pa-outcome.
           move nd-blocked-by(save-idx) to pa-blocked-by.
           write plan-rec.
       end-save-one-plan-row. exit.

       write-plan-report section.
           open output rpt-file.
           move spaces to rpt-line.
           string "NIGHTLY JOB NETWORK, PLAN AND ACTUAL, RUN "
                     delimited by size
                  run-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           if restart-run
              move "(restarted from the failed node)" to rpt-line
              write rpt-rec from rpt-line
           end-if.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "ORD PROGRAM    AFTER                      "
                     delimited by size
                  "       STARTED  ENDED       RC OUTCOME  "
                     delimited by size
                  "BLOCKED BY" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           perform report-one-position
              varying order-idx from 1 by 1
              until order-idx > order-count.
           perform report-one-unplaced
              varying node-idx from 1 by 1
              until node-idx > node-count.
           close rpt-file.
           call "rptarch" using "jobnet.rpt                    ",
                   "JOBNET    ".
       end-write-plan-report. exit.

       report-one-position section.
           move order-node(order-idx) to node-idx.
           perform write-node-line.
       end-report-one-position. exit.

       report-one-unplaced section.
           if nd-order(node-idx) greater than 0
              go to end-report-one-unplaced.
           perform write-node-line.
       end-report-one-unplaced. exit.

       write-node-line section.
           move nd-order(node-idx) to order-ed.
           move spaces to rpt-line.
           string order-ed delimited by size
                  " " delimited by size
                  nd-program(node-idx) delimited by size
                  " " delimited by size
                  nd-preds(node-idx) delimited by size
                  " " delimited by size
                  nd-start-time(node-idx) delimited by size
                  " " delimited by size
                  nd-end-time(node-idx) delimited by size
                  " " delimited by size
                  nd-rc(node-idx) delimited by size
                  " " delimited by size
                  nd-outcome(node-idx) delimited by size
                  " " delimited by size
                  nd-blocked-by(node-idx) delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-node-line. exit.

       derive-yesterday section.
           move run-date to date-work.
           if dw-dd greater than 1
              subtract 1 from dw-dd
              go to derive-yesterday-done.
           if dw-mm equal 1
              move 12 to dw-mm
              subtract 1 from dw-yyyy
           else
              subtract 1 from dw-mm
           end-if.
           move month-days(dw-mm) to dw-dd.
           if dw-mm equal 2
              divide dw-yyyy by 4 giving leap-quot
                 remainder leap-rem4
              divide dw-yyyy by 100 giving leap-quot
                 remainder leap-rem100
              divide dw-yyyy by 400 giving leap-quot
                 remainder leap-rem400
              if leap-rem4 equal 0
                 and (leap-rem100 not equal 0
                    or leap-rem400 equal 0)
                 move 29 to dw-dd
              end-if
           end-if.
       derive-yesterday-done.
           move date-work to yesterday-date.
       end-derive-yesterday. exit.

       derive-closed-month section.
      * the calendar month before the run date, first to last day
           move run-date(1:6) to month-work.
           if mw-mm equal 1
              move 12 to mw-mm
              subtract 1 from mw-yyyy
           else
              subtract 1 from mw-mm
           end-if.
           move month-work to closed-month.
           move closed-month to walk-date(1:6).
           perform set-days-in-month.
           move days-in-month to wd-dd.
           move spaces to month-from.
           string closed-month delimited by size
                  "01"         delimited by size
             into month-from.
           move walk-date to month-to.
       end-derive-closed-month. exit.

       derive-fiscal-period section.
      *************************************************************
      * the period closed is the one whose end is the latest      *
      * period end in the calendar before the run date, the way  *
      * monthend takes it; a calendar that stops short of the     *
      * closed month leaves the calendar month                    *
      *************************************************************
           move run-date to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           if not BIZCAL-CALENDAR-READ
              or BIZCAL-PRIOR-END equal spaces
              go to end-derive-fiscal-period.

           move closed-month to month-work.
           if mw-mm equal 1
              move 12 to mw-mm
              subtract 1 from mw-yyyy
           else
              subtract 1 from mw-mm
           end-if.
           move spaces to oldest-trusted.
           string month-work delimited by size
                  "01"       delimited by size
             into oldest-trusted.
           if BIZCAL-PRIOR-END less than oldest-trusted
              display "bizcal.dat has no period end since ",
                       oldest-trusted, " -- calendar month used"
              go to end-derive-fiscal-period.

           move BIZCAL-PRIOR-END to fiscal-end.
           move BIZCAL-PRIOR-END to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           if BIZCAL-PRIOR-END equal spaces
              move fiscal-end(1:6) to walk-date(1:6)
              move 1 to wd-dd
           else
              move BIZCAL-PRIOR-END to walk-date
              perform increment-walk-date
           end-if.

           move fiscal-end(1:6) to closed-month.
           move walk-date to month-from.
           move fiscal-end to month-to.
       end-derive-fiscal-period. exit.

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

       set-days-in-month section.
           move month-days(wd-mm) to days-in-month.
           if wd-mm equal 2
              divide wd-yyyy by 4 giving leap-quot
                 remainder leap-rem4
              divide wd-yyyy by 100 giving leap-quot
                 remainder leap-rem100
              divide wd-yyyy by 400 giving leap-quot
                 remainder leap-rem400
              if leap-rem4 equal 0
                 and (leap-rem100 not equal 0
                    or leap-rem400 equal 0)
                 move 29 to days-in-month
              end-if
           end-if.
       end-set-days-in-month. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the      *
      * nodes' control files resolve where they are written       *
      *************************************************************
           call "envname" using "jobnet.def                    ",
                   def-envfn.
           call "envname" using "jobnet.ctl                    ",
                   ctl-envfn.
           call "envname" using "jobnet.plan                   ",
                   plan-envfn.
           call "envname" using "jobnet.rpt                    ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
