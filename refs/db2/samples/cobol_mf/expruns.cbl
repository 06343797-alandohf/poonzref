      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     a program that never ran now says why when the nightly
      **     job network (jobnet.plan for the reconciliation date)
      **     held it back -- skipped behind a failed predecessor,
      **     never reached, cut off mid-run, or not placeable in
      **     jobnet.def -- on its report line and in its alert.
      **     a declared holiday in the shop calendar (bizcal.dat,
      **     through the bizcal lookup) no longer turns the whole
      **     night into NEVER RAN pages: on a holiday only the
      **     expsched.ctl rows with the new holiday flag set to "Y"
      **     are expected, and the report header names the holiday
      **     and how many programs it stood down.
      ***********************************************************************

       Identification Division.
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select net-plan-file assign to net-plan-envfn
              organization is line sequential
              file status is net-plan-status.

       Data Division.
       File Section.
           05  sc-days            pic x(7).
           05  filler             pic x.
           05  sc-expected-by     pic x(6).
           05  filler             pic x.
           05  sc-holiday         pic x(1).

       FD  ctl-file.
       01  ctl-rec.
       FD  rpt-file.
       01  rpt-rec                pic x(100).

      * jobnet.plan: the job network's plan and actual, side by side
       FD  net-plan-file.
       01  net-plan-rec.
           05  np-run-date        pic x(8).
           05  filler             pic x.
           05  np-order           pic 9(3).
           05  filler             pic x.
           05  np-program         pic x(10).
           05  filler             pic x.
           05  np-preds           pic x(43).
           05  filler             pic x.
           05  np-start-time      pic x(8).
           05  filler             pic x.
           05  np-end-time        pic x(8).
           05  filler             pic x.
           05  np-rc              pic x(5).
           05  filler             pic x.
           05  np-outcome         pic x(8).
           05  filler             pic x.
           05  np-blocked-by      pic x(10).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 reg-envfn            pic x(42).
       77 alert-envfn          pic x(42).
       77 rpt-envfn            pic x(42).
       77 net-plan-envfn       pic x(42).

       77 sched-status         pic x(2).
       77 ctl-status           pic x(2).
       77 reg-status           pic x(2).
       77 net-plan-status      pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 report-date          pic x(8) value spaces.
          88 end-of-sched      value "Y".
       77 end-of-reg-sw        pic x value "N".
          88 end-of-reg        value "Y".
       77 end-of-net-plan-sw   pic x value "N".
          88 end-of-net-plan   value "Y".

      * the day's expected programs and their verdicts
       01 exp-entries.
             10 xp-verdict     pic x(1).
             10 xp-rc          pic x(5).
             10 xp-time        pic x(8).
             10 xp-net-outcome pic x(8).
             10 xp-net-blocker pic x(10).
       77 exp-count            pic s9(4) comp-5 value 0.
       77 exp-idx              pic s9(4) comp-5.
       77 match-found-sw       pic x.
       77 clean-count          pic s9(4) comp-5 value 0.
       77 dirty-count          pic s9(4) comp-5 value 0.
       77 never-count          pic s9(4) comp-5 value 0.
       77 net-program          pic x(10).
       77 never-reason         pic x(40).
       77 lower-alpha          pic x(26) value
              "abcdefghijklmnopqrstuvwxyz".
       77 upper-alpha          pic x(26) value
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * how the shop calendar counts the reconciliation date; on
      * a declared holiday only the programs marked to run through
      * holidays are expected
       copy "bizcrec.cbl".
       77 holiday-skip-count   pic s9(4) comp-5 value 0.
       77 holiday-skip-edit    pic zz9.

       01 rpt-line             pic x(100).

           accept now-time   from time.
           perform derive-report-date.
           perform derive-day-of-week.
           move report-date to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.

           perform load-expected-programs.
           if holiday-skip-count greater than 0
              move holiday-skip-count to holiday-skip-edit
              display report-date, " is a declared holiday -- ",
                       holiday-skip-edit, " program(s) not expected"
           end-if.
           if exp-count equal 0
              display "no expsched.ctl rows due on ", report-date,
                       " -- nothing expected"
              go to end-expruns.

           perform scan-run-registry.
           perform scan-job-network.
           perform write-reconciliation-report.
           perform raise-never-ran-alerts.

       load-expected-programs section.
      *************************************************************
      * expsched.ctl: program(10), a Monday-through-Sunday mask   *
      * of Y/N(7), the expected-by time(6) and a holiday flag(1); *
      * only the rows due on the reconciliation day make the      *
      * table, and on a declared holiday (bizcal) only those      *
      * flagged "Y" to run through holidays                       *
      *************************************************************
           open input sched-file.
           if sched-status not equal "00"
           end-read.
           if sc-days(dow-index:1) not equal "Y"
              go to load-one-expected-exit.
           if BIZCAL-HOLIDAY and sc-holiday not equal "Y"
              add 1 to holiday-skip-count
              go to load-one-expected-exit.
           add 1 to exp-count.
           move sc-program     to xp-program(exp-count).
           move sc-expected-by to xp-expected-by(exp-count).
           move "N"            to xp-verdict(exp-count).
           move spaces         to xp-rc(exp-count).
           move spaces         to xp-time(exp-count).
           move spaces         to xp-net-outcome(exp-count).
           move spaces         to xp-net-blocker(exp-count).
       load-one-expected-exit. exit.

       scan-run-registry section.
           end-if.
       match-one-expected-exit. exit.

       scan-job-network section.
      *************************************************************
      * jobnet.plan for the reconciliation date says why a node   *
      * the network held back never ran: skipped behind a failed  *
      * predecessor, never reached, or not placeable at all       *
      *************************************************************
           open input net-plan-file.
           if net-plan-status not equal "00"
              go to end-scan-job-network.
           perform scan-one-network-node
              thru scan-one-network-node-exit
              until end-of-net-plan.
           close net-plan-file.
       end-scan-job-network. exit.

       scan-one-network-node section.
           read net-plan-file
              at end
                 move "Y" to end-of-net-plan-sw
                 go to scan-one-network-node-exit
           end-read.
           if np-run-date not equal report-date
              go to scan-one-network-node-exit.
      * the registry and expsched.ctl key on the upper-case name
           move np-program to net-program.
           inspect net-program
              converting lower-alpha to upper-alpha.
           move "N" to match-found-sw.
           perform match-one-network-node
              varying exp-idx from 1 by 1
              until exp-idx > exp-count or match-found.
           if not match-found
              go to scan-one-network-node-exit.
           subtract 1 from exp-idx.
           move np-outcome    to xp-net-outcome(exp-idx).
           move np-blocked-by to xp-net-blocker(exp-idx).
       scan-one-network-node-exit. exit.

       match-one-network-node section.
           if xp-program(exp-idx) equal net-program
              move "Y" to match-found-sw
           end-if.
       end-match-one-network-node. exit.

       derive-never-reason section.
           move spaces to never-reason.
           evaluate xp-net-outcome(exp-idx)
              when "SKIPPED"
                 string "skipped behind "
                           delimited by size
                        xp-net-blocker(exp-idx) delimited by space
                   into never-reason
              when "PENDING"
                 move "never reached by jobnet" to never-reason
              when "RUNNING"
                 move "jobnet run cut off here" to never-reason
              when "UNPLACED"
                 move "not placeable in jobnet.def" to never-reason
           end-evaluate.
       end-derive-never-reason. exit.

       write-reconciliation-report section.
           open output rpt-file.
           move spaces to rpt-line.
                  report-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           if BIZCAL-HOLIDAY
              move holiday-skip-count to holiday-skip-edit
              move spaces to rpt-line
              string "DECLARED HOLIDAY -- " delimited by size
                     BIZCAL-DESC delimited by "  "
                     " -- " delimited by size
                     holiday-skip-edit delimited by size
                     " program(s) not expected" delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move "PROGRAM     EXPECTED  COMPLETED  RC     VERDICT"
                    delimited by size into rpt-line
              when other
                 add 1 to never-count
                 perform derive-never-reason
                 string xp-program(exp-idx), "  ",
                        xp-expected-by(exp-idx),
                        "    --        --     ** NEVER RAN **  ",
                        never-reason
                    delimited by size into rpt-line
           end-evaluate.
           write rpt-rec from rpt-line.
                  xp-expected-by(exp-idx) delimited by size
                  ")" delimited by size
             into al-message.
           perform derive-never-reason.
           if never-reason not equal spaces
              move spaces to al-message
              string xp-program(exp-idx) delimited by space
                     " NEVER RAN on " delimited by size
                     report-date delimited by size
                     " -- " delimited by size
                     never-reason delimited by size
                into al-message
           end-if.
           write alert-rec.
       end-alert-one-never. exit.

                   alert-envfn.
           call "envname" using "expruns.rpt                   ",
                   rpt-envfn.
           call "envname" using "jobnet.plan                   ",
                   net-plan-envfn.
       end-resolve-toolkit-filenames. exit.
