      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     the plan now closes with the nightly job network in the
      **     order jobnet runs it, each node beside how it ended on
      **     the last run (jobnet.plan): a node that did not
      **     complete is flagged as where a RESTART resumes, and a
      **     node jobnet cannot place (an undefined predecessor or a
      **     dependency loop) counts as a problem to fix before
      **     leaving.
      ***********************************************************************

       Identification Division.
              file status is tk-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select net-plan-file assign to net-plan-envfn
              organization is line sequential
              file status is net-plan-status.

       Data Division.
       File Section.
       FD  rpt-file.
       01  rpt-rec                pic x(110).

      * jobnet.plan: the job network's plan and last actual
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
       77 cal-envfn            pic x(42).
       77 ticket-envfn         pic x(42).
       77 rpt-envfn            pic x(42).
       77 net-plan-envfn       pic x(42).

       77 list-in-status       pic x(2).
       77 cal-status           pic x(2).
       77 tk-status            pic x(2).
       77 net-plan-status      pic x(2).
       77 today-date           pic 9(8).
       77 today-x              pic x(8).
       77 end-of-list-sw       pic x.
          88 end-of-cal        value "Y".
       77 end-of-tickets-sw    pic x value "N".
          88 end-of-tickets    value "Y".
       77 end-of-net-plan-sw   pic x value "N".
          88 end-of-net-plan   value "Y".
       77 net-header-sw        pic x value "N".

      * the evening's steps, in the order the scheduler runs them:
      * each names its list file, the column its database names
       77 step-db-count        pic s9(4) comp-5.
       77 missing-ticket-count pic s9(4) comp-5 value 0.
       77 blackout-count       pic s9(4) comp-5 value 0.
       77 unplaced-count       pic s9(4) comp-5 value 0.
       77 missing-ed           pic z9.
       77 blackout-ed          pic z9.
       77 unplaced-ed          pic z9.

       01 rpt-line             pic x(110).

              varying step-idx from 1 by 1
              until step-idx > 5.

           perform report-job-network.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           if missing-ticket-count equal 0
              and blackout-count equal 0
              and unplaced-count equal 0
              move "NOTHING BLOCKS TONIGHT'S PLAN" to rpt-line
           else
              move missing-ticket-count to missing-ed
              move blackout-count to blackout-ed
              move unplaced-count to unplaced-ed
              move spaces to rpt-line
              string "FIX BEFORE LEAVING: " delimited by size
                     missing-ed delimited by size
                     " ticket problem(s), " delimited by size
                     blackout-ed delimited by size
                     " blackout(s), " delimited by size
                     unplaced-ed delimited by size
                     " unplaceable job-network node(s)"
                        delimited by size
                into rpt-line
           end-if.
           write rpt-rec from rpt-line.
                    "  blackouts tonight : ", blackout-count.
           if missing-ticket-count greater than 0
              or blackout-count greater than 0
              or unplaced-count greater than 0
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.
       match-one-ticket-exit. exit.

       report-job-network section.
      *************************************************************
      * the job network in the order jobnet runs it, each node    *
      * beside how it ended on the last run: a node that did not  *
      * complete is where a RESTART picks up, and a node jobnet   *
      * cannot place will not run tonight either                  *
      *************************************************************
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "-- JOB NETWORK (jobnet) --" to rpt-line.
           write rpt-rec from rpt-line.
           open input net-plan-file.
           if net-plan-status not equal "00"
              move "  (no jobnet.plan on file -- network not run yet)"
                 to rpt-line
              write rpt-rec from rpt-line
              go to end-report-job-network.
           perform report-one-network-node
              thru report-one-network-node-exit
              until end-of-net-plan.
           close net-plan-file.
       end-report-job-network. exit.

       report-one-network-node section.
           read net-plan-file
              at end
                 move "Y" to end-of-net-plan-sw
                 go to report-one-network-node-exit
           end-read.
           if net-header-sw equal "N"
              move "Y" to net-header-sw
              move spaces to rpt-line
              string "  ORD PROGRAM    AFTER" delimited by size
                     "                                       "
                        delimited by size
                     "LAST RUN " delimited by size
                     np-run-date delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.
           move spaces to rpt-line.
           evaluate np-outcome
              when "COMPLETE"
                 string "  " np-order " " np-program " " np-preds
                        " complete, rc " np-rc
                    delimited by size into rpt-line
              when "UNPLACED"
                 add 1 to unplaced-count
                 string "  " "--- " np-program " " np-preds
                        " ** CANNOT BE PLACED -- fix jobnet.def"
                    delimited by size into rpt-line
              when "SKIPPED"
                 string "  " np-order " " np-program " " np-preds
                        " ** skipped behind " np-blocked-by
                    delimited by size into rpt-line
              when "PENDING"
                 string "  " np-order " " np-program " " np-preds
                        " ** never reached"
                    delimited by size into rpt-line
              when other
                 string "  " np-order " " np-program " " np-preds
                        " ** " np-outcome " rc " np-rc
                        " -- a RESTART resumes here"
                    delimited by size into rpt-line
           end-evaluate.
           write rpt-rec from rpt-line.
       report-one-network-node-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
                   ticket-envfn.
           call "envname" using "nightpln.rpt                  ",
                   rpt-envfn.
           call "envname" using "jobnet.plan                   ",
                   net-plan-envfn.
       end-resolve-toolkit-filenames. exit.
