      **     them up without phoning around.  the alert section
      **     reads the queue's grown layout (on-call contact column
      **     on PAGER records).
      **     the pack carries the top risk databases: the ten worst
      **     on last night's risk register (riskreg.top), with
      **     score, flagging sources and owner.
      ***********************************************************************

       Identification Division.
           select roster-file assign to roster-envfn
              organization is line sequential
              file status is roster-status.
           select risk-file assign to risk-envfn
              organization is line sequential
              file status is risk-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       FD  roster-file.
       01  roster-rec             pic x(60).

       FD  risk-file.
       01  risk-rec               pic x(65).

       FD  rpt-file.
       01  rpt-rec                pic x(183).

       77 reg-envfn            pic x(42).
       77 journal-envfn        pic x(42).
       77 roster-envfn         pic x(42).
       77 risk-envfn           pic x(42).
       77 rpt-envfn            pic x(42).

       77 ctl-status           pic x(2).
          05 filler            pic x.
          05 ro-contact        pic x(40).

      * Variables for the top-risk section -- riskreg.top, the
      * nightly register's ten worst databases
       77 risk-status         pic x(2).
       77 end-of-risk-sw      pic x value "N".
          88 end-of-risk      value "Y".
       77 risk-count          pic s9(4) comp-5 value 0.
       01 risk-rec-ws.
          05 rk-date           pic x(8).
          05 filler            pic x.
          05 rk-rank           pic 9(2).
          05 filler            pic x.
          05 rk-dbname         pic x(8).
          05 filler            pic x.
          05 rk-score          pic 9(5).
          05 filler            pic x.
          05 rk-flags          pic x(7).
          05 filler            pic x.
          05 rk-owner          pic x(20).
       01 risk-line.
          05 filler            pic x(2) value spaces.
          05 rl-rank           pic z9.
          05 filler            pic x(2) value spaces.
          05 rl-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 rl-score          pic zzzz9.
          05 filler            pic x(2) value spaces.
          05 rl-flags          pic x(7).
          05 filler            pic x(2) value spaces.
          05 rl-owner          pic x(20).

       Procedure Division.
       shifthnd-pgm section.


           perform report-open-incidents.
           perform report-open-alerts.
           perform report-top-risks.
           perform report-run-locks.
           perform report-last-completions.
           perform report-on-call-roster.
           write rpt-rec from rpt-line.
       report-one-roster-row-exit. exit.

       report-top-risks section.
      *************************************************************
      * the ten worst databases on last night's risk register,    *
      * with the sources flagging each (riskreg.rpt has the       *
      * findings behind the flags)                                *
      *************************************************************
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move "-- TOP RISK DATABASES --" to rpt-line.
           write rpt-rec from rpt-line.

           open input risk-file.
           if risk-status not equal "00"
              move "  (no riskreg.top on file -- run riskreg)"
                 to rpt-line
              write rpt-rec from rpt-line
              go to end-report-top-risks.
           perform report-one-risk-row
              thru report-one-risk-row-exit
              until end-of-risk.
           close risk-file.
           if risk-count equal 0
              move "  (no database with findings on the register)"
                 to rpt-line
              write rpt-rec from rpt-line
           end-if.
       end-report-top-risks. exit.

       report-one-risk-row section.
           read risk-file into risk-rec-ws
              at end
                 move "Y" to end-of-risk-sw
                 go to report-one-risk-row-exit
           end-read.
           if risk-count equal 0
              move spaces to rpt-line
              string "  register of " delimited by size
                     rk-date delimited by size
                into rpt-line
              write rpt-rec from rpt-line
              move "RANK  DATABASE  SCORE  FLAGS    OWNER" to rpt-line
              write rpt-rec from rpt-line
           end-if.
           add 1 to risk-count.
           move rk-rank   to rl-rank.
           move rk-dbname to rl-dbname.
           move rk-score  to rl-score.
           move rk-flags  to rl-flags.
           move rk-owner  to rl-owner.
           move spaces to rpt-line.
           move risk-line to rpt-line.
           write rpt-rec from rpt-line.
       report-one-risk-row-exit. exit.

       report-journal-entries section.
      *************************************************************
      * the outgoing shift's free-text journal, verbatim -- the   *
                   journal-envfn.
           call "envname" using "oncall.ros                    ",
                   roster-envfn.
           call "envname" using "riskreg.top                   ",
                   risk-envfn.
           call "envname" using "shifthnd.rpt                  ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
