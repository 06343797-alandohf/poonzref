      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     the board lists databases in criticality-tier order
      **     (the inventory tier; unassigned ranks as tier 3), tier
      **     1 first, so the order-entry system is never below the
      **     fold behind a scratch database.
      **     each database's row now also shows its latest synthetic
      **     connect-and-query probe from probe.last -- the response
      **     time and when it ran, or the failure.
      ***********************************************************************

       Identification Division.
           select reg-file assign to reg-envfn
              organization is line sequential
              file status is reg-status.
           select probe-last-file assign to probe-last-envfn
              organization is line sequential
              file status is probe-last-status.

       Data Division.
       File Section.
           05  filler             pic x.
           05  rg-type            pic x(1).

      * probe.last: each database's latest synthetic probe
       FD  probe-last-file.
       01  probe-last-rec.
           05  pl-dbname          pic x(8).
           05  filler             pic x.
           05  pl-date            pic x(8).
           05  filler             pic x.
           05  pl-time.
               10  pl-hh          pic x(2).
               10  pl-mm          pic x(2).
               10  filler         pic x(4).
           05  filler             pic x.
           05  pl-connect-cs      pic 9(7).
           05  filler             pic x.
           05  pl-query-cs        pic 9(7).
           05  filler             pic x.
           05  pl-result          pic x(8).
           05  filler             pic x.
           05  pl-failures        pic 9(3).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ack-envfn            pic x(42).
       77 lock-envfn           pic x(42).
       77 reg-envfn            pic x(42).
       77 probe-last-envfn     pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
       77 ack-status          pic x(2).
       77 lock-status         pic x(2).
       77 reg-status          pic x(2).
       77 probe-last-status   pic x(2).
       77 end-of-inv-sw       pic x.
          88 end-of-inv       value "Y".
       77 end-of-ready-sw     pic x.
          88 end-of-acks      value "Y".
       77 end-of-reg-sw       pic x.
          88 end-of-reg       value "Y".
       77 end-of-probe-last-sw pic x.
          88 end-of-probe-last value "Y".

      * repaint controls from statbrd.cfg
       77 interval-secs       pic s9(4) comp-5 value 30.
             10 bd-status      pic x(20).
             10 bd-prev-status pic x(20).
             10 bd-conns       pic s9(9) comp-5.
             10 bd-last-probe  pic x(22).
       77 board-count          pic s9(4) comp-5 value 0.
       77 load-tier            pic s9(4) comp-5.
       77 tier-rank            pic 9.
       77 board-idx            pic s9(4) comp-5.
       77 match-idx            pic s9(4) comp-5.
       77 match-found-sw       pic x.
       77 ring-idx             pic s9(4) comp-5.

       77 conns-ed             pic zzzz9.
       77 probe-ms             pic s9(9) comp-5.
       77 probe-ms-ed          pic zzzzz9.
       77 change-mark          pic x(12).
       01 board-rule           pic x(70) value all "=".

       end-read-config. exit.

       load-board-databases section.
      *************************************************************
      * the board lists the databases one criticality tier at a   *
      * time, tier 1 at the top where the bridge looks first      *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              display "STATBRD: dbinv.dat not on hand -- run ",
                       "dbinvmnt"
              move 8 to RETURN-CODE
              go to end-load-board-databases.
           close inv-file.
           perform load-one-board-tier
              varying load-tier from 1 by 1
              until load-tier > 4.
       end-load-board-databases. exit.

       load-one-board-tier section.
           move "N" to end-of-inv-sw.
           open input inv-file.
           perform load-one-board-db thru load-one-board-db-exit
              until end-of-inv or board-count equal 40.
           close inv-file.
       end-load-one-board-tier. exit.

       load-one-board-db section.
           read inv-file
           end-read.
           if not IV-IS-ACTIVE
              go to load-one-board-db-exit.
      * an entry with no tier assigned yet ranks as tier 3
           if IV-TIER-ASSIGNED
              move IV-TIER to tier-rank
           else
              move 3 to tier-rank
           end-if.
           if tier-rank not equal load-tier
              go to load-one-board-db-exit.
           add 1 to board-count.
           move IV-DBNAME   to bd-dbname(board-count).
           move IV-INSTANCE to bd-instance(board-count).
           move "no probe yet" to bd-status(board-count).
           move "no probe yet" to bd-prev-status(board-count).
           move 0 to bd-conns(board-count).
           move spaces to bd-last-probe(board-count).
       load-one-board-db-exit. exit.

       repaint-one-cycle section.
           accept board-now   from time.

           perform refresh-probe-statuses.
           perform refresh-synthetic-probes.
           perform refresh-connection-counts.
           perform refresh-alert-ring.
           perform refresh-reg-ring.
           end-if.
       check-board-entry-exit. exit.

       refresh-synthetic-probes section.
      *************************************************************
      * each database's latest connect-and-query probe from       *
      * probe.last: its response time (or the failure) and when   *
      *************************************************************
           move "N" to end-of-probe-last-sw.
           open input probe-last-file.
           if probe-last-status not equal "00"
              go to end-refresh-synthetic-probes.
           perform take-one-synthetic-probe
              thru take-one-synthetic-probe-exit
              until end-of-probe-last.
           close probe-last-file.
       end-refresh-synthetic-probes. exit.

       take-one-synthetic-probe section.
           read probe-last-file
              at end
                 move "Y" to end-of-probe-last-sw
                 go to take-one-synthetic-probe-exit
           end-read.
           move pl-dbname to want-dbname.
           perform find-board-entry.
           if not match-found
              go to take-one-synthetic-probe-exit.
           move spaces to bd-last-probe(match-idx).
           if pl-result equal "OK"
              and pl-connect-cs is numeric
              and pl-query-cs is numeric
              compute probe-ms = (pl-connect-cs + pl-query-cs) * 10
              move probe-ms to probe-ms-ed
              string probe-ms-ed delimited by size
                     "ms at " delimited by size
                     pl-hh delimited by size
                     ":" delimited by size
                     pl-mm delimited by size
                into bd-last-probe(match-idx)
           else
              string pl-result delimited by space
                     " at " delimited by size
                     pl-hh delimited by size
                     ":" delimited by size
                     pl-mm delimited by size
                into bd-last-probe(match-idx)
           end-if.
       take-one-synthetic-probe-exit. exit.

       refresh-connection-counts section.
           perform count-one-database
              thru count-one-database-exit
                    board-now.
           display board-rule.

           display "DATABASE  STATUS                CONNS  ",
                    "LAST PROBE".
           perform paint-one-database
              varying board-idx from 1 by 1
              until board-idx > board-count.
           end-if.
           display bd-dbname(board-idx), "  ",
                    bd-status(board-idx), "  ", conns-ed, "  ",
                    bd-last-probe(board-idx), "  ", change-mark.
       end-paint-one-database. exit.

       paint-one-alert section.
                   lock-envfn.
           call "envname" using "runreg.log                    ",
                   reg-envfn.
           call "envname" using "probe.last                    ",
                   probe-last-envfn.
       end-resolve-toolkit-filenames. exit.
