      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     each program's learned duration is now also kept per
      **     kind of night -- business, weekend, holiday and fiscal
      **     period end, as the shop calendar (bizcal.dat, through
      **     the bizcal lookup) counts the night a run started on --
      **     and a run in flight is projected on the history of its
      **     own kind of night when there is any, the all-nights
      **     average otherwise; the TYP column says which.
      ***********************************************************************

       Identification Division.
             10 pl-pending-sw  pic x.
             10 pl-start-date  pic x(8).
             10 pl-start-secs  pic s9(9) comp-5.
             10 pl-start-class pic s9(4) comp-5.
             10 pl-night       occurs 4 times.
                15 pl-night-secs    pic s9(9) comp-5.
                15 pl-night-samples pic s9(4) comp-5.
       77 plan-count           pic s9(4) comp-5 value 0.
       77 plan-idx             pic s9(4) comp-5.
       77 plan-found-sw        pic x value "N".
       77 running-count        pic s9(4) comp-5 value 0.
       77 overrun-count        pic s9(4) comp-5 value 0.

      * the kind of night a run belongs to, from the shop calendar
      * (bizcal) -- a month-end night and a holiday night are not
      * the same night, so each keeps its own learned duration; a
      * small-hours start belongs to the night before
       copy "bizcrec.cbl".
       01 night-class-names.
          05 pic x(3) value "BUS".
          05 pic x(3) value "WKD".
          05 pic x(3) value "HOL".
          05 pic x(3) value "PER".
       01 night-class-table redefines night-class-names.
          05 night-class-name  occurs 4 times pic x(3).
       77 night-date           pic x(8).
       77 night-class          pic s9(4) comp-5.
       77 cached-night-date    pic x(8) value spaces.
       77 cached-night-class   pic s9(4) comp-5 value 1.
       77 night-idx            pic s9(4) comp-5.
       77 tonight-class        pic s9(4) comp-5 value 1.
       77 tonight-desc         pic x(30) value spaces.

       77 secs-ed              pic zzzzz9.
       01 hhmm-ed.
          05 he-hh             pic 9(2).
       01 detail-line.
          05 dt-program        pic x(10).
          05 filler            pic x(2) value spaces.
          05 dt-night          pic x(3).
          05 filler            pic x value space.
          05 dt-avg-secs       pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 dt-state          pic x(9).
           perform derive-yesterday.

           perform read-control.
           perform classify-tonight.
           perform load-run-registry.
           perform write-plan-report.

      * the thruput convention                                     *
      *************************************************************
           move today-date to date-work.
           perform step-back-date-work.
           move date-work to yesterday-x.
       end-derive-yesterday. exit.

       step-back-date-work section.
           if dw-dd greater than 1
              subtract 1 from dw-dd
              go to end-step-back-date-work.
           if dw-mm equal 1
              move 12 to dw-mm
              subtract 1 from dw-yyyy
                 move 29 to dw-dd
              end-if
           end-if.
       end-step-back-date-work. exit.

       read-control section.
      *************************************************************
              move "Y" to pl-pending-sw(plan-idx)
              move rg-date to pl-start-date(plan-idx)
              move record-secs to pl-start-secs(plan-idx)
              perform classify-start-night
              move night-class to pl-start-class(plan-idx)
              go to pair-one-record-exit.

      * a completion closes the pending start, and the pair's
              end-if
              add duration-secs to pl-total-secs(plan-idx)
              add 1 to pl-samples(plan-idx)
              move pl-start-class(plan-idx) to night-idx
              add duration-secs to pl-night-secs(plan-idx, night-idx)
              add 1 to pl-night-samples(plan-idx, night-idx)
              move "N" to pl-pending-sw(plan-idx)
           end-if.
       pair-one-record-exit. exit.
                 move 0 to pl-total-secs(plan-idx)
                 move 0 to pl-samples(plan-idx)
                 move "N" to pl-pending-sw(plan-idx)
                 perform clear-night-history
                    varying night-idx from 1 by 1 until night-idx > 4
              end-if
           end-if.
       end-find-plan-entry. exit.

       clear-night-history section.
           move 0 to pl-night-secs(plan-idx, night-idx).
           move 0 to pl-night-samples(plan-idx, night-idx).
       end-clear-night-history. exit.

       check-plan-entry section.
           if pl-program(plan-idx) equal rg-program
              move "Y" to plan-found-sw
           write rpt-rec from rpt-line.
           move online-start-secs to secs-ed.
           move spaces to rpt-line.
           string "PROGRAM     TYP   SECS  STATE      PROJ "
                     delimited by size
                  " (ONLINE DAY AT " delimited by size
                  secs-ed delimited by size
                  " SECS)" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "TONIGHT: " delimited by size
                  night-class-name(tonight-class) delimited by size
                  " " delimited by size
                  tonight-desc delimited by "  "
                  "  (TYP BUS business, WKD weekend, HOL holiday,"
                     delimited by size
                  " PER period end)" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform plan-one-program thru plan-one-program-exit
              varying plan-idx from 1 by 1
           move spaces to dt-state.
           move spaces to dt-projected.
           move spaces to dt-flag.
           move "ALL" to dt-night.

           if pl-samples(plan-idx) greater than 0
              compute avg-secs = pl-total-secs(plan-idx)
              perform write-plan-line
              go to plan-one-program-exit.

      * the run is projected on the history of its own kind of
      * night when there is any, the all-nights average otherwise
           move pl-start-class(plan-idx) to night-idx.
           if pl-night-samples(plan-idx, night-idx) greater than 0
              compute avg-secs = pl-night-secs(plan-idx, night-idx)
                 / pl-night-samples(plan-idx, night-idx)
              move night-class-name(night-idx) to dt-night
              move avg-secs to dt-avg-secs
           end-if.

           compute projected-secs = pl-start-secs(plan-idx)
              + avg-secs.
           compute wrap-secs = projected-secs.
           write rpt-rec from rpt-line.
       end-write-plan-line. exit.

       classify-tonight section.
      *************************************************************
      * tonight is today's night once the online day has started, *
      * and still last night's in the small hours                 *
      *************************************************************
           move now-time to clock-parse.
           compute record-secs = (cp-hh * 60 + cp-mm) * 60 + cp-ss.
           if record-secs less than online-start-secs
              move yesterday-x to night-date
           else
              move today-x to night-date
           end-if.
           perform classify-night-date.
           move night-class to tonight-class.
           move BIZCAL-DESC to tonight-desc.
       end-classify-tonight. exit.

       classify-start-night section.
           if record-secs less than online-start-secs
              move rg-date to date-work
              perform step-back-date-work
              move date-work to night-date
           else
              move rg-date to night-date
           end-if.
           perform classify-night-date.
       end-classify-start-night. exit.

       classify-night-date section.
      *************************************************************
      * a fiscal period end outranks a holiday, a holiday a       *
      * weekend; the registry runs in date order, so the last     *
      * date classified is kept and most lookups are answered     *
      * without a call                                            *
      *************************************************************
           if night-date equal cached-night-date
              move cached-night-class to night-class
              go to end-classify-night-date.
           move night-date to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           evaluate true
              when BIZCAL-DATE-INVALID
                 move 1 to night-class
              when BIZCAL-IS-PERIOD-END
                 move 4 to night-class
              when BIZCAL-HOLIDAY
                 move 3 to night-class
              when BIZCAL-WEEKEND
                 move 2 to night-class
              when other
                 move 1 to night-class
           end-evaluate.
           move night-date to cached-night-date.
           move night-class to cached-night-class.
       end-classify-night-date. exit.

       raise-overrun-alert section.
           move "BATCHPLN  " to al-program.
           move spaces to al-timestamp.
