      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     a fifth step, risktrnd, runs on the closed month
      **     (risktrnd.ctl gets the month) and binds the operational
      **     risk trend from the nightly risk register, with the
      **     month's closing top ten, into the pack.
      **     a sixth step, chrgbk, runs on the closed month
      **     (chrgbk.ctl gets the month) and binds the storage- and
      **     activity-based chargeback invoice into the pack; its
      **     ledger export chrgbk.exp is left for finance's load.
      **     when the shop calendar (bizcal.dat, through the bizcal
      **     lookup) carries fiscal period ends, the pack reports
      **     the fiscal period just closed rather than the calendar
      **     month: the range steps get the period's own from/to
      **     dates, the month steps and the pack name the month the
      **     period ended in, and the cover page states the period.
      **     A calendar not carried forward to the closed month is
      **     ignored with a message.
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************

       Identification Division.
       77 month-from           pic x(8).
       77 month-to             pic x(8).

      * the fiscal period just closed, when the shop calendar
      * (bizcal) carries period ends -- its end is the latest one
      * before the run date, its start the day after the one
      * before that; a calendar that stops short of the closed
      * month is not trusted and the calendar month is reported
       copy "bizcrec.cbl".
       77 fiscal-sw            pic x value "N".
          88 fiscal-period     value "Y".
       77 fiscal-end           pic x(8).
       77 fiscal-desc          pic x(30).
       77 oldest-trusted       pic x(8).
       01 walk-date.
          05 wd-yyyy           pic 9(4).
          05 wd-mm             pic 9(2).
          05 wd-dd             pic 9(2).
       77 days-in-month        pic s9(4) comp-5.
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem             pic s9(9) comp-5.

      * the six steps, each with its control file and its report
       01 step-list.
          05 filler.
             10 pic x(10) value "availrpt".
             10 pic x(30) value "locktrnd.ctl".
             10 pic x(30) value "locktrnd.rpt".
             10 pic x(1)  value "R".
          05 filler.
             10 pic x(10) value "risktrnd".
             10 pic x(30) value "risktrnd.ctl".
             10 pic x(30) value "risktrnd.rpt".
             10 pic x(1)  value "M".
          05 filler.
             10 pic x(10) value "chrgbk".
             10 pic x(30) value "chrgbk.ctl".
             10 pic x(30) value "chrgbk.rpt".
             10 pic x(1)  value "M".
       01 step-table redefines step-list.
          05 step-item occurs 6 times.
             10 st-program     pic x(10).
             10 st-ctl-name    pic x(30).
             10 st-rpt-name    pic x(30).
           accept now-time   from time.

           perform derive-closed-month.
           perform derive-fiscal-period.
           display "reporting the closed month ", closed-month.
           if fiscal-period
              display "fiscal period ", month-from, " to ", month-to
           end-if.

           open extend log-file.
           perform write-run-marker.

           perform run-one-step thru run-one-step-exit
              varying step-idx from 1 by 1
              until step-idx > 6.

           perform write-run-marker.
           move "MONTH-END RUN COMPLETED" to log-rec.
       end-monthend.
           move RETURN-CODE to reg-rc.
           call "runreg" using "MONTHEND  ", reg-rc.
           goback.

       derive-closed-month section.
      *************************************************************
             into month-to.
       end-derive-closed-month. exit.

       derive-fiscal-period section.
      *************************************************************
      * the fiscal period closed is the one whose end is the     *
      * latest period end in the calendar before the run date;   *
      * the month it ends in names the pack                       *
      *************************************************************
           move today-date to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           if not BIZCAL-CALENDAR-READ
              or BIZCAL-PRIOR-END equal spaces
              go to end-derive-fiscal-period.

      * a period end older than the month before the closed month
      * means the calendar has not been carried forward
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
                       oldest-trusted, " -- calendar month reported"
              go to end-derive-fiscal-period.

           move BIZCAL-PRIOR-END to fiscal-end.
           move BIZCAL-PRIOR-END to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           move BIZCAL-DESC to fiscal-desc.
           if BIZCAL-PRIOR-END equal spaces
              move fiscal-end(1:6) to walk-date(1:6)
              move "01" to walk-date(7:2)
           else
              move BIZCAL-PRIOR-END to walk-date
              perform increment-walk-date
           end-if.

           move "Y" to fiscal-sw.
           move fiscal-end(1:6) to closed-month.
           move walk-date to month-from.
           move fiscal-end to month-to.
       end-derive-fiscal-period. exit.

       run-one-step section.
           perform write-step-control.


       bind-the-pack section.
      *************************************************************
      * the six report files, bound behind a cover page into one  *
      * dated pack file -- what used to be a stapler              *
      *************************************************************
           move spaces to pack-filename.
                  now-time delimited by size
             into pack-rec.
           write pack-rec.
           if fiscal-period
              move spaces to pack-rec
              string "FISCAL PERIOD " delimited by size
                     month-from delimited by size
                     " TO " delimited by size
                     month-to delimited by size
                     "  " delimited by size
                     fiscal-desc delimited by "  "
                into pack-rec
              write pack-rec
           end-if.
           move all "=" to pack-rec.
           write pack-rec.

           perform bind-one-report thru bind-one-report-exit
              varying step-idx from 1 by 1
              until step-idx > 6.

           close pack-file.
           display "pack bound to ", pack-filename.
           write log-rec.
       end-write-run-marker. exit.

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
