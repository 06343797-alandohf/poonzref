      **     and with it set every file gets that prefix, so a test
      **     run and the production run live in two separate
      **     configuration worlds on one machine.
      **     the cycle calendar now consults the shop calendar
      **     (bizcal.dat, through the bizcal lookup): a weekly or
      **     monthly reset due on a declared holiday is not taken --
      **     the skip is recorded in monreset.snap as a holiday --
      **     and a reset whose day fell on a holiday is taken on the
      **     first run after it.  Daily cycles are unchanged.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      **     ends with GOBACK instead of STOP RUN so the batch
      **     network driver (jobnet) can run this in place as a
      **     node.
      ***********************************************************************

       Identification Division.
       77 dow-quot             pic s9(9) comp-5.
       77 dow-rem              pic s9(9) comp-5.
       77 run-dow              pic s9(4) comp-5.

      * declared holidays in the shop calendar (bizcal): a weekly
      * or monthly reset never runs on one, and a reset whose day
      * fell on one rolls forward to the next day that is not --
      * the days and weekdays that run covers are flagged here
       copy "bizcrec.cbl".
       77 run-holiday-sw       pic x value "N".
          88 run-on-holiday    value "Y".
       77 holiday-skip-sw      pic x value "N".
          88 holiday-skip      value "Y".
       01 covered-days.
          05 covered-dom       occurs 31 times pic x.
       01 covered-weekdays.
          05 covered-dow       occurs 7 times pic x.
       01 walk-date.
          05 wd-yyyy           pic 9(4).
          05 wd-mm             pic 9(2).
          05 wd-dd             pic 9(2).
       77 walk-dow             pic s9(4) comp-5.
       77 walk-count           pic s9(4) comp-5.
       77 walk-done-sw         pic x.
          88 walk-done         value "Y".
       77 days-in-month        pic s9(4) comp-5.
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem             pic s9(9) comp-5.
       01 skip-line.
          05 sk-date           pic x(8).
          05 filler            pic x value space.

           perform load-cycle-file.
           perform compute-run-dow.
           perform consult-business-calendar.

           open input inv-file.
           if inv-status not equal "00"
       end-reset.
           move RETURN-CODE to reg-rc.
           call "runreg" using "MONRESET  ", reg-rc.
           goback.

       open-baseline-file section.
      *************************************************************
                                 by value   SQLM-DBMON-VERSION2
                           returning rc.

           call "errdb" using "S", database-name.
           move "RESET DB MONITOR" to errloc.
           call "checkerr" using SQLCA errloc "MONRESET  ".

      *************************************************************
           move "Y" to reset-due-sw.
           move "N" to cycle-found-sw.
           move "N" to holiday-skip-sw.
           perform check-cycle-entry thru check-cycle-entry-exit
              varying cycle-idx from 1 by 1
              until cycle-idx > cycle-count or cycle-found.
           evaluate cyc-cycle(cycle-idx)
              when "D" continue
              when "W"
                 if cyc-day(cycle-idx) less than 1
                    or cyc-day(cycle-idx) greater than 7
                    move "N" to reset-due-sw
                 else
                    if covered-dow(cyc-day(cycle-idx)) not equal "Y"
                       move "N" to reset-due-sw
                    end-if
                 end-if
              when "M"
                 if cyc-day(cycle-idx) less than 1
                    or cyc-day(cycle-idx) greater than 31
                    move "N" to reset-due-sw
                 else
                    if covered-dom(cyc-day(cycle-idx)) not equal "Y"
                       move "N" to reset-due-sw
                    end-if
                 end-if
              when other continue
           end-evaluate.
      * only a weekly or monthly reset actually due today is held
      * over a holiday -- one not due is an ordinary not-due skip
           if reset-due-sw equal "Y" and run-on-holiday
              and (cyc-cycle(cycle-idx) equal "W"
                 or cyc-cycle(cycle-idx) equal "M")
              move "N" to reset-due-sw
              move "Y" to holiday-skip-sw
           end-if.
       end-check-cycle-due. exit.

       consult-business-calendar section.
      *************************************************************
      * the run date always covers its own day and weekday; when  *
      * the days just before it were declared holidays, their     *
      * days and weekdays are covered too, so a reset that fell   *
      * on a holiday happens on the first day after it            *
      *************************************************************
           move all "N" to covered-days covered-weekdays.
           move "Y" to covered-dom(rd-dd).
           move "Y" to covered-dow(run-dow).
           move snap-today to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           if not BIZCAL-CALENDAR-READ
              go to end-consult-business-calendar.
           if BIZCAL-HOLIDAY
              move "Y" to run-holiday-sw
              display snap-today, " is a declared holiday (",
                       BIZCAL-DESC, ") -- weekly and monthly ",
                       "resets wait"
              go to end-consult-business-calendar.

           move snap-today to walk-date.
           move run-dow to walk-dow.
           move 0 to walk-count.
           move "N" to walk-done-sw.
           perform cover-one-holiday
              until walk-done or walk-count equal 31.
       end-consult-business-calendar. exit.

       cover-one-holiday section.
           add 1 to walk-count.
           perform step-back-one-day.
           if walk-dow equal 1
              move 7 to walk-dow
           else
              subtract 1 from walk-dow
           end-if.
           move walk-date to BIZCAL-DATE.
           call "bizcal" using BIZCAL-AREA.
           if BIZCAL-HOLIDAY
              move "Y" to covered-dom(wd-dd)
              move "Y" to covered-dow(walk-dow)
           else
              move "Y" to walk-done-sw
           end-if.
       end-cover-one-holiday. exit.

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

       step-back-one-day section.
      * step the walked date back one day, borrowing month and year
           if wd-dd greater than 1
              subtract 1 from wd-dd
              go to end-step-back-one-day.
           if wd-mm equal 1
              move 12 to wd-mm
              subtract 1 from wd-yyyy
           else
              subtract 1 from wd-mm
           end-if.
           perform set-days-in-month.
           move days-in-month to wd-dd.
       end-step-back-one-day. exit.

       check-cycle-entry section.
           if cyc-dbname(cycle-idx) equal database-name
              move "Y" to cycle-found-sw
           move snap-now       to sk-time.
           move database-name  to sk-dbname.
           move spaces         to sk-text.
           if holiday-skip
              string "SKIPPED -- holiday, cycle " delimited by size
                     cyc-cycle(cycle-idx) delimited by size
                     " day " delimited by size
                     cyc-day(cycle-idx) delimited by size
                     " rolls forward" delimited by size
                into sk-text
           else
              string "SKIPPED -- not due (cycle " delimited by size
                     cyc-cycle(cycle-idx) delimited by size
                     " day " delimited by size
                     cyc-day(cycle-idx) delimited by size
                     ")" delimited by size
                into sk-text
           end-if.
           write snap-rec from skip-line.
           display "reset not due for ", database-name, " -- skipped".
       end-write-skip-record. exit.
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "PRE-RESET SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "MONRESET  ".

