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
      ** SOURCE FILE NAME: bizcal.cbl
      **
      ** SAMPLE: Shared business-day calendar lookup, called in the
      **         manner of oncall by every program that has to know
      **         whether a date counts -- expruns, batchpln, rpochk,
      **         monthend and monreset.  bizcal.dat is the one shop
      **         calendar: "H" rows are declared holidays, "B" rows
      **         are worked days that would otherwise not be (a
      **         weekend brought into business), and "M", "Q" and "Y"
      **         rows are fiscal month, quarter and year ends.  A
      **         date with no row is a business day Monday to Friday
      **         and a weekend day otherwise, so the calendar only
      **         names the exceptions.  The caller passes a date in
      **         BIZCAL-AREA (the bizcrec copybook) and gets back its
      **         class, weekday, any period end falling on it, the
      **         period ends either side of it and the last business
      **         day before it.  The calendar is read once on the
      **         first call and held for the rest of the run.  With
      **         no calendar on hand the weekday rule alone applies
      **         and the status says so.  Maintained by calmnt.
      **
      ** OUTPUT FILE: bizcal.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "bizcal".

       Environment Division.
       Input-Output Section.
       File-Control.
           select cal-file assign to cal-envfn
              organization is line sequential
              file status is cal-status.

       Data Division.
       File Section.
       FD  cal-file.
       01  cal-rec.
           05  bc-date            pic x(8).
           05  filler             pic x.
           05  bc-type            pic x(1).
           05  filler             pic x.
           05  bc-desc            pic x(30).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 cal-envfn            pic x(42).

       77 cal-status           pic x(2).
       77 end-of-cal-sw        pic x value "N".
          88 end-of-cal        value "Y".
       77 cal-loaded-sw        pic x value "N".
          88 cal-loaded        value "Y".
       77 cal-on-file-sw       pic x value "N".
          88 cal-on-file       value "Y".

      * the calendar as read on the first call, held for the run
       01 cal-entries.
          05 cal-entry         occurs 500 times.
             10 ce-date        pic x(8).
             10 ce-type        pic x(1).
             10 ce-desc        pic x(30).
       77 cal-count            pic s9(4) comp-5 value 0.
       77 cal-idx              pic s9(4) comp-5.

      * the class of one date, as worked out from the calendar rows
       77 holiday-sw           pic x.
          88 holiday-row       value "Y".
       77 worked-sw            pic x.
          88 worked-row        value "Y".
       77 class-date           pic x(8).
       77 class-weekday        pic 9(1).
       77 class-result         pic x(1).
       77 back-count           pic s9(4) comp-5.

      * weekday derivation and the day-by-day walk back
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       77 serial-q4            pic s9(9) comp-5.
       77 serial-q100          pic s9(9) comp-5.
       77 serial-q400          pic s9(9) comp-5.
       77 serial-qmm           pic s9(9) comp-5.
       77 dow-quot             pic s9(9) comp-5.
       77 dow-rem              pic s9(9) comp-5.
       01 walk-date.
          05 wd-yyyy           pic 9(4).
          05 wd-mm             pic 9(2).
          05 wd-dd             pic 9(2).
       77 days-in-month        pic s9(4) comp-5.
       77 leap-quot            pic s9(9) comp-5.
       77 leap-rem             pic s9(9) comp-5.

       Linkage Section.
       copy "bizcrec.cbl".

       Procedure Division using BIZCAL-AREA.
       bizcal-pgm section.

           call "envname" using "bizcal.dat                    ",
                   cal-envfn.

           move spaces to BIZCAL-DAY-CLASS BIZCAL-PERIOD-END
                          BIZCAL-DESC BIZCAL-PRIOR-END
                          BIZCAL-NEXT-END BIZCAL-PREV-BUSINESS.
           move 0 to BIZCAL-WEEKDAY.

           move BIZCAL-DATE to walk-date.
           if walk-date is not numeric
              move "98" to BIZCAL-STATUS
              go to end-bizcal.
           if wd-mm less than 1 or wd-mm greater than 12
              or wd-dd less than 1
              move "98" to BIZCAL-STATUS
              go to end-bizcal.
           perform set-days-in-month.
           if wd-dd greater than days-in-month
              move "98" to BIZCAL-STATUS
              go to end-bizcal.

           if not cal-loaded
              perform load-calendar.
           if cal-on-file
              move "00" to BIZCAL-STATUS
           else
              move "35" to BIZCAL-STATUS
           end-if.

           move BIZCAL-DATE to serial-work-date.
           perform derive-weekday.
           move class-weekday to BIZCAL-WEEKDAY.

           move BIZCAL-DATE to class-date.
           perform classify-date.
           move class-result to BIZCAL-DAY-CLASS.

           perform check-period-row
              varying cal-idx from 1 by 1 until cal-idx > cal-count.

           perform find-prev-business.

       end-bizcal. exit program.

       load-calendar section.
      *************************************************************
      * bizcal.dat: date(8), type(1) and a description(30); rows  *
      * whose date is not numeric are comments and are passed by  *
      *************************************************************
           move "Y" to cal-loaded-sw.
           move "N" to end-of-cal-sw.
           open input cal-file.
           if cal-status not equal "00"
              go to end-load-calendar.
           move "Y" to cal-on-file-sw.
           perform load-one-row thru load-one-row-exit
              until end-of-cal or cal-count equal 500.
           close cal-file.
       end-load-calendar. exit.

       load-one-row section.
           read cal-file
              at end
                 move "Y" to end-of-cal-sw
                 go to load-one-row-exit
           end-read.
           if bc-date is not numeric
              go to load-one-row-exit.
           add 1 to cal-count.
           move bc-date to ce-date(cal-count).
           move bc-type to ce-type(cal-count).
           move bc-desc to ce-desc(cal-count).
       load-one-row-exit. exit.

       classify-date section.
      *************************************************************
      * a declared holiday is never a business day; otherwise a   *
      * worked-day row makes it one, and failing either the      *
      * weekday decides                                            *
      *************************************************************
           move "N" to holiday-sw worked-sw.
           perform check-class-row
              varying cal-idx from 1 by 1 until cal-idx > cal-count.
           evaluate true
              when holiday-row
                 move "H" to class-result
              when worked-row
                 move "B" to class-result
              when class-weekday greater than 5
                 move "W" to class-result
              when other
                 move "B" to class-result
           end-evaluate.
       end-classify-date. exit.

       check-class-row section.
           if ce-date(cal-idx) not equal class-date
              go to end-check-class-row.
           if ce-type(cal-idx) equal "H"
              move "Y" to holiday-sw
              if class-date equal BIZCAL-DATE
                 move ce-desc(cal-idx) to BIZCAL-DESC
              end-if
           end-if.
           if ce-type(cal-idx) equal "B"
              move "Y" to worked-sw
              if class-date equal BIZCAL-DATE
                 and BIZCAL-DESC equal spaces
                 move ce-desc(cal-idx) to BIZCAL-DESC
              end-if
           end-if.
       end-check-class-row. exit.

       check-period-row section.
      *************************************************************
      * the period end on the date itself (the year end outranks  *
      * the quarter end, the quarter end the month end), the      *
      * latest end before it and the earliest on or after it      *
      *************************************************************
           if ce-type(cal-idx) not equal "M"
              and ce-type(cal-idx) not equal "Q"
              and ce-type(cal-idx) not equal "Y"
              go to end-check-period-row.

           if ce-date(cal-idx) equal BIZCAL-DATE
              evaluate true
                 when ce-type(cal-idx) equal "Y"
                    move "Y" to BIZCAL-PERIOD-END
                 when ce-type(cal-idx) equal "Q"
                    and BIZCAL-PERIOD-END not equal "Y"
                    move "Q" to BIZCAL-PERIOD-END
                 when BIZCAL-PERIOD-END equal space
                    move "M" to BIZCAL-PERIOD-END
              end-evaluate
              if BIZCAL-DESC equal spaces
                 move ce-desc(cal-idx) to BIZCAL-DESC
              end-if
           end-if.

           if ce-date(cal-idx) less than BIZCAL-DATE
              if BIZCAL-PRIOR-END equal spaces
                 or ce-date(cal-idx) greater than BIZCAL-PRIOR-END
                 move ce-date(cal-idx) to BIZCAL-PRIOR-END
              end-if
           else
              if BIZCAL-NEXT-END equal spaces
                 or ce-date(cal-idx) less than BIZCAL-NEXT-END
                 move ce-date(cal-idx) to BIZCAL-NEXT-END
              end-if
           end-if.
       end-check-period-row. exit.

       find-prev-business section.
      *************************************************************
      * walk back a day at a time to the last business day; a     *
      * month of closed days in a row is taken as no answer       *
      *************************************************************
           move BIZCAL-DATE to walk-date.
           move BIZCAL-WEEKDAY to class-weekday.
           move 0 to back-count.
           perform step-back-and-classify
              until BIZCAL-PREV-BUSINESS not equal spaces
                 or back-count equal 31.
       end-find-prev-business. exit.

       step-back-and-classify section.
           add 1 to back-count.
           perform step-back-one-day.
           if class-weekday equal 1
              move 7 to class-weekday
           else
              subtract 1 from class-weekday
           end-if.
           move walk-date to class-date.
           perform classify-date.
           if class-result equal "B"
              move walk-date to BIZCAL-PREV-BUSINESS
           end-if.
       end-step-back-and-classify. exit.

       derive-weekday section.
      *************************************************************
      * weekday 1 Monday .. 7 Sunday, from the day serial's      *
      * remainder by seven as monreset derives it                 *
      *************************************************************
           move swd-yyyy to serial-yy.
           move swd-mm   to serial-mm.
           if serial-mm less than 3
              subtract 1 from serial-yy
              add 12 to serial-mm
           end-if.
           divide serial-yy by 4 giving serial-q4.
           divide serial-yy by 100 giving serial-q100.
           divide serial-yy by 400 giving serial-q400.
           compute serial-qmm = 153 * (serial-mm - 3) + 2.
           divide serial-qmm by 5 giving serial-qmm.
           compute serial-days = 365 * serial-yy
              + serial-q4 - serial-q100 + serial-q400
              + serial-qmm + swd-dd.
           divide serial-days by 7 giving dow-quot
              remainder dow-rem.
           evaluate dow-rem
              when 6 move 1 to class-weekday
              when 0 move 2 to class-weekday
              when 1 move 3 to class-weekday
              when 2 move 4 to class-weekday
              when 3 move 5 to class-weekday
              when 4 move 6 to class-weekday
              when other move 7 to class-weekday
           end-evaluate.
       end-derive-weekday. exit.

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
