      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     the week's dbops.log records are now read through the
      **     shared archive-spanning reader (logspan / the spanrec
      **     copybook), logarch archives ahead of the live file, so
      **     a rotation inside the week no longer drops actions from
      **     the review; a week reaching into an archive no longer
      **     on hand says so in the report header.
      ***********************************************************************

       Identification Division.
       Environment Division.
       Input-Output Section.
       File-Control.
           select shift-file assign to shift-envfn
              organization is line sequential
              file status is shift-status.

       Data Division.
       File Section.
       FD  shift-file.
       01  shift-rec.
           05  sd-operator        pic x(8).
       77 raw-log-record       pic x(240).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 shift-envfn          pic x(42).
       77 incident-envfn       pic x(42).
       77 rpt-envfn            pic x(42).

       77 shift-status         pic x(2).
       77 inc-status           pic x(2).
       77 today-date           pic 9(8).
       77 serial-days          pic s9(9) comp-5.
       77 week-edge-serial     pic s9(9) comp-5.

      * the shared archive-spanning reader: the week's dbops.log
      * records come through logarch's archives and the live file
      * as one stream, from the first day of the seven
       copy "spanrec.cbl".
       01 date-work.
          05 dw-yyyy           pic 9(4).
          05 dw-mm             pic 9(2).
          05 dw-dd             pic 9(2).
       01 month-days-list.
          05 pic x(24) value "312831303130313130313031".
       01 month-days-table redefines month-days-list.
          05 month-days occurs 12 times pic 9(2).
       77 leap-rem4            pic s9(9) comp-5.
       77 leap-rem100          pic s9(9) comp-5.
       77 leap-rem400          pic s9(9) comp-5.
       77 days-walked          pic s9(4) comp-5.

       77 stop-hits            pic s9(4) comp-5.
       77 force-hits           pic s9(4) comp-5.
       77 migrate-hits         pic s9(4) comp-5.
           perform load-shift-table.
           perform load-incident-spans.

      * the week runs from six days back through today
           move today-date to date-work.
           move 0 to days-walked.
           perform step-back-one-day
              until days-walked not less than 6.
           move "O"         to LOGSPAN-FUNCTION.
           move "dbops.log" to LOGSPAN-LOGNAME.
           move date-work   to LOGSPAN-FROM-DATE.
           move today-date  to LOGSPAN-TO-DATE.
           call "logspan" using LOGSPAN-AREA.

           open output rpt-file.
           perform write-report-header.

           if LOGSPAN-NOT-ON-FILE
              display "no dbops.log on file -- nothing to review"
              move "Y" to end-of-ops-sw
              move 8 to RETURN-CODE
           end-if.
           perform review-one-action thru review-one-action-exit
              until end-of-ops.
           move "C" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.

           perform write-operator-summary.
           close rpt-file.
       check-span-entry-exit. exit.

       review-one-action section.
           move "R" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RECORD-READ
              move "Y" to end-of-ops-sw
              go to review-one-action-exit.

           move LOGSPAN-RECORD to raw-log-record.
           call "logread" using "O", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
      * a week reaching into an archive no longer on hand is said
      * so up front -- the review is short there
           if not LOGSPAN-RANGE-COVERED
              move spaces to rpt-line
              string "  ** RANGE NOT COVERED -- " delimited by size
                     LOGSPAN-GAP-FILE delimited by space
                     " not on hand" delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.
           move spaces to rpt-line.
           string "OPERATOR  DATE      TIME      PROGRAM     "
                     delimited by size
           write rpt-rec from rpt-line.
       end-summarize-one-operator. exit.

       step-back-one-day section.
      *************************************************************
      * plain calendar arithmetic with the leap-year February,    *
      * the thruput derive-yesterday convention                   *
      *************************************************************
           add 1 to days-walked.
           if dw-dd greater than 1
              subtract 1 from dw-dd
              go to end-step-back-one-day.
           if dw-mm equal 1
              move 12 to dw-mm
              subtract 1 from dw-yyyy
           else
              subtract 1 from dw-mm
           end-if.
           move month-days(dw-mm) to dw-dd.
           if dw-mm equal 2
              compute leap-rem4 = dw-yyyy
                 - (dw-yyyy / 4) * 4
              compute leap-rem100 = dw-yyyy
                 - (dw-yyyy / 100) * 100
              compute leap-rem400 = dw-yyyy
                 - (dw-yyyy / 400) * 400
              if leap-rem4 equal 0
                 and (leap-rem100 not equal 0
                    or leap-rem400 equal 0)
                 move 29 to dw-dd
              end-if
           end-if.
       end-step-back-one-day. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the week edge can be computed *
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "shiftdef.ctl                  ",
                   shift-envfn.
           call "envname" using "incident.log                  ",
