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
      ** SOURCE FILE NAME: ctrbrk.cbl
      **
      ** SAMPLE: Shared counter-series break lookup for the monitor
      **         collectors (thruput, dlkcap, dbsnap).  A collector
      **         that carries cumulative counter readings from pass
      **         to pass needs to know when the counters were zeroed
      **         in between: a delta taken across a monreset or a
      **         restart is negative or meaningless, and the trend
      **         reports that average it show spikes that never
      **         happened.  Mode "L" loads, once per run, every
      **         event since the given date that zeroes counters:
      **         the pre-reset rows monreset writes to monreset.snap
      **         (its "SKIPPED" rows are not resets), and the start
      **         and restart records in dbops.log -- START DATABASE
      **         MANAGER (every database), INSTANCE RESTARTED (the
      **         databases of the instance the detail names), and
      **         for the database the detail names DATABASE OUTAGE
      **         END (reactivated after a maintenance outage),
      **         DEACTIVATE DATABASE (dbstop's single-database
      **         outage, run on its own as well as in a window) and
      **         RESTART DATABASE (restart, one database or each one
      **         its crash sweep brings back).  Both files
      **         are read through logspan, so a range logarch has
      **         rolled away is still seen.  Mode "C" then says, for
      **         one database and the stamp of its last reading,
      **         whether any loaded event falls after that reading:
      **         RESET or RESTART, or spaces when the series runs on.
      **         A reading that drops below the last one is the
      **         collector's own third test.
      **
      ** OUTPUT FILE: ctrbrk.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "ctrbrk".

       Data Division.
       Working-Storage Section.

       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 load-today           pic 9(8).

      * monreset.snap rows, read through logspan: the pre-reset
      * snapshot rows and the "SKIPPED -- not due" rows share the
      * first three columns
       01 reset-snap-rec.
          05 rs-date           pic x(8).
          05 filler            pic x.
          05 rs-time           pic x(8).
          05 filler            pic x.
          05 rs-dbname         pic x(8).
          05 filler            pic x.
          05 rs-bufsize        pic x(9).
          05 filler            pic x(214).

      * Variables for the shared log-record parser (logread)
       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * Variables for the shared archive-spanning reader (logspan)
       copy "spanrec.cbl".

      * the counter-zeroing events since the load date: kind "R" a
      * monitor reset of one database, "D" one database restarted,
      * "I" every database of one instance, "A" every database
       01 event-entries.
          05 event-entry       occurs 500 times.
             10 ev-kind        pic x(1).
             10 ev-name        pic x(18).
             10 ev-stamp       pic x(16).
       77 event-count          pic s9(4) comp-5 value 0.
       77 event-idx            pic s9(4) comp-5.
       77 event-full-noted-sw  pic x value "N".
       77 new-kind             pic x(1).
       77 new-name             pic x(18).
       01 new-stamp.
          05 ns-date           pic x(8).
          05 ns-time           pic x(8).
       01 since-stamp.
          05 ss-date           pic x(8).
          05 ss-time           pic x(8).

       Linkage Section.
       01  lk-mode             pic x(1).
       01  lk-dbname           pic x(8).
       01  lk-instance         pic x(18).
       01  lk-since-date       pic x(8).
       01  lk-since-time       pic x(8).
       01  lk-reason           pic x(8).

       Procedure Division using lk-mode, lk-dbname, lk-instance,
               lk-since-date, lk-since-time, lk-reason.
       ctrbrk-pgm section.

           move spaces to lk-reason.
           evaluate lk-mode
              when "L" perform load-events
              when "C" perform check-database
           end-evaluate.

       end-ctrbrk. goback.

       load-events section.
      *************************************************************
      * every event since the oldest carried reading, from both   *
      * sources, into the event table -- once per collector run   *
      *************************************************************
           move 0 to event-count.
           accept load-today from date yyyymmdd.
           move lk-since-date to LOGSPAN-FROM-DATE.
           if lk-since-date is not numeric
              move load-today to LOGSPAN-FROM-DATE
           end-if.
           move load-today to LOGSPAN-TO-DATE.

           move "N" to end-of-file-sw.
           move "monreset.snap" to LOGSPAN-LOGNAME.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              perform load-one-reset-row thru load-one-reset-row-exit
                 until end-of-file
           end-if.
           perform close-span.

           move "N" to end-of-file-sw.
           move "dbops.log" to LOGSPAN-LOGNAME.
           perform open-span.
           if not LOGSPAN-NOT-ON-FILE
              perform load-one-ops-row thru load-one-ops-row-exit
                 until end-of-file
           end-if.
           perform close-span.
       end-load-events. exit.

       load-one-reset-row section.
           perform read-span.
           if end-of-file
              go to load-one-reset-row-exit.
           move LOGSPAN-RECORD to reset-snap-rec.
           if rs-date less than LOGSPAN-FROM-DATE
              go to load-one-reset-row-exit.
      * a skipped database was deliberately left accumulating
           if rs-bufsize(1:7) equal "SKIPPED"
              go to load-one-reset-row-exit.
           move "R"       to new-kind.
           move rs-dbname to new-name.
           move rs-date   to ns-date.
           move rs-time   to ns-time.
           perform add-event.
       load-one-reset-row-exit. exit.

       load-one-ops-row section.
           perform read-span.
           if end-of-file
              go to load-one-ops-row-exit.
           move LOGSPAN-RECORD to raw-log-record.
           call "logread" using "O", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to load-one-ops-row-exit.
           if LOGREC-DATE less than LOGSPAN-FROM-DATE
              go to load-one-ops-row-exit.

           move spaces to new-name.
           evaluate LOGREC-ACTION
              when "START DATABASE MANAGER"
                 move "A" to new-kind
              when "INSTANCE RESTARTED"
                 move "I" to new-kind
                 unstring LOGREC-DETAIL delimited by space
                    into new-name
              when "DATABASE OUTAGE END"
                 move "D" to new-kind
                 unstring LOGREC-DETAIL delimited by space
                    into new-name
              when "DEACTIVATE DATABASE"
                 move "D" to new-kind
                 unstring LOGREC-DETAIL delimited by space
                    into new-name
              when "RESTART DATABASE"
                 move "D" to new-kind
                 unstring LOGREC-DETAIL delimited by space
                    into new-name
              when other
                 go to load-one-ops-row-exit
           end-evaluate.
           move LOGREC-DATE to ns-date.
           move LOGREC-TIME to ns-time.
           perform add-event.
       load-one-ops-row-exit. exit.

       add-event section.
           if event-count equal 500
      * the event table is full -- say so once; the collectors'
      * own drop test still catches a reset that lowered a counter
              if event-full-noted-sw equal "N"
                 move "Y" to event-full-noted-sw
                 display "more than 500 reset and restart events ",
                          "-- later ones not checked"
              end-if
              go to end-add-event.
           add 1 to event-count.
           move new-kind  to ev-kind(event-count).
           move new-name  to ev-name(event-count).
           move new-stamp to ev-stamp(event-count).
       end-add-event. exit.

       check-database section.
      *************************************************************
      * any loaded event after this database's last reading that  *
      * reaches this database; a reading with no stamp (the first *
      * pass, or a carry file from before stamps were kept) has   *
      * nothing to be broken from                                 *
      *************************************************************
           if lk-since-date is not numeric
              go to end-check-database.
           move lk-since-date to ss-date.
           move lk-since-time to ss-time.
           perform check-one-event
              varying event-idx from 1 by 1
              until event-idx > event-count
                 or lk-reason not equal spaces.
       end-check-database. exit.

       check-one-event section.
           if ev-stamp(event-idx) not greater than since-stamp
              go to end-check-one-event.
           evaluate ev-kind(event-idx)
              when "R"
                 if ev-name(event-idx)(1:8) equal lk-dbname
                    move "RESET" to lk-reason
                 end-if
              when "D"
                 if ev-name(event-idx)(1:8) equal lk-dbname
                    move "RESTART" to lk-reason
                 end-if
              when "I"
      * a caller that does not know the owning instance takes any
      * instance restart as its own
                 if lk-instance equal spaces
                    or ev-name(event-idx) equal lk-instance
                    move "RESTART" to lk-reason
                 end-if
              when "A"
                 move "RESTART" to lk-reason
           end-evaluate.
       end-check-one-event. exit.

       open-span section.
           move "O" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
       end-open-span. exit.

       read-span section.
           move "R" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RECORD-READ
              move "Y" to end-of-file-sw
           end-if.
       end-read-span. exit.

       close-span section.
           move "C" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
       end-close-span. exit.
