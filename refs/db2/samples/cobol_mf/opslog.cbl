      **         stops, or restarts the database manager calls this
      **         utility so there is one permanent record of who did
      **         what and when, instead of a console DISPLAY that only
      **         lives in the job's SYSOUT.  A record dbops.log
      **         cannot take goes to the logspill fallback spill and
      **         is replayed here on the next good write.
      **
      ** OUTPUT FILE: opslog.out (available in the online documentation)
      ***********************************************************************
      **     every check after it, and the logvrfy verifier
      **     reports the first point of breakage.  the sequence
      **     numbers catch deletion; this catches modification.
      **     a record dbops.log cannot take -- the open still busy
      **     after the retries, or the write itself failing on a
      **     full filesystem -- is no longer left to the console: it
      **     goes to the logspill fallback spill on the alternate
      **     path logspill.cfg names.  the next call that gets a
      **     good write replays the spill first, in order, each
      **     record given the next sequence number, its place in the
      **     check chain and the date index, and an RPL marker after
      **     the check column, followed by a LOG SPILL REPLAYED
      **     record with the count.
      ***********************************************************************

       Identification Division.
       77  next-check             pic x(8).
       77  chain-record           pic x(240).
       77  chain-length           pic s9(4) comp-5 value 171.
       77  saved-check            pic x(8).
       77  write-failed-sw        pic x value "N".
           88 write-failed        value "Y".

      * the fallback spill (logspill) a record goes to when dbops.log
      * cannot take it, and the replay that brings it back
       01  spill-record           pic x(240).
       77  spill-rc               pic x(2).
       77  replayed-count         pic 9(6) value 0.

       01  ops-log-line.
           05  ol-date            pic x(8).
           05  ol-host            pic x(8).
           05  filler             pic x value space.
           05  ol-check           pic x(8).
           05  filler             pic x value space.
      * "RPL" on a record replayed from the spill -- outside the
      * chained columns, so the check value is unaffected by it
           05  ol-replay          pic x(3).

       Linkage Section.
       01  lk-program             pic x(10).

           perform open-log-with-retry.
           if not open-ok
      * the record is not silently dropped -- it goes to the spill
      * on the alternate path, or failing that to SYSOUT
              perform build-current-line
              perform spill-current-line
              goback.

      * the sequence carry is read and rewritten while dbops.log is
           perform load-sequence.
           perform load-chain-carry.

           move "N" to write-failed-sw.
           perform write-current-record.
           perform save-sequence.
           perform save-chain-carry.
           close ops-log-file.

       end-opslog. goback.

       write-current-record section.
      *************************************************************
      * the day's trailer when the date has rolled, then anything *
      * spilled since the last good write, then this record; once *
      * a write fails this record goes to the spill instead       *
      *************************************************************
           if seq-day not equal today-date
              perform write-daily-trailer
              if write-failed
                 perform build-current-line
                 perform spill-current-line
                 go to end-write-current-record
              end-if
              move today-date to seq-day
              move 0 to seq-number
           end-if.

           perform replay-spilled-records.
           if write-failed
              perform build-current-line
              perform spill-current-line
              go to end-write-current-record.

           add 1 to seq-number.
           perform build-current-line.
           move seq-number  to ol-seq.
           perform chain-and-write.
           if write-failed
              subtract 1 from seq-number
              perform spill-current-line
              go to end-write-current-record.
           call "logidx" using "dbops.idx                     ".
       end-write-current-record. exit.

       build-current-line section.
           move spaces      to ops-log-line.
           move today-date  to ol-date.
           move now-time    to ol-time.
           move operator-id to ol-operator.
           move lk-program  to ol-program.
           move lk-action   to ol-action.
           move lk-detail   to ol-detail.
           move active-env  to ol-env.
           move run-corr-id to ol-runid.
           move host-name   to ol-host.
       end-build-current-line. exit.

       spill-current-line section.
      *************************************************************
      * the record as built, less the sequence number and check   *
      * value it is only given when it reaches dbops.log          *
      *************************************************************
           move spaces to spill-record.
           move ops-log-line to spill-record.
           move spaces to spill-record(131:6).
           move spaces to spill-record(173:12).
           call "logspill" using "S", "dbops.log                     ",
                   spill-record, spill-rc.
       end-spill-current-line. exit.

       replay-spilled-records section.
      *************************************************************
      * records spilled while dbops.log could not take them are   *
      * put back, in the order they were spilled, ahead of this   *
      * record: each takes the next sequence number of the day it *
      * is appended, its place in the chain and the date index,   *
      * and the replay marker; a closing record says how many     *
      *************************************************************
           move 0 to replayed-count.
           call "logspill" using "O", "dbops.log                     ",
                   spill-record, spill-rc.
           if spill-rc not equal "00"
              go to end-replay-spilled-records.
           perform replay-one-record thru replay-one-record-exit
              until spill-rc not equal "00" or write-failed.
           call "logspill" using "C", "dbops.log                     ",
                   spill-record, spill-rc.
           if replayed-count equal 0 or write-failed
              go to end-replay-spilled-records.

           add 1 to seq-number.
           move spaces       to ops-log-line.
           move today-date   to ol-date.
           move now-time     to ol-time.
           move "OPSLOG"     to ol-operator.
           move "OPSLOG"     to ol-program.
           move "LOG SPILL REPLAYED"
                             to ol-action.
           string "records replayed from spill: " delimited by size
                  replayed-count delimited by size
             into ol-detail.
           move seq-number   to ol-seq.
           move active-env   to ol-env.
           move run-corr-id  to ol-runid.
           move host-name    to ol-host.
           perform chain-and-write.
           if write-failed
              subtract 1 from seq-number
              go to end-replay-spilled-records.
           call "logidx" using "dbops.idx                     ".
       end-replay-spilled-records. exit.

       replay-one-record section.
           call "logspill" using "R", "dbops.log                     ",
                   spill-record, spill-rc.
           if spill-rc not equal "00"
              go to replay-one-record-exit.
           move spill-record to ops-log-line.
           add 1 to seq-number.
           move seq-number to ol-seq.
           move "RPL" to ol-replay.
           perform chain-and-write.
           if write-failed
              subtract 1 from seq-number
              go to replay-one-record-exit.
           call "logidx" using "dbops.idx                     ".
           call "logspill" using "K", "dbops.log                     ",
                   spill-record, spill-rc.
           add 1 to replayed-count.
       replay-one-record-exit. exit.

       open-log-with-retry section.
      *************************************************************
           move run-corr-id  to ol-runid.
           move host-name    to ol-host.
           perform chain-and-write.
           if write-failed
              go to end-write-daily-trailer.
           call "logidx" using "dbops.idx                     ".
       end-write-daily-trailer. exit.

      *************************************************************
      * the record's check value is computed over its bytes and   *
      * the previous record's check (logchain), appended as the   *
      * record's last check column, and becomes the next record's *
      * seed -- unless the write fails, when the seed stays put   *
      *************************************************************
           move spaces to chain-record.
           move ops-log-line(1:171) to chain-record.
           call "logchain" using prev-check, chain-record,
                   chain-length, next-check.
           move next-check to ol-check.
           move prev-check to saved-check.
           move next-check to prev-check.
           write ops-log-rec from ops-log-line.
           if log-status not equal "00"
              move saved-check to prev-check
              move "Y" to write-failed-sw
           end-if.
       end-chain-and-write. exit.

       load-chain-carry section.
