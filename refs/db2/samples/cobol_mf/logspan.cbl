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
      ** SOURCE FILE NAME: logspan.cbl
      **
      ** SAMPLE: Shared archive-spanning log reader, in the spirit of
      **         logread and logseek.  logarch rolls old records out
      **         of the live logs into dated archive files and
      **         records every move in logarch.man; a report that
      **         reads only the live file silently stops at the
      **         archive cutoff.  The caller opens a log by basename
      **         with a from/to date range (LOGSPAN-AREA, the spanrec
      **         copybook); this reads logarch.man for the archives
      **         of that log, drops those made on or before the
      **         from date (an archive holds only records dated
      **         before the day it was made), and then hands back,
      **         one read at a time, every record of the remaining
      **         archives oldest first followed by the live file --
      **         one continuous stream.  The live file of an indexed
      **         log (dbops.log, dbevents.log) is still entered
      **         through logseek.  An archive the manifest names for
      **         the range that is no longer on hand leaves the
      **         range uncovered, and the reply says which, so the
      **         report can say so in its header instead of quietly
      **         coming up short.  Records are returned whole; the
      **         caller applies its own date selection.
      **
      ** OUTPUT FILE: logspan.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "logspan".

       Environment Division.
       Input-Output Section.
       File-Control.
           select manifest-file assign to manifest-envfn
              organization is line sequential
              file status is manifest-status.
           select span-file assign to span-filename
              organization is line sequential
              file status is span-status.

       Data Division.
       File Section.
      * logarch.man, the logarch manifest-line layout; a CARRY line
      * under a file's entry names a carry rebase, not an archive
       FD  manifest-file.
       01  manifest-rec.
           05  mf-date            pic x(8).
           05  filler             pic x.
           05  mf-time            pic x(8).
           05  filler             pic x.
           05  mf-filename        pic x(30).
           05  filler             pic x.
           05  mf-archived        pic x(9).
           05  filler             pic x.
           05  mf-kept            pic x(9).
           05  filler             pic x.
           05  mf-archname        pic x(44).
           05  filler             pic x(19).

       FD  span-file.
       01  span-rec               pic x(250).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 manifest-envfn       pic x(42).
       77 live-envfn           pic x(42).

       77 manifest-status      pic x(2).
       77 span-status          pic x(2).
       77 span-filename        pic x(44).
       77 end-of-manifest-sw   pic x.
          88 end-of-manifest   value "Y".
       77 span-open-sw         pic x value "N".
          88 span-open         value "Y".

      * the stream: the archives still in play, oldest first, then
      * the live file at position arch-count + 1
       01 arch-entries.
          05 arch-entry        occurs 400 times.
             10 ae-archname    pic x(44).
             10 ae-date        pic x(8).
       77 arch-count           pic s9(4) comp-5 value 0.
       77 arch-idx             pic s9(4) comp-5.
       77 arch-found-sw        pic x.
          88 arch-found        value "Y".
       77 stream-idx           pic s9(4) comp-5 value 0.
       77 stream-done-sw       pic x value "Y".
          88 stream-done       value "Y".

      * Variables for the shared date-position lookup (logseek)
       77 seek-idxname         pic x(30).
       77 seek-skip-count      pic s9(9) comp-5.
       77 seek-skip-idx        pic s9(9) comp-5.

       Linkage Section.
       copy "spanrec.cbl".

       Procedure Division using LOGSPAN-AREA.
       logspan-pgm section.

           call "envname" using "logarch.man                   ",
                   manifest-envfn.

           evaluate LOGSPAN-FUNCTION
              when "O" perform open-stream
              when "R" perform read-stream
              when "C" perform close-stream
              when other move "99" to LOGSPAN-STATUS
           end-evaluate.

       end-logspan. goback.

       open-stream section.
      *************************************************************
      * the archives logarch.man names for this log that can hold *
      * records in the range -- any made after the from date --   *
      * each checked for on hand; the first missing one is the    *
      * reply's coverage gap                                      *
      *************************************************************
           perform close-stream.
           call "envname" using LOGSPAN-LOGNAME, live-envfn.
           move 0 to arch-count.
           move 0 to LOGSPAN-ARCHIVES.
           move "Y" to LOGSPAN-COVERED.
           move spaces to LOGSPAN-GAP-FILE.
           move spaces to LOGSPAN-GAP-DATE.
           move spaces to LOGSPAN-SOURCE.

           move "N" to end-of-manifest-sw.
           open input manifest-file.
           if manifest-status equal "00"
              perform note-one-manifest-line
                 thru note-one-manifest-line-exit
                 until end-of-manifest
              close manifest-file
           end-if.

      * the live file completes the stream; with neither an archive
      * nor a live file there is nothing to read
           move live-envfn to span-filename.
           open input span-file.
           if span-status equal "00"
              close span-file
           else
              if arch-count equal 0
                 move "35" to LOGSPAN-STATUS
                 go to end-open-stream
              end-if
           end-if.

           move arch-count to LOGSPAN-ARCHIVES.
           move 1 to stream-idx.
           move "N" to stream-done-sw.
           move "00" to LOGSPAN-STATUS.
       end-open-stream. exit.

       note-one-manifest-line section.
           read manifest-file
              at end
                 move "Y" to end-of-manifest-sw
                 go to note-one-manifest-line-exit
           end-read.
           if mf-filename not equal LOGSPAN-LOGNAME
              go to note-one-manifest-line-exit.
           if mf-archived(1:5) equal "CARRY"
              or mf-archived equal "        0"
              or mf-archname equal spaces
              go to note-one-manifest-line-exit.
      * every record in an archive is dated before the day it was
      * made, so one made on or before the from date is all older
      * than the range
           if mf-date not greater than LOGSPAN-FROM-DATE
              go to note-one-manifest-line-exit.

      * a rerun the same day extends the same archive -- one entry
           move "N" to arch-found-sw.
           perform check-one-archive
              varying arch-idx from 1 by 1
              until arch-idx > arch-count or arch-found.
           if arch-found
              go to note-one-manifest-line-exit.

           move mf-archname to span-filename.
           open input span-file.
           if span-status not equal "00"
              if LOGSPAN-RANGE-COVERED
                 move "N"         to LOGSPAN-COVERED
                 move mf-archname to LOGSPAN-GAP-FILE
                 move mf-date     to LOGSPAN-GAP-DATE
              end-if
              go to note-one-manifest-line-exit.
           close span-file.

           if arch-count equal 400
              if LOGSPAN-RANGE-COVERED
                 move "N"         to LOGSPAN-COVERED
                 move mf-archname to LOGSPAN-GAP-FILE
                 move mf-date     to LOGSPAN-GAP-DATE
              end-if
              go to note-one-manifest-line-exit.
           add 1 to arch-count.
           move mf-archname to ae-archname(arch-count).
           move mf-date     to ae-date(arch-count).
       note-one-manifest-line-exit. exit.

       check-one-archive section.
           if ae-archname(arch-idx) equal mf-archname
              move "Y" to arch-found-sw
           end-if.
       end-check-one-archive. exit.

       read-stream section.
      *************************************************************
      * the next record of the stream, crossing from one file to  *
      * the next at each end of file                              *
      *************************************************************
           move "  " to LOGSPAN-STATUS.
           perform read-next-record thru read-next-record-exit
              until LOGSPAN-STATUS not equal "  ".
       end-read-stream. exit.

       read-next-record section.
           if stream-done
              move "10" to LOGSPAN-STATUS
              go to read-next-record-exit.
           if not span-open
              perform open-next-file
              go to read-next-record-exit.

           read span-file
              at end
                 close span-file
                 move "N" to span-open-sw
                 add 1 to stream-idx
                 go to read-next-record-exit
           end-read.
           move span-rec      to LOGSPAN-RECORD.
           move span-filename to LOGSPAN-SOURCE.
           move "00" to LOGSPAN-STATUS.
       read-next-record-exit. exit.

       open-next-file section.
           if stream-idx greater than arch-count + 1
              move "Y" to stream-done-sw
              go to end-open-next-file.
           if stream-idx greater than arch-count
              move live-envfn to span-filename
           else
              move ae-archname(stream-idx) to span-filename
           end-if.
           open input span-file.
           if span-status not equal "00"
      * an archive gone since the open, or no live file yet --
      * the stream carries on with the next file
              add 1 to stream-idx
              go to end-open-next-file.
           move "Y" to span-open-sw.
           if stream-idx greater than arch-count
              perform seek-live-file
           end-if.
       end-open-next-file. exit.

       seek-live-file section.
      *************************************************************
      * the indexed logs' live file is entered at the from date   *
      * through logseek, as the readers did before the archives   *
      * joined the stream; the index describes the live file only *
      *************************************************************
           move spaces to seek-idxname.
           if LOGSPAN-LOGNAME equal "dbops.log"
              move "dbops.idx" to seek-idxname
           end-if.
           if LOGSPAN-LOGNAME equal "dbevents.log"
              move "dbevents.idx" to seek-idxname
           end-if.
           if seek-idxname equal spaces
              go to end-seek-live-file.
           move 0 to seek-skip-count.
           call "logseek" using seek-idxname, LOGSPAN-FROM-DATE,
                   seek-skip-count.
           perform skip-one-record thru skip-one-record-exit
              varying seek-skip-idx from 1 by 1
              until seek-skip-idx > seek-skip-count
                 or not span-open.
       end-seek-live-file. exit.

       skip-one-record section.
      * an unparsed read -- the index says these records are dated
      * before the range
           read span-file
              at end
                 close span-file
                 move "N" to span-open-sw
                 add 1 to stream-idx
           end-read.
       skip-one-record-exit. exit.

       close-stream section.
           if span-open
              close span-file
              move "N" to span-open-sw
           end-if.
           move "Y" to stream-done-sw.
           move "00" to LOGSPAN-STATUS.
       end-close-stream. exit.
