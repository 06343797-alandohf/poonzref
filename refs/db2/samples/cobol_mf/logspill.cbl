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
      ** SOURCE FILE NAME: logspill.cbl
      **
      ** SAMPLE: Shared fallback spill for the log writers (opslog
      **         for dbops.log, checkerr for dbevents.log).  When a
      **         writer cannot open or write its primary log -- the
      **         filesystem is full, or the file stays locked past
      **         the open-busy retries -- the record is handed here
      **         (mode "S") and appended to <log>.spill under the
      **         alternate path logspill.cfg names, with a console
      **         warning, instead of being lost.  The record is kept
      **         as the writer built it, less its sequence number
      **         and check value: those are only assigned when it
      **         reaches the primary log.  The next time the writer
      **         gets its primary log open it replays the spill
      **         ahead of its own record: mode "O" opens the spill
      **         past the records already replayed, "R" hands back
      **         the next one, "K" confirms one written to the
      **         primary, and "C" closes the replay -- emptying the
      **         spill once every record is in, or remembering in
      **         <log>.spos how far a replay cut short by a second
      **         failure got, so no record is replayed twice.  With
      **         no logspill.cfg the record can only go to the
      **         console, as before.
      **
      ** OUTPUT FILE: logspill.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "logspill".

       Environment Division.
       Input-Output Section.
       File-Control.
           select cfg-file assign to cfg-envfn
              organization is line sequential
              file status is cfg-status.
           select spill-file assign to spill-filename
              organization is line sequential
              file status is spill-status.
           select pos-file assign to pos-filename
              organization is line sequential
              file status is pos-status.

       Data Division.
       File Section.
      * logspill.cfg: the alternate path (a directory prefix,
      * ending in its separator) the spill files are kept under --
      * a different filesystem from the primary logs
       FD  cfg-file.
       01  cfg-rec.
           05  cfg-spill-path     pic x(40).

       FD  spill-file.
       01  spill-rec              pic x(240).

       FD  pos-file.
       01  pos-rec.
           05  ps-replayed        pic 9(9).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 cfg-envfn            pic x(42).
       77 log-envfn            pic x(42).

       77 cfg-status           pic x(2).
       77 spill-status         pic x(2).
       77 pos-status           pic x(2).
       77 spill-path           pic x(40).
       77 spill-filename       pic x(90).
       77 pos-filename         pic x(90).

      * replay state, held between the "O", "R", "K" and "C" calls
       77 replay-open-sw       pic x value "N".
          88 replay-open       value "Y".
       77 replay-end-sw        pic x value "N".
          88 replay-at-end     value "Y".
       77 skip-count           pic s9(9) comp-5 value 0.
       77 skip-idx             pic s9(9) comp-5.
       77 read-count           pic s9(9) comp-5 value 0.
       77 kept-count           pic s9(9) comp-5 value 0.
       77 held-sw              pic x value "N".
          88 record-held       value "Y".
       01 held-record          pic x(240).

       Linkage Section.
       01  lk-mode             pic x(1).
       01  lk-logname          pic x(30).
       01  lk-record           pic x(240).
       01  lk-status           pic x(2).

       Procedure Division using lk-mode, lk-logname, lk-record,
               lk-status.
       logspill-pgm section.

           call "envname" using "logspill.cfg                  ",
                   cfg-envfn.
           move "00" to lk-status.

           evaluate lk-mode
              when "S" perform spill-record
              when "O" perform open-replay
              when "R" perform read-replay
              when "K" add 1 to kept-count
              when "C" perform close-replay
              when other move "99" to lk-status
           end-evaluate.

       end-logspill. goback.

       build-spill-names section.
      *************************************************************
      * <path><log>.spill and <path><log>.spos, the log name as   *
      * TOOLKITENV resolves it so a test world spills apart from  *
      * production; spaces when no alternate path is configured   *
      *************************************************************
           move spaces to spill-path.
           move spaces to spill-filename.
           move spaces to pos-filename.
           open input cfg-file.
           if cfg-status not equal "00"
              go to end-build-spill-names.
           read cfg-file
              at end continue
              not at end move cfg-spill-path to spill-path
           end-read.
           close cfg-file.
           if spill-path equal spaces
              go to end-build-spill-names.

           call "envname" using lk-logname, log-envfn.
           string spill-path delimited by space
                  log-envfn  delimited by space
                  ".spill"   delimited by size
             into spill-filename.
           string spill-path delimited by space
                  log-envfn  delimited by space
                  ".spos"    delimited by size
             into pos-filename.
       end-build-spill-names. exit.

       spill-record section.
      *************************************************************
      * the primary write failed: keep the record on the          *
      * alternate path and say so on the console; with nowhere to *
      * keep it the console is the record of last resort          *
      *************************************************************
           perform build-spill-names.
           if spill-filename equal spaces
              display "LOGSPILL: ", lk-logname, " write failed and ",
                       "no alternate path in logspill.cfg -- ",
                       "record follows"
              display lk-record
              move "99" to lk-status
              go to end-spill-record.

           open extend spill-file.
           if spill-status equal "35"
              open output spill-file
           end-if.
           if spill-status not equal "00"
              display "LOGSPILL: ", lk-logname, " write failed and ",
                       spill-filename, " not writable -- record ",
                       "follows"
              display lk-record
              move "99" to lk-status
              go to end-spill-record.
           write spill-rec from lk-record.
           close spill-file.
           display "LOGSPILL: WARNING -- ", lk-logname,
                    " write failed; record spilled to ",
                    spill-filename.
       end-spill-record. exit.

       open-replay section.
      *************************************************************
      * the spill past the records an earlier, interrupted replay *
      * already put back; "00" when records are waiting, "10"    *
      * when nothing is                                           *
      *************************************************************
           move "N" to replay-open-sw.
           move "N" to replay-end-sw.
           move "N" to held-sw.
           move 0 to read-count.
           move 0 to kept-count.
           move "10" to lk-status.
           perform build-spill-names.
           if spill-filename equal spaces
              go to end-open-replay.
           open input spill-file.
           if spill-status not equal "00"
              go to end-open-replay.
           move "Y" to replay-open-sw.

           move 0 to skip-count.
           open input pos-file.
           if pos-status equal "00"
              read pos-file
                 at end continue
                 not at end
                    if ps-replayed is numeric
                       move ps-replayed to skip-count
                    end-if
              end-read
              close pos-file
           end-if.
           perform skip-one-replayed
              varying skip-idx from 1 by 1
              until skip-idx > skip-count or replay-at-end.

      * a spill read to its end holds nothing new -- an emptying
      * that was cut short is finished here
           read spill-file
              at end
                 move "Y" to replay-end-sw
           end-read.
           if replay-at-end
              perform close-replay
              move "10" to lk-status
              go to end-open-replay.
      * the record read to find out is held for the first "R"
           move spill-rec to held-record.
           move "Y" to held-sw.
           move "00" to lk-status.
       end-open-replay. exit.

       skip-one-replayed section.
           read spill-file
              at end
                 move "Y" to replay-end-sw
           end-read.
       end-skip-one-replayed. exit.

       read-replay section.
      *************************************************************
      * the next spilled record, "10" at the end of the spill     *
      *************************************************************
           if record-held
              move held-record to lk-record
              move "N" to held-sw
              add 1 to read-count
              go to end-read-replay.
           if not replay-open or replay-at-end
              move "10" to lk-status
              go to end-read-replay.
           read spill-file
              at end
                 move "Y" to replay-end-sw
                 move "10" to lk-status
                 go to end-read-replay
           end-read.
           move spill-rec to lk-record.
           add 1 to read-count.
       end-read-replay. exit.

       close-replay section.
      *************************************************************
      * every record read and kept: the spill is emptied and the  *
      * position cleared; otherwise the position moves on by the  *
      * records the primary log took                              *
      *************************************************************
           if not replay-open
              go to end-close-replay.
           close spill-file.
           move "N" to replay-open-sw.

           if replay-at-end and kept-count equal read-count
              open output spill-file
              if spill-status equal "00"
                 close spill-file
                 move 0 to skip-count
              else
                 add kept-count to skip-count
              end-if
           else
              add kept-count to skip-count
           end-if.

           open output pos-file.
           if pos-status not equal "00"
              display "LOGSPILL: ", pos-filename, " not writable ",
                       "-- replay position not saved"
              go to end-close-replay.
           move skip-count to ps-replayed.
           write pos-rec.
           close pos-file.
       end-close-replay. exit.
