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
      ** SOURCE FILE NAME: bkpstat.cbl
      **
      ** SAMPLE: Consolidating final status for the parallel backup
      **         streams.  The scheduler runs this after the stream
      **         group: it reads backup.cfg's stream count, collects
      **         each stream's final return code from
      **         dbbackup.status.<n> (written by that stream's
      **         dbbackup instance on its way out), reports per
      **         stream, and exits with the worst code -- one
      **         verdict for the scheduler to condition on, the way
      **         migstat does for the migration streams.  A stream
      **         with no status file, an empty one (the streamed
      **         instance empties it at start, so a stream that died
      **         mid-run leaves it empty), or one dated before today
      **         (a stream that never launched tonight) counts as
      **         failed -- a stale success must not pass for a live
      **         one.
      **
      ** OUTPUT FILE: bkpstat.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "bkpstat".

       Environment Division.
       Input-Output Section.
       File-Control.
           select cfg-file assign to cfg-envfn
              organization is line sequential
              file status is cfg-status.
           select status-file assign to status-filename
              organization is line sequential
              file status is status-status.

       Data Division.
       File Section.
       FD  cfg-file.
       01  cfg-rec.
           05  cfg-retry-max      pic 9(2).
           05  cfg-retry-delay    pic 9(3).
           05  cfg-chain-age      pic 9(3).
           05  cfg-streams        pic 9(2).

       FD  status-file.
       01  status-rec.
           05  st-rc              pic 9(2).
           05  filler             pic x.
           05  st-date            pic x(8).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 cfg-envfn            pic x(42).
       77 status-filename      pic x(42).
       77 status-basename      pic x(30).

       77 cfg-status           pic x(2).
       77 status-status        pic x(2).
       77 stream-count         pic s9(4) comp-5 value 1.
       77 today-date           pic 9(8).
       77 today-x              pic x(8).
       77 stream-idx           pic s9(4) comp-5.
       77 stream-ed            pic 99.
       77 worst-rc             pic s9(4) comp-5 value 0.
       77 missing-count        pic s9(4) comp-5 value 0.

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.

       Procedure Division.
       bkpstat-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : BKPSTAT.CBL".

           accept today-date from date yyyymmdd.
           move today-date to today-x.

           perform read-config.
           if stream-count less than 2
              display "backup.cfg names no streams -- nothing to ",
                       "consolidate"
              go to end-bkpstat.

           perform check-one-stream thru check-one-stream-exit
              varying stream-idx from 1 by 1
              until stream-idx > stream-count.

           if missing-count greater than 0
              display missing-count,
                       " stream(s) left no status -- counted failed"
           end-if.
           move worst-rc to RETURN-CODE.
           display "consolidated backup status : ", worst-rc.

       end-bkpstat.
           move RETURN-CODE to reg-rc.
           call "runreg" using "BKPSTAT   ", reg-rc.
           goback.

       read-config section.
           open input cfg-file.
           if cfg-status not equal "00"
              go to end-read-config.
           read cfg-file
              at end continue
              not at end
                 if cfg-streams is numeric
                    and cfg-streams greater than 1
                    move cfg-streams to stream-count
                 end-if
           end-read.
           close cfg-file.
       end-read-config. exit.

       check-one-stream section.
           move stream-idx to stream-ed.
           move spaces to status-basename.
           string "dbbackup.status." delimited by size
                  stream-ed delimited by size
             into status-basename.
           call "envname" using status-basename, status-filename.

           open input status-file.
           if status-status not equal "00"
              display "stream ", stream-ed,
                       " : NO STATUS -- never finished"
              add 1 to missing-count
              if worst-rc less than 8
                 move 8 to worst-rc
              end-if
              go to check-one-stream-exit.
           read status-file
              at end
                 display "stream ", stream-ed,
                          " : EMPTY STATUS -- counted failed"
                 add 1 to missing-count
                 if worst-rc less than 8
                    move 8 to worst-rc
                 end-if
              not at end
                 if st-date not equal today-x
      * last night's leftover -- the stream never launched tonight
                    display "stream ", stream-ed,
                             " : STALE STATUS from ", st-date,
                             " -- counted failed"
                    add 1 to missing-count
                    if worst-rc less than 8
                       move 8 to worst-rc
                    end-if
                 else
                    display "stream ", stream-ed, " : rc ", st-rc
                    if st-rc greater than worst-rc
                       move st-rc to worst-rc
                    end-if
                 end-if
           end-read.
           close status-file.
       check-one-stream-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the      *
      * per-stream status names resolve where they are built      *
      *************************************************************
           call "envname" using "backup.cfg                    ",
                   cfg-envfn.
       end-resolve-toolkit-filenames. exit.
