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
      ** SOURCE FILE NAME: cfglock.cbl
      **
      ** SAMPLE: Shared control-file edit lock, in the spirit of
      **         runlock.  The control files several programs rewrite
      **         (dbstop.cfg, dbstop.force.lst, dbstop.stop.lst and
      **         the rest) are each saved aside as <file>.bak and
      **         overwritten; two writers close together used to
      **         mean the second write silently won and the first
      **         .bak was gone.  cfglock.dat keeps one row per
      **         control file: its install version, when and by
      **         which program the current version was installed,
      **         and the edit lock -- program, operator, date and
      **         time -- when one is held.  Mode "A" takes the lock
      **         before the writer reads the file and hands back the
      **         version it is reading and when that version was
      **         installed; a lock held by another writer is waited
      **         out for the seconds in cfglock.cfg (30 by default)
      **         and then refused (rc 8).  Mode "I" is called before
      **         the write: it refuses (rc 8) when the caller no
      **         longer holds the lock or the version has moved
      **         since it was read, and otherwise records the next
      **         version, which it hands back.  Mode "R" releases.
      **         Every refusal and every install is logged through
      **         opslog.  A lock left behind by a killed job is
      **         stale once its date is not today and is taken over
      **         with an opslog entry, the runlock convention.
      **
      ** OUTPUT FILE: cfglock.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "cfglock".

       Environment Division.
       Input-Output Section.
       File-Control.
           select lock-file assign to lock-envfn
              organization is line sequential
              file status is lock-status.
           select cfg-file assign to cfg-envfn
              organization is line sequential
              file status is cfg-status.

       Data Division.
       File Section.
       FD  lock-file.
       01  lock-rec.
           05  lr-basename        pic x(30).
           05  filler             pic x.
           05  lr-version         pic 9(6).
           05  filler             pic x.
           05  lr-inst-date       pic x(8).
           05  filler             pic x.
           05  lr-inst-time       pic x(8).
           05  filler             pic x.
           05  lr-inst-program    pic x(10).
           05  filler             pic x.
           05  lr-holder          pic x(10).
           05  filler             pic x.
           05  lr-operator        pic x(8).
           05  filler             pic x.
           05  lr-lock-date       pic x(8).
           05  filler             pic x.
           05  lr-lock-time       pic x(8).

       FD  cfg-file.
       01  cfg-rec.
           05  cfg-wait-secs      pic 9(3).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 lock-envfn           pic x(42).
       77 cfg-envfn            pic x(42).

       77 lock-status          pic x(2).
       77 cfg-status           pic x(2).
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 operator-id          pic x(8).
       77 end-of-lock-sw       pic x.
          88 end-of-lock       value "Y".

      * the registry, one entry per control file, loaded whole and
      * written back whole on every change
       01 file-entries.
          05 file-entry        occurs 100 times.
             10 fe-basename    pic x(30).
             10 fe-version     pic 9(6).
             10 fe-inst-date   pic x(8).
             10 fe-inst-time   pic x(8).
             10 fe-inst-program pic x(10).
             10 fe-holder      pic x(10).
             10 fe-operator    pic x(8).
             10 fe-lock-date   pic x(8).
             10 fe-lock-time   pic x(8).
       77 file-count           pic s9(4) comp-5 value 0.
       77 file-idx             pic s9(4) comp-5.
       77 file-found-sw        pic x value "N".
          88 file-found        value "Y".
       77 write-idx            pic s9(4) comp-5.

      * waiting out another writer's lock -- cfglock.cfg seconds,
      * looked at again every few seconds
       77 wait-secs            pic s9(4) comp-5 value 30.
       77 waited-secs          pic s9(4) comp-5 value 0.
       77 poll-secs            pic s9(4) comp-5 value 5.
       77 held-other-sw        pic x value "N".
          88 held-by-other     value "Y".

       01 lock-line.
          05 ll-basename       pic x(30).
          05 filler            pic x value space.
          05 ll-version        pic 9(6).
          05 filler            pic x value space.
          05 ll-inst-date      pic x(8).
          05 filler            pic x value space.
          05 ll-inst-time      pic x(8).
          05 filler            pic x value space.
          05 ll-inst-program   pic x(10).
          05 filler            pic x value space.
          05 ll-holder         pic x(10).
          05 filler            pic x value space.
          05 ll-operator       pic x(8).
          05 filler            pic x value space.
          05 ll-lock-date      pic x(8).
          05 filler            pic x value space.
          05 ll-lock-time      pic x(8).

       77 version-ed           pic 9(6).
       77 read-version-ed      pic 9(6).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Linkage Section.
       01  lk-mode             pic x(1).
       01  lk-file             pic x(30).
       01  lk-program          pic x(10).
       01  lk-version          pic 9(6).
       01  lk-installed        pic x(16).
       01  lk-rc               pic s9(9) comp-5.

       Procedure Division using lk-mode, lk-file, lk-program,
               lk-version, lk-installed, lk-rc.
       cfglock-pgm section.

           move 0 to lk-rc.
           call "envname" using "cfglock.dat                   ",
                   lock-envfn.
           call "envname" using "cfglock.cfg                   ",
                   cfg-envfn.

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           accept operator-id from environment "USER".
           if operator-id equal spaces
              move "UNKNOWN" to operator-id
           end-if.

           perform load-registry.
           perform find-file-entry.
           if not file-found
              perform add-file-entry
              if not file-found
                 display "cfglock.dat is full -- ", lk-file,
                          " not registered"
                 move 8 to lk-rc
                 go to end-cfglock
              end-if
           end-if.

           evaluate lk-mode
              when "A" perform acquire-lock
              when "I" perform install-version
              when "R" perform release-lock
              when other move 8 to lk-rc
           end-evaluate.

       end-cfglock. exit program.

       acquire-lock section.
      *************************************************************
      * take the file's edit lock before the writer reads it; the *
      * version and install stamp handed back are what it read    *
      *************************************************************
           perform judge-holder.
           if held-by-other
              and fe-lock-date(file-idx) not equal today-date
              display "stale edit lock on ", lk-file, " from ",
                       fe-lock-date(file-idx), " held by ",
                       fe-holder(file-idx), " -- taking it over"
              perform log-lock-taken-over
              move "N" to held-other-sw
           end-if.

           if held-by-other
              perform read-config
              display lk-file, " is being edited by ",
                       fe-holder(file-idx), " -- waiting up to ",
                       wait-secs, " seconds"
              move 0 to waited-secs
              perform wait-one-interval thru wait-one-interval-exit
                 until not held-by-other
                    or waited-secs not less than wait-secs
           end-if.

           if held-by-other
              display lk-program, " refused -- ", lk-file,
                       " is being edited by ", fe-holder(file-idx),
                       " (operator ", fe-operator(file-idx), ")"
              move spaces to log-detail
              string lk-file delimited by space
                     " held by " delimited by size
                     fe-holder(file-idx) delimited by space
                     " (" delimited by size
                     fe-operator(file-idx) delimited by space
                     ") since " delimited by size
                     fe-lock-time(file-idx) delimited by size
                into log-detail
              call "opslog" using lk-program,
                      "CONTROL FILE LOCK REFUSED     ", log-detail
              move 8 to lk-rc
              go to end-acquire-lock.

           move lk-program  to fe-holder(file-idx).
           move operator-id to fe-operator(file-idx).
           move today-date  to fe-lock-date(file-idx).
           move now-time    to fe-lock-time(file-idx).
           perform save-registry.

           move fe-version(file-idx) to lk-version.
           move spaces to lk-installed.
           move fe-inst-date(file-idx) to lk-installed(1:8).
           move fe-inst-time(file-idx) to lk-installed(9:8).
       end-acquire-lock. exit.

       wait-one-interval section.
           call "C$SLEEP" using poll-secs.
           add poll-secs to waited-secs.
           perform load-registry.
           perform find-file-entry.
           if not file-found
              perform add-file-entry
           end-if.
           perform judge-holder.
       wait-one-interval-exit. exit.

       judge-holder section.
      * the caller's own lock (same program, same operator) is not
      * another writer's
           move "N" to held-other-sw.
           if fe-holder(file-idx) equal spaces
              go to end-judge-holder.
           if fe-holder(file-idx) equal lk-program
              and fe-operator(file-idx) equal operator-id
              go to end-judge-holder.
           move "Y" to held-other-sw.
       end-judge-holder. exit.

       install-version section.
      *************************************************************
      * called before the write: the caller must still hold the   *
      * lock, and the file must still be at the version it read   *
      *************************************************************
           if fe-holder(file-idx) not equal lk-program
              or fe-operator(file-idx) not equal operator-id
              display lk-program, " refused -- edit lock on ",
                       lk-file, " is not held"
              move spaces to log-detail
              string lk-file delimited by space
                     " written without its edit lock"
                        delimited by size
                into log-detail
              call "opslog" using lk-program,
                      "CONTROL FILE EDIT REFUSED     ", log-detail
              move 8 to lk-rc
              go to end-install-version.

           if fe-version(file-idx) not equal lk-version
              move fe-version(file-idx) to version-ed
              move lk-version to read-version-ed
              display lk-program, " refused -- ", lk-file,
                       " changed since it was read (version ",
                       version-ed, ", read ", read-version-ed, ")"
              move spaces to log-detail
              string lk-file delimited by space
                     " changed since read: v" delimited by size
                     version-ed delimited by size
                     ", read v" delimited by size
                     read-version-ed delimited by size
                into log-detail
              call "opslog" using lk-program,
                      "CONTROL FILE EDIT REFUSED     ", log-detail
              move 8 to lk-rc
              go to end-install-version.

           if fe-version(file-idx) equal 999999
              move 1 to fe-version(file-idx)
           else
              add 1 to fe-version(file-idx)
           end-if.
           move today-date to fe-inst-date(file-idx).
           move now-time   to fe-inst-time(file-idx).
           move lk-program to fe-inst-program(file-idx).
           perform save-registry.

           move fe-version(file-idx) to lk-version.
           move fe-version(file-idx) to version-ed.
           move spaces to log-detail.
           string lk-file delimited by space
                  " version " delimited by size
                  version-ed delimited by size
                  " installed" delimited by size
             into log-detail.
           call "opslog" using lk-program,
                   "CONTROL FILE INSTALLED        ", log-detail.
       end-install-version. exit.

       release-lock section.
      *************************************************************
      * only the holder's own release clears the lock -- a writer *
      * whose lock was taken over leaves the new holder's alone   *
      *************************************************************
           if fe-holder(file-idx) not equal lk-program
              or fe-operator(file-idx) not equal operator-id
              go to end-release-lock.
           move spaces to fe-holder(file-idx).
           move spaces to fe-operator(file-idx).
           move spaces to fe-lock-date(file-idx).
           move spaces to fe-lock-time(file-idx).
           perform save-registry.
       end-release-lock. exit.

       log-lock-taken-over section.
           move spaces to log-detail.
           string "stale edit lock on " delimited by size
                  lk-file delimited by space
                  " from " delimited by size
                  fe-holder(file-idx) delimited by space
                  " taken over" delimited by size
             into log-detail.
           call "opslog" using lk-program,
                   "CONTROL FILE LOCK TAKEN OVER  ", log-detail.
       end-log-lock-taken-over. exit.

       read-config section.
      *************************************************************
      * cfglock.cfg: seconds (3 digits) to wait out another       *
      * writer's lock before refusing; a missing file keeps 30    *
      *************************************************************
           open input cfg-file.
           if cfg-status not equal "00"
              go to end-read-config.
           read cfg-file
              at end continue
              not at end
                 if cfg-wait-secs is numeric
                    move cfg-wait-secs to wait-secs
                 end-if
           end-read.
           close cfg-file.
       end-read-config. exit.

       load-registry section.
           move 0 to file-count.
           move "N" to end-of-lock-sw.
           open input lock-file.
           if lock-status not equal "00"
              go to end-load-registry.
           perform load-one-entry thru load-one-entry-exit
              until end-of-lock or file-count equal 100.
           close lock-file.
       end-load-registry. exit.

       load-one-entry section.
           read lock-file
              at end
                 move "Y" to end-of-lock-sw
                 go to load-one-entry-exit
           end-read.
           if lr-basename equal spaces
              go to load-one-entry-exit.
           add 1 to file-count.
           move lr-basename     to fe-basename(file-count).
           move zeros           to fe-version(file-count).
           if lr-version is numeric
              move lr-version   to fe-version(file-count)
           end-if.
           move lr-inst-date    to fe-inst-date(file-count).
           move lr-inst-time    to fe-inst-time(file-count).
           move lr-inst-program to fe-inst-program(file-count).
           move lr-holder       to fe-holder(file-count).
           move lr-operator     to fe-operator(file-count).
           move lr-lock-date    to fe-lock-date(file-count).
           move lr-lock-time    to fe-lock-time(file-count).
       load-one-entry-exit. exit.

       find-file-entry section.
           move "N" to file-found-sw.
           perform check-file-entry thru check-file-entry-exit
              varying file-idx from 1 by 1
              until file-idx > file-count or file-found.
           if file-found
              subtract 1 from file-idx
           end-if.
       end-find-file-entry. exit.

       check-file-entry section.
           if fe-basename(file-idx) equal lk-file
              move "Y" to file-found-sw
           end-if.
       check-file-entry-exit. exit.

       add-file-entry section.
      * a file never installed through the lock starts at version 0
           if file-count equal 100
              go to end-add-file-entry.
           add 1 to file-count.
           move file-count to file-idx.
           move lk-file to fe-basename(file-idx).
           move zeros   to fe-version(file-idx).
           move spaces  to fe-inst-date(file-idx).
           move spaces  to fe-inst-time(file-idx).
           move spaces  to fe-inst-program(file-idx).
           move spaces  to fe-holder(file-idx).
           move spaces  to fe-operator(file-idx).
           move spaces  to fe-lock-date(file-idx).
           move spaces  to fe-lock-time(file-idx).
           move "Y" to file-found-sw.
       end-add-file-entry. exit.

       save-registry section.
           open output lock-file.
           perform write-one-entry
              varying write-idx from 1 by 1
              until write-idx > file-count.
           close lock-file.
       end-save-registry. exit.

       write-one-entry section.
           move fe-basename(write-idx)     to ll-basename.
           move fe-version(write-idx)      to ll-version.
           move fe-inst-date(write-idx)    to ll-inst-date.
           move fe-inst-time(write-idx)    to ll-inst-time.
           move fe-inst-program(write-idx) to ll-inst-program.
           move fe-holder(write-idx)       to ll-holder.
           move fe-operator(write-idx)     to ll-operator.
           move fe-lock-date(write-idx)    to ll-lock-date.
           move fe-lock-time(write-idx)    to ll-lock-time.
           write lock-rec from lock-line.
       end-write-one-entry. exit.
