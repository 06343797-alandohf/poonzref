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
      ** SOURCE FILE NAME: ctlapply.cbl
      **
      ** SAMPLE: Per-host apply step for the central control-file
      **         distribution (ctldist).  Each machine runs this on
      **         a schedule after the copy job has delivered
      **         ctlxfer.<host>.dat.  Every package newer than the
      **         last one applied (ctlapply.seq) is installed file
      **         by file: the file's lines are staged as
      **         <file>.new and proven against the package header's
      **         line count and content check (the shared logchain
      **         fold ctldist used); a proven file replaces
      **         the installed one, with the old copy saved aside
      **         as <file>.bak the cfgmnt way, and a file that does
      **         not prove is left alone.  The save and the install
      **         run under the file's cfglock edit lock, which
      **         cfgmnt, calmnt and the other maintenance writers
      **         also take; a file whose lock is held elsewhere or
      **         whose version moves under the lock is rejected
      **         unchanged.  Only the distributed
      **         control files are ever written, whatever the
      **         transfer names.  Every file gets a receipt row in
      **         ctlrcpt.<host>.dat -- INSTALLED or REJECTED, with
      **         the package and version -- for the copy job to
      **         carry back to the central parity report.  A gap in
      **         the package sequence is reported loudly, and the
      **         transfer file is only truncated after the pass.
      **
      ** OUTPUT FILE: ctlapply.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "ctlapply".

       Environment Division.
       Input-Output Section.
       File-Control.
           select xfer-file assign to xfer-filename
              organization is line sequential
              file status is xfer-status.
           select seq-file assign to seq-envfn
              organization is line sequential
              file status is seq-status.
           select rcpt-file assign to rcpt-filename
              organization is line sequential
              file status is rcpt-status.
           select stage-file assign to stage-filename
              organization is line sequential
              file status is stage-status.
           select target-file assign to target-filename
              organization is line sequential
              file status is target-status.
           select bak-file assign to bak-filename
              organization is line sequential.

       Data Division.
       File Section.
       FD  xfer-file.
       01  xfer-rec.
           05  cx-host            pic x(8).
           05  filler             pic x.
           05  cx-seq             pic 9(9).
           05  filler             pic x.
           05  cx-kind            pic x(1).
           05  filler             pic x.
           05  cx-file            pic x(30).
           05  filler             pic x.
           05  cx-version         pic 9(6).
           05  filler             pic x.
           05  cx-data            pic x(240).
           05  cx-header redefines cx-data.
               10  cx-lines       pic 9(6).
               10  filler         pic x.
               10  cx-check       pic x(8).
               10  filler         pic x(225).

       FD  seq-file.
       01  seq-rec.
           05  sq-last-seq        pic 9(9).

       FD  rcpt-file.
       01  rcpt-rec.
           05  rc-host            pic x(8).
           05  filler             pic x.
           05  rc-seq             pic 9(9).
           05  filler             pic x.
           05  rc-file            pic x(30).
           05  filler             pic x.
           05  rc-version         pic 9(6).
           05  filler             pic x.
           05  rc-date            pic x(8).
           05  filler             pic x.
           05  rc-time            pic x(8).
           05  filler             pic x.
           05  rc-result          pic x(10).

       FD  stage-file.
       01  stage-rec              pic x(240).

       FD  target-file.
       01  target-rec             pic x(240).

       FD  bak-file.
       01  bak-rec                pic x(240).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 seq-envfn            pic x(42).
       77 xfer-filename        pic x(42).
       77 rcpt-filename        pic x(42).
       77 stage-filename       pic x(42).
       77 target-filename      pic x(42).
       77 bak-filename         pic x(46).
       77 file-basename        pic x(30).

       77 xfer-status          pic x(2).
       77 seq-status           pic x(2).
       77 rcpt-status          pic x(2).
       77 stage-status         pic x(2).
       77 target-status        pic x(2).
       77 end-of-xfer-sw       pic x value "N".
          88 end-of-xfer       value "Y".
       77 end-of-copy-sw       pic x.
          88 end-of-copy       value "Y".
       77 today-date           pic 9(8).
       77 now-time             pic 9(8).

       77 host-name            pic x(8) value spaces.
       77 last-applied-seq     pic 9(9) value 0.
       77 high-seq             pic 9(9) value 0.
       77 gap-count            pic s9(4) comp-5 value 0.
       77 installed-count      pic s9(4) comp-5 value 0.
       77 rejected-count       pic s9(4) comp-5 value 0.

      * the distributed control files -- the only names this pass
      * will ever write, whatever a transfer row says
       01 dist-list.
          05 pic x(30) value "dbclass.tpl".
          05 pic x(30) value "checkerr.policy".
          05 pic x(30) value "runbook.dat".
          05 pic x(30) value "alert.rules".
          05 pic x(30) value "chgcal.ctl".
          05 pic x(30) value "operauth.ctl".
       01 dist-table redefines dist-list.
          05 dist-name         occurs 6 times pic x(30).
       77 dist-count           pic s9(4) comp-5 value 6.
       77 dist-idx             pic s9(4) comp-5.
       77 file-found-sw        pic x.
          88 file-found        value "Y".

      * the file being staged from the current package
       77 staging-sw           pic x value "N".
          88 staging           value "Y".
       77 stage-file-name      pic x(30).
       77 stage-seq            pic 9(9).
       77 stage-version        pic 9(6).
       77 expect-lines         pic 9(6).
       77 expect-check         pic x(8).
       77 staged-lines         pic 9(6).
       77 staged-check         pic x(8).
       77 next-check           pic x(8).
       77 chain-record         pic x(240).
       77 chain-len            pic s9(4) comp-5 value 240.
       77 stage-result         pic x(10).

      * the control file's edit lock (cfglock) around the install
       77 edit-version         pic 9(6) value 0.
       77 edit-installed       pic x(16) value spaces.
       77 edit-rc              pic s9(9) comp-5 value 0.
       77 release-rc           pic s9(9) comp-5 value 0.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       ctlapply-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CTLAPPLY.CBL".

           accept today-date from date yyyymmdd.
           accept host-name from environment "HOSTNAME".
           if host-name equal spaces
              move "LOCAL" to host-name
           end-if.

           open input seq-file.
           if seq-status equal "00"
              read seq-file
                 at end continue
                 not at end move sq-last-seq to last-applied-seq
              end-read
              close seq-file
           end-if.
           move last-applied-seq to high-seq.

           move spaces to file-basename.
           string "ctlxfer." delimited by size
                  host-name delimited by space
                  ".dat" delimited by size
             into file-basename.
           call "envname" using file-basename, xfer-filename.
           move spaces to file-basename.
           string "ctlrcpt." delimited by size
                  host-name delimited by space
                  ".dat" delimited by size
             into file-basename.
           call "envname" using file-basename, rcpt-filename.

           open input xfer-file.
           if xfer-status not equal "00"
              display "no control-file transfer on hand for ",
                       host-name
              go to end-ctlapply.
           perform apply-one-row thru apply-one-row-exit
              until end-of-xfer.
           close xfer-file.
           if staging
              perform finish-staged-file
           end-if.

      * only now is the transfer consumed
           open output xfer-file.
           close xfer-file.
           open output seq-file.
           move high-seq to sq-last-seq.
           write seq-rec.
           close seq-file.

           display "Control files installed : ", installed-count,
                    "  rejected : ", rejected-count.
           if gap-count greater than 0
              display "PACKAGE GAPS DETECTED : ", gap-count,
                       " -- a transfer was lost; ask for a resend"
              move 8 to RETURN-CODE
           else
              if rejected-count greater than 0
                 move 4 to RETURN-CODE
              end-if
           end-if.

       end-ctlapply. goback.

       apply-one-row section.
      *************************************************************
      * an H row opens a file (finishing the one before), D rows  *
      * are its lines; packages already applied are passed over   *
      *************************************************************
           read xfer-file
              at end
                 move "Y" to end-of-xfer-sw
                 go to apply-one-row-exit
           end-read.
           if cx-host not equal host-name
              or cx-seq not greater than last-applied-seq
              go to apply-one-row-exit.

           if cx-kind equal "D"
              if staging and cx-seq equal stage-seq
                 and cx-file equal stage-file-name
                 perform stage-one-line
              end-if
              go to apply-one-row-exit.
           if cx-kind not equal "H"
              go to apply-one-row-exit.

           if staging
              perform finish-staged-file
           end-if.
           if cx-seq greater than high-seq
              if cx-seq greater than high-seq + 1
                 add 1 to gap-count
                 move spaces to log-detail
                 string "package gap before " delimited by size
                        cx-seq delimited by size
                        " on " delimited by size
                        host-name delimited by space
                   into log-detail
                 call "opslog" using "CTLAPPLY  ",
                         "CONTROL PACKAGE GAP           ", log-detail
              end-if
              move cx-seq to high-seq
           end-if.
           perform start-staged-file.
       apply-one-row-exit. exit.

       start-staged-file section.
           move cx-file    to stage-file-name.
           move cx-seq     to stage-seq.
           move cx-version to stage-version.
           move cx-lines   to expect-lines.
           move cx-check   to expect-check.
           move 0 to staged-lines.
           move "00000000" to staged-check.
           move "Y" to staging-sw.
           move "N" to file-found-sw.
           perform check-one-dist-file
              varying dist-idx from 1 by 1
              until dist-idx > dist-count or file-found.
           if not file-found
      * not one of the distributed files: staged nowhere, and
      * rejected when the file finishes
              go to end-start-staged-file.
           perform build-stage-name.
           open output stage-file.
       end-start-staged-file. exit.

       check-one-dist-file section.
           if dist-name(dist-idx) equal cx-file
              move "Y" to file-found-sw
           end-if.
       end-check-one-dist-file. exit.

       build-stage-name section.
           call "envname" using stage-file-name, target-filename.
           move spaces to stage-filename.
           string target-filename delimited by space
                  ".new" delimited by size
             into stage-filename.
           move spaces to bak-filename.
           string target-filename delimited by space
                  ".bak" delimited by size
             into bak-filename.
       end-build-stage-name. exit.

       stage-one-line section.
           add 1 to staged-lines.
           move cx-data to chain-record.
           call "logchain" using staged-check, chain-record,
                   chain-len, next-check.
           move next-check to staged-check.
           if file-found
              write stage-rec from cx-data
           end-if.
       end-stage-one-line. exit.

       finish-staged-file section.
      *************************************************************
      * a staged file that proves against its header replaces     *
      * the installed one (old copy to <file>.bak); anything else *
      * leaves the installed file exactly as it was               *
      *************************************************************
           move "N" to staging-sw.
           if not file-found
              move "REJECTED" to stage-result
              add 1 to rejected-count
              go to write-receipt.
           close stage-file.
           if staged-lines not equal expect-lines
              or staged-check not equal expect-check
              move "REJECTED" to stage-result
              add 1 to rejected-count
              go to write-receipt.

      * the install takes the file's edit lock like any other
      * writer; a lock held elsewhere, or a version that moves
      * under the lock, leaves the installed file alone
           call "cfglock" using "A", stage-file-name, "CTLAPPLY  ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              move "REJECTED" to stage-result
              add 1 to rejected-count
              go to write-receipt.
           perform save-old-version.
           call "cfglock" using "I", stage-file-name, "CTLAPPLY  ",
                   edit-version, edit-installed, edit-rc.
           if edit-rc not equal 0
              perform release-edit-lock
              move "REJECTED" to stage-result
              add 1 to rejected-count
              go to write-receipt.
           perform install-staged-copy.
           perform release-edit-lock.
           move "INSTALLED" to stage-result.
           add 1 to installed-count.

       write-receipt.
           accept now-time from time.
           open extend rcpt-file.
           if rcpt-status not equal "00"
              open output rcpt-file
           end-if.
           move spaces to rcpt-rec.
           move host-name       to rc-host.
           move stage-seq       to rc-seq.
           move stage-file-name to rc-file.
           move stage-version   to rc-version.
           move today-date      to rc-date.
           move now-time        to rc-time.
           move stage-result    to rc-result.
           write rcpt-rec.
           close rcpt-file.

           move spaces to log-detail.
           string stage-file-name delimited by space
                  " version " delimited by size
                  stage-version delimited by size
                  " " delimited by size
                  stage-result delimited by space
                  " from package " delimited by size
                  stage-seq delimited by size
             into log-detail.
           if stage-result equal "INSTALLED"
              call "opslog" using "CTLAPPLY  ",
                      "CONTROL FILE INSTALLED        ", log-detail
           else
              call "opslog" using "CTLAPPLY  ",
                      "CONTROL FILE REJECTED         ", log-detail
           end-if.
           display log-detail.
       end-finish-staged-file. exit.

       release-edit-lock section.
           call "cfglock" using "R", stage-file-name, "CTLAPPLY  ",
                   edit-version, edit-installed, release-rc.
       end-release-edit-lock. exit.

       save-old-version section.
      * the installed copy, as it stood, goes to <file>.bak
           open input target-file.
           if target-status not equal "00"
              go to end-save-old-version.
           open output bak-file.
           move "N" to end-of-copy-sw.
           perform back-up-one-line thru back-up-one-line-exit
              until end-of-copy.
           close target-file.
           close bak-file.
       end-save-old-version. exit.

       back-up-one-line section.
           read target-file
              at end
                 move "Y" to end-of-copy-sw
                 go to back-up-one-line-exit
           end-read.
           write bak-rec from target-rec.
       back-up-one-line-exit. exit.

       install-staged-copy section.
           open input stage-file.
           open output target-file.
           move "N" to end-of-copy-sw.
           perform install-one-line thru install-one-line-exit
              until end-of-copy.
           close stage-file.
           close target-file.
       end-install-staged-copy. exit.

       install-one-line section.
           read stage-file
              at end
                 move "Y" to end-of-copy-sw
                 go to install-one-line-exit
           end-read.
           write target-rec from stage-rec.
       install-one-line-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the      *
      * per-host transfer and receipt names and the control files *
      * resolve where they are used                               *
      *************************************************************
           call "envname" using "ctlapply.seq                  ",
                   seq-envfn.
       end-resolve-toolkit-filenames. exit.
