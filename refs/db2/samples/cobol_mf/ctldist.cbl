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
      ** SOURCE FILE NAME: ctldist.cbl
      **
      ** SAMPLE: Central control-file distribution, the reverse
      **         direction of hostexp/hostmrg.  The shared control
      **         files -- dbclass.tpl, checkerr.policy, runbook.dat,
      **         alert.rules, chgcal.ctl and operauth.ctl -- are
      **         edited on the central machine; this pass gives
      **         each one a version number that moves whenever its
      **         content check (the shared logchain fold over every
      **         line) changes, carried in ctldist.ver.  For every
      **         host named in ctldist.hst, each file whose latest
      **         version has not yet been sent to that host is
      **         packaged onto the host's transfer file
      **         ctlxfer.<host>.dat under a per-host package
      **         sequence number (ctldist.xsq): a header row with
      **         the version, line count and check, then the
      **         file's lines.  The copy job carries the transfer
      **         out; ctlapply on the host installs it and answers
      **         with ctlrcpt.<host>.dat, which the copy job brings
      **         back.  Every pass ends with the parity report
      **         (ctldist.rpt): per host and per file the current,
      **         sent and confirmed versions, flagging any host that
      **         has not confirmed the latest.  ctldist.ctl mode
      **         "D" (the default) distributes, "P" only reports,
      **         and "R" re-sends every file a host has not
      **         confirmed -- the answer to a transfer lost on the
      **         way.
      **
      ** OUTPUT FILE: ctldist.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "ctldist".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select hst-file assign to hst-envfn
              organization is line sequential
              file status is hst-status.
           select ver-file assign to ver-envfn
              organization is line sequential
              file status is ver-status.
           select sent-file assign to sent-envfn
              organization is line sequential
              file status is sent-status.
           select xsq-file assign to xsq-envfn
              organization is line sequential
              file status is xsq-status.
           select src-file assign to src-filename
              organization is line sequential
              file status is src-status.
           select xfer-file assign to xfer-filename
              organization is line sequential
              file status is xfer-status.
           select rcpt-file assign to rcpt-filename
              organization is line sequential
              file status is rcpt-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).

       FD  hst-file.
       01  hst-rec.
           05  hs-host            pic x(8).

       FD  ver-file.
       01  ver-rec.
           05  cv-file            pic x(30).
           05  filler             pic x.
           05  cv-version         pic 9(6).
           05  filler             pic x.
           05  cv-check           pic x(8).
           05  filler             pic x.
           05  cv-lines           pic 9(6).
           05  filler             pic x.
           05  cv-date            pic x(8).

       FD  sent-file.
       01  sent-rec.
           05  cs-host            pic x(8).
           05  filler             pic x.
           05  cs-file            pic x(30).
           05  filler             pic x.
           05  cs-version         pic 9(6).
           05  filler             pic x.
           05  cs-seq             pic 9(9).
           05  filler             pic x.
           05  cs-date            pic x(8).

       FD  xsq-file.
       01  xsq-rec.
           05  xq-host            pic x(8).
           05  filler             pic x.
           05  xq-last-seq        pic 9(9).

       FD  src-file.
       01  src-rec                pic x(240).

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

       FD  rpt-file.
       01  rpt-rec                pic x(100).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 hst-envfn            pic x(42).
       77 ver-envfn            pic x(42).
       77 sent-envfn           pic x(42).
       77 xsq-envfn            pic x(42).
       77 rpt-envfn            pic x(42).
       77 src-filename         pic x(42).
       77 xfer-filename        pic x(42).
       77 rcpt-filename        pic x(42).
       77 file-basename        pic x(30).

       77 ctl-status           pic x(2).
       77 hst-status           pic x(2).
       77 ver-status           pic x(2).
       77 sent-status          pic x(2).
       77 xsq-status           pic x(2).
       77 src-status           pic x(2).
       77 xfer-status          pic x(2).
       77 rcpt-status          pic x(2).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".
       77 today-date           pic 9(8).

       77 run-mode             pic x value "D".
          88 distribute-mode   value "D".
          88 parity-mode       value "P".
          88 resend-mode       value "R".

      * the distributed control files -- the same list ctlapply
      * will accept, and nothing else
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

      * each file's current version and content check
       01 version-entries.
          05 version-entry     occurs 6 times.
             10 fv-version     pic 9(6).
             10 fv-check       pic x(8).
             10 fv-lines       pic 9(6).
             10 fv-date        pic x(8).
             10 fv-present-sw  pic x.
                88 fv-present  value "Y".
       77 changed-count        pic s9(4) comp-5 value 0.

      * the hosts, their package sequences, and per file what was
      * sent and what the receipts confirm
       01 host-entries.
          05 host-entry        occurs 10 times.
             10 ho-host        pic x(8).
             10 ho-last-seq    pic 9(9).
             10 ho-behind-sw   pic x.
                88 ho-behind   value "Y".
             10 ho-file        occurs 6 times.
                15 hf-sent-version  pic 9(6).
                15 hf-sent-seq      pic 9(9).
                15 hf-sent-date     pic x(8).
                15 hf-conf-version  pic 9(6).
                15 hf-conf-date     pic x(8).
                15 hf-reject-version pic 9(6).
       77 host-count           pic s9(4) comp-5 value 0.
       77 host-idx             pic s9(4) comp-5.
       77 search-host          pic x(8).
       77 host-found-sw        pic x.
          88 host-found        value "Y".
       77 search-file          pic x(30).
       77 file-found-sw        pic x.
          88 file-found        value "Y".
       77 package-open-sw      pic x.
          88 package-open      value "Y".
       77 packaged-count       pic s9(4) comp-5 value 0.
       77 behind-count         pic s9(4) comp-5 value 0.

      * the content check: the shared logchain fold run over every
      * line of the file, seeded with zeros
       77 content-check        pic x(8).
       77 next-check           pic x(8).
       77 content-lines        pic 9(6).
       77 chain-record         pic x(240).
       77 chain-len            pic s9(4) comp-5 value 240.

       77 file-state           pic x(20).
       77 version-ed           pic zzzzz9.
       01 rpt-line             pic x(100).
       01 parity-line.
          05 filler            pic x(2) value spaces.
          05 pl-file           pic x(16).
          05 filler            pic x value space.
          05 pl-current        pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 pl-sent           pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 pl-confirmed      pic zzzzz9.
          05 filler            pic x(2) value spaces.
          05 pl-conf-date      pic x(8).
          05 filler            pic x(2) value spaces.
          05 pl-state          pic x(20).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).

       Procedure Division.
       ctldist-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CTLDIST.CBL".

           accept today-date from date yyyymmdd.

           open input ctl-file.
           if ctl-status equal "00"
              read ctl-file
                 at end continue
                 not at end
                    if ctl-mode equal "P" or ctl-mode equal "R"
                       move ctl-mode to run-mode
                    end-if
              end-read
              close ctl-file
           end-if.

           perform load-hosts.
           if host-count equal 0
              display "CTLDIST: no hosts in ctldist.hst -- nothing ",
                       "to distribute to"
              move 8 to RETURN-CODE
              go to end-ctldist.
           perform load-versions.
           perform load-sent-state.
           perform load-receipts
              varying host-idx from 1 by 1
              until host-idx > host-count.

           if not parity-mode
              perform take-file-versions
                 varying dist-idx from 1 by 1
                 until dist-idx > dist-count
              perform save-versions
              perform package-one-host
                 varying host-idx from 1 by 1
                 until host-idx > host-count
              perform save-sent-state
           end-if.

           perform write-parity-report.

           display "Files changed : ", changed-count,
                    "  packages written : ", packaged-count,
                    "  hosts behind : ", behind-count.
           if behind-count greater than 0
              move 4 to RETURN-CODE
           end-if.

       end-ctldist. goback.

       load-hosts section.
           open input hst-file.
           if hst-status not equal "00"
              go to end-load-hosts.
           move "N" to end-of-file-sw.
           perform load-one-host thru load-one-host-exit
              until end-of-file or host-count equal 10.
           close hst-file.
       end-load-hosts. exit.

       load-one-host section.
           read hst-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-host-exit
           end-read.
           if hs-host equal spaces
              go to load-one-host-exit.
           add 1 to host-count.
           initialize host-entry(host-count).
           move hs-host to ho-host(host-count).
           move "N" to ho-behind-sw(host-count).
       load-one-host-exit. exit.

       find-host section.
           move "N" to host-found-sw.
           perform check-one-host
              varying host-idx from 1 by 1
              until host-idx > host-count or host-found.
           if host-found
              subtract 1 from host-idx
           end-if.
       end-find-host. exit.

       check-one-host section.
           if ho-host(host-idx) equal search-host
              move "Y" to host-found-sw
           end-if.
       end-check-one-host. exit.

       find-dist-file section.
           move "N" to file-found-sw.
           perform check-one-dist-file
              varying dist-idx from 1 by 1
              until dist-idx > dist-count or file-found.
           if file-found
              subtract 1 from dist-idx
           end-if.
       end-find-dist-file. exit.

       check-one-dist-file section.
           if dist-name(dist-idx) equal search-file
              move "Y" to file-found-sw
           end-if.
       end-check-one-dist-file. exit.

       load-versions section.
      * ctldist.ver: file(30), version(6), check(8), lines(6) and
      * the date the version was taken
           initialize version-entries.
           open input ver-file.
           if ver-status not equal "00"
              go to end-load-versions.
           move "N" to end-of-file-sw.
           perform load-one-version thru load-one-version-exit
              until end-of-file.
           close ver-file.
       end-load-versions. exit.

       load-one-version section.
           read ver-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-version-exit
           end-read.
           move cv-file to search-file.
           perform find-dist-file.
           if not file-found or cv-version is not numeric
              go to load-one-version-exit.
           move cv-version to fv-version(dist-idx).
           move cv-check   to fv-check(dist-idx).
           move cv-lines   to fv-lines(dist-idx).
           move cv-date    to fv-date(dist-idx).
       load-one-version-exit. exit.

       load-sent-state section.
      * ctldist.sent: what went to which host, and ctldist.xsq,
      * each host's last package sequence
           open input sent-file.
           if sent-status equal "00"
              move "N" to end-of-file-sw
              perform load-one-sent thru load-one-sent-exit
                 until end-of-file
              close sent-file
           end-if.
           open input xsq-file.
           if xsq-status equal "00"
              move "N" to end-of-file-sw
              perform load-one-xsq thru load-one-xsq-exit
                 until end-of-file
              close xsq-file
           end-if.
       end-load-sent-state. exit.

       load-one-sent section.
           read sent-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-sent-exit
           end-read.
           move cs-host to search-host.
           perform find-host.
           if not host-found
              go to load-one-sent-exit.
           move cs-file to search-file.
           perform find-dist-file.
           if not file-found
              go to load-one-sent-exit.
           move cs-version to hf-sent-version(host-idx, dist-idx).
           move cs-seq     to hf-sent-seq(host-idx, dist-idx).
           move cs-date    to hf-sent-date(host-idx, dist-idx).
       load-one-sent-exit. exit.

       load-one-xsq section.
           read xsq-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-xsq-exit
           end-read.
           move xq-host to search-host.
           perform find-host.
           if host-found
              move xq-last-seq to ho-last-seq(host-idx)
           end-if.
       load-one-xsq-exit. exit.

       take-file-versions section.
      *************************************************************
      * a changed content check is a new version; a file missing *
      * on the central machine is never distributed              *
      *************************************************************
           move "N" to fv-present-sw(dist-idx).
           perform compute-content-check.
           if src-status not equal "00"
              go to end-take-file-versions.
           move "Y" to fv-present-sw(dist-idx).
           if content-check equal fv-check(dist-idx)
              and content-lines equal fv-lines(dist-idx)
              go to end-take-file-versions.
           add 1 to fv-version(dist-idx).
           move content-check to fv-check(dist-idx).
           move content-lines to fv-lines(dist-idx).
           move today-date    to fv-date(dist-idx).
           add 1 to changed-count.

           move fv-version(dist-idx) to version-ed.
           move spaces to log-detail.
           string dist-name(dist-idx) delimited by space
                  " is now version " delimited by size
                  version-ed delimited by size
             into log-detail.
           call "opslog" using "CTLDIST   ",
                   "CONTROL FILE VERSIONED        ", log-detail.
       end-take-file-versions. exit.

       compute-content-check section.
           move "00000000" to content-check.
           move 0 to content-lines.
           call "envname" using dist-name(dist-idx), src-filename.
           open input src-file.
           if src-status not equal "00"
              go to end-compute-content-check.
           move "N" to end-of-file-sw.
           perform chain-one-line thru chain-one-line-exit
              until end-of-file.
           close src-file.
           move "00" to src-status.
       end-compute-content-check. exit.

       chain-one-line section.
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to chain-one-line-exit
           end-read.
           add 1 to content-lines.
           move src-rec to chain-record.
           call "logchain" using content-check, chain-record,
                   chain-len, next-check.
           move next-check to content-check.
       chain-one-line-exit. exit.

       save-versions section.
           open output ver-file.
           perform save-one-version
              varying dist-idx from 1 by 1
              until dist-idx > dist-count.
           close ver-file.
       end-save-versions. exit.

       save-one-version section.
           if fv-version(dist-idx) equal 0
              go to end-save-one-version.
           move spaces to ver-rec.
           move dist-name(dist-idx)  to cv-file.
           move fv-version(dist-idx) to cv-version.
           move fv-check(dist-idx)   to cv-check.
           move fv-lines(dist-idx)   to cv-lines.
           move fv-date(dist-idx)    to cv-date.
           write ver-rec.
       end-save-one-version. exit.

       package-one-host section.
      *************************************************************
      * one package per host per pass: the next sequence number, *
      * then every file the host lacks -- not yet sent at this   *
      * version, or in resend mode not yet confirmed             *
      *************************************************************
           move "N" to package-open-sw.
           perform package-one-file
              varying dist-idx from 1 by 1
              until dist-idx > dist-count.
           if package-open
              close xfer-file
              add 1 to packaged-count
              move spaces to log-detail
              string "package " delimited by size
                     ho-last-seq(host-idx) delimited by size
                     " written for " delimited by size
                     ho-host(host-idx) delimited by space
                into log-detail
              call "opslog" using "CTLDIST   ",
                      "CONTROL FILES PACKAGED        ", log-detail
           end-if.
       end-package-one-host. exit.

       package-one-file section.
           if not fv-present(dist-idx)
              go to end-package-one-file.
           if resend-mode
              if hf-conf-version(host-idx, dist-idx)
                 not less than fv-version(dist-idx)
                 go to end-package-one-file
              end-if
           else
              if hf-sent-version(host-idx, dist-idx)
                 not less than fv-version(dist-idx)
                 go to end-package-one-file
              end-if
           end-if.
           if not package-open
              perform open-host-package
           end-if.

           move spaces to xfer-rec.
           move ho-host(host-idx)     to cx-host.
           move ho-last-seq(host-idx) to cx-seq.
           move "H"                   to cx-kind.
           move dist-name(dist-idx)   to cx-file.
           move fv-version(dist-idx)  to cx-version.
           move fv-lines(dist-idx)    to cx-lines.
           move fv-check(dist-idx)    to cx-check.
           write xfer-rec.

           call "envname" using dist-name(dist-idx), src-filename.
           open input src-file.
           move "N" to end-of-file-sw.
           perform package-one-line thru package-one-line-exit
              until end-of-file.
           close src-file.

           move fv-version(dist-idx) to
              hf-sent-version(host-idx, dist-idx).
           move ho-last-seq(host-idx) to
              hf-sent-seq(host-idx, dist-idx).
           move today-date to hf-sent-date(host-idx, dist-idx).
       end-package-one-file. exit.

       open-host-package section.
           move "Y" to package-open-sw.
           add 1 to ho-last-seq(host-idx).
           move spaces to file-basename.
           string "ctlxfer." delimited by size
                  ho-host(host-idx) delimited by space
                  ".dat" delimited by size
             into file-basename.
           call "envname" using file-basename, xfer-filename.
           open extend xfer-file.
           if xfer-status not equal "00"
              open output xfer-file
           end-if.
       end-open-host-package. exit.

       package-one-line section.
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to package-one-line-exit
           end-read.
           move spaces to xfer-rec.
           move ho-host(host-idx)     to cx-host.
           move ho-last-seq(host-idx) to cx-seq.
           move "D"                   to cx-kind.
           move dist-name(dist-idx)   to cx-file.
           move fv-version(dist-idx)  to cx-version.
           move src-rec               to cx-data.
           write xfer-rec.
       package-one-line-exit. exit.

       save-sent-state section.
           open output sent-file.
           perform save-one-host-sent
              varying host-idx from 1 by 1
              until host-idx > host-count.
           close sent-file.
           open output xsq-file.
           perform save-one-xsq
              varying host-idx from 1 by 1
              until host-idx > host-count.
           close xsq-file.
       end-save-sent-state. exit.

       save-one-host-sent section.
           perform save-one-sent
              varying dist-idx from 1 by 1
              until dist-idx > dist-count.
       end-save-one-host-sent. exit.

       save-one-sent section.
           if hf-sent-version(host-idx, dist-idx) equal 0
              go to end-save-one-sent.
           move spaces to sent-rec.
           move ho-host(host-idx)   to cs-host.
           move dist-name(dist-idx) to cs-file.
           move hf-sent-version(host-idx, dist-idx) to cs-version.
           move hf-sent-seq(host-idx, dist-idx)     to cs-seq.
           move hf-sent-date(host-idx, dist-idx)    to cs-date.
           write sent-rec.
       end-save-one-sent. exit.

       save-one-xsq section.
           move spaces to xsq-rec.
           move ho-host(host-idx)     to xq-host.
           move ho-last-seq(host-idx) to xq-last-seq.
           write xsq-rec.
       end-save-one-xsq. exit.

       load-receipts section.
      *************************************************************
      * ctlrcpt.<host>.dat, returned by the copy job: the highest *
      * version each host reports INSTALLED is its confirmed one  *
      *************************************************************
           move spaces to file-basename.
           string "ctlrcpt." delimited by size
                  ho-host(host-idx) delimited by space
                  ".dat" delimited by size
             into file-basename.
           call "envname" using file-basename, rcpt-filename.
           open input rcpt-file.
           if rcpt-status not equal "00"
              go to end-load-receipts.
           move "N" to end-of-file-sw.
           perform load-one-receipt thru load-one-receipt-exit
              until end-of-file.
           close rcpt-file.
       end-load-receipts. exit.

       load-one-receipt section.
           read rcpt-file
              at end
                 move "Y" to end-of-file-sw
                 go to load-one-receipt-exit
           end-read.
           if rc-host not equal ho-host(host-idx)
              or rc-version is not numeric
              go to load-one-receipt-exit.
           move rc-file to search-file.
           perform find-dist-file.
           if not file-found
              go to load-one-receipt-exit.
           if rc-result equal "INSTALLED"
              if rc-version greater than
                 hf-conf-version(host-idx, dist-idx)
                 move rc-version to hf-conf-version(host-idx, dist-idx)
                 move rc-date to hf-conf-date(host-idx, dist-idx)
              end-if
           else
              if rc-version greater than
                 hf-reject-version(host-idx, dist-idx)
                 move rc-version
                   to hf-reject-version(host-idx, dist-idx)
              end-if
           end-if.
       load-one-receipt-exit. exit.

       write-parity-report section.
           open output rpt-file.
           move spaces to rpt-line.
           string "CONTROL-FILE PARITY " delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           perform write-one-host-parity
              varying host-idx from 1 by 1
              until host-idx > host-count.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move behind-count to version-ed.
           move spaces to rpt-line.
           string "hosts not confirmed on the latest versions : "
                     delimited by size
                  version-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "ctldist.rpt                   ",
                   "CTLDIST   ".
       end-write-parity-report. exit.

       write-one-host-parity section.
           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "HOST " delimited by size
                  ho-host(host-idx) delimited by size
                  "  last package " delimited by size
                  ho-last-seq(host-idx) delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move "  FILE              CURRENT    SENT  CONFIRMED"
             to rpt-line.
           move "ON       STATE" to rpt-line(50:14).
           write rpt-rec from rpt-line.
           perform write-one-file-parity
              varying dist-idx from 1 by 1
              until dist-idx > dist-count.
           if ho-behind(host-idx)
              add 1 to behind-count
              move "  ** HOST HAS NOT CONFIRMED THE LATEST VERSIONS **"
                to rpt-line
              write rpt-rec from rpt-line
           end-if.
       end-write-one-host-parity. exit.

       write-one-file-parity section.
           if fv-version(dist-idx) equal 0
              go to end-write-one-file-parity.
           evaluate true
              when hf-conf-version(host-idx, dist-idx)
                      not less than fv-version(dist-idx)
                 move "CURRENT" to file-state
              when hf-reject-version(host-idx, dist-idx)
                      not less than fv-version(dist-idx)
                 move "** REJECTED" to file-state
              when hf-sent-version(host-idx, dist-idx)
                      not less than fv-version(dist-idx)
                 move "** AWAITING RECEIPT" to file-state
              when other
                 move "** NOT SENT" to file-state
           end-evaluate.
           if file-state not equal "CURRENT"
              move "Y" to ho-behind-sw(host-idx)
           end-if.
           move dist-name(dist-idx) to pl-file.
           move fv-version(dist-idx) to pl-current.
           move hf-sent-version(host-idx, dist-idx) to pl-sent.
           move hf-conf-version(host-idx, dist-idx) to pl-confirmed.
           move hf-conf-date(host-idx, dist-idx) to pl-conf-date.
           move file-state to pl-state.
           write rpt-rec from parity-line.
       end-write-one-file-parity. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the      *
      * control files and the per-host transfer and receipt names *
      * resolve where they are used                               *
      *************************************************************
           call "envname" using "ctldist.ctl                   ",
                   ctl-envfn.
           call "envname" using "ctldist.hst                   ",
                   hst-envfn.
           call "envname" using "ctldist.ver                   ",
                   ver-envfn.
           call "envname" using "ctldist.sent                  ",
                   sent-envfn.
           call "envname" using "ctldist.xsq                   ",
                   xsq-envfn.
           call "envname" using "ctldist.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
