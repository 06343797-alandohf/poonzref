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
      ** SOURCE FILE NAME: deptrcn.cbl
      **
      ** SAMPLE: Department code reconciliation over acct.log.
      **         Until the department master existed setact and
      **         sessinit stamped whatever DEPT= code they were
      **         given, so the history holds typos, codes of
      **         departments since merged away, and codes used
      **         outside the dates they were valid.  This pass reads
      **         every acct.log record and lists, per code, the
      **         records whose code is not in the department master
      **         (deptmst.dat) or was not valid on the record's date,
      **         with their count and first and last dates, and what
      **         deptremap.dat (old code, new code) already restates
      **         the code as.  acctrpt applies deptremap.dat as it
      **         tallies, so once every code listed here has a remap
      **         row to a code in the master, a past month rerun
      **         through acctrpt comes out against the current
      **         departments.  Codes still without a remap row, or
      **         remapped to a code the master does not hold, give
      **         RC 4.
      **
      ** OUTPUT FILE: deptrcn.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "deptrcn".

       Environment Division.
       Input-Output Section.
       File-Control.
           select acct-log-file assign to acct-log-envfn
              organization is line sequential
              file status is in-status.
           select dept-file assign to dept-envfn
              organization is indexed
              access mode is random
              record key is DP-CODE
              file status is dept-status.
           select remap-file assign to remap-envfn
              organization is line sequential
              file status is remap-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  acct-log-file.
       01  acct-log-rec.
           05  ac-date            pic x(8).
           05  filler             pic x.
           05  ac-time            pic x(8).
           05  filler             pic x.
           05  ac-operator        pic x(8).
           05  filler             pic x.
           05  ac-instance        pic x(18).
           05  filler             pic x.
           05  ac-dept            pic x(10).
           05  filler             pic x.
           05  ac-step            pic x(10).

       FD  dept-file.
       copy "deptrec.cbl".

      * deptremap.dat: historical code(10), code it is restated as(10)
       FD  remap-file.
       01  remap-rec.
           05  rm-old-code        pic x(10).
           05  filler             pic x.
           05  rm-new-code        pic x(10).

       FD  rpt-file.
       01  rpt-rec                pic x(80).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 acct-log-envfn       pic x(42).
       77 dept-envfn           pic x(42).
       77 remap-envfn          pic x(42).
       77 rpt-envfn            pic x(42).

       77 in-status            pic x(2).
       77 dept-status          pic x(2).
       77 remap-status         pic x(2).
       77 end-of-log-sw        pic x value "N".
          88 end-of-log        value "Y".
       77 end-of-remap-sw      pic x value "N".
          88 end-of-remap      value "Y".
       77 rows-read            pic s9(9) comp-5 value 0.
       77 rows-failed          pic s9(9) comp-5 value 0.
       77 open-count           pic s9(4) comp-5 value 0.
       77 record-reason        pic x(1).

      * deptremap.dat, loaded whole
       01 remap-entries.
          05 remap-entry       occurs 200 times.
             10 rt-old-code    pic x(10).
             10 rt-new-code    pic x(10).
       77 remap-count          pic s9(4) comp-5 value 0.
       77 remap-idx            pic s9(4) comp-5.
       77 remap-found-sw       pic x value "N".
          88 remap-found       value "Y".

      * one row per code that failed the master check
       01 code-entries.
          05 code-entry        occurs 200 times.
             10 ce-code        pic x(10).
             10 ce-reason      pic x(1).
                88 ce-not-in-master   value "M".
                88 ce-out-of-dates    value "D".
             10 ce-records     pic s9(9) comp-5.
             10 ce-first-date  pic x(8).
             10 ce-last-date   pic x(8).
       77 code-count           pic s9(4) comp-5 value 0.
       77 code-idx             pic s9(4) comp-5.
       77 code-found-sw        pic x value "N".
          88 code-found        value "Y".
       77 code-full-noted-sw   pic x value "N".

       77 today-date           pic 9(8).
       01 rpt-line             pic x(80).
       01 detail-line.
          05 dt-code           pic x(10).
          05 filler            pic x(1) value space.
          05 dt-reason         pic x(16).
          05 filler            pic x(1) value space.
          05 dt-records        pic zzzzzz9.
          05 filler            pic x(1) value space.
          05 dt-first-date     pic x(8).
          05 filler            pic x(1) value space.
          05 dt-last-date      pic x(8).
          05 filler            pic x(1) value space.
          05 dt-remap          pic x(25).
       77 count-edit           pic zzzzzzzz9.

       Procedure Division.
       deptrcn-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DEPTRCN.CBL".

           move 0 to RETURN-CODE.
           accept today-date from date yyyymmdd.

           open input dept-file.
           if dept-status not equal "00"
              display "DEPTRCN: deptmst.dat not on hand -- run deptmnt"
              move 8 to RETURN-CODE
              go to end-deptrcn.

           perform load-remap.

           open input acct-log-file.
           if in-status equal "00"
              perform check-one-record thru check-one-record-exit
                 until end-of-log
              close acct-log-file
           end-if.

           perform write-report.
           close dept-file.

           display "acct.log records read : ", rows-read,
                    "  not matching the master : ", rows-failed.
           if open-count > 0
              display "DEPTRCN: ", open-count, " code(s) with no ",
                       "usable remap -- add them to deptremap.dat"
              move 4 to RETURN-CODE
           end-if.

       end-deptrcn. goback.

       load-remap section.
      *************************************************************
      * deptremap.dat: one historical code and the code it is     *
      * restated as per row; no file is no remaps yet             *
      *************************************************************
           open input remap-file.
           if remap-status not equal "00"
              go to end-load-remap.
           perform load-one-remap thru load-one-remap-exit
              until end-of-remap.
           close remap-file.
       end-load-remap. exit.

       load-one-remap section.
           read remap-file
              at end
                 move "Y" to end-of-remap-sw
                 go to load-one-remap-exit
           end-read.
           if rm-old-code equal spaces
              go to load-one-remap-exit.
           if remap-count equal 200
              display "more than 200 deptremap.dat rows -- later ",
                       "ones ignored"
              move "Y" to end-of-remap-sw
              go to load-one-remap-exit.
           add 1 to remap-count.
           move rm-old-code to rt-old-code(remap-count).
           move rm-new-code to rt-new-code(remap-count).
       load-one-remap-exit. exit.

       check-one-record section.
      *************************************************************
      * a record fails when its code is not in the master, or was *
      * not valid on the day the record was written               *
      *************************************************************
           read acct-log-file
              at end
                 move "Y" to end-of-log-sw
                 go to check-one-record-exit
           end-read.
           add 1 to rows-read.

           move spaces to record-reason.
           move ac-dept to DP-CODE.
           read dept-file
              invalid key
                 move "M" to record-reason
           end-read.
           if record-reason equal spaces
              if ac-date < DP-VALID-FROM
                 or (not DP-OPEN-ENDED and ac-date > DP-VALID-TO)
                 move "D" to record-reason
              end-if
           end-if.
           if record-reason equal spaces
              go to check-one-record-exit.

           add 1 to rows-failed.
           perform find-code-entry.
           if code-idx equal 0
              go to check-one-record-exit.
           add 1 to ce-records(code-idx).
      * a code in the master used outside its dates is still
      * reported as not in the master if any record says so
           if record-reason equal "M"
              move "M" to ce-reason(code-idx)
           end-if.
           if ac-date < ce-first-date(code-idx)
              move ac-date to ce-first-date(code-idx)
           end-if.
           if ac-date > ce-last-date(code-idx)
              move ac-date to ce-last-date(code-idx)
           end-if.
       check-one-record-exit. exit.

       find-code-entry section.
           move "N" to code-found-sw.
           perform check-code-entry thru check-code-entry-exit
              varying code-idx from 1 by 1
              until code-idx > code-count or code-found.
           if code-found
              subtract 1 from code-idx
           else
              if code-count equal 200
                 if code-full-noted-sw equal "N"
                    move "Y" to code-full-noted-sw
                    display "more than 200 unmatched codes -- "
                            "later ones not listed"
                 end-if
                 move 0 to code-idx
              else
                 add 1 to code-count
                 move code-count to code-idx
                 move ac-dept to ce-code(code-idx)
                 move record-reason to ce-reason(code-idx)
                 move 0 to ce-records(code-idx)
                 move ac-date to ce-first-date(code-idx)
                 move ac-date to ce-last-date(code-idx)
              end-if
           end-if.
       end-find-code-entry. exit.

       check-code-entry section.
           if ce-code(code-idx) equal ac-dept
              move "Y" to code-found-sw
           end-if.
       check-code-entry-exit. exit.

       find-remap section.
           move "N" to remap-found-sw.
           perform check-remap thru check-remap-exit
              varying remap-idx from 1 by 1
              until remap-idx > remap-count or remap-found.
           if remap-found
              subtract 1 from remap-idx
           end-if.
       end-find-remap. exit.

       check-remap section.
           if rt-old-code(remap-idx) equal ce-code(code-idx)
              move "Y" to remap-found-sw
           end-if.
       check-remap-exit. exit.

       write-report section.
           open output rpt-file.

           move spaces to rpt-line.
           string "DEPARTMENT CODE RECONCILIATION OF ACCT.LOG -- "
                     delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "DEPT       PROBLEM          RECORDS FIRST    "
                     delimited by size
                  "LAST     REMAPPED TO" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           perform write-one-code thru write-one-code-exit
              varying code-idx from 1 by 1
              until code-idx > code-count.

           if code-count equal 0
              move spaces to rpt-line
              string "  (every acct.log code matches the "
                        delimited by size
                     "department master)" delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move rows-read to count-edit.
           move spaces to rpt-line.
           string "acct.log records read     : " delimited by size
                  count-edit delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move rows-failed to count-edit.
           move spaces to rpt-line.
           string "not matching the master   : " delimited by size
                  count-edit delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move open-count to count-edit.
           move spaces to rpt-line.
           string "codes with no usable remap: " delimited by size
                  count-edit delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           close rpt-file.
           call "rptarch" using "deptrcn.rpt                   ",
                   "DEPTRCN   ".
       end-write-report. exit.

       write-one-code section.
      *************************************************************
      * the remap column says what acctrpt will restate the code *
      * as, or why it cannot yet                                  *
      *************************************************************
           move ce-code(code-idx)       to dt-code.
           if ce-not-in-master(code-idx)
              move "NOT IN MASTER" to dt-reason
           else
              move "OUTSIDE DATES" to dt-reason
           end-if.
           move ce-records(code-idx)    to dt-records.
           move ce-first-date(code-idx) to dt-first-date.
           move ce-last-date(code-idx)  to dt-last-date.

           perform find-remap.
           if not remap-found
              move "** NO REMAP **" to dt-remap
              add 1 to open-count
              go to write-one-code-line.

           move rt-new-code(remap-idx) to DP-CODE.
           read dept-file
              invalid key
                 move spaces to dt-remap
                 string rt-new-code(remap-idx) delimited by space
                        " ** NOT IN MASTER **" delimited by size
                   into dt-remap
                 add 1 to open-count
                 go to write-one-code-line
           end-read.
           move rt-new-code(remap-idx) to dt-remap.

       write-one-code-line.
           write rpt-rec from detail-line.
       write-one-code-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "acct.log                      ",
                   acct-log-envfn.
           call "envname" using "deptmst.dat                   ",
                   dept-envfn.
           call "envname" using "deptremap.dat                 ",
                   remap-envfn.
           call "envname" using "deptrcn.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
