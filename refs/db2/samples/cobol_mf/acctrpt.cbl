      **     ends with GOBACK instead of STOP RUN so the month-end
      **     pack driver (monthend.cbl) can call this in place as
      **     one step of the consolidated month-end run.
      **     past DEPT= codes are now restated through deptremap.dat
      **     (historical code, current code) as they are tallied, so
      **     a past month rerun comes out against the department
      **     master's codes; deptrcn lists the codes that still need
      **     a row.  The report notes how many records were
      **     restated.
      ***********************************************************************

       Identification Division.
              file status is in-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select remap-file assign to remap-envfn
              organization is line sequential
              file status is remap-status.

       Data Division.
       File Section.
       FD  rpt-file.
       01  rpt-rec                pic x(80).

      * deptremap.dat: historical code(10), code it is restated as(10)
       FD  remap-file.
       01  remap-rec.
           05  rm-old-code        pic x(10).
           05  filler             pic x.
           05  rm-new-code        pic x(10).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 acct-log-envfn       pic x(42).
       77 rpt-envfn            pic x(42).
       77 remap-envfn          pic x(42).

       77 in-status            pic x(2).
       77 report-month         pic x(6).
          88 end-of-log        value "Y".
       77 rows-counted         pic s9(9) comp-5 value 0.

      * deptremap.dat, loaded whole: past codes restated as the
      * department master's codes as they are tallied
       77 remap-status         pic x(2).
       77 end-of-remap-sw      pic x value "N".
          88 end-of-remap      value "Y".
       01 remap-entries.
          05 remap-entry       occurs 200 times.
             10 rt-old-code    pic x(10).
             10 rt-new-code    pic x(10).
       77 remap-count          pic s9(4) comp-5 value 0.
       77 remap-idx            pic s9(4) comp-5.
       77 remap-found-sw       pic x value "N".
          88 remap-found       value "Y".
       77 rows-restated        pic s9(9) comp-5 value 0.
       77 count-edit           pic zzzzzzzz9.

      * one accumulator row per department/step pair
       01 acct-entries.
          05 acct-entry        occurs 100 times.
           accept today-date from date yyyymmdd.
           move today-date(1:6) to report-month.
           perform read-control.
           perform load-remap.

           open input acct-log-file.
           if in-status equal "00"
              go to tally-one-record-exit.

           add 1 to rows-counted.
           perform apply-dept-remap.
           perform find-acct-entry.
           if acct-idx equal 0
              go to tally-one-record-exit.
           end-if.
       tally-one-record-exit. exit.

       load-remap section.
      *************************************************************
      * deptremap.dat: one historical DEPT= code and the code it  *
      * is restated as per row (see deptrcn); no file, no remaps  *
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

       apply-dept-remap section.
           move "N" to remap-found-sw.
           perform check-remap thru check-remap-exit
              varying remap-idx from 1 by 1
              until remap-idx > remap-count or remap-found.
           if remap-found
              subtract 1 from remap-idx
              move rt-new-code(remap-idx) to ac-dept
              add 1 to rows-restated
           end-if.
       end-apply-dept-remap. exit.

       check-remap section.
           if rt-old-code(remap-idx) equal ac-dept
              move "Y" to remap-found-sw
           end-if.
       check-remap-exit. exit.

       find-acct-entry section.
           move "N" to acct-found-sw.
           perform check-acct-entry thru check-acct-entry-exit
              write rpt-rec from rpt-line
           end-if.

           if rows-restated > 0
              move rows-restated to count-edit
              move spaces to rpt-line
              write rpt-rec from rpt-line
              string count-edit delimited by size
                     " record(s) restated through deptremap.dat"
                        delimited by size
                into rpt-line
              write rpt-rec from rpt-line
           end-if.

           close rpt-file.
           call "rptarch" using "acctrpt.rpt                   ",
                   "ACCTRPT   ".
                   acct-log-envfn.
           call "envname" using "acctrpt.rpt                   ",
                   rpt-envfn.
           call "envname" using "deptremap.dat                 ",
                   remap-envfn.
       end-resolve-toolkit-filenames. exit.
