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
      ** SOURCE FILE NAME: casebndl.cbl
      **
      ** SAMPLE: Vendor support-case diagnostic bundle.  Opening a
      **         case with IBM support used to mean an hour of
      **         collecting files by hand for the failure window.
      **         casebndl.ctl names either an incident number (the
      **         window then runs, as in incpm, from 60 minutes
      **         before the incident opened to 60 minutes after it
      **         closed, or to now while it is still open, and the
      **         database is the inventory database the incident
      **         text names) or a database and a from/to window;
      **         a database and dates given with an incident
      **         override what the incident implies.  Everything
      **         support asks for is gathered into one sectioned,
      **         fixed-layout case file, case.<reference>.bnd,
      **         behind a table of contents giving each section's
      **         line count:
      **             01 the toolkit environment, host and window
      **             02 the SQLCA dumps in dbstop.diag
      **             03 the GET ERROR MESSAGE text in dbevents.log
      **             04 the database configuration (the newest
      **                d_dbccur history on or before the window)
      **             05 the instance configuration (dbmcon.base and
      **                the latest dbmcon.driftlog rows)
      **             06-08 the last dbsnap, lockblk and logmon
      **                output for the database
      **             09 the restart.incidents rows
      **             10 the restore.hist rows for the database
      **         Every line is passed through a credential mask
      **         first: whatever follows PASSWORD, PASSWD, PWD,
      **         USING, SECRET, TOKEN or IDENTIFIED BY is
      **         overwritten with asterisks, so nothing from the
      **         vault travels to the vendor.  The bundle is
      **         registered in report.cat through rptarch, and the
      **         archived name is noted against the incident as an
      **         N-row in incident.log.
      **
      ** OUTPUT FILE: casebndl.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "casebndl".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select incident-file assign to incident-envfn
              organization is line sequential
              file status is inc-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select src-file assign to src-envfn
              organization is line sequential
              file status is src-status.
           select work-file assign to work-envfn
              organization is line sequential
              file status is work-status.
           select case-file assign to case-envfn
              organization is line sequential
              file status is case-status.

       Data Division.
       File Section.
      * casebndl.ctl: incident(6), database(8), from date(8) and
      * hhmm(4), to date(8) and hhmm(4)
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-incident       pic x(6).
           05  filler             pic x.
           05  ctl-dbname         pic x(8).
           05  filler             pic x.
           05  ctl-from-date      pic x(8).
           05  filler             pic x.
           05  ctl-from-hhmm      pic x(4).
           05  filler             pic x.
           05  ctl-to-date        pic x(8).
           05  filler             pic x.
           05  ctl-to-hhmm        pic x(4).

       FD  incident-file.
       01  incident-rec.
           05  in-number          pic 9(6).
           05  filler             pic x.
           05  in-rectype         pic x(1).
           05  filler             pic x.
           05  in-date            pic x(8).
           05  filler             pic x.
           05  in-time            pic x(8).
           05  filler             pic x.
           05  in-who             pic x(10).
           05  filler             pic x.
           05  in-code            pic x(6).
           05  filler             pic x.
           05  in-text            pic x(56).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  src-file.
       01  src-rec                pic x(360).

       FD  work-file.
       01  work-rec.
           05  wk-section         pic 9(2).
           05  wk-kind            pic x(1).
           05  wk-text            pic x(120).

       FD  case-file.
       01  case-rec               pic x(132).

       Working-Storage Section.

       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 incident-envfn       pic x(42).
       77 inv-envfn            pic x(42).
       77 src-envfn            pic x(42).
       77 work-envfn           pic x(42).
       77 case-envfn           pic x(42).

       77 ctl-status           pic x(2).
       77 inc-status           pic x(2).
       77 inv-status           pic x(2).
       77 src-status           pic x(2).
       77 work-status          pic x(2).
       77 case-status          pic x(2).
       77 end-of-file-sw       pic x value "N".
          88 end-of-file       value "Y".

       77 today-date           pic 9(8).
       77 now-time             pic 9(8).
       77 active-env           pic x(8).
       77 host-name            pic x(8).
       77 operator-id          pic x(8).

      * what the bundle is for
       77 want-incident        pic 9(6) value 0.
       77 want-dbname          pic x(8) value spaces.
       77 from-date            pic x(8) value spaces.
       77 from-hhmm            pic x(4) value spaces.
       77 to-date              pic x(8) value spaces.
       77 to-hhmm              pic x(4) value spaces.
       77 case-ref             pic x(10).
       77 case-basename        pic x(30).
       77 case-archive-name    pic x(40).

      * the incident, from its incident.log rows
       77 inc-seen-sw          pic x value "N".
          88 incident-seen     value "Y".
       77 inc-closed-sw        pic x value "N".
          88 incident-closed   value "Y".
       77 inc-open-date        pic x(8).
       77 inc-open-time        pic x(8).
       77 inc-code             pic x(6).
       77 inc-text             pic x(56).
       77 inc-close-date       pic x(8).
       77 inc-close-time       pic x(8).

      * inventory database names, for naming the incident's
      * database from its text
       01 inv-names.
          05 inv-name-entry    occurs 300 times.
             10 iv-name        pic x(8).
             10 iv-len         pic s9(4) comp-5.
       77 inv-count            pic s9(4) comp-5 value 0.
       77 inv-idx              pic s9(4) comp-5.
       77 name-hits            pic s9(4) comp-5.
       77 best-len             pic s9(4) comp-5.
       77 db-len               pic s9(4) comp-5 value 0.

      * the sections, in case-file order, with their line counts
       01 section-titles.
          05 pic x(40) value "TOOLKIT ENVIRONMENT AND CASE WINDOW".
          05 pic x(40) value "SQLCA DUMPS (DBSTOP.DIAG)".
          05 pic x(40) value "ERROR MESSAGE TEXT (DBEVENTS.LOG)".
          05 pic x(40) value "DATABASE CONFIGURATION (D_DBCCUR)".
          05 pic x(40) value "INSTANCE CONFIGURATION (DBMCON)".
          05 pic x(40) value "LAST DBSNAP OUTPUT".
          05 pic x(40) value "LAST LOCKBLK OUTPUT".
          05 pic x(40) value "LAST LOGMON OUTPUT".
          05 pic x(40) value "RESTART INCIDENTS".
          05 pic x(40) value "RESTORE HISTORY".
       01 section-table redefines section-titles.
          05 section-title     occurs 10 times pic x(40).
       01 section-counts.
          05 section-lines     occurs 10 times pic s9(5) comp-5.
       77 section-no           pic s9(4) comp-5.
       77 section-cap          pic s9(5) comp-5 value 500.

      * day-serial date arithmetic, carried down to the minute
       01 serial-work-date.
          05 swd-yyyy          pic 9(4).
          05 swd-mm            pic 9(2).
          05 swd-dd            pic 9(2).
       77 serial-yy            pic s9(9) comp-5.
       77 serial-mm            pic s9(9) comp-5.
       77 serial-days          pic s9(9) comp-5.
       01 minute-parse.
          05 mp-hh             pic 99.
          05 mp-mi             pic 99.
          05 filler            pic x(4).
       77 stamp-minute         pic s9(9) comp-5.
       77 window-start         pic s9(9) comp-5.
       77 window-end           pic s9(9) comp-5.
       77 stamp-ok-sw          pic x value "N".
          88 stamp-ok          value "Y".
       77 rec-date             pic x(8).
       77 rec-time             pic x(8).
       77 window-end-date      pic x(8).
       77 month-days           pic 9(2).
       77 leap-quotient        pic s9(9) comp-5.
       77 leap-remainder       pic s9(9) comp-5.
       01 month-length-values  pic x(24)
              value "312831303130313130313031".
       01 month-lengths redefines month-length-values.
          05 month-length      occurs 12 times pic 99.

      * one source file's selection
       77 filter-by-db-sw      pic x.
          88 filter-by-db      value "Y".
       77 header-lines         pic s9(4) comp-5.
       77 row-number           pic s9(9) comp-5.
       77 hist-basename        pic x(30).
       77 hist-found-sw        pic x value "N".
          88 hist-found        value "Y".
       77 step-count           pic s9(4) comp-5.

      * the newest dbmcon.driftlog rows up to the window's end
       01 drift-entries.
          05 drift-row         occurs 20 times pic x(100).
       77 drift-count          pic s9(4) comp-5 value 0.
       77 drift-idx            pic s9(4) comp-5.

      * one source line on its way into the work file
       77 out-line             pic x(360).
       77 out-len              pic s9(4) comp-5.
       77 out-pos              pic s9(4) comp-5.
       77 out-kind             pic x(1).

      * credential masking: the words a secret follows
       01 mask-word-values.
          05 pic x(12) value "PASSWORD".
          05 pic 99    value 8.
          05 pic x(12) value "PASSWD".
          05 pic 99    value 6.
          05 pic x(12) value "PWD".
          05 pic 99    value 3.
          05 pic x(12) value "USING".
          05 pic 99    value 5.
          05 pic x(12) value "SECRET".
          05 pic 99    value 6.
          05 pic x(12) value "TOKEN".
          05 pic 99    value 5.
          05 pic x(12) value "IDENTIFIED".
          05 pic 99    value 10.
       01 mask-words redefines mask-word-values.
          05 mask-word-entry   occurs 7 times.
             10 mw-word        pic x(12).
             10 mw-len         pic 99.
       77 mask-idx             pic s9(4) comp-5.
       77 scan-pos             pic s9(4) comp-5.
       77 mask-pos             pic s9(4) comp-5.
       77 upper-line           pic x(360).
       77 lower-alpha          pic x(26)
              value "abcdefghijklmnopqrstuvwxyz".
       77 upper-alpha          pic x(26)
              value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 masked-count         pic s9(9) comp-5 value 0.
       77 mask-done-sw         pic x.
          88 mask-done         value "Y".

      * the case file's own rows
       01 case-line.
          05 cl-section        pic 9(2).
          05 filler            pic x value space.
          05 cl-kind           pic x(1).
          05 filler            pic x value space.
          05 cl-line-no        pic 9(5).
          05 filler            pic x value space.
          05 cl-text           pic x(120).
       01 toc-text.
          05 tt-section        pic 99.
          05 filler            pic x(2) value spaces.
          05 tt-title          pic x(40).
          05 filler            pic x(2) value spaces.
          05 tt-lines          pic zzzz9.
          05 filler            pic x(6) value " lines".
       77 case-line-count      pic s9(9) comp-5 value 0.
       77 count-edit           pic zzzzzzzz9.
       77 text-work            pic x(120).

      * Variables for the shared operations-log writer (opslog)
       77 log-detail           pic x(60).
       01 append-line.
          05 ap-number          pic 9(6).
          05 filler             pic x value space.
          05 ap-rectype         pic x(1).
          05 filler             pic x value space.
          05 ap-date            pic x(8).
          05 filler             pic x value space.
          05 ap-time            pic x(8).
          05 filler             pic x value space.
          05 ap-who             pic x(10).
          05 filler             pic x value space.
          05 ap-code            pic x(6).
          05 filler             pic x value space.
          05 ap-text            pic x(56).

       Procedure Division.
       casebndl-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CASEBNDL.CBL".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           accept active-env from environment "TOOLKITENV".
           if active-env equal spaces
              move "prod" to active-env
           end-if.
           accept host-name from environment "HOSTNAME".
           if host-name equal spaces
              move "LOCAL" to host-name
           end-if.
           accept operator-id from environment "USER".
           if operator-id equal spaces
              move "UNKNOWN" to operator-id
           end-if.

           perform read-control.
           if want-incident equal 0 and want-dbname equal spaces
              display "CASEBNDL: casebndl.ctl names neither an ",
                       "incident nor a database"
              move 8 to RETURN-CODE
              go to end-casebndl.

           perform load-inventory-names.
           if want-incident not equal 0
              perform collect-incident
              if not incident-seen
                 display "CASEBNDL: incident ", want-incident,
                          " is not in incident.log"
                 move 8 to RETURN-CODE
                 go to end-casebndl
              end-if
           end-if.

           perform compute-window.
           if want-dbname not equal spaces
              inspect want-dbname tallying db-len
                 for characters before initial " "
           end-if.

           move spaces to case-ref.
           if want-incident not equal 0
              string "INC" delimited by size
                     want-incident delimited by size
                into case-ref
           else
              move want-dbname to case-ref
           end-if.
           move spaces to case-basename.
           string "case." delimited by size
                  case-ref delimited by space
                  ".bnd" delimited by size
             into case-basename.
           call "envname" using case-basename, case-envfn.

      * the body goes to the work file first, so the table of
      * contents can give each section's line count
           open output work-file.
           if work-status not equal "00"
              display "CASEBNDL: casebndl.wrk not writable"
              move 8 to RETURN-CODE
              go to end-casebndl.
           perform gather-environment.
           perform gather-sqlca-dumps.
           perform gather-error-messages.
           perform gather-database-config.
           perform gather-instance-config.
           move 6 to section-no.
           move "dbsnap.rpt" to hist-basename.
           perform gather-last-output.
           move 7 to section-no.
           move "lockblk.rpt" to hist-basename.
           perform gather-last-output.
           move 8 to section-no.
           move "logmon.rpt" to hist-basename.
           perform gather-last-output.
           perform gather-restart-incidents.
           perform gather-restore-history.
           close work-file.

           perform write-case-file.
           if case-status not equal "00"
              display "CASEBNDL: ", case-basename, " not writable"
              move 8 to RETURN-CODE
              go to end-casebndl.

           call "rptarch" using case-basename, "CASEBNDL  ".
           move spaces to case-archive-name.
           string case-basename delimited by space
                  "." delimited by size
                  today-date delimited by size
             into case-archive-name.

           perform note-against-incident.

           move spaces to log-detail.
           string "case bundle " delimited by size
                  case-archive-name delimited by space
                  " built" delimited by size
             into log-detail.
           call "opslog" using "CASEBNDL  ",
                   "CASE BUNDLE BUILT             ", log-detail.

           display "Case bundle ", case-archive-name.
           display "case file lines : ", case-line-count,
                    "  credentials masked : ", masked-count.
           move 0 to RETURN-CODE.

       end-casebndl. goback.

       read-control section.
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-incident is numeric
                    move ctl-incident to want-incident
                 end-if
                 move ctl-dbname to want-dbname
                 inspect want-dbname converting lower-alpha
                    to upper-alpha
                 if ctl-from-date is numeric
                    move ctl-from-date to from-date
                 end-if
                 if ctl-from-hhmm is numeric
                    move ctl-from-hhmm to from-hhmm
                 end-if
                 if ctl-to-date is numeric
                    move ctl-to-date to to-date
                 end-if
                 if ctl-to-hhmm is numeric
                    move ctl-to-hhmm to to-hhmm
                 end-if
           end-read.
           close ctl-file.
       end-read-control. exit.

       collect-incident section.
           open input incident-file.
           if inc-status not equal "00"
              go to end-collect-incident.
           move "N" to end-of-file-sw.
           perform collect-one-row thru collect-one-row-exit
              until end-of-file.
           close incident-file.
       end-collect-incident. exit.

       collect-one-row section.
           read incident-file
              at end
                 move "Y" to end-of-file-sw
                 go to collect-one-row-exit
           end-read.
           if in-number not equal want-incident
              go to collect-one-row-exit.

           evaluate in-rectype
              when "O"
                 move "Y" to inc-seen-sw
                 move in-date to inc-open-date
                 move in-time to inc-open-time
                 move in-code to inc-code
                 move in-text to inc-text
              when "C"
                 move "Y" to inc-closed-sw
                 move in-date to inc-close-date
                 move in-time to inc-close-time
           end-evaluate.
       collect-one-row-exit. exit.

       compute-window section.
      *************************************************************
      * an incident gives 60 minutes either side of its open and  *
      * close (or now); dates in casebndl.ctl override; a bare    *
      * database with no dates is today up to now                 *
      *************************************************************
           if incident-seen
              if want-dbname equal spaces
                 perform name-incident-database
              end-if
              if from-date equal spaces
                 move inc-open-date to from-date
                 move inc-open-time(1:4) to from-hhmm
              end-if
              if to-date equal spaces
                 if incident-closed
                    move inc-close-date to to-date
                    move inc-close-time(1:4) to to-hhmm
                 else
                    move today-date to to-date
                    move now-time(1:4) to to-hhmm
                 end-if
              end-if
           end-if.
           if from-date equal spaces
              move today-date to from-date
           end-if.
           if from-hhmm equal spaces
              move "0000" to from-hhmm
           end-if.
           if to-date equal spaces
              move today-date to to-date
              move now-time(1:4) to to-hhmm
           end-if.
           if to-hhmm equal spaces
              move "2359" to to-hhmm
           end-if.

           move from-date to rec-date.
           move spaces to rec-time.
           move from-hhmm to rec-time(1:4).
           perform stamp-to-minute.
           move stamp-minute to window-start.
           move to-date to rec-date.
           move spaces to rec-time.
           move to-hhmm to rec-time(1:4).
           perform stamp-to-minute.
           move stamp-minute to window-end.
           if incident-seen
              subtract 60 from window-start
              add 60 to window-end
           end-if.
           move to-date to window-end-date.
       end-compute-window. exit.

       name-incident-database section.
      * the longest inventory database name the incident text names
           move 0 to best-len.
           perform check-one-name
              varying inv-idx from 1 by 1 until inv-idx > inv-count.
       end-name-incident-database. exit.

       check-one-name section.
           if iv-len(inv-idx) not greater than best-len
              go to end-check-one-name.
           move 0 to name-hits.
           inspect inc-text tallying name-hits
              for all iv-name(inv-idx)(1:iv-len(inv-idx)).
           if name-hits greater than 0
              move iv-name(inv-idx) to want-dbname
              move iv-len(inv-idx) to best-len
           end-if.
       end-check-one-name. exit.

       stamp-to-minute section.
      * rec-date yyyymmdd and rec-time hhmm.. to a minute serial
           move "N" to stamp-ok-sw.
           move 0 to stamp-minute.
           move rec-date to serial-work-date.
           move rec-time to minute-parse.
           if serial-work-date is not numeric
              or mp-hh is not numeric or mp-mi is not numeric
              go to end-stamp-to-minute.
           perform date-to-serial.
           compute stamp-minute = serial-days * 1440
              + mp-hh * 60 + mp-mi.
           move "Y" to stamp-ok-sw.
       end-stamp-to-minute. exit.

       check-in-window section.
      * stamp-ok comes back set only for a stamp inside the window
           perform stamp-to-minute.
           if not stamp-ok
              go to end-check-in-window.
           if stamp-minute less than window-start
              or stamp-minute greater than window-end
              move "N" to stamp-ok-sw
           end-if.
       end-check-in-window. exit.

       gather-environment section.
           move 1 to section-no.
           move spaces to out-line.
           string "toolkit environment : " delimited by size
                  active-env delimited by space
             into out-line.
           perform put-line.
           move spaces to out-line.
           string "host                : " delimited by size
                  host-name delimited by space
             into out-line.
           perform put-line.
           move spaces to out-line.
           string "bundle built        : " delimited by size
                  today-date delimited by size
                  " " delimited by size
                  now-time(1:6) delimited by size
                  " by " delimited by size
                  operator-id delimited by space
             into out-line.
           perform put-line.
           move spaces to out-line.
           if want-incident not equal 0
              string "incident            : " delimited by size
                     want-incident delimited by size
                     "  opened " delimited by size
                     inc-open-date delimited by size
                     " " delimited by size
                     inc-open-time(1:6) delimited by size
                     "  SQLCODE " delimited by size
                     inc-code delimited by size
                into out-line
              perform put-line
              move spaces to out-line
              string "                      " delimited by size
                     inc-text delimited by size
                into out-line
              perform put-line
              move spaces to out-line
              if incident-closed
                 string "                      closed "
                           delimited by size
                        inc-close-date delimited by size
                        " " delimited by size
                        inc-close-time(1:6) delimited by size
                   into out-line
              else
                 move "                      STILL OPEN" to out-line
              end-if
              perform put-line
           end-if.
           move spaces to out-line.
           if want-dbname equal spaces
              move "database            : (none named)" to out-line
           else
              string "database            : " delimited by size
                     want-dbname delimited by space
                into out-line
           end-if.
           perform put-line.
           move spaces to out-line.
           string "window              : " delimited by size
                  from-date delimited by size
                  " " delimited by size
                  from-hhmm delimited by size
                  " to " delimited by size
                  to-date delimited by size
                  " " delimited by size
                  to-hhmm delimited by size
             into out-line.
           if incident-seen
              move "(plus 60 minutes either side)"
                 to out-line(57:30)
           end-if.
           perform put-line.
       end-gather-environment. exit.

       gather-sqlca-dumps section.
           move 2 to section-no.
           move "N" to filter-by-db-sw.
           move "dbstop.diag" to hist-basename.
           perform gather-window-rows.
       end-gather-sqlca-dumps. exit.

       gather-restart-incidents section.
           move 9 to section-no.
           move "N" to filter-by-db-sw.
           move "restart.incidents" to hist-basename.
           perform gather-window-rows.
       end-gather-restart-incidents. exit.

       gather-restore-history section.
           move 10 to section-no.
           move "Y" to filter-by-db-sw.
           move "restore.hist" to hist-basename.
           perform gather-window-rows.
       end-gather-restore-history. exit.

       gather-window-rows section.
      *************************************************************
      * the rows of a date-and-time-led file inside the window,   *
      * only those naming the database when filter-by-db is set   *
      * and a database is known                                   *
      *************************************************************
           call "envname" using hist-basename, src-envfn.
           open input src-file.
           if src-status not equal "00"
              perform put-not-on-hand
              go to end-gather-window-rows.
           move "N" to end-of-file-sw.
           perform take-window-row thru take-window-row-exit
              until end-of-file.
           close src-file.
           if section-lines(section-no) equal 0
              move "(no rows in the window)" to out-line
              perform put-line
           end-if.
       end-gather-window-rows. exit.

       take-window-row section.
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to take-window-row-exit
           end-read.
           move src-rec(1:8)  to rec-date.
           move src-rec(10:8) to rec-time.
           perform check-in-window.
           if not stamp-ok
              go to take-window-row-exit.
           if filter-by-db and db-len greater than 0
              move 0 to name-hits
              inspect src-rec tallying name-hits
                 for all want-dbname(1:db-len)
              if name-hits equal 0
                 go to take-window-row-exit
              end-if
           end-if.
           move src-rec to out-line.
           perform put-line.
       take-window-row-exit. exit.

       gather-error-messages section.
      *************************************************************
      * each dbevents.log record in the window, through the      *
      * layout-aware reader, with the error location and the     *
      * GET ERROR MESSAGE text                                    *
      *************************************************************
           move 3 to section-no.
           call "envname" using "dbevents.log                  ",
                   src-envfn.
           open input src-file.
           if src-status not equal "00"
              perform put-not-on-hand
              go to end-gather-error-messages.
           move "N" to end-of-file-sw.
           perform take-one-event thru take-one-event-exit
              until end-of-file.
           close src-file.
           if section-lines(section-no) equal 0
              move "(no events in the window)" to out-line
              perform put-line
           end-if.
       end-gather-error-messages. exit.

       take-one-event section.
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to take-one-event-exit
           end-read.
           move src-rec(1:240) to raw-log-record.
           call "logread" using "E", raw-log-record,
                   LOGREC-PARSED.
           if not LOGREC-PARSED-OK
              go to take-one-event-exit.
           move LOGREC-DATE to rec-date.
           move LOGREC-TIME to rec-time.
           perform check-in-window.
           if not stamp-ok
              go to take-one-event-exit.
           move spaces to out-line.
           string LOGREC-DATE delimited by size
                  " " delimited by size
                  LOGREC-TIME delimited by size
                  " " delimited by size
                  LOGREC-PROGRAM delimited by size
                  " " delimited by size
                  LOGREC-SEVERITY delimited by size
                  " SQLCODE " delimited by size
                  LOGREC-SQLCODE delimited by size
                  " SQLSTATE " delimited by size
                  LOGREC-SQLSTATE delimited by size
                  " at " delimited by size
                  LOGREC-ERRLOC delimited by "  "
                  " -- " delimited by size
                  LOGREC-MSGTEXT delimited by size
             into out-line.
           perform put-line.
       take-one-event-exit. exit.

       gather-database-config section.
      *************************************************************
      * the newest dated d_dbccur history on or before the        *
      * window's end -- up to a month back -- for the database    *
      *************************************************************
           move 4 to section-no.
           if want-dbname equal spaces
              move "(no database named -- not gathered)" to out-line
              perform put-line
              go to end-gather-database-config.

           move "N" to hist-found-sw.
           move window-end-date to serial-work-date.
           if serial-work-date is not numeric
              perform put-not-on-hand
              go to end-gather-database-config.
           move 0 to step-count.
           perform try-one-history-date
              until hist-found or step-count > 31.
           if not hist-found
              move spaces to out-line
              string "(no d_dbccur history in the month to the "
                        delimited by size
                     "window's end)" delimited by size
                into out-line
              perform put-line
              go to end-gather-database-config.

           move spaces to out-line.
           string "from " delimited by size
                  hist-basename delimited by space
             into out-line.
           perform put-line.
           move "N" to end-of-file-sw.
           perform take-config-row thru take-config-row-exit
              until end-of-file.
           close src-file.
       end-gather-database-config. exit.

       try-one-history-date section.
           move spaces to hist-basename.
           string "d_dbccur." delimited by size
                  serial-work-date delimited by size
                  ".hist" delimited by size
             into hist-basename.
           call "envname" using hist-basename, src-envfn.
           open input src-file.
           if src-status equal "00"
              move "Y" to hist-found-sw
           else
              add 1 to step-count
              perform step-back-one-day
           end-if.
       end-try-one-history-date. exit.

       take-config-row section.
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to take-config-row-exit
           end-read.
           if src-rec(10:8) not equal want-dbname
              go to take-config-row-exit.
           move src-rec to out-line.
           perform put-line.
       take-config-row-exit. exit.

       step-back-one-day section.
      * serial-work-date moves back one calendar day
           if swd-dd greater than 1
              subtract 1 from swd-dd
              go to end-step-back-one-day.
           if swd-mm equal 1
              move 12 to swd-mm
              subtract 1 from swd-yyyy
           else
              subtract 1 from swd-mm
           end-if.
           move month-length(swd-mm) to month-days.
           if swd-mm equal 2
              divide swd-yyyy by 4 giving leap-quotient
                 remainder leap-remainder
              if leap-remainder equal 0
                 move 29 to month-days
                 divide swd-yyyy by 100 giving leap-quotient
                    remainder leap-remainder
                 if leap-remainder equal 0
                    move 28 to month-days
                    divide swd-yyyy by 400 giving leap-quotient
                       remainder leap-remainder
                    if leap-remainder equal 0
                       move 29 to month-days
                    end-if
                 end-if
              end-if
           end-if.
           move month-days to swd-dd.
       end-step-back-one-day. exit.

       gather-instance-config section.
      *************************************************************
      * the site-standard baseline d_dbmcon checks against, then  *
      * the newest 20 drift rows up to the window's end           *
      *************************************************************
           move 5 to section-no.
           call "envname" using "dbmcon.base                   ",
                   src-envfn.
           open input src-file.
           if src-status not equal "00"
              move "dbmcon.base : not on hand" to out-line
              perform put-line
           else
              read src-file
                 at end
                    move "dbmcon.base : empty" to out-line
                 not at end
                    move spaces to out-line
                    string "dbmcon.base : MAXAGENTS " delimited by size
                           src-rec(1:9) delimited by size
                           " NUMDB " delimited by size
                           src-rec(10:9) delimited by size
                           " RQRIOBLK " delimited by size
                           src-rec(19:9) delimited by size
                      into out-line
                    perform put-line
                    move spaces to out-line
                    string "              ASLHEAPSZ " delimited by size
                           src-rec(28:9) delimited by size
                           " SHEAPTHRES " delimited by size
                           src-rec(37:9) delimited by size
                           " MAXCAGENTS " delimited by size
                           src-rec(46:9) delimited by size
                      into out-line
              end-read
              close src-file
              perform put-line
           end-if.

           move 0 to drift-count.
           call "envname" using "dbmcon.driftlog               ",
                   src-envfn.
           open input src-file.
           if src-status not equal "00"
              move "dbmcon.driftlog : not on hand" to out-line
              perform put-line
              go to end-gather-instance-config.
           move "N" to end-of-file-sw.
           perform take-drift-row thru take-drift-row-exit
              until end-of-file.
           close src-file.
           if drift-count equal 0
              move "dbmcon.driftlog : no drift recorded" to out-line
              perform put-line
              go to end-gather-instance-config.
           move "dbmcon.driftlog : newest drift up to the window's end"
              to out-line.
           perform put-line.
           perform put-one-drift-row
              varying drift-idx from 1 by 1
              until drift-idx > drift-count.
       end-gather-instance-config. exit.

       take-drift-row section.
      * rows past the window's end are after the fact; the rest
      * shift up so the newest 20 stay
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to take-drift-row-exit
           end-read.
           if src-rec(1:8) greater than window-end-date
              go to take-drift-row-exit.
           if drift-count equal 20
              perform shift-one-drift-row
                 varying drift-idx from 1 by 1 until drift-idx > 19
           else
              add 1 to drift-count
           end-if.
           move src-rec(1:100) to drift-row(drift-count).
       take-drift-row-exit. exit.

       shift-one-drift-row section.
           move drift-row(drift-idx + 1) to drift-row(drift-idx).
       end-shift-one-drift-row. exit.

       put-one-drift-row section.
           move drift-row(drift-idx) to out-line.
           perform put-line.
       end-put-one-drift-row. exit.

       gather-last-output section.
      *************************************************************
      * the program's last report as it stands: its three heading *
      * lines, then the lines naming the database (every line     *
      * when no database is named)                                *
      *************************************************************
           call "envname" using hist-basename, src-envfn.
           open input src-file.
           if src-status not equal "00"
              perform put-not-on-hand
              go to end-gather-last-output.
           move 0 to row-number.
           move "N" to end-of-file-sw.
           perform take-output-row thru take-output-row-exit
              until end-of-file.
           close src-file.
           if row-number equal 0
              move "(report is empty)" to out-line
              perform put-line
           end-if.
       end-gather-last-output. exit.

       take-output-row section.
           read src-file
              at end
                 move "Y" to end-of-file-sw
                 go to take-output-row-exit
           end-read.
           add 1 to row-number.
           if row-number greater than 3 and db-len greater than 0
              move 0 to name-hits
              inspect src-rec tallying name-hits
                 for all want-dbname(1:db-len)
              if name-hits equal 0
                 go to take-output-row-exit
              end-if
           end-if.
           move src-rec to out-line.
           perform put-line.
       take-output-row-exit. exit.

       put-not-on-hand section.
           move spaces to out-line.
           string "(" delimited by size
                  hist-basename delimited by space
                  " not on hand)" delimited by size
             into out-line.
           perform put-line.
       end-put-not-on-hand. exit.

       put-line section.
      *************************************************************
      * one source line into the current section, masked, split  *
      * into 120-byte pieces: D for the first, C for each        *
      * continuation; a section stops at 500 lines                *
      *************************************************************
           if section-lines(section-no) not less than section-cap
              go to end-put-line.
           if section-lines(section-no) equal section-cap - 1
              move "(section truncated at 500 lines)" to out-line
           end-if.
           perform mask-credentials.

           move 360 to out-len.
           perform find-line-end
              until out-len equal 0 or out-line(out-len:1) not = space.
           if out-len equal 0
              move 1 to out-len
           end-if.
           move "D" to out-kind.
           move 1 to out-pos.
           perform put-one-piece
              until out-pos > out-len
                 or section-lines(section-no) not less than section-cap.
       end-put-line. exit.

       find-line-end section.
           subtract 1 from out-len.
       end-find-line-end. exit.

       put-one-piece section.
           move section-no to wk-section.
           move out-kind to wk-kind.
           if out-pos + 119 > 360
              move out-line(out-pos:) to wk-text
           else
              move out-line(out-pos:120) to wk-text
           end-if.
           write work-rec.
           add 1 to section-lines(section-no).
           add 120 to out-pos.
           move "C" to out-kind.
       end-put-one-piece. exit.

       mask-credentials section.
      *************************************************************
      * anything after a word a secret follows -- PASSWORD=x,     *
      * USING x, IDENTIFIED BY x -- is overwritten with asterisks *
      * up to the next blank, comma or quote                      *
      *************************************************************
           move out-line to upper-line.
           inspect upper-line converting lower-alpha to upper-alpha.
           perform mask-one-word
              varying mask-idx from 1 by 1 until mask-idx > 7.
       end-mask-credentials. exit.

       mask-one-word section.
           perform mask-at-position
              varying scan-pos from 1 by 1
              until scan-pos > 360 - mw-len(mask-idx).
       end-mask-one-word. exit.

       mask-at-position section.
           if upper-line(scan-pos:mw-len(mask-idx))
              not equal mw-word(mask-idx)(1:mw-len(mask-idx))
              go to end-mask-at-position.
           compute mask-pos = scan-pos + mw-len(mask-idx).
      * the separators between the word and its value
           perform skip-separator
              until mask-pos > 360
                 or (upper-line(mask-pos:1) not equal space
                     and upper-line(mask-pos:1) not equal "="
                     and upper-line(mask-pos:1) not equal ":").
           if mw-word(mask-idx) equal "IDENTIFIED"
              and mask-pos < 358
              and upper-line(mask-pos:3) equal "BY "
              add 3 to mask-pos
              perform skip-separator
                 until mask-pos > 360
                    or upper-line(mask-pos:1) not equal space
           end-if.
           if mask-pos > 360
              go to end-mask-at-position.
           move "N" to mask-done-sw.
           perform mask-one-character
              until mask-pos > 360 or mask-done.
           add 1 to masked-count.
       end-mask-at-position. exit.

       skip-separator section.
           add 1 to mask-pos.
       end-skip-separator. exit.

       mask-one-character section.
           if upper-line(mask-pos:1) equal space
              or upper-line(mask-pos:1) equal ","
              or upper-line(mask-pos:1) equal """"
              or upper-line(mask-pos:1) equal "'"
              move "Y" to mask-done-sw
              go to end-mask-one-character.
           move "*" to out-line(mask-pos:1).
           move "*" to upper-line(mask-pos:1).
           add 1 to mask-pos.
       end-mask-one-character. exit.

       write-case-file section.
      *************************************************************
      * header, table of contents, then each section between its  *
      * title row and its end row; a trailer with the line total  *
      *************************************************************
           open output case-file.
           if case-status not equal "00"
              go to end-write-case-file.

           move 0 to cl-section.
           move "H" to cl-kind.
           move spaces to cl-text.
           string "VENDOR SUPPORT CASE BUNDLE " delimited by size
                  case-ref delimited by space
                  "  built " delimited by size
                  today-date delimited by size
                  " " delimited by size
                  now-time(1:6) delimited by size
                  "  environment " delimited by size
                  active-env delimited by space
             into cl-text.
           perform write-case-line.

           move "T" to cl-kind.
           move "TABLE OF CONTENTS" to cl-text.
           perform write-case-line.
           perform write-toc-row
              varying section-no from 1 by 1 until section-no > 10.

           open input work-file.
           move "N" to end-of-file-sw.
           move 0 to section-no.
           perform copy-one-work-row thru copy-one-work-row-exit
              until end-of-file.
           close work-file.
           if section-no > 0
              perform write-section-end
           end-if.

           move 99 to cl-section.
           move "Z" to cl-kind.
           add 1 to case-line-count.
           move case-line-count to count-edit.
           move spaces to cl-text.
           string "END OF CASE BUNDLE -- " delimited by size
                  count-edit delimited by size
                  " lines" delimited by size
             into cl-text.
           subtract 1 from case-line-count.
           perform write-case-line.
           close case-file.
       end-write-case-file. exit.

       write-toc-row section.
           move section-no to tt-section.
           move section-title(section-no) to tt-title.
           move section-lines(section-no) to tt-lines.
           move 0 to cl-section.
           move "T" to cl-kind.
           move toc-text to cl-text.
           perform write-case-line.
       end-write-toc-row. exit.

       copy-one-work-row section.
           read work-file
              at end
                 move "Y" to end-of-file-sw
                 go to copy-one-work-row-exit
           end-read.
           if wk-section not equal section-no
              if section-no > 0
                 perform write-section-end
              end-if
              move wk-section to section-no
              move section-no to cl-section
              move "S" to cl-kind
              move section-title(section-no) to cl-text
              perform write-case-line
           end-if.
           move wk-section to cl-section.
           move wk-kind to cl-kind.
           move wk-text to cl-text.
           perform write-case-line.
       copy-one-work-row-exit. exit.

       write-section-end section.
           move section-no to cl-section.
           move "E" to cl-kind.
           move spaces to cl-text.
           string "END OF SECTION " delimited by size
                  section-title(section-no) delimited by "  "
             into cl-text.
           perform write-case-line.
       end-write-section-end. exit.

       write-case-line section.
           add 1 to case-line-count.
           move case-line-count to cl-line-no.
           write case-rec from case-line.
       end-write-case-line. exit.

       note-against-incident section.
      * an N-row naming the archived bundle, so the incident says
      * what was sent to the vendor
           if want-incident equal 0
              go to end-note-against-incident.
           open extend incident-file.
           if inc-status not equal "00"
              display "CASEBNDL: incident.log not writable -- ",
                       "bundle not noted against the incident"
              go to end-note-against-incident.
           move spaces to append-line.
           move want-incident to ap-number.
           move "N"           to ap-rectype.
           move today-date    to ap-date.
           move now-time      to ap-time.
           move "CASEBNDL  "  to ap-who.
           move spaces        to ap-code.
           string "vendor case bundle " delimited by size
                  case-archive-name delimited by space
             into ap-text.
           write incident-rec from append-line.
           close incident-file.
       end-note-against-incident. exit.

       load-inventory-names section.
           open input inv-file.
           if inv-status not equal "00"
              go to end-load-inventory-names.
           move "N" to end-of-file-sw.
           perform take-one-inventory-name
              thru take-one-inventory-name-exit
              until end-of-file.
           close inv-file.
       end-load-inventory-names. exit.

       take-one-inventory-name section.
           read inv-file next record
              at end
                 move "Y" to end-of-file-sw
                 go to take-one-inventory-name-exit
           end-read.
           if IV-DBNAME equal spaces or inv-count equal 300
              go to take-one-inventory-name-exit.
           add 1 to inv-count.
           move IV-DBNAME to iv-name(inv-count).
           move 0 to iv-len(inv-count).
           inspect IV-DBNAME tallying iv-len(inv-count)
              for characters before initial " ".
       take-one-inventory-name-exit. exit.

       date-to-serial section.
      *************************************************************
      * yyyymmdd to a day serial so the window can be computed    *
      * across month and year boundaries with plain integer      *
      * arithmetic                                                *
      *************************************************************
           move swd-yyyy to serial-yy.
           move swd-mm   to serial-mm.
           if serial-mm less than 3
              subtract 1 from serial-yy
              add 12 to serial-mm
           end-if.
           compute serial-days = 365 * serial-yy
              + serial-yy / 4 - serial-yy / 100 + serial-yy / 400
              + (153 * (serial-mm - 3) + 2) / 5
              + swd-dd.
       end-date-to-serial. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname); the     *
      * sources and the case file resolve as each is opened      *
      *************************************************************
           call "envname" using "casebndl.ctl                  ",
                   ctl-envfn.
           call "envname" using "incident.log                  ",
                   incident-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "casebndl.wrk                  ",
                   work-envfn.
       end-resolve-toolkit-filenames. exit.
