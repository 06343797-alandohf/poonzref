      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     every database's reading is now also appended to
      **     logmon.hist (date, time, utilization, used and total
      **     log bytes, and the oldest unit of work's age, agent
      **     and auth id) so logadvs can size the log from the
      **     peaks rather than from whatever the last pass saw.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
              organization is line sequential.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select hist-file assign to hist-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  rpt-file.
       01  rpt-rec                pic x(110).

       FD  hist-file.
       01  hist-rec.
           05  lh-date            pic x(8).
           05  filler             pic x.
           05  lh-time            pic x(8).
           05  filler             pic x.
           05  lh-dbname          pic x(8).
           05  filler             pic x.
           05  lh-used-pct        pic 9(3).
           05  filler             pic x.
           05  lh-used-bytes      pic 9(15).
           05  filler             pic x.
           05  lh-total-bytes     pic 9(15).
           05  filler             pic x.
           05  lh-uow-secs        pic 9(9).
           05  filler             pic x.
           05  lh-uow-agent       pic 9(9).
           05  filler             pic x.
           05  lh-uow-auth        pic x(8).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 cfg-envfn            pic x(42).
       77 alert-envfn          pic x(42).
       77 rpt-envfn            pic x(42).
       77 hist-envfn           pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
           open output rpt-file.
           perform write-report-header.
           open extend alert-file.
           open extend hist-file.

           open input inv-file.
           if inv-status not equal "00"
           close inv-file.

           close alert-file.
           close hist-file.
           close rpt-file.
           call "rptarch" using "logmon.rpt                    ",
                   "LOGMON    ".
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "LOG-SPACE SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "LOGMON    ".

           move spaces to rpt-line.
           move detail-line to rpt-line.
           write rpt-rec from rpt-line.

           perform write-log-history.
       end-judge-log-utilization. exit.

       write-log-history section.
      *************************************************************
      * one logmon.hist row per database per pass -- the raw      *
      * material logadvs sizes the log from                       *
      *************************************************************
           move spaces to hist-rec.
           move monitor-today         to lh-date.
           move monitor-now           to lh-time.
           move database-name         to lh-dbname.
           move used-pct              to lh-used-pct.
           move SQLM-LOG-USED-BYTES   to lh-used-bytes.
           move total-log-bytes       to lh-total-bytes.
           move SQLM-OLDEST-UOW-SECS  to lh-uow-secs.
           move SQLM-OLDEST-UOW-AGENT to lh-uow-agent.
           move SQLM-OLDEST-UOW-AUTH  to lh-uow-auth.
           write hist-rec.
       end-write-log-history. exit.

       raise-log-alert section.
           move used-pct              to pct-ed.
           move SQLM-OLDEST-UOW-AGENT to agent-ed.
                   alert-envfn.
           call "envname" using "logmon.rpt                    ",
                   rpt-envfn.
           call "envname" using "logmon.hist                   ",
                   hist-envfn.
       end-resolve-toolkit-filenames. exit.
