      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************
      **
      ** MODIFICATION HISTORY:
      **     every run now appends each snapshot table's decoded
      **     rows-changed and rows-read counters, dated, to
      **     tblgrow.hist -- all tables, not just the candidates --
      **     so tblgrow can rank the fastest-growing and
      **     fastest-churning tables over a date range.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
              file status is hist-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           select grow-file assign to grow-envfn
              organization is line sequential.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is random
       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  grow-file.
       01  grow-rec               pic x(80).

       Working-Storage Section.

      * owning-instance attach for the target database, looked up
       77 ctl-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       77 rpt-envfn            pic x(42).
       77 grow-envfn           pic x(42).

       copy "sqlca.cbl".
       copy "sqlmonct.cbl".
          05 filler            pic x value space.
          05 ho-action         pic x(8).

      * one tblgrow.hist row per snapshot table per run
       01 grow-out-line.
          05 go-date           pic x(8).
          05 filler            pic x value space.
          05 go-time           pic x(8).
          05 filler            pic x value space.
          05 go-dbname         pic x(8).
          05 filler            pic x value space.
          05 go-table          pic x(30).
          05 filler            pic x value space.
          05 go-rows-changed   pic 9(10).
          05 filler            pic x value space.
          05 go-rows-read      pic 9(10).

       77 tbl-name-len         pic s9(4) comp-5.
       77 work-table           pic x(30).

           perform read-control.
           perform attach-owning-instance.
           perform take-table-snapshot.
           perform write-growth-history.
           perform collect-candidates.
           perform rank-candidates.
           perform write-candidate-report.
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           call "errdb" using "S", database-name.
           move "TABLE SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc "TBLMAINT  ".

           set address of SQLM-TABLE-STRUCT to address of buffer(1).
       end-take-table-snapshot. exit.

       write-growth-history section.
      *************************************************************
      * every decoded table goes to the dated growth history      *
      * before the candidate rules discard the rest               *
      *************************************************************
           move SQLM-TBL-COUNT to tbl-limit.
           if tbl-limit greater than 50
              move 50 to tbl-limit
           end-if.
           open extend grow-file.
           perform write-one-growth-row
              varying tbl-idx from 1 by 1
              until tbl-idx > tbl-limit.
           close grow-file.
       end-write-growth-history. exit.

       write-one-growth-row section.
           move run-today     to go-date.
           move run-now       to go-time.
           move database-name to go-dbname.
           move SQLM-TBL-NAME(tbl-idx) to go-table.
           move SQLM-TBL-ROWS-CHANGED(tbl-idx) to go-rows-changed.
           move SQLM-TBL-ROWS-READ(tbl-idx)    to go-rows-read.
           write grow-rec from grow-out-line.
       end-write-one-growth-row. exit.

       collect-candidates section.
           move SQLM-TBL-COUNT to tbl-limit.
           if tbl-limit greater than 50
                                    by reference sqlca
                                    by reference work-table
                              returning rc
              call "errdb" using "S", database-name
              move "REORG TABLE" to errloc
              call "checkerr" using SQLCA errloc "TBLMAINT  "
              perform log-one-action
                                 by reference sqlca
                                 by reference work-table
                           returning rc.
           call "errdb" using "S", database-name.
           move "RUNSTATS" to errloc.
           call "checkerr" using SQLCA errloc "TBLMAINT  ".
           perform log-one-action.
                   hist-envfn.
           call "envname" using "tblmaint.rpt                  ",
                   rpt-envfn.
           call "envname" using "tblgrow.hist                  ",
                   grow-envfn.
       end-resolve-toolkit-filenames. exit.
