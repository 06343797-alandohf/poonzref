      **     LOGREC-PARSED) instead of fixed columns, so older
      **     layout generations stop misparsing and unparseable
      **     records are counted instead of silently mangled.
      **     every source is now read through the shared archive-
      **     spanning reader (logspan / the spanrec copybook): the
      **     logarch archives that can hold records in the extract
      **     range are read ahead of the live file, so a quarter-end
      **     extract no longer stops at the archive cutoff, and an
      **     archive the range needs that is no longer on hand is
      **     named in the report header.
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential.
           select sort-file assign to sort-envfn.
           select rpt-file assign to rpt-envfn
              organization is line sequential.
           05  ctl-db-filter      pic x(9).
           05  ctl-op-filter      pic x(8).

       SD  sort-file.
       01  sort-rec.
           05  so-date            pic x(8).
       77 rpt-envfn            pic x(42).
       77 csv-envfn            pic x(42).

       77 in-basename          pic x(30).
       01 in-rec               pic x(240).
       77 from-date            pic x(8).
       77 to-date              pic x(8).

       copy "logrec.cbl".
       77 raw-log-record       pic x(240).

      * the shared archive-spanning reader: each source is read
      * through logarch's archives and the live file as one stream,
      * and a source whose range is no longer on hand is noted for
      * the report header
       copy "spanrec.cbl".
       01 gap-entries.
          05 gap-entry         occurs 5 times.
             10 gp-archname    pic x(44).
       77 gap-count            pic s9(4) comp-5 value 0.
       77 gap-idx              pic s9(4) comp-5.
       77 db-filter            pic x(9) value spaces.
       77 op-filter            pic x(8) value spaces.
       77 end-of-file-sw       pic x value "N".
       end-collect-all-sources. exit.

       scan-one-file section.
      *************************************************************
      * the source's archives for the range and then its live     *
      * file, through logspan -- dbops.log is still entered at    *
      * the from date through its date-position index             *
      *************************************************************
           move "O"         to LOGSPAN-FUNCTION.
           move in-basename to LOGSPAN-LOGNAME.
           move from-date   to LOGSPAN-FROM-DATE.
           move to-date     to LOGSPAN-TO-DATE.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RANGE-COVERED
              and gap-count less than 5
              add 1 to gap-count
              move LOGSPAN-GAP-FILE to gp-archname(gap-count)
           end-if.
           if LOGSPAN-NOT-ON-FILE
              go to end-scan-one-file.
           move "N" to end-of-file-sw.
           perform normalize-one-record
              thru normalize-one-record-exit
              until end-of-file.
           move "C" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
       end-scan-one-file. exit.

       normalize-one-record section.
           move "R" to LOGSPAN-FUNCTION.
           call "logspan" using LOGSPAN-AREA.
           if not LOGSPAN-RECORD-READ
              move "Y" to end-of-file-sw
              go to normalize-one-record-exit.
           move LOGSPAN-RECORD to in-rec.

           if in-rec(1:8) less than from-date
              or in-rec(1:8) greater than to-date
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           perform write-gap-line
              varying gap-idx from 1 by 1
              until gap-idx > gap-count.

           if csv-export-on
              open output csv-file
           end-if.
       end-write-sorted-extract. exit.

       write-gap-line section.
      *************************************************************
      * a source whose range reaches into an archive no longer on *
      * hand is said so up front -- the extract is short there    *
      *************************************************************
           move spaces to rpt-line.
           string "  ** RANGE NOT COVERED -- " delimited by size
                  gp-archname(gap-idx) delimited by space
                  " not on hand" delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
       end-write-gap-line. exit.

       return-one-record section.
           return sort-file
              at end
