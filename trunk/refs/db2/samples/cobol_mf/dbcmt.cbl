      **     and with it set every file gets that prefix, so a test
      **     run and the production run live in two separate
      **     configuration worlds on one machine.
      **     two more dbcmt.ctl modes keep the comments honest: "G"
      **     composes every inventoried database's comment from
      **     dbinv.dat in the site-standard columns (environment,
      **     "/", application code, "/", owner -- the application
      **     code falling back to the first recorded alias) and
      **     applies it through apply-comment-change with the usual
      **     dbcmt.audit line when it differs; "V" writes
      **     dbcmtval.rpt, every directory entry whose comment does
      **     not parse in those columns or disagrees with the
      **     inventory.  The comment length now runs to the last
      **     non-blank character, so a comment with words in it is
      **     no longer cut at its first blank.
      **     the database a failing database call was against is now
      **     handed to checkerr (through errdb) just before the
      **     check, so the incident checkerr opens carries the
      **     DATABASE note the problem pass and the database card
      **     group on.
      ***********************************************************************

       Identification Division.
              organization is line sequential.
           select sync-file assign to sync-envfn
              organization is line sequential.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is random
              record key is IV-DBNAME
              file status is inv-status.
           select val-file assign to val-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  csv-file.
       01  csv-rec                pic x(100).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  val-file.
       01  val-rec                pic x(100).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 audit-envfn          pic x(42).
       77 csv-envfn            pic x(42).
       77 sync-envfn           pic x(42).
       77 inv-envfn            pic x(42).
       77 val-envfn            pic x(42).

       copy "sqlenv.cbl".
       copy "sqlutil.cbl".
       77 path-len          pic 9(4) comp-5 value 0.
       77 alias-len         pic 9(4) comp-5 value 0.
       77 new-comment       pic x(31) value spaces.
       77 comment-end-sw    pic x value "N".
          88 comment-ended  value "Y".
       77 path              pic x(1025).
       77 target-dbname     pic x(8) value "SAMPLE".
       77 ctl-mode-sw       pic x value "S".
          88 bulk-sync-mode value "B".
          88 generate-mode  value "G".
          88 validate-mode  value "V".

      * the site-standard catalog comment, composed from the
      * inventory: environment, application code and owner in
      * fixed columns -- "PROD/ORDERS/J SMITH"
       01 std-comment.
          05 sc-environment    pic x(4).
          05 sc-sep-1          pic x value "/".
          05 sc-appcode        pic x(6).
          05 sc-sep-2          pic x value "/".
          05 sc-owner          pic x(18).
      * a directory comment laid over the same columns to parse it
       01 cur-comment.
          05 cc-environment    pic x(4).
             88 cc-env-known   values "PROD" "TEST" "ARCH".
          05 cc-sep-1          pic x.
          05 cc-appcode        pic x(6).
          05 cc-sep-2          pic x.
          05 cc-owner          pic x(18).
          05 filler            pic x.
       77 inv-status        pic x(2).
       77 inv-open-sw       pic x value "N".
          88 inv-open       value "Y".
       77 in-inventory-sw   pic x value "N".
          88 in-inventory   value "Y".
       77 generated-count   pic s9(4) comp-5 value 0.
       77 current-count     pic s9(4) comp-5 value 0.
       77 unmanaged-count   pic s9(4) comp-5 value 0.
       77 flagged-count     pic s9(4) comp-5 value 0.
       77 flagged-ed        pic zzz9.
       01 val-line.
          05 vl-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 vl-comment        pic x(30).
          05 filler            pic x(2) value spaces.
          05 vl-verdict        pic x(58).

      * bulk comment-sync table, loaded from dbcmt.sync (a
      * spreadsheet export of DBNAME,COMMENT rows) when ctl-mode

           perform read-control.

           if generate-mode or validate-mode
              perform open-inventory
              if not inv-open
                 move 8 to RETURN-CODE
                 go to end-dbcmt
              end-if
           end-if.
           if validate-mode
              perform open-validation-report
           end-if.

           open extend rpt-file.

           accept csv-mode-sw from environment "CSVEXPORT".

       after-change-comment.

           if inv-open
              close inv-file
           end-if.
           if validate-mode
              perform close-validation-report
           end-if.
           if generate-mode
              display "standard comments applied : ", generated-count,
                       "  already current : ", current-count,
                       "  not in the inventory : ", unmanaged-count
           end-if.

           close rpt-file.
           call "rptarch" using "dbcmt.rpt                     ",
                   "DBCMT     ".
              write csv-rec
           end-if.

           evaluate true
              when bulk-sync-mode
                 perform find-sync-match
                 if sync-found
                    move sy-comment(sync-idx) to new-comment
                    perform apply-comment-change
                 end-if
              when generate-mode
                 perform generate-comment
              when validate-mode
                 perform validate-comment
              when other
                 if SQL-DBNAME-N equal target-dbname
                    go to Change-Comment
                 end-if
           end-evaluate.

       end-get-db-entry. exit.

           inspect SQL-ALIAS-N tallying alias-len for characters
              before initial " ".

      * the length runs to the last non-blank byte -- a standard
      * comment is padded to its columns and has double blanks
      * inside it
           move "N" to comment-end-sw.
           perform test-comment-byte
              varying new-comment-len from 31 by -1
              until new-comment-len less than 1 or comment-ended.
           if comment-ended
              add 1 to new-comment-len
           else
              move 0 to new-comment-len
           end-if.

      ***************************
      * CHANGE DATABASE COMMENT *
                                 by reference   path
                                 by reference   SQL-ALIAS-N
                           returning rc.
           call "errdb" using "S", SQL-DBNAME-N.
           move "CHANGE DATABASE COMMENT" to errloc.
           call "checkerr" using SQLCA errloc "DBCMT     ".

           display "CHANGE DATABASE COMMENT successful".
       end-apply-comment-change. exit.

       test-comment-byte section.
           if new-comment(new-comment-len:1) not equal space
              move "Y" to comment-end-sw
           end-if.
       end-test-comment-byte. exit.

       open-inventory section.
           open input inv-file.
           if inv-status not equal "00"
              display "DBCMT: dbinv.dat not on hand -- run dbinvmnt"
              go to end-open-inventory.
           move "Y" to inv-open-sw.
       end-open-inventory. exit.

       compose-std-comment section.
      *************************************************************
      * the inventory entry for the directory entry just scanned, *
      * composed into std-comment; the application code falls    *
      * back to the first recorded alias, then the database name  *
      *************************************************************
           move "N" to in-inventory-sw.
           move SQL-DBNAME-N to IV-DBNAME.
           read inv-file
              invalid key go to end-compose-std-comment
           end-read.
           move "Y" to in-inventory-sw.

           move IV-ENVIRONMENT to sc-environment.
           move "/"            to sc-sep-1 sc-sep-2.
           if IV-APPCODE not equal spaces
              move IV-APPCODE to sc-appcode
           else
              if IV-ALIAS(1) not equal spaces
                 move IV-ALIAS(1) to sc-appcode
              else
                 move IV-DBNAME to sc-appcode
              end-if
           end-if.
           move IV-OWNER to sc-owner.
       end-compose-std-comment. exit.

       generate-comment section.
      *************************************************************
      * mode "G": every directory entry the inventory manages is  *
      * given its standard comment through the same change path   *
      * (and dbcmt.audit line) as a hand-typed one                *
      *************************************************************
           perform compose-std-comment.
           if not in-inventory
              add 1 to unmanaged-count
              go to end-generate-comment.
           if SQL-COMMENT-N equal std-comment
              add 1 to current-count
              go to end-generate-comment.
           move std-comment to new-comment.
           perform apply-comment-change.
           add 1 to generated-count.
       end-generate-comment. exit.

       validate-comment section.
      *************************************************************
      * mode "V": every directory entry whose comment does not    *
      * parse in the standard columns, or parses but says other   *
      * than the inventory does, goes on dbcmtval.rpt             *
      *************************************************************
           move spaces to val-line.
           move SQL-DBNAME-N  to vl-dbname.
           move SQL-COMMENT-N to vl-comment.
           perform judge-comment.
           if vl-verdict not equal spaces
              add 1 to flagged-count
              write val-rec from val-line
           end-if.
       end-validate-comment. exit.

       judge-comment section.
           move SQL-COMMENT-N to cur-comment.
           if cc-sep-1 not equal "/"
              or cc-sep-2 not equal "/"
              or not cc-env-known
              or cc-appcode equal spaces
              or cc-owner equal spaces
              move "DOES NOT PARSE" to vl-verdict
              go to end-judge-comment.

           perform compose-std-comment.
           if not in-inventory
              move "not in the inventory -- nothing to check against"
                 to vl-verdict
              go to end-judge-comment.
           if cc-environment not equal sc-environment
              string "ENVIRONMENT DISAGREES -- inventory says "
                        delimited by size
                     sc-environment delimited by size
                into vl-verdict
              go to end-judge-comment.
           if cc-appcode not equal sc-appcode
              string "APP CODE DISAGREES -- inventory says "
                        delimited by size
                     sc-appcode delimited by space
                into vl-verdict
              go to end-judge-comment.
           if cc-owner not equal sc-owner
              string "OWNER DISAGREES -- inventory says "
                        delimited by size
                     sc-owner delimited by "  "
                into vl-verdict
           end-if.
       end-judge-comment. exit.

       open-validation-report section.
           accept audit-today from date yyyymmdd.
           open output val-file.
           move spaces to val-rec.
           string "CATALOG COMMENT VALIDATION  " delimited by size
                  audit-today delimited by size
             into val-rec.
           write val-rec.
           move all "=" to val-rec.
           write val-rec.
       end-open-validation-report. exit.

       close-validation-report section.
           move spaces to val-rec.
           write val-rec.
           move spaces to val-rec.
           move flagged-count to flagged-ed.
           string "comments flagged : " delimited by size
                  flagged-ed delimited by size
             into val-rec.
           write val-rec.
           close val-file.
           call "rptarch" using "dbcmtval.rpt                  ",
                   "DBCMT     ".
           display "catalog comments flagged : ", flagged-count.
           if flagged-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.
       end-close-validation-report. exit.

       log-comment-change section.
      *************************************************************
      * every successful comment change is recorded permanently,  *
                   csv-envfn.
           call "envname" using "dbcmt.sync                    ",
                   sync-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "dbcmtval.rpt                  ",
                   val-envfn.
       end-resolve-toolkit-filenames. exit.
