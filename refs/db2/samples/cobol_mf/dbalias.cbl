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
      ** SOURCE FILE NAME: dbalias.cbl
      **
      ** DB2 APIs USED:
      **         db2gDbDirOpenScan -- OPEN DATABASE DIRECTORY SCAN
      **         db2gDbDirGetNextEntry -- GET NEXT DATABASE DIRECTORY ENTRY
      **         db2gDbDirCloseScan -- CLOSE DATABASE DIRECTORY SCAN
      **         sqlgdref -- DEREFERENCE ADDRESS
      **         sqlguncd -- UNCATALOG DATABASE
      **         sqlgcadb -- CATALOG DATABASE
      **
      ** SAMPLE: Database alias management and alias-swap cutover.
      **         Applications connect by alias, and an application
      **         cutover (ORDERS moving to a rebuilt database) used
      **         to be an uncatalog and a recatalog typed by hand in
      **         the middle of the night.  dbalias.ctl picks the mode:
      **           "L" lists every alias in the database directory
      **               with the database it points at, and whether
      **               the inventory has it recorded (dbalias.rpt);
      **           "R" records the directory's aliases against each
      **               inventory entry through dbinvmnt change
      **               transactions;
      **           "C" cuts one alias over to a new target database,
      **               under an approved CUTOVER ticket (apprchk,
      **               target = the alias) inside a chgcal window;
      **           "B" backs the alias out to the target it had
      **               before its last cutover, under the same
      **               ticket and calendar rules;
      **           "H" reports the alias's history and the database
      **               it pointed at on a given date.
      **         Every cutover and back-out is appended to
      **         dbalias.hist, moves the alias between the two
      **         inventory entries and is logged through opslog.  A
      **         catalog that fails half-way puts the old entry back.
      **
      ** OUTPUT FILE: dbalias.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "dbalias".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select invtrn-file assign to invtrn-envfn
              organization is line sequential.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).
           05  filler             pic x.
           05  ctl-alias          pic x(8).
           05  filler             pic x.
           05  ctl-target         pic x(8).
           05  filler             pic x.
           05  ctl-asof           pic x(8).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  invtrn-file.
       01  invtrn-rec.
           05  tr-action          pic x(1).
           05  tr-dbname          pic x(8).
           05  tr-environment     pic x(4).
           05  tr-instance        pic x(18).
           05  tr-owner           pic x(20).
           05  tr-contact         pic x(20).
           05  tr-active          pic x(1).
           05  tr-aliases         pic x(32).

       FD  hist-file.
       01  hist-rec.
           05  ah-date            pic x(8).
           05  filler             pic x.
           05  ah-time            pic x(8).
           05  filler             pic x.
           05  ah-alias           pic x(8).
           05  filler             pic x.
           05  ah-action          pic x(8).
           05  filler             pic x.
           05  ah-from-db         pic x(8).
           05  filler             pic x.
           05  ah-to-db           pic x(8).
           05  filler             pic x.
           05  ah-ticket          pic x(6).
           05  filler             pic x.
           05  ah-operator        pic x(8).

       FD  rpt-file.
       01  rpt-rec                pic x(100).

       Working-Storage Section.

      * Variables for the shared run-lock subprogram (runlock)
       77 lock-rc             pic s9(9) comp-5 value 0.
       77 lock-acquired-sw    pic x value "N".
          88 lock-acquired    value "Y".

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 inv-envfn            pic x(42).
       77 invtrn-envfn         pic x(42).
       77 hist-envfn           pic x(42).
       77 rpt-envfn            pic x(42).

       copy "sqlca.cbl".
       copy "sqlenv.cbl".
       copy "db2ApiDf.cbl".
       copy "dbnmvars.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 idx                 pic 9(4) comp-5.
       77 errloc              pic x(80).
       77 ctl-status          pic x(2).
       77 inv-status          pic x(2).
       77 hist-status         pic x(2).
       77 end-of-inv-sw       pic x value "N".
          88 end-of-inv       value "Y".
       77 end-of-hist-sw      pic x value "N".
          88 end-of-hist      value "Y".
       77 today-date          pic 9(8).
       77 now-time            pic 9(8).
       77 operator-id         pic x(8).

       77 run-mode             pic x(1) value "L".
          88 list-mode         value "L".
          88 record-mode       value "R".
          88 cutover-mode      value "C".
          88 backout-mode      value "B".
          88 history-mode      value "H".
       77 req-alias            pic x(8) value spaces.
       77 req-target           pic x(8) value spaces.
       77 req-asof             pic x(8) value spaces.

      * Variables for the database directory scan
       77 dbCount             pic 9(4) comp-5.
       77 db-dir-info-sz      pic 9(4) comp-5 value 1654.
       77 scan-path-len       pic 9(4) comp-5 value 0.
       77 scan-path           pic x(1025).

      * the database directory as this run found it
       01 dir-entries.
          05 dir-entry         occurs 200 times.
             10 de-alias       pic x(8).
             10 de-dbname      pic x(8).
             10 de-nodename    pic x(8).
             10 de-type        pic x(1).
             10 de-comment     pic x(30).
             10 de-path        pic x(215).
       77 dir-count            pic s9(4) comp-5 value 0.
       77 dir-idx              pic s9(4) comp-5.
       77 alias-dir-idx        pic s9(4) comp-5 value 0.
       77 target-dir-idx       pic s9(4) comp-5 value 0.

      * the inventory: name, active flag and recorded aliases
       01 inv-entries.
          05 inv-entry         occurs 200 times.
             10 ie-dbname      pic x(8).
             10 ie-active      pic x(1).
             10 ie-aliases.
                15 ie-alias    pic x(8) occurs 4 times.
       77 inv-count            pic s9(4) comp-5 value 0.
       77 inv-idx              pic s9(4) comp-5.
       77 from-inv-idx         pic s9(4) comp-5 value 0.
       77 to-inv-idx           pic s9(4) comp-5 value 0.
       77 alias-idx            pic s9(4) comp-5.
       77 found-sw             pic x value "N".
          88 entry-found       value "Y".

      * an alias list being rebuilt for one inventory entry
       01 new-aliases.
          05 new-alias         pic x(8) occurs 4 times.
       77 new-count            pic s9(4) comp-5.
       77 trn-count            pic s9(4) comp-5 value 0.
       77 overflow-count       pic s9(4) comp-5 value 0.

      * the cutover: the alias, the database it points at now and
      * the database it is to point at
       77 from-db              pic x(8) value spaces.
       77 to-db                pic x(8) value spaces.
       77 hist-action          pic x(8) value spaces.
       77 last-from-db         pic x(8) value spaces.
       77 last-to-db           pic x(8) value spaces.

      * the alias entry as it stood, kept to put it back if the
      * new catalog fails
       77 old-dbname           pic x(8).
       77 old-nodename         pic x(8).
       77 old-type             pic x(1).
       77 old-comment          pic x(30).
       77 old-path             pic x(215).

      * Variables for the CATALOG DATABASE API
       77 cat-dbname           pic x(8).
       77 cat-nodename         pic x(8).
       77 cat-comment          pic x(30).
       77 cat-node-len         pic s9(4) comp-5.
       77 comment-len          pic s9(4) comp-5.
       77 cat-auth             pic 9(4) comp-5
                                   value SQL-AUTHENTICATION-NOT-SPEC.
       01 cat-type             pic x.
       01 cat-type-n redefines cat-type pic 99 comp-x.

      * Variables for the shared approval-ticket check (apprchk)
       77 appr-rc             pic s9(9) comp-5 value 0.
       77 appr-ticket         pic x(6) value spaces.
       77 appr-target         pic x(9) value spaces.

      * Variable for the shared change-calendar check (chgcal)
       77 cal-rc              pic s9(9) comp-5 value 0.

      * history report: what the alias meant on the as-of date
       77 asof-db              pic x(8) value spaces.
       77 first-from-db        pic x(8) value spaces.
       77 hist-rows            pic s9(4) comp-5 value 0.

       01 rpt-line            pic x(100).
       01 alias-line.
          05 al-alias          pic x(8).
          05 filler            pic x(2) value spaces.
          05 al-dbname         pic x(8).
          05 filler            pic x(2) value spaces.
          05 al-where          pic x(30).
          05 filler            pic x(2) value spaces.
          05 al-flag           pic x(40).
       01 hist-line.
          05 hl-date           pic x(8).
          05 filler            pic x(2) value spaces.
          05 hl-action         pic x(8).
          05 filler            pic x(2) value spaces.
          05 hl-from-db        pic x(8).
          05 filler            pic x(4) value " -> ".
          05 hl-to-db          pic x(8).
          05 filler            pic x(2) value spaces.
          05 hl-ticket         pic x(6).
          05 filler            pic x(2) value spaces.
          05 hl-operator       pic x(8).
       77 unrecorded-count     pic s9(4) comp-5 value 0.
       77 count-ed             pic zzz9.
       77 sqlcode-ed           pic -(9)9.

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.

       Procedure Division.
       dbalias-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DBALIAS.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "DBALIAS   ".

           accept today-date from date yyyymmdd.
           accept now-time   from time.
           accept operator-id from environment "USER".
           if operator-id equal spaces
              move "UNKNOWN" to operator-id
           end-if.

           perform read-control.

           evaluate true
              when list-mode     perform list-aliases
              when record-mode   perform record-aliases
              when cutover-mode  perform change-alias
              when backout-mode  perform change-alias
              when history-mode  perform report-history
              when other
                 display "dbalias.ctl mode """, run-mode,
                          """ is not L, R, C, B or H"
                 move 8 to RETURN-CODE
           end-evaluate.

       end-dbalias.
           if lock-acquired
              call "runlock" using "R", "DBALIAS   ", lock-rc
           end-if.
           move RETURN-CODE to reg-rc.
           call "runreg" using "DBALIAS   ", reg-rc.
           stop run.

       read-control section.
      *************************************************************
      * dbalias.ctl: mode(1), alias(8), the new target database   *
      * (8, cutover only) and an as-of date (8, history only --   *
      * today when blank); a missing file lists                   *
      *************************************************************
           open input ctl-file.
           if ctl-status not equal "00"
              go to end-read-control.
           read ctl-file
              at end continue
              not at end
                 if ctl-mode not equal space
                    move ctl-mode to run-mode
                 end-if
                 move ctl-alias  to req-alias
                 move ctl-target to req-target
                 move ctl-asof   to req-asof
           end-read.
           close ctl-file.
       end-read-control. exit.

       load-directory section.
      *************************************************************
      * the whole database directory, held for lookups both ways: *
      * alias to database, and a database's own entry            *
      *************************************************************
           move scan-path-len to DB2-I-PATH-LEN
                of DB2G-DB-DIR-OPEN-SCAN-STRUCT.
           set DB2-PI-PATH of DB2G-DB-DIR-OPEN-SCAN-STRUCT
                to address of scan-path.

      *******************************************
      * OPEN DATABASE DIRECTORY SCAN API called *
      *******************************************
           call "db2gDbDirOpenScan" using
                       by value      DB2VERSION820
                       by reference  DB2G-DB-DIR-OPEN-SCAN-STRUCT
                       by reference  sqlca
                 returning rc.

           if sqlcode equal 1057
              go to end-load-directory.
           move "OPEN DATABASE DIRECTORY SCAN" to errloc.
           call "checkerr" using SQLCA errloc "DBALIAS   ".

           move DB2-O-HANDLE of DB2G-DB-DIR-OPEN-SCAN-STRUCT
              to DB2-I-HANDLE of DB2G-DB-DIR-CLOSE-SCAN-STRUCT.
           move DB2-O-NUM-ENTRIES of DB2G-DB-DIR-OPEN-SCAN-STRUCT
              to dbCount.

           perform load-dir-entry thru load-dir-entry-exit
              varying idx from 0 by 1 until idx equal dbCount.

      ********************************************
      * CLOSE DATABASE DIRECTORY SCAN API called *
      ********************************************
           call "db2gDbDirCloseScan" using
                          by value      DB2VERSION820
                          by reference  DB2G-DB-DIR-CLOSE-SCAN-STRUCT
                          by reference  sqlca
                     returning rc.

           move "CLOSE DATABASE DIRECTORY SCAN" to errloc.
           call "checkerr" using SQLCA errloc "DBALIAS   ".
       end-load-directory. exit.

       load-dir-entry section.

      ************************************************
      * GET NEXT DATABASE DIRECTORY ENTRY API called *
      ************************************************
           move DB2-O-HANDLE of DB2G-DB-DIR-OPEN-SCAN-STRUCT to
              DB2-I-HANDLE of DB2G-DB-DIR-NEXT-ENTRY-STRUCT.

           call "db2gDbDirGetNextEntry" using
                          by value      DB2VERSION820
                          by reference  DB2G-DB-DIR-NEXT-ENTRY-STRUCT
                          by reference  sqlca
                    returning rc.

      **********************************
      * DEREFERENCE ADDRESS API called *
      **********************************
           call "sqlgdref" using
                       by value       db-dir-info-sz
                       by reference  DB2DB-DIR-INFO
                       by reference  DB2-PO-DB-DIR-ENTRY of
                                        DB2G-DB-DIR-NEXT-ENTRY-STRUCT
                 returning rc.

           if dir-count equal 200
              go to load-dir-entry-exit.
           add 1 to dir-count.
           move SQL-ALIAS-N        to de-alias(dir-count).
           move SQL-DBNAME-N       to de-dbname(dir-count).
           move SQL-DB-NODENAME-N  to de-nodename(dir-count).
           move SQL-DIRENTRYTYPE-N to de-type(dir-count).
           move SQL-COMMENT-N      to de-comment(dir-count).
           move SQL-DBPATH-N       to de-path(dir-count).
       load-dir-entry-exit. exit.

       load-inventory section.
           open input inv-file.
           if inv-status not equal "00"
              display "DBALIAS: dbinv.dat not on hand -- run dbinvmnt"
              go to end-load-inventory.
           move "N" to end-of-inv-sw.
           perform load-one-inv-entry thru load-one-inv-entry-exit
              until end-of-inv or inv-count equal 200.
           close inv-file.
       end-load-inventory. exit.

       load-one-inv-entry section.
           read inv-file
              at end move "Y" to end-of-inv-sw
              not at end
                 add 1 to inv-count
                 move IV-DBNAME  to ie-dbname(inv-count)
                 move IV-ACTIVE  to ie-active(inv-count)
                 move IV-ALIASES to ie-aliases(inv-count)
           end-read.
       load-one-inv-entry-exit. exit.

       find-alias-entry section.
      *************************************************************
      * the directory entry cataloged under req-alias; 0 when the *
      * alias is not cataloged                                    *
      *************************************************************
           move 0 to alias-dir-idx.
           perform check-alias-entry
              varying dir-idx from 1 by 1
              until dir-idx > dir-count or alias-dir-idx > 0.
       end-find-alias-entry. exit.

       check-alias-entry section.
           if de-alias(dir-idx) equal req-alias
              move dir-idx to alias-dir-idx
           end-if.
       end-check-alias-entry. exit.

       find-target-entry section.
      *************************************************************
      * a database's own directory entry -- the one cataloged     *
      * under its own name -- is where a re-pointed alias takes   *
      * its node or path from                                     *
      *************************************************************
           move 0 to target-dir-idx.
           perform check-target-entry
              varying dir-idx from 1 by 1
              until dir-idx > dir-count or target-dir-idx > 0.
       end-find-target-entry. exit.

       check-target-entry section.
           if de-alias(dir-idx) equal to-db
              and de-dbname(dir-idx) equal to-db
              move dir-idx to target-dir-idx
           end-if.
       end-check-target-entry. exit.

       find-inv-entry section.
      *************************************************************
      * the inventory entry for cat-dbname; inv-idx is 0 when     *
      * the database is not in the inventory                      *
      *************************************************************
           move "N" to found-sw.
           perform check-inv-entry
              varying inv-idx from 1 by 1
              until inv-idx > inv-count or entry-found.
           if entry-found
              subtract 1 from inv-idx
           else
              move 0 to inv-idx
           end-if.
       end-find-inv-entry. exit.

       check-inv-entry section.
           if ie-dbname(inv-idx) equal cat-dbname
              move "Y" to found-sw
           end-if.
       end-check-inv-entry. exit.

       list-aliases section.
      *************************************************************
      * every directory entry, alias first, with whether the      *
      * inventory records the alias against its database          *
      *************************************************************
           perform load-directory.
           perform load-inventory.

           open output rpt-file.
           move spaces to rpt-line.
           string "DATABASE ALIASES  " delimited by size
                  today-date delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.
           move "ALIAS     DATABASE  WHERE" to rpt-line.
           write rpt-rec from rpt-line.

           perform list-one-alias
              varying dir-idx from 1 by 1
              until dir-idx > dir-count.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move unrecorded-count to count-ed.
           move spaces to rpt-line.
           string "aliases not recorded in the inventory : "
                     delimited by size
                  count-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "dbalias.rpt                   ",
                   "DBALIAS   ".

           display "Aliases listed : ", dir-count,
                    "  not recorded : ", unrecorded-count.
           if unrecorded-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.
       end-list-aliases. exit.

       list-one-alias section.
           move spaces to alias-line.
           move de-alias(dir-idx)  to al-alias.
           move de-dbname(dir-idx) to al-dbname.
           if de-type(dir-idx) equal SQL-REMOTE
              string "node " delimited by size
                     de-nodename(dir-idx) delimited by space
                into al-where
           else
              move de-path(dir-idx) to al-where
           end-if.

           perform flag-alias-record.
           write rpt-rec from alias-line.
       end-list-one-alias. exit.

       flag-alias-record section.
      * a database cataloged under its own name needs no record
           if de-alias(dir-idx) equal de-dbname(dir-idx)
              go to end-flag-alias-record.

           move de-dbname(dir-idx) to cat-dbname.
           perform find-inv-entry.
           if inv-idx equal 0
              move "database not in the inventory" to al-flag
              go to end-flag-alias-record.
           move "N" to found-sw.
           perform check-recorded-alias
              varying alias-idx from 1 by 1
              until alias-idx > 4 or entry-found.
           if not entry-found
              move "** NOT RECORDED IN THE INVENTORY" to al-flag
              add 1 to unrecorded-count
           end-if.
       end-flag-alias-record. exit.

       check-recorded-alias section.
           if ie-alias(inv-idx, alias-idx) equal de-alias(dir-idx)
              move "Y" to found-sw
           end-if.
       end-check-recorded-alias. exit.

       record-aliases section.
      *************************************************************
      * each inventory entry's alias list is rebuilt from the     *
      * directory; only entries whose list changed get a change   *
      * transaction                                               *
      *************************************************************
           perform load-directory.
           perform load-inventory.
           if inv-count equal 0
              move 8 to RETURN-CODE
              go to end-record-aliases.

           open output invtrn-file.
           perform record-one-entry
              varying inv-idx from 1 by 1
              until inv-idx > inv-count.
           close invtrn-file.

           if trn-count greater than 0
              call "dbinvmnt"
           end-if.

           move spaces to log-detail.
           move trn-count to count-ed.
           string "alias lists recorded for " delimited by size
                  count-ed delimited by size
                  " inventory entr(ies)" delimited by size
             into log-detail.
           call "opslog" using "DBALIAS   ",
                   "ALIASES RECORDED              ", log-detail.
           display "Inventory entries updated : ", trn-count.

           if overflow-count greater than 0
              display overflow-count, " database(s) carry more ",
                       "than four aliases -- the first four recorded"
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.
       end-record-aliases. exit.

       record-one-entry section.
           move spaces to new-aliases.
           move 0 to new-count.
           perform collect-one-alias
              varying dir-idx from 1 by 1
              until dir-idx > dir-count.
           if new-count greater than 4
              add 1 to overflow-count
           end-if.
           if new-aliases equal ie-aliases(inv-idx)
              go to end-record-one-entry.
           move ie-dbname(inv-idx) to cat-dbname.
           perform write-alias-transaction.
       end-record-one-entry. exit.

       collect-one-alias section.
           if de-dbname(dir-idx) not equal ie-dbname(inv-idx)
              go to end-collect-one-alias.
           if de-alias(dir-idx) equal de-dbname(dir-idx)
              go to end-collect-one-alias.
           add 1 to new-count.
           if new-count not greater than 4
              move de-alias(dir-idx) to new-alias(new-count)
           end-if.
       end-collect-one-alias. exit.

       write-alias-transaction section.
      *************************************************************
      * one dbinvmnt change transaction carrying only the alias   *
      * list for cat-dbname; an emptied list goes as "*"          *
      *************************************************************
           move spaces     to invtrn-rec.
           move "C"        to tr-action.
           move cat-dbname to tr-dbname.
           if new-aliases equal spaces
              move "*" to tr-aliases
           else
              move new-aliases to tr-aliases
           end-if.
           write invtrn-rec.
           add 1 to trn-count.
       end-write-alias-transaction. exit.

       change-alias section.
      *************************************************************
      * cutover and back-out share one path: work out the target, *
      * clear the gates, uncatalog the alias and catalog it again *
      * against the target's own directory entry                  *
      *************************************************************
           if req-alias equal spaces
              display "dbalias.ctl names no alias -- nothing to ",
                       "change"
              move 8 to RETURN-CODE
              go to end-change-alias.

           perform load-directory.
           perform load-inventory.

           perform find-alias-entry.
           if alias-dir-idx equal 0
              display req-alias, " is not cataloged here -- ",
                       "catalog it before cutting it over"
              move 8 to RETURN-CODE
              go to end-change-alias.
           move de-dbname(alias-dir-idx) to from-db.

           if cutover-mode
              move "CUTOVER" to hist-action
              move req-target to to-db
           else
              move "BACKOUT" to hist-action
              perform find-last-cutover
              if last-to-db equal spaces
                 display "no cutover of ", req-alias,
                          " on record -- nothing to back out"
                 move 8 to RETURN-CODE
                 go to end-change-alias
              end-if
              if last-to-db not equal from-db
                 display req-alias, " points at ", from-db,
                          " but its last recorded change left it at ",
                          last-to-db, " -- refusing the back-out"
                 move 8 to RETURN-CODE
                 go to end-change-alias
              end-if
              move last-from-db to to-db
           end-if.

           if to-db equal spaces
              display "dbalias.ctl names no target database for the ",
                       "cutover"
              move 8 to RETURN-CODE
              go to end-change-alias.
           if to-db equal from-db
              display req-alias, " already points at ", to-db,
                       " -- nothing to change"
              move 4 to RETURN-CODE
              go to end-change-alias.
           if req-alias equal from-db
              display req-alias, " is the database's own name, ",
                       "not an alias -- it cannot be re-pointed"
              move 8 to RETURN-CODE
              go to end-change-alias.

           move to-db to cat-dbname.
           perform find-inv-entry.
           if inv-idx equal 0
              display to-db, " is not in the inventory -- an alias ",
                       "only points at a managed database"
              move 8 to RETURN-CODE
              go to end-change-alias.
           if ie-active(inv-idx) not equal "A"
              display to-db, " is retired in the inventory -- ",
                       "refusing"
              move 8 to RETURN-CODE
              go to end-change-alias.
           perform find-target-entry.
           if target-dir-idx equal 0
              display to-db, " is not cataloged under its own name ",
                       "-- nothing to point the alias at"
              move 8 to RETURN-CODE
              go to end-change-alias.

      * an approved CUTOVER ticket for the alias covers both the
      * cutover and its back-out
           move spaces to appr-target.
           move req-alias to appr-target.
           call "apprchk" using "CUTOVER   ", appr-target,
                   appr-ticket, appr-rc.
           if appr-rc not equal 0
              display "no approved CUTOVER ticket for ", req-alias,
                       " -- refusing"
              move spaces to log-detail
              string "no approved CUTOVER ticket for "
                        delimited by size
                     req-alias delimited by space
                into log-detail
              call "opslog" using "DBALIAS   ",
                      "APPROVAL TICKET MISSING       ", log-detail
              move 12 to RETURN-CODE
              go to end-change-alias.

           call "chgcal" using "DBALIAS   ", cal-rc.
           if cal-rc not equal 0
              move 12 to RETURN-CODE
              go to end-change-alias.

           call "runlock" using "A", "DBALIAS   ", lock-rc.
           if lock-rc equal 8
              move 12 to RETURN-CODE
              go to end-change-alias.
           if lock-rc equal 0
              move "Y" to lock-acquired-sw
           end-if.

           move de-dbname(alias-dir-idx)   to old-dbname.
           move de-nodename(alias-dir-idx) to old-nodename.
           move de-type(alias-dir-idx)     to old-type.
           move de-comment(alias-dir-idx)  to old-comment.
           move de-path(alias-dir-idx)     to old-path.

           perform uncatalog-alias.
           if RETURN-CODE not less than 8
              go to end-change-alias.

           move de-dbname(target-dir-idx)   to cat-dbname.
           move de-nodename(target-dir-idx) to cat-nodename.
           move de-type(target-dir-idx)     to cat-type.
           move de-comment(target-dir-idx)  to cat-comment.
           move de-path(target-dir-idx)     to PATH.
           perform catalog-alias.
      * a failed catalog is logged, the old entry put back and the
      * run lock released on the way out -- never a STOP RUN with
      * the alias gone and the lock held
           if sqlcode less than 0
              perform restore-old-entry
              move 8 to RETURN-CODE
              go to end-change-alias.

           perform write-alias-history.
           perform move-inventory-alias.

           move spaces to log-detail.
           string req-alias delimited by space
                  " re-pointed " delimited by size
                  from-db delimited by space
                  " -> " delimited by size
                  to-db delimited by space
                  " under ticket " delimited by size
                  appr-ticket delimited by size
             into log-detail.
           if cutover-mode
              call "opslog" using "DBALIAS   ",
                      "ALIAS CUTOVER                 ", log-detail
           else
              call "opslog" using "DBALIAS   ",
                      "ALIAS BACKOUT                 ", log-detail
           end-if.
           display req-alias, " now points at ", to-db.
       end-change-alias. exit.

       uncatalog-alias section.
           move spaces to ALIAS.
           move req-alias to ALIAS.
           move 0 to ALIAS-LEN.
           inspect ALIAS tallying ALIAS-LEN for characters
              before initial " ".

      *********************************
      * UNCATALOG DATABASE API called *
      *********************************
           call "sqlguncd" using
                                 by value     ALIAS-LEN
                                 by reference sqlca
                                 by reference ALIAS
                           returning rc.

           if sqlcode not equal 0
              display "uncatalog of ", req-alias,
                       " FAILED, SQLCODE = ", sqlcode
              move sqlcode to sqlcode-ed
              move spaces to log-detail
              string req-alias delimited by space
                     " uncatalog failed, SQLCODE " delimited by size
                     sqlcode-ed delimited by size
                into log-detail
              call "opslog" using "DBALIAS   ",
                      "ALIAS UNCATALOG FAILED        ", log-detail
              move 8 to RETURN-CODE
              go to end-uncatalog-alias.

           move spaces to log-detail.
           string req-alias delimited by space
                  " uncataloged from " delimited by size
                  from-db delimited by space
             into log-detail.
           call "opslog" using "DBALIAS   ",
                   "ALIAS UNCATALOG               ", log-detail.
       end-uncatalog-alias. exit.

       catalog-alias section.
      *************************************************************
      * catalogs req-alias against cat-dbname -- by node for a    *
      * remote entry, by PATH for a local one                     *
      *************************************************************
           move spaces to ALIAS DBNAME.
           move req-alias  to ALIAS.
           move cat-dbname to DBNAME.
           move 0 to ALIAS-LEN DBNAME-LEN PATH-LEN cat-node-len
                     comment-len.
           inspect ALIAS tallying ALIAS-LEN for characters
              before initial " ".
           inspect DBNAME tallying DBNAME-LEN for characters
              before initial " ".
           inspect cat-comment tallying comment-len for characters
              before initial "  ".
           if cat-type equal SQL-REMOTE
              inspect cat-nodename tallying cat-node-len
                 for characters before initial " "
           else
              move SQL-INDIRECT to cat-type
              inspect PATH tallying PATH-LEN for characters
                 before initial " "
           end-if.

      ***********************
      * CATALOG DATABASE    *
      ***********************
           call "sqlgcadb" using
                                 by value     comment-len
                                 by value     PATH-LEN
                                 by value     cat-node-len
                                 by value     ALIAS-LEN
                                 by value     DBNAME-LEN
                                 by reference sqlca
                                 by reference cat-comment
                                 by value     cat-auth
                                 by reference PATH
                                 by reference cat-nodename
                                 by value     cat-type-n
                                 by reference ALIAS
                                 by reference DBNAME
                           returning rc.

           if sqlcode less than 0
              display "catalog of ", req-alias, " for ", cat-dbname,
                       " FAILED, SQLCODE = ", sqlcode
              move sqlcode to sqlcode-ed
              move spaces to log-detail
              string req-alias delimited by space
                     " for " delimited by size
                     cat-dbname delimited by space
                     " failed, SQLCODE " delimited by size
                     sqlcode-ed delimited by size
                into log-detail
              call "opslog" using "DBALIAS   ",
                      "ALIAS CATALOG FAILED          ", log-detail
              go to end-catalog-alias.

           move spaces to log-detail.
           string req-alias delimited by space
                  " cataloged for " delimited by size
                  cat-dbname delimited by space
             into log-detail.
           call "opslog" using "DBALIAS   ",
                   "ALIAS CATALOG                 ", log-detail.
       end-catalog-alias. exit.

       restore-old-entry section.
      *************************************************************
      * the new catalog failed with the alias already gone: put   *
      * the old entry back so the applications keep connecting    *
      *************************************************************
           move old-dbname   to cat-dbname.
           move old-nodename to cat-nodename.
           move old-type     to cat-type.
           move old-comment  to cat-comment.
           move old-path     to PATH.
           perform catalog-alias.

           move spaces to log-detail.
           if sqlcode less than 0
              string req-alias delimited by space
                     " LOST -- catalog it for " delimited by size
                     old-dbname delimited by space
                     " by hand" delimited by size
                into log-detail
              display "** ", req-alias, " could not be put back -- ",
                       "it is NOT cataloged"
           else
              string "cutover of " delimited by size
                     req-alias delimited by space
                     " failed -- left pointing at " delimited by size
                     old-dbname delimited by space
                into log-detail
           end-if.
           call "opslog" using "DBALIAS   ",
                   "ALIAS CUTOVER FAILED          ", log-detail.
       end-restore-old-entry. exit.

       write-alias-history section.
      *************************************************************
      * dbalias.hist: one row per cutover or back-out, so what an *
      * alias meant on any past date can be read back (mode "H")  *
      *************************************************************
           open extend hist-file.
           move spaces      to hist-rec.
           move today-date  to ah-date.
           move now-time    to ah-time.
           move req-alias   to ah-alias.
           move hist-action to ah-action.
           move from-db     to ah-from-db.
           move to-db       to ah-to-db.
           move appr-ticket to ah-ticket.
           move operator-id to ah-operator.
           write hist-rec.
           close hist-file.
       end-write-alias-history. exit.

       find-last-cutover section.
           move spaces to last-from-db last-to-db.
           move "N" to end-of-hist-sw.
           open input hist-file.
           if hist-status not equal "00"
              go to end-find-last-cutover.
           perform read-last-one thru read-last-one-exit
              until end-of-hist.
           close hist-file.
       end-find-last-cutover. exit.

       read-last-one section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to read-last-one-exit
           end-read.
           if ah-alias equal req-alias
              move ah-from-db to last-from-db
              move ah-to-db   to last-to-db
           end-if.
       read-last-one-exit. exit.

       move-inventory-alias section.
      *************************************************************
      * the alias leaves the old target's inventory entry and     *
      * joins the new one's, through dbinvmnt change transactions *
      *************************************************************
           open output invtrn-file.

           move from-db to cat-dbname.
           perform find-inv-entry.
           if inv-idx greater than 0
              move spaces to new-aliases
              move 0 to new-count
              perform keep-other-alias
                 varying alias-idx from 1 by 1
                 until alias-idx > 4
              if new-aliases not equal ie-aliases(inv-idx)
                 perform write-alias-transaction
              end-if
           end-if.

           move to-db to cat-dbname.
           perform find-inv-entry.
           move ie-aliases(inv-idx) to new-aliases.
           move "N" to found-sw.
           perform check-new-alias
              varying alias-idx from 1 by 1
              until alias-idx > 4 or entry-found.
           if not entry-found
              move 0 to new-count
              perform find-free-slot
                 varying alias-idx from 1 by 1
                 until alias-idx > 4 or new-count > 0
              if new-count equal 0
                 display to-db, " already records four aliases -- ",
                          req-alias, " not recorded"
                 if RETURN-CODE less than 4
                    move 4 to RETURN-CODE
                 end-if
              else
                 move req-alias to new-alias(new-count)
                 perform write-alias-transaction
              end-if
           end-if.

           close invtrn-file.
           if trn-count greater than 0
              call "dbinvmnt"
           end-if.
       end-move-inventory-alias. exit.

       keep-other-alias section.
           if ie-alias(inv-idx, alias-idx) not equal req-alias
              and ie-alias(inv-idx, alias-idx) not equal spaces
              add 1 to new-count
              move ie-alias(inv-idx, alias-idx)
                 to new-alias(new-count)
           end-if.
       end-keep-other-alias. exit.

       check-new-alias section.
           if new-alias(alias-idx) equal req-alias
              move "Y" to found-sw
           end-if.
       end-check-new-alias. exit.

       find-free-slot section.
           if new-alias(alias-idx) equal spaces
              move alias-idx to new-count
           end-if.
       end-find-free-slot. exit.

       report-history section.
      *************************************************************
      * every recorded change of the alias, and the database it   *
      * pointed at on the as-of date: the last change made on or  *
      * before that date, or -- before its first change -- the    *
      * database that first change moved it away from             *
      *************************************************************
           if req-alias equal spaces
              display "dbalias.ctl names no alias -- no history ",
                       "to report"
              move 8 to RETURN-CODE
              go to end-report-history.
           if req-asof equal spaces
              move today-date to req-asof
           end-if.

           open output rpt-file.
           move spaces to rpt-line.
           string "ALIAS HISTORY FOR " delimited by size
                  req-alias delimited by space
                  "  AS OF " delimited by size
                  req-asof delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           move "N" to end-of-hist-sw.
           open input hist-file.
           if hist-status equal "00"
              perform report-one-change thru report-one-change-exit
                 until end-of-hist
              close hist-file
           end-if.

           if asof-db equal spaces
              move first-from-db to asof-db
           end-if.
           if asof-db equal spaces
              perform load-directory
              perform find-alias-entry
              if alias-dir-idx greater than 0
                 move de-dbname(alias-dir-idx) to asof-db
              end-if
           end-if.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           if asof-db equal spaces
              string req-alias delimited by space
                     " has no recorded changes and is not cataloged"
                        delimited by size
                into rpt-line
           else
              string "on " delimited by size
                     req-asof delimited by size
                     " " delimited by size
                     req-alias delimited by space
                     " pointed at " delimited by size
                     asof-db delimited by space
                into rpt-line
           end-if.
           write rpt-rec from rpt-line.
           close rpt-file.
           call "rptarch" using "dbalias.rpt                   ",
                   "DBALIAS   ".
           display rpt-line.
       end-report-history. exit.

       report-one-change section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to report-one-change-exit
           end-read.
           if ah-alias not equal req-alias
              go to report-one-change-exit.

           add 1 to hist-rows.
           if hist-rows equal 1
              move ah-from-db to first-from-db
           end-if.
           if ah-date not greater than req-asof
              move ah-to-db to asof-db
           end-if.

           move ah-date     to hl-date.
           move ah-action   to hl-action.
           move ah-from-db  to hl-from-db.
           move ah-to-db    to hl-to-db.
           move ah-ticket   to hl-ticket.
           move ah-operator to hl-operator.
           write rpt-rec from hist-line.
       report-one-change-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbalias.ctl                   ",
                   ctl-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "dbinv.trn                     ",
                   invtrn-envfn.
           call "envname" using "dbalias.hist                  ",
                   hist-envfn.
           call "envname" using "dbalias.rpt                   ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
