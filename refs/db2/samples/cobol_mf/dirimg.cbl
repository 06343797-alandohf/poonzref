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
      ** SOURCE FILE NAME: dirimg.cbl
      **
      ** DB2 APIs USED:
      **         db2gNodeDirOpenScan -- OPEN NODE DIRECTORY SCAN
      **         db2gNodeDirGetNextEntry -- GET NEXT NODE DIRECTORY ENTRY
      **         db2gNodeDirCloseScan -- CLOSE NODE DIRECTORY SCAN
      **         db2gDbDirOpenScan -- OPEN DATABASE DIRECTORY SCAN
      **         db2gDbDirGetNextEntry -- GET NEXT DATABASE DIRECTORY ENTRY
      **         db2gDbDirCloseScan -- CLOSE DATABASE DIRECTORY SCAN
      **         sqlgdref -- DEREFERENCE ADDRESS
      **         sqlgctnd -- CATALOG NODE
      **         sqlgcadb -- CATALOG DATABASE
      **
      ** SAMPLE: Directory image export and re-catalog.  A rebuilt
      **         client, or the recovery site's fresh instance, has
      **         an empty node and database directory, and the
      **         catalog entries used to be retyped from memory.
      **         The export pass (dirimg.ctl mode "E", the default)
      **         scans both directories and writes dirimg.dat: an
      **         N-row per node (name, hostname, service) and a
      **         D-row per database (alias, name, node, entry type,
      **         comment, path).  The re-catalog pass (mode "R")
      **         replays the image against the directories on this
      **         machine: an entry already cataloged the same way is
      **         skipped, one cataloged differently is a CONFLICT
      **         left for a human, and everything else is cataloged.
      **         Every outcome goes to dirimg.rpt and every catalog
      **         action is recorded through opslog.  drship stages
      **         dirimg.dat with the rest of the DR kit.
      **
      ** OUTPUT FILE: dirimg.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "dirimg".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select img-file assign to img-envfn
              organization is line sequential
              file status is img-status.
           select rpt-file assign to rpt-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).

       FD  img-file.
       01  img-rec                pic x(290).

       FD  rpt-file.
       01  rpt-rec                pic x(110).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 img-envfn            pic x(42).
       77 rpt-envfn            pic x(42).

       copy "sqlca.cbl".
       copy "sqlenv.cbl".
       copy "db2ApiDf.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 idx                 pic 9(4) comp-5.
       77 errloc              pic x(80).
       77 ctl-status          pic x(2).
       77 img-status          pic x(2).
       77 end-of-img-sw       pic x value "N".
          88 end-of-img       value "Y".
       77 report-today        pic 9(8).

       77 run-mode             pic x(1) value "E".
          88 export-mode       value "E".
          88 recatalog-mode    value "R".

      * Variables for the directory scan APIs
       77 nodeCount           pic 9(4) comp-5.
       77 node-dir-info-sz    pic 9(4) comp-5 value 117.
       77 dbCount             pic 9(4) comp-5.
       77 db-dir-info-sz      pic 9(4) comp-5 value 1654.
       77 path-len            pic 9(4) comp-5 value 0.
       77 path                pic x(1025).

      * Variables for the CATALOG NODE / CATALOG DATABASE APIs
       77 node-name-len       pic s9(4) comp-5.
       77 host-name-len       pic s9(4) comp-5.
       77 alias-len           pic s9(4) comp-5.
       77 dbname-len          pic s9(4) comp-5.
       77 cat-node-len        pic s9(4) comp-5.
       77 cat-path-len        pic s9(4) comp-5.
       77 comment-len         pic s9(4) comp-5.
       77 cat-auth            pic 9(4) comp-5
                                  value SQL-AUTHENTICATION-NOT-SPEC.
       01 cat-type            pic x.
       01 cat-type-n redefines cat-type pic 99 comp-x.

      * one directory image row -- N-rows for nodes, D-rows for
      * databases
       01 img-line.
          05 im-kind           pic x(1).
             88 im-node-row    value "N".
             88 im-db-row      value "D".
          05 filler            pic x.
          05 im-body           pic x(288).
       01 img-node-line redefines img-line.
          05 filler            pic x(2).
          05 in-nodename       pic x(8).
          05 filler            pic x.
          05 in-hostname       pic x(64).
          05 filler            pic x.
          05 in-service        pic x(14).
          05 filler            pic x(200).
       01 img-db-line redefines img-line.
          05 filler            pic x(2).
          05 id-alias          pic x(8).
          05 filler            pic x.
          05 id-dbname         pic x(8).
          05 filler            pic x.
          05 id-nodename       pic x(8).
          05 filler            pic x.
          05 id-type           pic x(1).
          05 filler            pic x.
          05 id-comment        pic x(30).
          05 filler            pic x.
          05 id-path           pic x(215).
          05 filler            pic x(13).

      * what this machine already has cataloged, loaded before a
      * re-catalog so the replay can skip or flag each image row
       01 have-nodes.
          05 have-node         occurs 100 times.
             10 hn-nodename    pic x(8).
             10 hn-hostname    pic x(64).
             10 hn-service     pic x(14).
       77 have-node-count      pic s9(4) comp-5 value 0.
       01 have-dbs.
          05 have-db           occurs 200 times.
             10 hd-alias       pic x(8).
             10 hd-dbname      pic x(8).
             10 hd-nodename    pic x(8).
       77 have-db-count        pic s9(4) comp-5 value 0.
       77 have-idx             pic s9(4) comp-5.
       77 have-found-sw        pic x value "N".
          88 have-found        value "Y".

       77 node-rows            pic s9(4) comp-5 value 0.
       77 db-rows              pic s9(4) comp-5 value 0.
       77 added-count          pic s9(4) comp-5 value 0.
       77 exists-count         pic s9(4) comp-5 value 0.
       77 conflict-count       pic s9(4) comp-5 value 0.
       77 failed-count         pic s9(4) comp-5 value 0.
       77 node-ed              pic zzz9.
       77 db-ed                pic zzz9.
       77 added-ed             pic zzz9.
       77 exists-ed            pic zzz9.
       77 conflict-ed          pic zzz9.
       77 failed-ed            pic zzz9.
       77 sqlcode-ed           pic -(5)9.
       77 saved-rc             pic s9(4) comp-5 value 0.

       01 rpt-line            pic x(110).
       01 detail-line.
          05 dt-kind          pic x(9).
          05 dt-name          pic x(8).
          05 filler           pic x(2) value spaces.
          05 dt-verdict       pic x(10).
          05 dt-note          pic x(70).

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

       Procedure Division.
       dirimg-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DIRIMG.CBL".

           accept report-today from date yyyymmdd.

           perform read-control.

           open output rpt-file.
           move spaces to rpt-line.
           if recatalog-mode
              string "DIRECTORY RE-CATALOG  " delimited by size
                     report-today delimited by size
                into rpt-line
           else
              string "DIRECTORY IMAGE EXPORT  " delimited by size
                     report-today delimited by size
                into rpt-line
           end-if.
           write rpt-rec from rpt-line.
           move all "=" to rpt-line.
           write rpt-rec from rpt-line.

           if recatalog-mode
              perform recatalog-image
           else
              perform export-image
           end-if.

           close rpt-file.
      * the archive call must not wash out the replay's verdict
           move RETURN-CODE to saved-rc.
           call "rptarch" using "dirimg.rpt                    ",
                   "DIRIMG    ".
           move saved-rc to RETURN-CODE.

       end-dirimg. goback.

       read-control section.
      *************************************************************
      * dirimg.ctl: mode(1) -- "E" export the directories to the  *
      * image (the default), "R" re-catalog from the image        *
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
           end-read.
           close ctl-file.
       end-read-control. exit.

       export-image section.
      *************************************************************
      * nodes go first so a re-catalog has every node in place    *
      * before the remote databases that name it                  *
      *************************************************************
           open output img-file.
           if img-status not equal "00"
              display "cannot write dirimg.dat -- nothing exported"
              move 8 to RETURN-CODE
              go to end-export-image.

           perform scan-node-directory.
           perform scan-db-directory.
           close img-file.

           move node-rows to node-ed.
           move db-rows to db-ed.
           move spaces to rpt-line.
           string "nodes exported     : " delimited by size
                  node-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.
           move spaces to rpt-line.
           string "databases exported : " delimited by size
                  db-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           move spaces to log-detail.
           string "directory image written: " delimited by size
                  node-ed delimited by size
                  " node(s), " delimited by size
                  db-ed delimited by size
                  " database(s)" delimited by size
             into log-detail.
           call "opslog" using "DIRIMG    ",
                   "DIRECTORY EXPORT              ", log-detail.

           display "Directory image : ", node-rows, " node(s), ",
                    db-rows, " database(s)".
       end-export-image. exit.

       scan-node-directory section.

      ***************************************
      * OPEN NODE DIRECTORY SCAN API called *
      ***************************************
           call "db2gNodeDirOpenScan" using
                       by value      DB2VERSION820
                       by reference  DB2G-NODE-DIR-OPEN-SCAN-STRUCT
                       by reference  sqlca
                 returning rc.

      * SQL1037 -- an empty node directory -- is normal on a
      * freshly built client
           if sqlcode equal -1037
              go to end-scan-node-directory.
           move "OPEN NODE DIRECTORY SCAN" to errloc.
           call "checkerr" using SQLCA errloc "DIRIMG    ".

           move DB2-O-NODE-HANDLE of DB2G-NODE-DIR-OPEN-SCAN-STRUCT
              to DB2-I-NODE-HANDLE of DB2G-NODE-DIR-CLOSE-SCAN-STRUCT.
           move DB2-O-NODE-ENTRIES of DB2G-NODE-DIR-OPEN-SCAN-STRUCT
              to nodeCount.

           perform take-node-entry thru take-node-entry-exit
              varying idx from 0 by 1 until idx equal nodeCount.

      ****************************************
      * CLOSE NODE DIRECTORY SCAN API called *
      ****************************************
           call "db2gNodeDirCloseScan" using
                          by value      DB2VERSION820
                          by reference  DB2G-NODE-DIR-CLOSE-SCAN-STRUCT
                          by reference  sqlca
                     returning rc.

           move "CLOSE NODE DIRECTORY SCAN" to errloc.
           call "checkerr" using SQLCA errloc "DIRIMG    ".
       end-scan-node-directory. exit.

       take-node-entry section.

      ********************************************
      * GET NEXT NODE DIRECTORY ENTRY API called *
      ********************************************
           move DB2-O-NODE-HANDLE of DB2G-NODE-DIR-OPEN-SCAN-STRUCT
              to DB2-I-NODE-HANDLE of DB2G-NODE-DIR-NEXT-ENTRY-STRUCT.

           call "db2gNodeDirGetNextEntry" using
                       by value      DB2VERSION820
                       by reference  DB2G-NODE-DIR-NEXT-ENTRY-STRUCT
                       by reference  sqlca
                 returning rc.

      **********************************
      * DEREFERENCE ADDRESS API called *
      **********************************
           call "sqlgdref" using
                       by value       node-dir-info-sz
                       by reference  DB2NODE-DIR-INFO
                       by reference  DB2-PO-NODE-DIR-ENTRY of
                                       DB2G-NODE-DIR-NEXT-ENTRY-STRUCT
                 returning rc.

           if recatalog-mode
              if have-node-count less than 100
                 add 1 to have-node-count
                 move SQL-NODENAME-N
                    to hn-nodename(have-node-count)
                 move SQL-NODE-HOSTNAME-N
                    to hn-hostname(have-node-count)
                 move SQL-NODE-SVCNAME-N
                    to hn-service(have-node-count)
              end-if
              go to take-node-entry-exit.

           move spaces to img-line.
           move "N" to im-kind.
           move SQL-NODENAME-N      to in-nodename.
           move SQL-NODE-HOSTNAME-N to in-hostname.
           move SQL-NODE-SVCNAME-N  to in-service.
           write img-rec from img-line.
           add 1 to node-rows.
       take-node-entry-exit. exit.

       scan-db-directory section.
           move path-len to DB2-I-PATH-LEN
                of DB2G-DB-DIR-OPEN-SCAN-STRUCT.
           set DB2-PI-PATH of DB2G-DB-DIR-OPEN-SCAN-STRUCT
                to address of path.

      *******************************************
      * OPEN DATABASE DIRECTORY SCAN API called *
      *******************************************
           call "db2gDbDirOpenScan" using
                       by value      DB2VERSION820
                       by reference  DB2G-DB-DIR-OPEN-SCAN-STRUCT
                       by reference  sqlca
                 returning rc.

      * SQL1057 -- an empty system database directory -- is normal
      * on a freshly built client
           if sqlcode equal 1057
              go to end-scan-db-directory.
           move "OPEN DATABASE DIRECTORY SCAN" to errloc.
           call "checkerr" using SQLCA errloc "DIRIMG    ".

           move DB2-O-HANDLE of DB2G-DB-DIR-OPEN-SCAN-STRUCT
              to DB2-I-HANDLE of DB2G-DB-DIR-CLOSE-SCAN-STRUCT.
           move DB2-O-NUM-ENTRIES of DB2G-DB-DIR-OPEN-SCAN-STRUCT
              to dbCount.

           perform take-db-entry thru take-db-entry-exit
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
           call "checkerr" using SQLCA errloc "DIRIMG    ".
       end-scan-db-directory. exit.

       take-db-entry section.

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

           if recatalog-mode
              if have-db-count less than 200
                 add 1 to have-db-count
                 move SQL-ALIAS-N       to hd-alias(have-db-count)
                 move SQL-DBNAME-N      to hd-dbname(have-db-count)
                 move SQL-DB-NODENAME-N to hd-nodename(have-db-count)
              end-if
              go to take-db-entry-exit.

           move spaces to img-line.
           move "D" to im-kind.
           move SQL-ALIAS-N       to id-alias.
           move SQL-DBNAME-N      to id-dbname.
           move SQL-DB-NODENAME-N to id-nodename.
           move SQL-DIRENTRYTYPE-N to id-type.
           move SQL-COMMENT-N     to id-comment.
           move SQL-DBPATH-N      to id-path.
           write img-rec from img-line.
           add 1 to db-rows.
       take-db-entry-exit. exit.

       recatalog-image section.
      *************************************************************
      * the directories on this machine are read first; each      *
      * image row is then skipped, flagged or cataloged           *
      *************************************************************
           open input img-file.
           if img-status not equal "00"
              display "dirimg.dat not on hand -- nothing to replay"
              move "dirimg.dat not on hand -- nothing replayed"
                 to rpt-line
              write rpt-rec from rpt-line
              move 8 to RETURN-CODE
              go to end-recatalog-image.

           perform scan-node-directory.
           perform scan-db-directory.

           perform replay-one-row thru replay-one-row-exit
              until end-of-img.
           close img-file.

           move spaces to rpt-line.
           write rpt-rec from rpt-line.
           move added-count to added-ed.
           move exists-count to exists-ed.
           move conflict-count to conflict-ed.
           move failed-count to failed-ed.
           move spaces to rpt-line.
           string "added " delimited by size
                  added-ed delimited by size
                  "   already cataloged " delimited by size
                  exists-ed delimited by size
                  "   conflicts " delimited by size
                  conflict-ed delimited by size
                  "   failed " delimited by size
                  failed-ed delimited by size
             into rpt-line.
           write rpt-rec from rpt-line.

           display "Re-catalog: ", added-count, " added, ",
                    conflict-count, " conflict(s), ",
                    failed-count, " failed".

           if failed-count greater than 0
              move 8 to RETURN-CODE
           else
              if conflict-count greater than 0
                 and RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.
       end-recatalog-image. exit.

       replay-one-row section.
           read img-file into img-line
              at end
                 move "Y" to end-of-img-sw
                 go to replay-one-row-exit
           end-read.
           if im-node-row
              perform replay-node-row
           else
              if im-db-row
                 perform replay-db-row
              end-if
           end-if.
       replay-one-row-exit. exit.

       replay-node-row section.
           move "NODE" to dt-kind.
           move in-nodename to dt-name.
           move spaces to dt-note.

           move "N" to have-found-sw.
           perform find-have-node
              varying have-idx from 1 by 1
              until have-idx > have-node-count or have-found.
           if have-found
              subtract 1 from have-idx
              if hn-hostname(have-idx) equal in-hostname
                 and hn-service(have-idx) equal in-service
                 move "EXISTS" to dt-verdict
                 add 1 to exists-count
              else
                 move "CONFLICT" to dt-verdict
                 string "here: " delimited by size
                        hn-hostname(have-idx) delimited by space
                        " " delimited by size
                        hn-service(have-idx) delimited by space
                        "  image: " delimited by size
                        in-hostname delimited by space
                        " " delimited by size
                        in-service delimited by space
                   into dt-note
                 add 1 to conflict-count
                 perform log-node-conflict
              end-if
              write rpt-rec from detail-line
              go to end-replay-node-row.

           perform catalog-node.
           write rpt-rec from detail-line.
       end-replay-node-row. exit.

       find-have-node section.
           if hn-nodename(have-idx) equal in-nodename
              move "Y" to have-found-sw
           end-if.
       end-find-have-node. exit.

       catalog-node section.
           move 0 to node-name-len host-name-len.
           inspect in-nodename tallying node-name-len for characters
              before initial " ".
           inspect in-hostname tallying host-name-len for characters
              before initial " ".

      *******************
      * CATALOG NODE    *
      *******************
           call "sqlgctnd" using
                                 by value     node-name-len
                                 by value     host-name-len
                                 by reference sqlca
                                 by reference in-nodename
                                 by reference in-hostname
                                 by reference in-service
                           returning rc.

           move spaces to log-detail.
      * a failure is logged and counted and the replay goes on --
      * the summary and RC 8 at the end say what did not land
           if sqlcode less than 0
              move "FAILED" to dt-verdict
              move "CATALOG NODE" to dt-note
              add 1 to failed-count
              move sqlcode to sqlcode-ed
              string in-nodename delimited by space
                     " not cataloged, SQLCODE " delimited by size
                     sqlcode-ed delimited by size
                into log-detail
              call "opslog" using "DIRIMG    ",
                      "CATALOG NODE FAILED           ", log-detail
              go to end-catalog-node.

           move "ADDED" to dt-verdict.
           string in-hostname delimited by space
                  " " delimited by size
                  in-service delimited by space
             into dt-note.
           add 1 to added-count.
           string in-nodename delimited by space
                  " cataloged at " delimited by size
                  in-hostname delimited by space
                  " " delimited by size
                  in-service delimited by space
             into log-detail.
           call "opslog" using "DIRIMG    ",
                   "CATALOG NODE                  ", log-detail.
       end-catalog-node. exit.

       log-node-conflict section.
           move spaces to log-detail.
           string in-nodename delimited by space
                  " already cataloged at " delimited by size
                  hn-hostname(have-idx) delimited by space
                  " -- image entry skipped" delimited by size
             into log-detail.
           call "opslog" using "DIRIMG    ",
                   "CATALOG CONFLICT              ", log-detail.
       end-log-node-conflict. exit.

       replay-db-row section.
           move "DATABASE" to dt-kind.
           move id-alias to dt-name.
           move spaces to dt-note.

           move "N" to have-found-sw.
           perform find-have-db
              varying have-idx from 1 by 1
              until have-idx > have-db-count or have-found.
           if have-found
              subtract 1 from have-idx
              if hd-dbname(have-idx) equal id-dbname
                 and hd-nodename(have-idx) equal id-nodename
                 move "EXISTS" to dt-verdict
                 add 1 to exists-count
              else
                 move "CONFLICT" to dt-verdict
                 string "here: " delimited by size
                        hd-dbname(have-idx) delimited by space
                        " " delimited by size
                        hd-nodename(have-idx) delimited by space
                        "  image: " delimited by size
                        id-dbname delimited by space
                        " " delimited by size
                        id-nodename delimited by space
                   into dt-note
                 add 1 to conflict-count
                 perform log-db-conflict
              end-if
              write rpt-rec from detail-line
              go to end-replay-db-row.

           perform catalog-database.
           write rpt-rec from detail-line.
       end-replay-db-row. exit.

       find-have-db section.
           if hd-alias(have-idx) equal id-alias
              move "Y" to have-found-sw
           end-if.
       end-find-have-db. exit.

       catalog-database section.
           move 0 to alias-len dbname-len cat-node-len
                     cat-path-len comment-len.
           inspect id-alias tallying alias-len for characters
              before initial " ".
           inspect id-dbname tallying dbname-len for characters
              before initial " ".
           inspect id-nodename tallying cat-node-len for characters
              before initial " ".
           inspect id-path tallying cat-path-len for characters
              before initial " ".
           inspect id-comment tallying comment-len for characters
              before initial "  ".

      * a remote entry catalogs against its node; a local one
      * against its path
           if id-type equal SQL-REMOTE
              move SQL-REMOTE to cat-type
              move 0 to cat-path-len
           else
              move SQL-INDIRECT to cat-type
              move 0 to cat-node-len
           end-if.

      ***********************
      * CATALOG DATABASE    *
      ***********************
           call "sqlgcadb" using
                                 by value     comment-len
                                 by value     cat-path-len
                                 by value     cat-node-len
                                 by value     alias-len
                                 by value     dbname-len
                                 by reference sqlca
                                 by reference id-comment
                                 by value     cat-auth
                                 by reference id-path
                                 by reference id-nodename
                                 by value     cat-type-n
                                 by reference id-alias
                                 by reference id-dbname
                           returning rc.

           move spaces to log-detail.
           if sqlcode less than 0
              move "FAILED" to dt-verdict
              move "CATALOG DATABASE" to dt-note
              add 1 to failed-count
              move sqlcode to sqlcode-ed
              string id-alias delimited by space
                     " not cataloged, SQLCODE " delimited by size
                     sqlcode-ed delimited by size
                into log-detail
              call "opslog" using "DIRIMG    ",
                      "CATALOG DATABASE FAILED       ", log-detail
              go to end-catalog-database.

           move "ADDED" to dt-verdict.
           add 1 to added-count.
           if cat-type equal SQL-REMOTE
              string id-dbname delimited by space
                     " at node " delimited by size
                     id-nodename delimited by space
                into dt-note
           else
              string id-dbname delimited by space
                     " on " delimited by size
                     id-path delimited by space
                into dt-note
           end-if.
           string id-alias delimited by space
                  " cataloged as " delimited by size
                  dt-note delimited by "  "
             into log-detail.
           call "opslog" using "DIRIMG    ",
                   "CATALOG DATABASE              ", log-detail.
       end-catalog-database. exit.

       log-db-conflict section.
           move spaces to log-detail.
           string id-alias delimited by space
                  " already cataloged for " delimited by size
                  hd-dbname(have-idx) delimited by space
                  " -- image entry skipped" delimited by size
             into log-detail.
           call "opslog" using "DIRIMG    ",
                   "CATALOG CONFLICT              ", log-detail.
       end-log-db-conflict. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dirimg.ctl                    ",
                   ctl-envfn.
           call "envname" using "dirimg.dat                    ",
                   img-envfn.
           call "envname" using "dirimg.rpt                    ",
                   rpt-envfn.
       end-resolve-toolkit-filenames. exit.
