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
      ** SOURCE FILE NAME: dbmcomp.cbl
      **
      ** DB2 APIs USED:
      **         sqlgxsys -- GET DATABASE MANAGER CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **
      ** SAMPLE: Database manager configuration compliance across
      **         every instance we manage.  d_dbmcon only reports the
      **         manager defaults and their drift from dbmcon.base;
      **         this attaches to each instance in db2inst.lst
      **         through instatch, reads the configuration that
      **         instance is actually running with (MAXAGENTS, NUMDB,
      **         RQRIOBLK, ASLHEAPSZ, SHEAPTHRES, MAXCAGENTS), and
      **         compares it with the instance template for its
      **         environment in dbmclass.tpl -- the way cfgcomp
      **         compares databases against dbclass.tpl.  An
      **         instance's environment is taken from the inventory
      **         databases it owns (PROD when it owns any PROD
      **         database).  Every deviating token is one exception
      **         row in dbmconf.complog, and NUMDB below the number
      **         of active inventory databases on the instance is an
      **         exception of its own (NUMDB-DBCNT) whatever the
      **         template says -- that is the one that fails the next
      **         onboarding.  The warning return code is set when
      **         anything deviates.
      **
      ** OUTPUT FILE: dbmcomp.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "dbmcomp".

       Environment Division.
       Input-Output Section.
       File-Control.
           select tpl-file assign to tpl-envfn
              organization is line sequential
              file status is tpl-status.
           select inst-list-file assign to inst-list-envfn
              organization is line sequential
              file status is lst-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is sequential
              record key is IV-DBNAME
              file status is inv-status.
           select comp-file assign to comp-envfn
              organization is line sequential.

       Data Division.
       File Section.
       FD  tpl-file.
       01  tpl-rec.
           05  tp-class           pic x(4).
           05  filler             pic x.
           05  tp-maxagents       pic 9(9).
           05  filler             pic x.
           05  tp-numdb           pic 9(9).
           05  filler             pic x.
           05  tp-rqrioblk        pic 9(9).
           05  filler             pic x.
           05  tp-aslheapsz       pic 9(9).
           05  filler             pic x.
           05  tp-sheapthres      pic 9(9).
           05  filler             pic x.
           05  tp-maxcagents      pic 9(9).

       FD  inst-list-file.
       01  inst-list-rec.
           05  il-instance        pic x(18).
           05  il-userid          pic x(18).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  comp-file.
       01  comp-rec               pic x(100).

       Working-Storage Section.

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 tpl-envfn            pic x(42).
       77 inst-list-envfn      pic x(42).
       77 inv-envfn            pic x(42).
       77 comp-envfn           pic x(42).
       copy "sqlutil.cbl".
       copy "sqlca.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 tpl-status          pic x(2).
       77 lst-status          pic x(2).
       77 inv-status          pic x(2).
       77 end-of-tpl-sw       pic x value "N".
          88 end-of-tpl       value "Y".
       77 end-of-list-sw      pic x value "N".
          88 end-of-list      value "Y".
       77 end-of-inv-sw       pic x value "N".
          88 end-of-inv       value "Y".

      * the instance templates, loaded once
       01 class-entries.
          05 class-entry       occurs 10 times.
             10 cl-class       pic x(4).
             10 cl-maxagents   pic s9(9) comp-5.
             10 cl-numdb       pic s9(9) comp-5.
             10 cl-rqrioblk    pic s9(9) comp-5.
             10 cl-aslheapsz   pic s9(9) comp-5.
             10 cl-sheapthres  pic s9(9) comp-5.
             10 cl-maxcagents  pic s9(9) comp-5.
       77 class-count          pic s9(4) comp-5 value 0.
       77 class-idx            pic s9(4) comp-5.
       77 class-found-sw       pic x value "N".
          88 class-found       value "Y".

      * per-instance environment and active-database count, built
      * from the inventory before the first attach
       01 owner-entries.
          05 owner-entry       occurs 50 times.
             10 ow-instance    pic x(18).
             10 ow-class       pic x(4).
             10 ow-dbcount     pic s9(4) comp-5.
       77 owner-count          pic s9(4) comp-5 value 0.
       77 owner-idx            pic s9(4) comp-5.
       77 owner-found-sw       pic x value "N".
          88 owner-found       value "Y".

       77 exception-count      pic s9(4) comp-5 value 0.
       77 instance-count       pic s9(4) comp-5 value 0.
       77 inst-rc              pic s9(9) comp-5 value 0.
       77 this-instance        pic x(18).
       77 inst-class           pic x(4).
       77 inst-dbcount         pic s9(4) comp-5.

       77 comp-today           pic 9(8).
       77 comp-now             pic 9(8).
       77 expected-value       pic s9(9) comp-5.
       77 actual-value         pic s9(9) comp-5.
       77 comp-token           pic x(12).

       01 comp-line.
          05 co-date           pic x(8).
          05 filler            pic x value space.
          05 co-time           pic x(8).
          05 filler            pic x value space.
          05 co-instance       pic x(18).
          05 filler            pic x value space.
          05 co-class          pic x(4).
          05 filler            pic x value space.
          05 co-token          pic x(12).
          05 filler            pic x value space.
          05 co-expected       pic -(9).
          05 filler            pic x value space.
          05 co-actual         pic -(9).

      * variables for GET ADDRESS / GET DATABASE MANAGER
      * CONFIGURATION, the same shape d_dbmcon uses for the defaults
       01 max-agents          pic 9(9) comp-5.
       01 numbdb              pic s9(4) comp-5.
       01 rqrioblk            pic s9(4) comp-5.
       01 aslheapsz           pic s9(4) comp-5.
       01 sheapthres          pic s9(4) comp-5.
       01 maxcagents          pic s9(4) comp-5.
       01 tokenlist.
          05 tokens occurs 6 times.
             10 token         pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END

             10 tokenptr      usage is pointer.

       01 listnumber          pic s9(4) comp-5 value 6.

       Procedure Division.
       dbmcomp-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : DBMCOMP.CBL".

           accept comp-today from date yyyymmdd.
           accept comp-now   from time.

           perform load-templates.
           if class-count equal 0
              display "no dbmclass.tpl on file -- nothing to compare"
              go to end-dbmcomp.

           perform load-instance-owners.

           move SQLF-KTN-MAXAGENTS  to token(1).
           move SQLF-KTN-NUMDB      to token(2).
           move SQLF-KTN-RQRIOBLK   to token(3).
           move SQLF-KTN-ASLHEAPSZ  to token(4).
           move SQLF-KTN-SHEAPTHRES to token(5).
           move SQLF-KTN-MAXCAGENTS to token(6).
           move "GET ADDRESS" to errloc.

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference max-agents
                                 by reference tokenptr(1)
                           returning rc.
           call "sqlgaddr" using by reference numbdb
                                 by reference tokenptr(2)
                           returning rc.
           call "sqlgaddr" using by reference rqrioblk
                                 by reference tokenptr(3)
                           returning rc.
           call "sqlgaddr" using by reference aslheapsz
                                 by reference tokenptr(4)
                           returning rc.
           call "sqlgaddr" using by reference sheapthres
                                 by reference tokenptr(5)
                           returning rc.
           call "sqlgaddr" using by reference maxcagents
                                 by reference tokenptr(6)
                           returning rc.

           open input inst-list-file.
           if lst-status not equal "00"
              display "DBMCOMP: db2inst.lst not on hand -- ",
                       "no instances to check"
              move 8 to RETURN-CODE
              go to end-dbmcomp.
           open extend comp-file.
           perform check-one-instance thru check-one-instance-exit
              until end-of-list.
           close comp-file.
           close inst-list-file.

           display "Instances checked     : ", instance-count.
           display "Compliance exceptions : ", exception-count.
           if exception-count greater than 0
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.

       end-dbmcomp. goback.

       load-templates section.
      *************************************************************
      * dbmclass.tpl: class(4) and the standard MAXAGENTS, NUMDB, *
      * RQRIOBLK, ASLHEAPSZ, SHEAPTHRES and MAXCAGENTS (9 digits   *
      * each) for an instance serving that class                  *
      *************************************************************
           open input tpl-file.
           if tpl-status not equal "00"
              go to end-load-templates.
           perform load-one-template thru load-one-template-exit
              until end-of-tpl or class-count equal 10.
           close tpl-file.
       end-load-templates. exit.

       load-one-template section.
           read tpl-file
              at end move "Y" to end-of-tpl-sw
              not at end
                 add 1 to class-count
                 move tp-class      to cl-class(class-count)
                 move tp-maxagents  to cl-maxagents(class-count)
                 move tp-numdb      to cl-numdb(class-count)
                 move tp-rqrioblk   to cl-rqrioblk(class-count)
                 move tp-aslheapsz  to cl-aslheapsz(class-count)
                 move tp-sheapthres to cl-sheapthres(class-count)
                 move tp-maxcagents to cl-maxcagents(class-count)
           end-read.
       load-one-template-exit. exit.

       load-instance-owners section.
      *************************************************************
      * one pass over the inventory: which environment each       *
      * instance serves and how many active databases it owns     *
      *************************************************************
           open input inv-file.
           if inv-status not equal "00"
              display "DBMCOMP: dbinv.dat not on hand -- instance ",
                       "environments unknown"
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
              go to end-load-instance-owners.
           perform tally-one-database thru tally-one-database-exit
              until end-of-inv.
           close inv-file.
       end-load-instance-owners. exit.

       tally-one-database section.
           read inv-file
              at end
                 move "Y" to end-of-inv-sw
                 go to tally-one-database-exit
           end-read.
           if not IV-IS-ACTIVE
              go to tally-one-database-exit.

           move IV-INSTANCE to this-instance.
           perform find-owner-entry.
           if not owner-found
              if owner-count equal 50
                 go to tally-one-database-exit
              end-if
              add 1 to owner-count
              move owner-count    to owner-idx
              move IV-INSTANCE    to ow-instance(owner-idx)
              move IV-ENVIRONMENT to ow-class(owner-idx)
              move 0              to ow-dbcount(owner-idx)
           end-if.
           add 1 to ow-dbcount(owner-idx).
      * an instance serving any production database is held to
      * the production template
           if IV-ENVIRONMENT equal "PROD"
              move "PROD" to ow-class(owner-idx)
           end-if.
       tally-one-database-exit. exit.

       find-owner-entry section.
           move "N" to owner-found-sw.
           perform check-owner-entry thru check-owner-entry-exit
              varying owner-idx from 1 by 1
              until owner-idx > owner-count or owner-found.
           if owner-found
              subtract 1 from owner-idx
           end-if.
       end-find-owner-entry. exit.

       check-owner-entry section.
           if ow-instance(owner-idx) equal this-instance
              move "Y" to owner-found-sw
           end-if.
       check-owner-entry-exit. exit.

       check-one-instance section.
           read inst-list-file
              at end
                 move "Y" to end-of-list-sw
                 go to check-one-instance-exit
           end-read.
           if il-instance equal spaces
              go to check-one-instance-exit.

           move il-instance to this-instance.
           perform find-owner-entry.
           if owner-found
              move ow-class(owner-idx)   to inst-class
              move ow-dbcount(owner-idx) to inst-dbcount
           else
              move spaces to inst-class
              move 0      to inst-dbcount
           end-if.

           call "instatch" using "A", this-instance,
                   "DBMCOMP   ", inst-rc.
           if inst-rc not equal 0
              display "skipping instance ", this-instance
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
              go to check-one-instance-exit.
           add 1 to instance-count.

      ***************************************************
      * GET DATABASE MANAGER CONFIGURATION API called   *
      ***************************************************
           call "sqlgxsys" using by value     listnumber
                                 by reference tokenlist
                                 by reference sqlca
                           returning rc.
           move "GET DBM CFG FOR COMPLIANCE" to errloc.
           call "checkerr" using SQLCA errloc "DBMCOMP   ".

           call "instatch" using "D", this-instance,
                   "DBMCOMP   ", inst-rc.

           display "Instance : ", this-instance, " class ",
                    inst-class, " databases ", inst-dbcount.

      * NUMDB below the databases the instance really owns is an
      * exception whatever the template says
           if numbdb less than inst-dbcount
              move "NUMDB-DBCNT" to comp-token
              move inst-dbcount to expected-value
              move numbdb to actual-value
              perform write-exception
           end-if.

           if inst-class equal spaces
              display "no inventory databases on ", this-instance,
                       " -- template comparison skipped"
              go to check-one-instance-exit.
           perform find-class-template.
           if not class-found
              display "no template for class ", inst-class,
                       " -- skipping ", this-instance
              go to check-one-instance-exit.

           move "MAXAGENTS" to comp-token.
           move cl-maxagents(class-idx) to expected-value.
           move max-agents to actual-value.
           perform compare-one-token.

           move "NUMDB" to comp-token.
           move cl-numdb(class-idx) to expected-value.
           move numbdb to actual-value.
           perform compare-one-token.

           move "RQRIOBLK" to comp-token.
           move cl-rqrioblk(class-idx) to expected-value.
           move rqrioblk to actual-value.
           perform compare-one-token.

           move "ASLHEAPSZ" to comp-token.
           move cl-aslheapsz(class-idx) to expected-value.
           move aslheapsz to actual-value.
           perform compare-one-token.

           move "SHEAPTHRES" to comp-token.
           move cl-sheapthres(class-idx) to expected-value.
           move sheapthres to actual-value.
           perform compare-one-token.

           move "MAXCAGENTS" to comp-token.
           move cl-maxcagents(class-idx) to expected-value.
           move maxcagents to actual-value.
           perform compare-one-token.
       check-one-instance-exit. exit.

       find-class-template section.
           move "N" to class-found-sw.
           perform check-class-entry thru check-class-entry-exit
              varying class-idx from 1 by 1
              until class-idx > class-count or class-found.
           if class-found
              subtract 1 from class-idx
           end-if.
       end-find-class-template. exit.

       check-class-entry section.
           if cl-class(class-idx) equal inst-class
              move "Y" to class-found-sw
           end-if.
       check-class-entry-exit. exit.

       compare-one-token section.
           if actual-value equal expected-value
              go to end-compare-one-token.
           perform write-exception.
       end-compare-one-token. exit.

       write-exception section.
      *************************************************************
      * one exception row per instance and deviating token -- the *
      * dbconf.complog shape with the instance in place of the    *
      * database                                                  *
      *************************************************************
           add 1 to exception-count.
           display "EXCEPTION: ", this-instance, " ", comp-token,
                    " expected ", expected-value,
                    " actual ", actual-value.

           move comp-today     to co-date.
           move comp-now       to co-time.
           move this-instance  to co-instance.
           move inst-class     to co-class.
           move comp-token     to co-token.
           move expected-value to co-expected.
           move actual-value   to co-actual.
           write comp-rec from comp-line.
       end-write-exception. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "dbmclass.tpl                  ",
                   tpl-envfn.
           call "envname" using "db2inst.lst                   ",
                   inst-list-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "dbmconf.complog               ",
                   comp-envfn.
       end-resolve-toolkit-filenames. exit.
