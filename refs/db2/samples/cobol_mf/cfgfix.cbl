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
      ** SOURCE FILE NAME: cfgfix.cbl
      **
      ** DB2 APIs USED:
      **         sqlgxdb -- GET DATABASE CONFIGURATION
      **         sqlgudb -- UPDATE DATABASE CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **
      ** SAMPLE: Configuration remediation -- the fix half of the
      **         cfgcomp compliance pass.  cfgcomp writes every
      **         locklist, buffpage, maxfilop and softmax deviation
      **         from the class template to dbconf.complog; this
      **         reads the open exceptions (the rows of the newest
      **         compliance run on file) and puts each token back to
      **         its current dbclass.tpl value with UPDATE DATABASE
      **         CONFIGURATION, instead of a DBA re-keying the same
      **         exceptions night after night.  Every database
      **         needs its own approved CFGFIX ticket (apprchk) and
      **         the run honors the change calendar (chgcal) -- a
      **         declared break-glass emergency (emrgchk) stands in
      **         for both, as it does for the other disruptive
      **         programs.  The value read immediately before the
      **         update and the value set are recorded per token in
      **         the cfgfix.hist remediation history.  cfgfix.ctl
      **         mode "B" is the back-out: every token a named
      **         remediation date changed (optionally one database)
      **         is set back to its recorded "before" value and the
      **         back-out is recorded in the history the same way.
      **
      ** OUTPUT FILE: cfgfix.out (available in the online documentation)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      ***********************************************************************

       Identification Division.
       Program-Id. "cfgfix".

       Environment Division.
       Input-Output Section.
       File-Control.
           select ctl-file assign to ctl-envfn
              organization is line sequential
              file status is ctl-status.
           select tpl-file assign to tpl-envfn
              organization is line sequential
              file status is tpl-status.
           select comp-file assign to comp-envfn
              organization is line sequential
              file status is comp-status.
           select inv-file assign to inv-envfn
              organization is indexed
              access mode is random
              record key is IV-DBNAME
              file status is inv-status.
           select hist-file assign to hist-envfn
              organization is line sequential
              file status is hist-status.

       Data Division.
       File Section.
       FD  ctl-file.
       01  ctl-rec.
           05  ctl-mode           pic x(1).
           05  filler             pic x.
           05  ctl-date           pic x(8).
           05  filler             pic x.
           05  ctl-dbname         pic x(8).

       FD  tpl-file.
       01  tpl-rec.
           05  tp-class           pic x(4).
           05  filler             pic x.
           05  tp-locklist        pic 9(9).
           05  filler             pic x.
           05  tp-buffpage        pic 9(9).
           05  filler             pic x.
           05  tp-maxfilop        pic 9(9).
           05  filler             pic x.
           05  tp-softmax         pic 9(9).

       FD  comp-file.
       01  comp-rec.
           05  cr-date            pic x(8).
           05  filler             pic x.
           05  cr-time            pic x(8).
           05  filler             pic x.
           05  cr-dbname          pic x(8).
           05  filler             pic x.
           05  cr-class           pic x(4).
           05  filler             pic x.
           05  cr-token           pic x(12).
           05  filler             pic x.
           05  cr-expected        pic x(9).
           05  filler             pic x.
           05  cr-actual          pic x(9).

       FD  inv-file.
       copy "dbinvrec.cbl".

       FD  hist-file.
       01  hist-rec.
           05  hr-date            pic x(8).
           05  filler             pic x.
           05  hr-time            pic x(8).
           05  filler             pic x.
           05  hr-dbname          pic x(8).
           05  filler             pic x.
           05  hr-class           pic x(4).
           05  filler             pic x.
           05  hr-token           pic x(12).
           05  filler             pic x.
           05  hr-before          pic x(9).
           05  filler             pic x.
           05  hr-after           pic x(9).
           05  filler             pic x.
           05  hr-action          pic x(8).
           05  filler             pic x.
           05  hr-ticket          pic x(6).
           05  filler             pic x.
           05  hr-runid           pic x(16).

       Working-Storage Section.

      * run correlation id (TOOLKITRUN), stitched through every
      * record this run writes
       77 run-corr-id         pic x(16) value spaces.
       77 corr-date           pic 9(8).
       77 corr-time           pic 9(8).

      * Variables for the shared run-lock subprogram (runlock)
       77 lock-rc             pic s9(9) comp-5 value 0.
       77 lock-acquired-sw    pic x value "N".
          88 lock-acquired    value "Y".

      * TOOLKITENV-resolved filenames (see envname.cbl)
       77 ctl-envfn            pic x(42).
       77 tpl-envfn            pic x(42).
       77 comp-envfn           pic x(42).
       77 inv-envfn            pic x(42).
       77 hist-envfn           pic x(42).
       copy "sqlutil.cbl".
       copy "sqlca.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 ctl-status          pic x(2).
       77 tpl-status          pic x(2).
       77 comp-status         pic x(2).
       77 inv-status          pic x(2).
       77 hist-status         pic x(2).
       77 end-of-tpl-sw       pic x value "N".
          88 end-of-tpl       value "Y".
       77 end-of-comp-sw      pic x value "N".
          88 end-of-comp      value "Y".
       77 end-of-hist-sw      pic x value "N".
          88 end-of-hist      value "Y".

      * cfgfix.ctl: R remediate (the default) or B back out the
      * changes a named remediation date made
       77 run-mode            pic x value "R".
          88 remediate-mode   value "R".
          88 backout-mode     value "B".
       77 want-date           pic x(8) value spaces.
       77 want-dbname         pic x(8) value spaces.

      * the class templates, loaded once -- the same table cfgcomp
      * compares against
       01 class-entries.
          05 class-entry       occurs 10 times.
             10 cl-class       pic x(4).
             10 cl-locklist    pic s9(9) comp-5.
             10 cl-buffpage    pic s9(9) comp-5.
             10 cl-maxfilop    pic s9(9) comp-5.
             10 cl-softmax     pic s9(9) comp-5.
       77 class-count          pic s9(4) comp-5 value 0.
       77 class-idx            pic s9(4) comp-5.
       77 class-found-sw       pic x value "N".
          88 class-found       value "Y".

      * the open exceptions are the rows of the newest compliance
      * run on file -- an older night's rows were either fixed or
      * reported again by the newer run
       77 latest-comp-date    pic x(8) value spaces.

      * the remediations being backed out, loaded from cfgfix.hist
      * before the history is reopened for the back-out rows
       01 backout-entries.
          05 backout-entry     occurs 200 times.
             10 bo-dbname      pic x(8).
             10 bo-class       pic x(4).
             10 bo-token       pic x(12).
             10 bo-before      pic s9(9) comp-5.
       77 backout-count       pic s9(4) comp-5 value 0.
       77 backout-idx         pic s9(4) comp-5.

      * per-database approval, checked once per database and reused
      * for the rest of that database's tokens
       77 checked-dbname      pic x(8) value spaces.
       77 db-approved-sw      pic x value "N".
          88 db-approved      value "Y".
       77 appr-target         pic x(9).

      * owning-instance tracking for the shared instatch attach --
      * one attach per instance group, detach between groups
       77 db-instance              pic x(18) value spaces.
       77 current-instance         pic x(18) value spaces.
       77 inst-rc                  pic s9(9) comp-5 value 0.

      * Variable for the shared change-calendar check (chgcal)
       77 cal-rc              pic s9(9) comp-5 value 0.

      * Variables for the shared approval-ticket check (apprchk)
       77 appr-rc             pic s9(9) comp-5 value 0.
       77 appr-ticket         pic x(6) value spaces.

      * Variable for the shared break-glass lookup (emrgchk)
       77 emrg-rc             pic s9(9) comp-5 value 8.
       77 emergency-sw        pic x value "N".
          88 under-emergency  value "Y".

      * Variable for the shared operations-log writer (opslog)
       77 log-detail          pic x(60).

      * Variable for the shared run-registry writer (runreg)
       77 reg-rc              pic s9(9) comp-5 value 0.

       77 fix-today           pic 9(8).
       77 fix-now             pic 9(8).
       77 db-class            pic x(4).
       77 fix-token           pic x(12).
       77 target-value        pic s9(9) comp-5.
       77 before-value        pic s9(9) comp-5.
       77 fix-action          pic x(8).
       77 applied-count       pic s9(4) comp-5 value 0.
       77 current-count       pic s9(4) comp-5 value 0.
       77 refused-count       pic s9(4) comp-5 value 0.
       77 failed-count        pic s9(4) comp-5 value 0.

      * de-editing work area for the right-justified history columns
       01 de-edit-x            pic x(9).
       01 de-edit-9 redefines de-edit-x pic 9(9).

       01 value-ed            pic -(9).
       01 before-ed           pic -(9).
       01 after-ed            pic -(9).

       01 hist-line.
          05 hl-date           pic x(8).
          05 filler            pic x value space.
          05 hl-time           pic x(8).
          05 filler            pic x value space.
          05 hl-dbname         pic x(8).
          05 filler            pic x value space.
          05 hl-class          pic x(4).
          05 filler            pic x value space.
          05 hl-token          pic x(12).
          05 filler            pic x value space.
          05 hl-before         pic -(9).
          05 filler            pic x value space.
          05 hl-after          pic -(9).
          05 filler            pic x value space.
          05 hl-action         pic x(8).
          05 filler            pic x value space.
          05 hl-ticket         pic x(6).
          05 filler            pic x value space.
          05 hl-runid          pic x(16).

      * variables for GET ADDRESS / GET and UPDATE DB CFG, the same
      * shape cfgcomp and d_dbccur use
       01 buff-page           pic 9(9) comp-5.
       01 maxfilop            pic s9(4) comp-5.
       01 softmax             pic s9(4) comp-5.
       01 locklist            pic s9(4) comp-5.
       01 tokenlist.
          05 tokens occurs 4 times.
             10 token         pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END

             10 tokenptr      usage is pointer.

      * one-token list for the update, pointed at whichever of the
      * four values above is being set
       01 upd-tokenlist.
          05 upd-tokens occurs 1 times.
             10 upd-token     pic 9(4) comp-5.

             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END

             10 upd-tokenptr  usage is pointer.

       01 dbname              pic x(8).
       01 dbname-len          pic s9(4) comp-5.
       01 listnumber          pic s9(4) comp-5 value 4.
       01 upd-listnumber      pic s9(4) comp-5 value 1.

       Procedure Division.
       cfgfix-pgm section.

           perform resolve-toolkit-filenames.

           display "Sample COBOL Program : CFGFIX.CBL".

      * register the start in the run registry, so the registry
      * also says what is running right now (runstrt, type "S")
           call "runstrt" using "CFGFIX    ".

      * run correlation id: inherit the driver's TOOLKITRUN id, or
      * generate one at the top of a standalone run, so one id
      * pulls this run's records out of every file at once
           accept run-corr-id from environment "TOOLKITRUN".
           if run-corr-id equal spaces
              accept corr-date from date yyyymmdd
              accept corr-time from time
              string corr-date delimited by size
                     corr-time delimited by size
                into run-corr-id
              set environment "TOOLKITRUN" to run-corr-id
           end-if.

           accept fix-today from date yyyymmdd.
           move fix-today to want-date.
           perform read-control.

           call "runlock" using "A", "CFGFIX    ", lock-rc.
           if lock-rc equal 8
              move 12 to RETURN-CODE
              go to end-cfgfix.
           if lock-rc equal 0
              move "Y" to lock-acquired-sw
           end-if.

      * a declared break-glass emergency stands in for the
      * calendar and per-database ticket checks; the lookup itself
      * has already logged that it was leaned on
           call "emrgchk" using "CFGFIX    ", emrg-rc.
           if emrg-rc equal 0
              move "Y" to emergency-sw
              go to checks-satisfied.

           call "chgcal" using "CFGFIX    ", cal-rc.
           if cal-rc not equal 0
              move 12 to RETURN-CODE
              go to end-cfgfix.

       checks-satisfied.

           move SQLF-DBTN-LOCKLIST  to token(1).
           move SQLF-DBTN-BUFF-PAGE to token(2).
           move SQLF-DBTN-MAXFILOP  to token(3).
           move SQLF-DBTN-SOFTMAX   to token(4).
           move "GET ADDRESS" to errloc.

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference locklist
                                 by reference tokenptr(1)
                           returning rc.
           call "sqlgaddr" using by reference buff-page
                                 by reference tokenptr(2)
                           returning rc.
           call "sqlgaddr" using by reference maxfilop
                                 by reference tokenptr(3)
                           returning rc.
           call "sqlgaddr" using by reference softmax
                                 by reference tokenptr(4)
                           returning rc.

           if backout-mode
              perform back-out-remediation
           else
              perform remediate-exceptions
           end-if.

           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "CFGFIX    ", inst-rc
           end-if.

           display "Tokens changed          : ", applied-count.
           display "Already compliant       : ", current-count.
           display "Refused (no ticket)     : ", refused-count.
           display "Update failures         : ", failed-count.
           if (refused-count greater than 0
                 or current-count greater than 0)
              and RETURN-CODE less than 4
              move 4 to RETURN-CODE
           end-if.
           if failed-count greater than 0
              and RETURN-CODE less than 8
              move 8 to RETURN-CODE
           end-if.

       end-cfgfix.
           if lock-acquired
              call "runlock" using "R", "CFGFIX    ", lock-rc
           end-if.
           move RETURN-CODE to reg-rc.
           call "runreg" using "CFGFIX    ", reg-rc.
           goback.

       read-control section.
      *************************************************************
      * cfgfix.ctl: mode(1) R remediate or B back out, then the   *
      * remediation date(8) a back-out reverses (blank = today)   *
      * and an optional database(8) to limit either mode to one   *
      * database; a missing file remediates everything            *
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
                 if ctl-date not equal spaces
                    move ctl-date to want-date
                 end-if
                 move ctl-dbname to want-dbname
           end-read.
           close ctl-file.
       end-read-control. exit.

       remediate-exceptions section.
      *************************************************************
      * two passes over dbconf.complog: the first finds the newest *
      * compliance run, the second remediates its rows             *
      *************************************************************
           perform load-templates.
           if class-count equal 0
              display "no dbclass.tpl on file -- nothing to apply"
              move 8 to RETURN-CODE
              go to end-remediate-exceptions.

           open input comp-file.
           if comp-status not equal "00"
              display "no dbconf.complog on file -- run cfgcomp"
              go to end-remediate-exceptions.
           perform find-latest-run thru find-latest-run-exit
              until end-of-comp.
           close comp-file.

           if latest-comp-date equal spaces
              display "dbconf.complog is empty -- nothing to fix"
              go to end-remediate-exceptions.
           display "Remediating the compliance run of ",
                    latest-comp-date.

           open input inv-file.
           if inv-status not equal "00"
              display "CFGFIX: dbinv.dat not on hand -- run dbinvmnt"
              move 8 to RETURN-CODE
              go to end-remediate-exceptions.
           open extend hist-file.
           move "N" to end-of-comp-sw.
           open input comp-file.
           perform fix-one-exception thru fix-one-exception-exit
              until end-of-comp.
           close comp-file.
           close hist-file.
           close inv-file.
       end-remediate-exceptions. exit.

       find-latest-run section.
           read comp-file
              at end
                 move "Y" to end-of-comp-sw
                 go to find-latest-run-exit
           end-read.
           if cr-date greater than latest-comp-date
              move cr-date to latest-comp-date
           end-if.
       find-latest-run-exit. exit.

       fix-one-exception section.
           read comp-file
              at end
                 move "Y" to end-of-comp-sw
                 go to fix-one-exception-exit
           end-read.

           if cr-date not equal latest-comp-date
              go to fix-one-exception-exit.
           if want-dbname not equal spaces
              and cr-dbname not equal want-dbname
              go to fix-one-exception-exit.

           move cr-dbname to dbname.
           move cr-class  to db-class.
           move cr-token  to fix-token.

           perform find-class-template.
           if not class-found
              display "no template for class ", db-class,
                       " -- skipping ", dbname, " ", fix-token
              go to fix-one-exception-exit.

           evaluate fix-token
              when "LOCKLIST    "
                 move cl-locklist(class-idx) to target-value
              when "BUFFPAGE    "
                 move cl-buffpage(class-idx) to target-value
              when "MAXFILOP    "
                 move cl-maxfilop(class-idx) to target-value
              when "SOFTMAX     "
                 move cl-softmax(class-idx)  to target-value
              when other
                 display "unknown token ", fix-token,
                          " in dbconf.complog -- skipped"
                 go to fix-one-exception-exit
           end-evaluate.

           perform check-database-approval.
           if not db-approved
              go to fix-one-exception-exit.

           perform locate-and-attach.
           if db-instance not equal current-instance
              go to fix-one-exception-exit.

           move "APPLIED " to fix-action.
           perform set-one-token.
       fix-one-exception-exit. exit.

       back-out-remediation section.
      *************************************************************
      * every token the named remediation date set (APPLIED rows  *
      * in cfgfix.hist) goes back to the value recorded before    *
      * it was changed                                            *
      *************************************************************
           open input hist-file.
           if hist-status not equal "00"
              display "no cfgfix.hist on file -- nothing to back out"
              go to end-back-out-remediation.
           perform load-one-backout thru load-one-backout-exit
              until end-of-hist.
           close hist-file.

           if backout-count equal 0
              display "no remediations on ", want-date,
                       " to back out"
              go to end-back-out-remediation.
           display "Backing out ", backout-count,
                    " remediated tokens of ", want-date.

           open input inv-file.
           if inv-status not equal "00"
              display "CFGFIX: dbinv.dat not on hand -- run dbinvmnt"
              move 8 to RETURN-CODE
              go to end-back-out-remediation.
           open extend hist-file.
           perform back-out-one-token thru back-out-one-token-exit
              varying backout-idx from 1 by 1
              until backout-idx > backout-count.
           close hist-file.
           close inv-file.
       end-back-out-remediation. exit.

       load-one-backout section.
           read hist-file
              at end
                 move "Y" to end-of-hist-sw
                 go to load-one-backout-exit
           end-read.
           if hr-date not equal want-date
              or hr-action not equal "APPLIED "
              go to load-one-backout-exit.
           if want-dbname not equal spaces
              and hr-dbname not equal want-dbname
              go to load-one-backout-exit.
           if backout-count equal 200
              display "more than 200 remediated tokens on ",
                       want-date, " -- later ones not backed out"
              move "Y" to end-of-hist-sw
              go to load-one-backout-exit.
           add 1 to backout-count.
           move hr-dbname to bo-dbname(backout-count).
           move hr-class  to bo-class(backout-count).
           move hr-token  to bo-token(backout-count).
           move hr-before to de-edit-x.
           perform de-edit-value.
           move de-edit-9 to bo-before(backout-count).
       load-one-backout-exit. exit.

       back-out-one-token section.
           move bo-dbname(backout-idx) to dbname.
           move bo-class(backout-idx)  to db-class.
           move bo-token(backout-idx)  to fix-token.
           move bo-before(backout-idx) to target-value.

           perform check-database-approval.
           if not db-approved
              go to back-out-one-token-exit.

           perform locate-and-attach.
           if db-instance not equal current-instance
              go to back-out-one-token-exit.

           move "BACKOUT " to fix-action.
           perform set-one-token.
       back-out-one-token-exit. exit.

       check-database-approval section.
      *************************************************************
      * one approved CFGFIX ticket per database, looked up once   *
      * when the database's first token comes up; an emergency    *
      * covers every database                                     *
      *************************************************************
           if dbname equal checked-dbname
              go to end-check-database-approval.
           move dbname to checked-dbname.
           move "N" to db-approved-sw.

           if under-emergency
              move "EMERG " to appr-ticket
              move "Y" to db-approved-sw
              go to end-check-database-approval.

           move dbname to appr-target.
           call "apprchk" using "CFGFIX    ", appr-target,
                   appr-ticket, appr-rc.
           if appr-rc not equal 0
              add 1 to refused-count
              display "no approved CFGFIX ticket for ", dbname,
                       " -- left as it is"
              move spaces to log-detail
              string "no approved CFGFIX ticket on file for "
                        delimited by size
                     dbname delimited by space
                into log-detail
              call "opslog" using "CFGFIX    ",
                      "APPROVAL TICKET MISSING       ", log-detail
              go to end-check-database-approval.

           move "Y" to db-approved-sw.
           move spaces to log-detail.
           string "proceeding on " delimited by size
                  dbname         delimited by space
                  " under approval ticket " delimited by size
                  appr-ticket    delimited by size
             into log-detail.
           call "opslog" using "CFGFIX    ",
                   "APPROVAL TICKET ACCEPTED      ", log-detail.
       end-check-database-approval. exit.

       locate-and-attach section.
      *************************************************************
      * the inventory names the owning instance; attach to it the *
      * way cfgcomp does before touching the configuration        *
      *************************************************************
           move dbname to IV-DBNAME.
           read inv-file
              invalid key
                 display dbname, " not in the inventory -- ",
                          "using the current instance attachment"
                 move current-instance to db-instance
              not invalid key
                 move IV-INSTANCE to db-instance
           end-read.
           if db-instance equal spaces
              go to end-locate-and-attach.
           perform switch-instance.
       end-locate-and-attach. exit.

       switch-instance section.
      *************************************************************
      * attach to this database's owning instance when it differs *
      * from the one currently attached, detaching from the old   *
      * group first; an unattachable instance leaves               *
      * current-instance as spaces so its databases are skipped   *
      *************************************************************
           if db-instance equal current-instance
              go to end-switch-instance.
           if current-instance not equal spaces
              call "instatch" using "D", current-instance,
                      "CFGFIX    ", inst-rc
              move spaces to current-instance
           end-if.
           call "instatch" using "A", db-instance,
                   "CFGFIX    ", inst-rc.
           if inst-rc equal 0
              move db-instance to current-instance
           else
              display "skipping databases on instance ",
                       db-instance
              if RETURN-CODE less than 4
                 move 4 to RETURN-CODE
              end-if
           end-if.
       end-switch-instance. exit.

       set-one-token section.
      *************************************************************
      * read the live value first -- it is the "before" the       *
      * history keeps and a back-out restores -- then update the  *
      * one token and record the outcome before checkerr sees it  *
      *************************************************************
           move 0 to dbname-len.
           inspect dbname tallying dbname-len for characters
              before initial " ".

      ******************************************
      * GET DATABASE CONFIGURATION API called  *
      ******************************************
           call "sqlgxdb" using by value     dbname-len
                                by value     listnumber
                                by reference tokenlist
                                by reference sqlca
                                by reference dbname
                           returning rc.
           call "errdb" using "S", dbname.
           move "GET DB CFG FOR REMEDIATION" to errloc.
           call "checkerr" using SQLCA errloc "CFGFIX    ".

           evaluate fix-token
              when "LOCKLIST    "
                 move locklist  to before-value
                 move target-value to locklist
                 move SQLF-DBTN-LOCKLIST to upd-token(1)
                 call "sqlgaddr" using by reference locklist
                                       by reference upd-tokenptr(1)
                                 returning rc
              when "BUFFPAGE    "
                 move buff-page to before-value
                 move target-value to buff-page
                 move SQLF-DBTN-BUFF-PAGE to upd-token(1)
                 call "sqlgaddr" using by reference buff-page
                                       by reference upd-tokenptr(1)
                                 returning rc
              when "MAXFILOP    "
                 move maxfilop  to before-value
                 move target-value to maxfilop
                 move SQLF-DBTN-MAXFILOP to upd-token(1)
                 call "sqlgaddr" using by reference maxfilop
                                       by reference upd-tokenptr(1)
                                 returning rc
              when "SOFTMAX     "
                 move softmax   to before-value
                 move target-value to softmax
                 move SQLF-DBTN-SOFTMAX to upd-token(1)
                 call "sqlgaddr" using by reference softmax
                                       by reference upd-tokenptr(1)
                                 returning rc
           end-evaluate.

           if before-value equal target-value
              add 1 to current-count
              display dbname, " ", fix-token,
                       " already at ", target-value, " -- no change"
              go to end-set-one-token.

      *********************************************
      * UPDATE DATABASE CONFIGURATION API called  *
      *********************************************
           call "sqlgudb" using by value     dbname-len
                                by value     upd-listnumber
                                by reference upd-tokenlist
                                by reference sqlca
                                by reference dbname
                           returning rc.

           if SQLCODE less than 0
              add 1 to failed-count
              if backout-mode
                 move "BOFAILED" to fix-action
              else
                 move "FAILED  " to fix-action
              end-if
              move before-value to target-value
           else
              add 1 to applied-count
           end-if.
           perform write-history-row.
           perform log-one-change.

           call "errdb" using "S", dbname.
           move "UPDATE DB CFG FOR REMEDIATION" to errloc.
           call "checkerr" using SQLCA errloc "CFGFIX    ".
       end-set-one-token. exit.

       write-history-row section.
           accept fix-now from time.
           move fix-today    to hl-date.
           move fix-now      to hl-time.
           move dbname       to hl-dbname.
           move db-class     to hl-class.
           move fix-token    to hl-token.
           move before-value to hl-before.
           move target-value to hl-after.
           move fix-action   to hl-action.
           move appr-ticket  to hl-ticket.
           move run-corr-id  to hl-runid.
           write hist-rec from hist-line.
       end-write-history-row. exit.

       log-one-change section.
           move before-value to before-ed.
           move target-value to after-ed.
           move spaces to log-detail.
           string dbname      delimited by space
                  " "         delimited by size
                  fix-token   delimited by space
                  " "         delimited by size
                  before-ed   delimited by size
                  " ->"       delimited by size
                  after-ed    delimited by size
                  " tkt "     delimited by size
                  appr-ticket delimited by size
             into log-detail.
           evaluate fix-action
              when "APPLIED "
                 call "opslog" using "CFGFIX    ",
                         "CONFIG REMEDIATED             ", log-detail
              when "BACKOUT "
                 call "opslog" using "CFGFIX    ",
                         "CONFIG REMEDIATION BACKED OUT ", log-detail
              when other
                 call "opslog" using "CFGFIX    ",
                         "CONFIG REMEDIATION FAILED     ", log-detail
           end-evaluate.
           display dbname, " ", fix-token, before-ed, " ->",
                    after-ed, " ", fix-action.
       end-log-one-change. exit.

       de-edit-value section.
      *************************************************************
      * the history columns are right-justified edited numbers;   *
      * pad the blanks with zeros so they move cleanly into       *
      * binary items (the config tokens are never negative)       *
      *************************************************************
           inspect de-edit-x replacing all " " by "0".
       end-de-edit-value. exit.

       load-templates section.
      *************************************************************
      * dbclass.tpl: class(4) and the standard locklist, buffpage,*
      * maxfilop and softmax (9 digits each) for that class       *
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
                 move tp-class    to cl-class(class-count)
                 move tp-locklist to cl-locklist(class-count)
                 move tp-buffpage to cl-buffpage(class-count)
                 move tp-maxfilop to cl-maxfilop(class-count)
                 move tp-softmax  to cl-softmax(class-count)
           end-read.
       load-one-template-exit. exit.

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
           if cl-class(class-idx) equal db-class
              move "Y" to class-found-sw
           end-if.
       check-class-entry-exit. exit.

       resolve-toolkit-filenames section.
      *************************************************************
      * every file this program touches is resolved through the  *
      * shared TOOLKITENV environment profile (envname)           *
      *************************************************************
           call "envname" using "cfgfix.ctl                    ",
                   ctl-envfn.
           call "envname" using "dbclass.tpl                   ",
                   tpl-envfn.
           call "envname" using "dbconf.complog                ",
                   comp-envfn.
           call "envname" using "dbinv.dat                     ",
                   inv-envfn.
           call "envname" using "cfgfix.hist                   ",
                   hist-envfn.
       end-resolve-toolkit-filenames. exit.
